      *================================================================
      * MOVBOVEDA.cpy - Estructura de registro MOVIMIENTOS_BOVEDA
      *   Un renglon por cada movimiento de efectivo de la boveda de
      *   una sucursal (GES-BOVEDA), con el conteo por denominacion:
      *     ENTREGA    boveda -> cajon de un cajero (dotacion)
      *     REINTEGRO  cajon de un cajero -> boveda
      *     PEDIDO     orden a la transportadora de valores; no mueve
      *                efectivo hasta que se atiende
      *     RECIBO     la transportadora entrega efectivo a la boveda
      *     REMESA     la boveda entrega efectivo a la transportadora
      *     ARQUEO     conteo de fin de dia (no mueve efectivo)
      *   RECIBO y REMESA citan el PEDIDO que atienden y se
      *   contabilizan contra GL-CAJA; ENTREGA y REINTEGRO no llevan
      *   asiento porque boveda y cajones son la misma cuenta.
      *================================================================

       01 REG-MOV-BOVEDA.
          05 BM-NUM-MOVIMIENTO  PIC X(20).
             *> 'BOV' + YYYYMMDD + consecutivo diario.
          05 BM-COD-SUCURSAL    PIC X(4).
          05 BM-FEC-MOVIMIENTO  PIC X(10).
          05 BM-HOA-MOVIMIENTO  PIC X(8).
          05 BM-TIP-MOVIMIENTO  PIC X(10).
             88 BOV-ENTREGA        VALUE 'ENTREGA   '.
             88 BOV-REINTEGRO      VALUE 'REINTEGRO '.
             88 BOV-PEDIDO         VALUE 'PEDIDO    '.
             88 BOV-RECIBO         VALUE 'RECIBO    '.
             88 BOV-REMESA         VALUE 'REMESA    '.
             88 BOV-ARQUEO         VALUE 'ARQUEO    '.
          05 BM-TIP-PEDIDO      PIC X(1).
             88 PEDIDO-SURTIR      VALUE 'S'.
             88 PEDIDO-RECOGER     VALUE 'R'.
             *> Solo en PEDIDO: S = la transportadora trae efectivo,
             *> R = recoge el sobrante de la sucursal.
          05 BM-EST-PEDIDO      PIC X(10).
             88 PEDIDO-PENDIENTE   VALUE 'PENDIENTE '.
             88 PEDIDO-ATENDIDO    VALUE 'ATENDIDO  '.
             88 PEDIDO-ANULADO     VALUE 'ANULADO   '.
          05 BM-NUM-PEDIDO      PIC X(20).
             *> En RECIBO/REMESA, el PEDIDO atendido.
          05 BM-COD-CAJERO      PIC X(20).
             *> En ENTREGA/REINTEGRO, el cajero del cajon.
          05 BM-CANT-BILLETES   PIC 9(7) OCCURS 6 TIMES.
          05 BM-MTO-MONEDAS     PIC 9(11)V99.
          05 BM-MTO-TOTAL       PIC 9(13)V99.
          05 BM-MTO-DIFERENCIA  PIC S9(13)V99.
             *> En ARQUEO: contado - libros.
          05 BM-COD-OPERADOR    PIC X(20).
          05 BM-DES-DETALLE     PIC X(60).
          05 FILLER             PIC X(10).
