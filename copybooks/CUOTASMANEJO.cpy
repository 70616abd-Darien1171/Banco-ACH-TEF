      *================================================================
      * CUOTASMANEJO.cpy - Estructura de registro CUOTAS_MANEJO
      *   Liquidacion mensual de la cuota de manejo de cada cuenta
      *   (FAC-MANEJO): un renglon por cuenta y periodo con el saldo
      *   promedio diario del mes (fotos de SALDOS.dat), la cuota y
      *   su IVA, y como termino. Un renglon existente para la
      *   cuenta + periodo evita que una recorrida liquide dos veces.
      *   Los PENDIENTE son la cola de cuotas que no se pudieron
      *   debitar por falta de fondos (o cuenta congelada): cada
      *   corrida los reintenta antes de liquidar el periodo nuevo y
      *   los pasa a COBRADA cuando la cuenta ya tiene con que.
      *================================================================

       01 REG-CUOTA-MANEJO.
          05 CM-COD-CUENTA      PIC X(20).
          05 CM-PERIODO         PIC X(7).
             *> YYYY-MM liquidado.
          05 CM-COD-PRODUCTO    PIC X(4).
          05 CM-SAL-PROMEDIO    PIC S9(13)V99.
             *> Promedio de SD-SAL-TOTAL en las fotos del periodo.
          05 CM-CANT-FOTOS      PIC 9(2).
          05 CM-MTO-CUOTA       PIC S9(13)V99.
          05 CM-MTO-IVA         PIC S9(13)V99.
          05 CM-EST-CUOTA       PIC X(10).
             88 CM-COBRADA         VALUE 'COBRADA   '.
             88 CM-PENDIENTE       VALUE 'PENDIENTE '.
             88 CM-EXONERADA       VALUE 'EXONERADA '.
                *> Saldo promedio por encima del piso del producto:
                *> cuota y IVA en cero.
          05 CM-FEC-LIQUIDA     PIC X(10).
             *> YYYY-MM-DD de la corrida que liquido el periodo.
          05 CM-FEC-COBRO       PIC X(10).
             *> YYYY-MM-DD del debito; espacios mientras PENDIENTE.
          05 CM-NUM-MOVIMIENTO  PIC X(20).
          05 FILLER             PIC X(10).
