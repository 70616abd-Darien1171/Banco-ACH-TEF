      *================================================================
      * LIQPRESENTA.cpy - Estructura de registro ORDENES_PRESENTADAS
      *   Un renglon por cada orden de credito ('6') que viajo en un
      *   archivo de liquidacion: generacion (fecha + secuencia, ver
      *   LIQENVIOS.cpy), ciclo intradia y banco del lote. Con varios
      *   ciclos en el dia la fecha de confirmacion ya no basta para
      *   saber en que archivo salio una orden: CNF-LIQUIDACION acusa
      *   exactamente las ordenes del lote que la camara acepto o
      *   rechazo. Lo graba GEN-LIQUIDACION al escribir el detalle
      *   (la orden misma lleva la generacion en OT-LIQ-GENERACION);
      *   CNF-LIQUIDACION le estampa el acuse.
      *================================================================

       01 REG-LIQ-PRESENTADA.
          05 LP-FEC-ARCHIVO     PIC X(10).
             *> YYYY-MM-DD del archivo en que salio la orden.
          05 LP-NUM-SECUENCIA   PIC 9(6).
             *> Secuencia de generacion del archivo (LE-NUM-SECUENCIA).
          05 LP-NUM-CICLO       PIC 9(2).
             *> Ciclo del dia (LE-NUM-CICLO).
          05 LP-COD-BCO-DEST    PIC X(3).
             *> Banco del lote en que viajo la orden.
          05 LP-NUM-ORDEN       PIC X(20).
          05 LP-MTO-COP         PIC 9(15)V99.
             *> Equivalente en COP con que entro al lote.
          05 LP-EST-PRESENTA    PIC X(12).
             88 PRE-PRESENTADA     VALUE 'PRESENTADA  '.
             88 PRE-ACEPTADA       VALUE 'ACEPTADA    '.
             88 PRE-RECHAZADA      VALUE 'RECHAZADA   '.
             *> PRESENTADA hasta que llega el acuse del lote; una
             *> RECHAZADA deja la orden libre para el ciclo siguiente.
          05 FILLER             PIC X(10).
