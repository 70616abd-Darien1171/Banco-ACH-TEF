
           SELECT ARCHIVO-ORDENES
               ASSIGN TO 'data/ORDENES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-NUM-ORDEN
               ALTERNATE RECORD KEY IS OT-LLAVE-CUENTA
                   = OT-COD-CTA-ORIGEN OT-FEC-CREACION
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OT-LLAVE-ESTADO
                   = OT-EST-ORDEN OT-FEC-VALOR
                   WITH DUPLICATES
               FILE STATUS IS WS-STAT-ORDENES.

           SELECT ARCHIVO-CUENTAS
       01 WS-AUX.
          05 WS-EOF-BLOQUEOS      PIC X VALUE 'N'.
             88 FIN-BLOQUEOS         VALUE 'S'.
          05 WS-ORDEN-ENCONTRADA   PIC X VALUE 'N'.
             88 ORDEN-ENCONTRADA     VALUE 'S'.
          05 WS-CUENTA-ENCONTRADA  PIC X VALUE 'N'.
           MOVE SPACES TO WS-EST-ORDEN-HALLADA

           OPEN I-O ARCHIVO-ORDENES

      *    Lectura directa por OT-NUM-ORDEN; una llave inexistente
      *    ('23') deja la orden como no encontrada.
           MOVE WS-NUM-ORDEN-BUSCADA TO OT-NUM-ORDEN
           READ ARCHIVO-ORDENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ORDEN-ENCONTRADA
                   MOVE OT-EST-ORDEN TO WS-EST-ORDEN-HALLADA
                   IF OT-EST-ORDEN = EST-ENVIADA
                       MOVE EST-TIMEOUT TO OT-EST-ORDEN
                       REWRITE REG-ORDEN
                   END-IF
           END-READ

           CLOSE ARCHIVO-ORDENES.

               DISPLAY '  La cadena va en la fase ' DO-FASE-CIERRE
                   ' y este job es la fase ' WS-FASE-PROPIA
                   '; respete el orden LIB-BLOQUEOS, RST-LIMITES, '
                   'CNC-DIARIO, GEN-LIQUIDACION, SNAP-SALDOS, '
                   'GEN-BODEGA.'
               EXIT PARAGRAPH
           END-IF

