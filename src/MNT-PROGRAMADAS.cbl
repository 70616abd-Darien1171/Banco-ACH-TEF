
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

           SELECT ARCHIVO-RECURRENTES
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF OT-EST-ORDEN = EST-PROGRAMADA
      *================================================================
      * 2200 - LOCALIZAR LA PROGRAMADA DEL CLIENTE Y REESCRIBIRLA
      *   Sirve para cancelar (ANULADA) y para mover la fecha valor,
      *   segun la opcion en curso. Lectura directa por OT-NUM-ORDEN;
      *   una llave inexistente ('23') deja el renglon sin hallar.
      *================================================================
       2200-REESCRIBIR-PROGRAMADA.
           MOVE 'N' TO WS-RENGLON-HALLADO

           OPEN I-O ARCHIVO-ORDENES

           MOVE WS-CAP-NUM-ORDEN TO OT-NUM-ORDEN
           READ ARCHIVO-ORDENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OT-EST-ORDEN = EST-PROGRAMADA
                       MOVE OT-COD-CTA-ORIGEN TO WS-CTA-A-RESOLVER
                       PERFORM 8000-RESOLVER-CUENTA
                       IF CTA-ES-DEL-CLIENTE
                           MOVE 'S' TO WS-RENGLON-HALLADO
                           IF OPCION-CANCELAR-PROG
                               MOVE EST-ANULADA TO OT-EST-ORDEN
                           ELSE
                               MOVE WS-CAP-FEC-NUEVA TO OT-FEC-VALOR
                           END-IF
                           REWRITE REG-ORDEN
                       END-IF
                   END-IF
           END-READ

           CLOSE ARCHIVO-ORDENES.

