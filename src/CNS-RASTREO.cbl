
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

           SELECT ARCHIVO-BLOQUEOS
      * 1000 - LA ORDEN
      *================================================================
       1000-RASTREAR-ORDEN.
           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES NOT = '35'
               MOVE WS-ORDEN-BUSCADA TO OT-NUM-ORDEN
               READ ARCHIVO-ORDENES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ORDEN-HALLADA
                       MOVE OT-EST-ORDEN TO WS-EST-ORDEN
                       PERFORM 1100-MOSTRAR-ORDEN
               END-READ
               CLOSE ARCHIVO-ORDENES
           END-IF

