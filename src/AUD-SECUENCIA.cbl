
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
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF
           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       MOVE OT-NUM-ORDEN TO WS-NUM-CANDIDATO
