
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

           SELECT ARCHIVO-MOVIMIENTOS
           OPEN INPUT ARCHIVO-ORDENES

           PERFORM UNTIL FIN-ORDENES
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       PERFORM 2000-PROCESAR-ORDEN
               DISPLAY '  La cadena va en la fase ' DO-FASE-CIERRE
                   ' y este job es la fase ' WS-FASE-PROPIA
                   '; respete el orden LIB-BLOQUEOS, RST-LIMITES, '
                   'CNC-DIARIO, GEN-LIQUIDACION, SNAP-SALDOS, '
                   'GEN-BODEGA.'
               EXIT PARAGRAPH
           END-IF

