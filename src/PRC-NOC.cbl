
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

           SELECT ARCHIVO-MANDATOS
               MOVE NOC-AUTO-BANCO TO WS-MCA-AUTO
           END-IF

      *    Una correccion de nombre (C04) no cambia el destino: no
      *    hay nada que repuntar y el nombre de cada inscripcion lo
      *    revisa un operador.
           IF WS-NOC-COD-MOTIVO = 'C04'
               PERFORM 7000-ENCOLAR-REVISION
               EXIT PARAGRAPH
           END-IF

           IF NOT NOC-SE-APLICA
               PERFORM 7000-ENCOLAR-REVISION
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF OT-COD-BCO-DEST = WS-NOC-BCO-VIEJO
