      * supervisor y motivo una sola vez por sesion, y deja un renglon
      * de AUDITORIA.dat por cada tramo cargado. El archivo es
      * historico: nunca se pisa un tramo anterior; ACR-INTERES toma
      * para cada saldo el tramo con la vigencia mas reciente. Un
      * tramo puede cargarse para un solo producto de deposito (ver
      * MNT-PRODUCTOS); las cuentas de ese producto lo prefieren
      * sobre la tabla general.
      *================================================================

       IDENTIFICATION DIVISION.
          05 WS-CAP-RANGO-DESDE    PIC S9(13)V99.
          05 WS-CAP-RANGO-HASTA    PIC S9(13)V99.
          05 WS-CAP-TASA           PIC 9(3)V99.
          05 WS-CAP-COD-PRODUCTO   PIC X(4).
          05 WS-CAP-CONTINUA       PIC X(1).

      *----------------------------------------------------------------
                       DISPLAY '  Desde ' TI-FEC-VIGENCIA
                           ': saldo desde $' WS-DISP-MONTO
                           ' -> ' WS-DISP-TASA ' % mensual'
                       IF TI-COD-PRODUCTO NOT = SPACES
                           DISPLAY '      (solo producto '
                               TI-COD-PRODUCTO ')'
                       END-IF
               END-READ
           END-PERFORM

               WITH NO ADVANCING
           ACCEPT WS-CAP-TASA

           DISPLAY '  Producto de deposito (enter = tabla general): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CAP-COD-PRODUCTO
           ACCEPT WS-CAP-COD-PRODUCTO

           IF WS-CAP-TASA = 0
               DISPLAY '  ERROR: La tasa debe ser mayor a cero; no '
                   'se cargo.'
           MOVE WS-COD-AUTORIZA TO TI-COD-AUTORIZA
           MOVE WS-FECHA-STR TO TI-FEC-CARGUE
           MOVE WS-HORA-STR TO TI-HOA-CARGUE
           MOVE WS-CAP-COD-PRODUCTO TO TI-COD-PRODUCTO
           WRITE REG-TASA-INTERES
           CLOSE ARCHIVO-TASASINT

