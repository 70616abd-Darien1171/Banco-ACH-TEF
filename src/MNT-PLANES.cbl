          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

       01 WS-CHK-IO.
          05 WS-CHK-ESTADO        PIC X(2).
          05 WS-CHK-DESCRIPCION   PIC X(40).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
      *----------------------------------------------------------------
                       IF CL-COD-CLIENTE = WS-CAP-COD-CLIENTE
                           MOVE 'S' TO WS-RENGLON-HALLADO
                           MOVE WS-CAP-COD-PLAN TO CL-COD-PLAN
      *                    '44' = renglon anterior al registro largo
      *                    (ver CNV-CLIENTES).
                           REWRITE REG-CLIENTE
                           MOVE WS-STAT-CLIENTES TO WS-CHK-ESTADO
                           MOVE 'REESCRIBIR CLIENTE (PLAN)' TO
                               WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                       END-IF
               END-READ
           END-PERFORM
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 9950 - VERIFICAR ESTADO DE UNA OPERACION DE E/S
      *   Igual que 9950 en MAIN-ACH: cualquier codigo distinto de
      *   '00' detiene la corrida.
      *================================================================
       9950-VERIFICAR-ESTADO-IO.
           IF WS-CHK-ESTADO NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR FATAL DE E/S ***'
               DISPLAY '  Operacion : ' WS-CHK-DESCRIPCION
               DISPLAY '  Codigo    : ' WS-CHK-ESTADO
               STOP RUN
           END-IF.
