
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
       01 WS-NUM-ORDEN             PIC X(20).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * 0300 - ABRIR ARCHIVOS
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN I-O ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '35'
               OPEN OUTPUT ARCHIVO-ORDENES
               CLOSE ARCHIVO-ORDENES
               OPEN I-O ARCHIVO-ORDENES
           END-IF
           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-ASIENTOS
           OPEN EXTEND ARCHIVO-AUDITORIA
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE CC-COD-SUCURSAL OF WS-CUENTA-EMBARGADA
               TO WS-SUC-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 6510-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      *================================================================
      * 7000 - REGISTRAR EL REMATE EN AUDITORIA
      *   La referencia de pago del juzgado es el numero de la orden
      *   girada, citada junto al oficio y la cuenta rematada.
      *================================================================
       7000-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           MOVE 'EJECUTADO' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
           MOVE WS-MTO-APLICADO TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           STRING 'Oficio ' WS-CAP-OFICIO ', referencia de pago '
               WS-NUM-ORDEN ', cuenta ' WS-CAP-CUENTA
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.
