      *================================================================
      * GEN-ROS.cbl - Reporte de Operacion Sospechosa (ROS) a la UIAF
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * RPT-UIAF y RPT-EFECTIVO cubren los reportes por umbral; el
      * ROS es otra obligacion: lo dispara la decision de un analista
      * y no un monto. Los analistas marcan en ROS.dat (ver ROS.cpy)
      * un caso de fraude desde GES-CASOS o un destino recolector
      * desde DET-MULAS, con su narrativa. Este programa:
      *
      *   1. Genera el archivo UIAFROS.dat (formato fijo UIAF.cpy)
      *      con todos los ROS MARCADOS: encabezado '1'; por cada ROS
      *      su encabezado '3' con el sujeto, la narrativa en
      *      renglones '4' y las operaciones involucradas en
      *      renglones '5' (el intento del caso, si lo hay, y las
      *      ordenes no rechazadas hacia el destino desde
      *      RS-FEC-DESDE); y el control '9'. Cada ROS recibe su
      *      numero y pasa a REPORTADO con fecha, hora, supervisor,
      *      cantidad y monto reportados, y cada renglon del archivo
      *      queda ademas copiado en ROSHIST.dat: lo presentado al
      *      portal de la UIAF se puede probar despues.
      *   2. Consulta el registro: lo marcado y lo ya reportado.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-ROS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-ROS
               ASSIGN TO 'data/ROS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ROS.

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

           SELECT ARCHIVO-UIAFROS
               ASSIGN TO 'data/UIAFROS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-UIAFROS.

           SELECT ARCHIVO-ROSHIST
               ASSIGN TO 'data/ROSHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ROSHIST.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-STAT-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-ROS.
       COPY 'copybooks/ROS.cpy'.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       FD ARCHIVO-UIAFROS.
       COPY 'copybooks/UIAF.cpy'.

       FD ARCHIVO-ROSHIST.
       01 REG-ROS-HIST              PIC X(160).

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-ROS          PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-UIAFROS      PIC X(2).
          05 WS-STAT-ROSHIST      PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
      *----------------------------------------------------------------
       01 WS-FECHA-HOY.
          05 WS-ANO               PIC 9(4).
          05 WS-MES                PIC 9(2).
          05 WS-DIA                PIC 9(2).
       01 WS-HORA-ACTUAL.
          05 WS-HH                 PIC 9(2).
          05 WS-MM                 PIC 9(2).
          05 WS-SS                 PIC 9(2).
          05 WS-CC                 PIC 9(2).

       01 WS-FECHA-STR             PIC X(10).
       01 WS-HORA-STR              PIC X(8).
       01 WS-FECHA-COMPACTA        PIC X(8).

      *----------------------------------------------------------------
      * Consecutivos diarios (ROS y auditoria)
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-AUDIT             PIC X(20).
       01 WS-NUM-ROS               PIC X(20).

      *----------------------------------------------------------------
      * Opcion elegida y autorizacion
      *----------------------------------------------------------------
       01 WS-OPCION                PIC X(1).
          88 OPCION-GENERAR           VALUE '1'.
          88 OPCION-CONSULTAR         VALUE '2'.

       01 WS-COD-AUTORIZA          PIC X(10).
       01 WS-MOTIVO-AUTORIZA       PIC X(100).
       01 WS-ESTADO-FINAL-AUD      PIC X(20).

      *----------------------------------------------------------------
      * Armado del ROS en curso
      *----------------------------------------------------------------
       01 WS-ROS-CURSO.
          05 WS-NOM-TITULAR       PIC X(50).
          05 WS-ROS-CANT-OPE      PIC 9(5).
          05 WS-ROS-MTO           PIC S9(13)V99.
          05 WS-IDX-NAR           PIC 9(2).
          05 WS-POS-NAR           PIC 9(3).

       01 WS-CONTROL-SALIDA.
          05 WS-CANT-PENDIENTES   PIC 9(5) VALUE 0.
          05 WS-CANT-ROS          PIC 9(5) VALUE 0.
          05 WS-CANT-DETALLES     PIC 9(6) VALUE 0.
          05 WS-MTO-TOTAL-REP     PIC 9(15)V99 VALUE 0.

       01 WS-AUX.
          05 WS-EOF-ROS           PIC X VALUE 'N'.
          05 WS-EOF-ORDENES       PIC X VALUE 'N'.
          05 WS-HAY-ROS           PIC X VALUE 'N'.

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  REPORTE DE OPERACION SOSPECHOSA (ROS) A LA UIAF'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  1. Generar el archivo con los ROS marcados'
           DISPLAY '  2. Consultar el registro de ROS'
           DISPLAY '  Opcion (ENTER = salir): ' WITH NO ADVANCING
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN OPCION-GENERAR
                   PERFORM 1000-GENERAR-ARCHIVO
               WHEN OPCION-CONSULTAR
                   PERFORM 5000-CONSULTAR-REGISTRO
               WHEN OTHER
                   DISPLAY ' '
                   DISPLAY '  Sin cambios.'
           END-EVALUATE

           PERFORM 9900-CERRAR-ARCHIVOS
           STOP RUN.

      *================================================================
      * 0100 - OBTENER FECHA Y HORA DEL SISTEMA
      *================================================================
       0100-OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME

           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED SIZE INTO WS-FECHA-COMPACTA.

      *================================================================
      * 0150 - OBTENER SIGUIENTE CONSECUTIVO DIARIO
      *================================================================
       0150-SIGUIENTE-SECUENCIA.
           MOVE WS-FECHA-COMPACTA TO SC-FECHA
           MOVE WS-SEC-TIPO TO SC-TIPO

           READ ARCHIVO-SECUENCIA
               INVALID KEY
                   MOVE 1 TO SC-ULTIMO-NUM
                   WRITE REG-SECUENCIA
               NOT INVALID KEY
                   ADD 1 TO SC-ULTIMO-NUM
                   REWRITE REG-SECUENCIA
           END-READ

           MOVE SC-ULTIMO-NUM TO WS-SEC-VALOR.

      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - GENERAR EL ARCHIVO CON LOS ROS MARCADOS
      *================================================================
       1000-GENERAR-ARCHIVO.
           PERFORM 1100-CONTAR-PENDIENTES
           IF WS-CANT-PENDIENTES = 0
               DISPLAY ' '
               DISPLAY '  No hay ROS marcados pendientes de reportar.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '  ROS marcados por reportar: ' WS-CANT-PENDIENTES
           DISPLAY '  Codigo del supervisor que autoriza: '
               WITH NO ADVANCING
           ACCEPT WS-COD-AUTORIZA
           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor.'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVO-UIAFROS
           IF WS-STAT-UIAFROS NOT = '00'
               DISPLAY '  ERROR ABRIENDO UIAFROS.dat: '
                   WS-STAT-UIAFROS
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-ROSHIST
           IF WS-STAT-ROSHIST = '35'
               OPEN OUTPUT ARCHIVO-ROSHIST
               CLOSE ARCHIVO-ROSHIST
               OPEN EXTEND ARCHIVO-ROSHIST
           END-IF

           MOVE SPACES TO REG-UIAF
           MOVE '1' TO UF-ENC-TIPO
           MOVE COD-BANCO-PROPIO TO UF-ENC-COD-BANCO
           MOVE WS-FECHA-STR (1:7) TO UF-ENC-PERIODO
           MOVE WS-FECHA-STR TO UF-ENC-FEC-GENERACION
           PERFORM 8000-ESCRIBIR-RENGLON

           MOVE 'N' TO WS-EOF-ROS
           OPEN I-O ARCHIVO-ROS
           PERFORM UNTIL WS-EOF-ROS = 'S'
               READ ARCHIVO-ROS
                   AT END MOVE 'S' TO WS-EOF-ROS
                   NOT AT END
                       IF ROS-MARCADO
                           PERFORM 2000-ARMAR-ROS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ROS

           MOVE SPACES TO REG-UIAF
           MOVE '9' TO UF-FIN-TIPO
           MOVE WS-CANT-DETALLES TO UF-FIN-CANT-DETALLES
           MOVE WS-MTO-TOTAL-REP TO UF-FIN-MONTO-TOTAL
           PERFORM 8000-ESCRIBIR-RENGLON

           CLOSE ARCHIVO-UIAFROS
           CLOSE ARCHIVO-ROSHIST

           MOVE 'Generacion del archivo de ROS' TO WS-MOTIVO-AUTORIZA
           MOVE 'ROS_GENERADO' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE WS-MTO-TOTAL-REP TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  ROS reportados      : ' WS-CANT-ROS
           DISPLAY '  Operaciones         : ' WS-CANT-DETALLES
           DISPLAY '  Monto reportado     : $' WS-DISP-MONTO
           DISPLAY '  Archivo: data/UIAFROS.dat (copia en '
               'data/ROSHIST.dat)'
           DISPLAY WS-LINEA.

      *================================================================
      * 1100 - CONTAR LOS ROS MARCADOS PENDIENTES
      *================================================================
       1100-CONTAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PENDIENTES
           MOVE 'N' TO WS-EOF-ROS

           OPEN INPUT ARCHIVO-ROS
           IF WS-STAT-ROS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ROS = 'S'
               READ ARCHIVO-ROS
                   AT END MOVE 'S' TO WS-EOF-ROS
                   NOT AT END
                       IF ROS-MARCADO
                           ADD 1 TO WS-CANT-PENDIENTES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ROS.

      *================================================================
      * 2000 - ARMAR UN ROS: ENCABEZADO, NARRATIVA Y OPERACIONES
      *================================================================
       2000-ARMAR-ROS.
           MOVE 'ROS' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ROS' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ROS

           MOVE 0 TO WS-ROS-CANT-OPE
           MOVE 0 TO WS-ROS-MTO

      *    El titular del destino sale de la primera orden hallada;
      *    por eso se busca antes de escribir el encabezado.
           PERFORM 2100-BUSCAR-TITULAR

           MOVE SPACES TO REG-UIAF
           MOVE '3' TO UF-ROS-TIPO
           MOVE WS-NUM-ROS TO UF-ROS-NUM-ROS
           MOVE RS-FEC-MARCA TO UF-ROS-FEC-MARCA
           MOVE RS-TIP-ORIGEN TO UF-ROS-TIP-ORIGEN
           MOVE RS-REF-ORIGEN TO UF-ROS-REF-ORIGEN
           MOVE RS-COD-BCO-DEST TO UF-ROS-COD-BCO-DEST
           MOVE RS-COD-CTA-DEST TO UF-ROS-COD-CTA-DEST
           MOVE WS-NOM-TITULAR TO UF-ROS-NOM-TITULAR
           MOVE RS-COD-ANALISTA TO UF-ROS-COD-ANALISTA
           PERFORM 8000-ESCRIBIR-RENGLON

           MOVE 1 TO WS-IDX-NAR
           PERFORM UNTIL WS-IDX-NAR > 4
               COMPUTE WS-POS-NAR = (WS-IDX-NAR - 1) * 100 + 1
               IF RS-NARRATIVA (WS-POS-NAR:100) NOT = SPACES
                   MOVE SPACES TO REG-UIAF
                   MOVE '4' TO UF-NAR-TIPO
                   MOVE WS-NUM-ROS TO UF-NAR-NUM-ROS
                   MOVE WS-IDX-NAR TO UF-NAR-RENGLON
                   MOVE RS-NARRATIVA (WS-POS-NAR:100) TO UF-NAR-TEXTO
                   PERFORM 8000-ESCRIBIR-RENGLON
               END-IF
               ADD 1 TO WS-IDX-NAR
           END-PERFORM

           IF ROS-DE-CASO
               MOVE SPACES TO REG-UIAF
               MOVE '5' TO UF-OPE-TIPO
               MOVE WS-NUM-ROS TO UF-OPE-NUM-ROS
               MOVE RS-REF-ORIGEN TO UF-OPE-NUM-ORDEN
               MOVE RS-FEC-ORIGEN TO UF-OPE-FEC-OPERACION
               MOVE RS-COD-CTA-ORIGEN TO UF-OPE-COD-CTA-ORIGEN
               MOVE RS-MTO-ORIGEN TO UF-OPE-MONTO
               MOVE 'INTENTO_DEL_CASO' TO UF-OPE-ESTADO
               PERFORM 2300-CONTAR-OPERACION
           END-IF

           PERFORM 2200-AGREGAR-ORDENES

           MOVE WS-NUM-ROS TO RS-NUM-ROS
           MOVE 'REPORTADO ' TO RS-ESTADO
           MOVE WS-FECHA-STR TO RS-FEC-REPORTE
           MOVE WS-HORA-STR TO RS-HOA-REPORTE
           MOVE WS-COD-AUTORIZA TO RS-COD-GENERO
           MOVE WS-ROS-CANT-OPE TO RS-CANT-OPERACIONES
           MOVE WS-ROS-MTO TO RS-MTO-REPORTADO
           REWRITE REG-ROS

           ADD 1 TO WS-CANT-ROS
           MOVE WS-ROS-MTO TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  ' WS-NUM-ROS ' ' RS-TIP-ORIGEN ' '
               RS-REF-ORIGEN
           DISPLAY '      Destino ' RS-COD-BCO-DEST ' '
               RS-COD-CTA-DEST '  Operaciones: ' WS-ROS-CANT-OPE
               '  Monto $' WS-DISP-MONTO.

      *================================================================
      * 2100 - BUSCAR EL TITULAR DEL DESTINO EN SUS ORDENES
      *================================================================
       2100-BUSCAR-TITULAR.
           MOVE SPACES TO WS-NOM-TITULAR
           MOVE 'N' TO WS-EOF-ORDENES

           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-COD-BCO-DEST = RS-COD-BCO-DEST
                               AND OT-COD-CTA-DEST = RS-COD-CTA-DEST
                               AND OT-NOM-CLI-DEST NOT = SPACES
                           MOVE OT-NOM-CLI-DEST TO WS-NOM-TITULAR
                           MOVE 'S' TO WS-EOF-ORDENES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 2200 - AGREGAR LAS ORDENES HACIA EL DESTINO DEL ROS
      *================================================================
       2200-AGREGAR-ORDENES.
           MOVE 'N' TO WS-EOF-ORDENES

           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-COD-BCO-DEST = RS-COD-BCO-DEST
                               AND OT-COD-CTA-DEST = RS-COD-CTA-DEST
                               AND OT-FEC-CREACION >= RS-FEC-DESDE
                               AND OT-EST-ORDEN NOT = EST-RECHAZADA
                           MOVE SPACES TO REG-UIAF
                           MOVE '5' TO UF-OPE-TIPO
                           MOVE WS-NUM-ROS TO UF-OPE-NUM-ROS
                           MOVE OT-NUM-ORDEN TO UF-OPE-NUM-ORDEN
                           MOVE OT-FEC-CREACION
                               TO UF-OPE-FEC-OPERACION
                           MOVE OT-COD-CTA-ORIGEN
                               TO UF-OPE-COD-CTA-ORIGEN
                           MOVE OT-NOM-CLI-ORIGEN
                               TO UF-OPE-NOM-ORIGEN
                           MOVE OT-MTO-TRANSF TO UF-OPE-MONTO
                           MOVE OT-EST-ORDEN TO UF-OPE-ESTADO
                           PERFORM 2300-CONTAR-OPERACION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 2300 - ESCRIBIR UNA OPERACION '5' Y SUMARLA AL CONTROL
      *================================================================
       2300-CONTAR-OPERACION.
           ADD 1 TO WS-ROS-CANT-OPE
           ADD UF-OPE-MONTO TO WS-ROS-MTO
           ADD 1 TO WS-CANT-DETALLES
           ADD UF-OPE-MONTO TO WS-MTO-TOTAL-REP
           PERFORM 8000-ESCRIBIR-RENGLON.

      *================================================================
      * 5000 - CONSULTAR EL REGISTRO DE ROS
      *================================================================
       5000-CONSULTAR-REGISTRO.
           MOVE 'N' TO WS-EOF-ROS
           MOVE 'N' TO WS-HAY-ROS

           OPEN INPUT ARCHIVO-ROS
           IF WS-STAT-ROS = '35'
               DISPLAY ' '
               DISPLAY '  Sin ROS marcados todavia.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '  REGISTRO DE ROS (MARCADOS Y REPORTADOS)'
           DISPLAY WS-LINEA

           PERFORM UNTIL WS-EOF-ROS = 'S'
               READ ARCHIVO-ROS
                   AT END MOVE 'S' TO WS-EOF-ROS
                   NOT AT END
                       MOVE 'S' TO WS-HAY-ROS
                       PERFORM 5100-MOSTRAR-ROS
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ROS

           IF WS-HAY-ROS = 'N'
               DISPLAY '  (registro vacio)'
           END-IF.

      *================================================================
      * 5100 - MOSTRAR UN RENGLON DEL REGISTRO
      *================================================================
       5100-MOSTRAR-ROS.
           DISPLAY ' '
           DISPLAY '  ' RS-ESTADO ' ' RS-NUM-ROS ' ' RS-TIP-ORIGEN
               ' ' RS-REF-ORIGEN
           DISPLAY '      Destino ' RS-COD-BCO-DEST ' '
               RS-COD-CTA-DEST '  desde ' RS-FEC-DESDE
           DISPLAY '      Marcado ' RS-FEC-MARCA ' ' RS-HOA-MARCA
               ' por ' RS-COD-ANALISTA
           IF ROS-REPORTADO
               MOVE RS-MTO-REPORTADO TO WS-DISP-MONTO
               DISPLAY '      Reportado ' RS-FEC-REPORTE ' '
                   RS-HOA-REPORTE ' por ' RS-COD-GENERO
               DISPLAY '      Operaciones: ' RS-CANT-OPERACIONES
                   '  Monto $' WS-DISP-MONTO
           END-IF
           DISPLAY '      Narrativa: ' RS-NARRATIVA (1:100).

      *================================================================
      * 8000 - ESCRIBIR UN RENGLON EN EL ARCHIVO Y EN SU COPIA
      *================================================================
       8000-ESCRIBIR-RENGLON.
           WRITE REG-UIAF
           WRITE REG-ROS-HIST FROM REG-UIAF.

      *================================================================
      * 9100 - REGISTRAR LA GENERACION EN AUDITORIA
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE SPACES TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'REPORTE_ROS' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-COD-AUTORIZA TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'GEN_ROS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-ESTADO-FINAL-AUD TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE WS-MTO-TOTAL-REP TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO

           STRING WS-MOTIVO-AUTORIZA DELIMITED BY '  '
               ': ' WS-CANT-ROS ' ROS, ' WS-CANT-DETALLES
               ' operaciones'
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.
