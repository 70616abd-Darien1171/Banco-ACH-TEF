      *================================================================
      * RPT-REMESAS.cbl - Reporte de Remesas del Exterior a la UIAF
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Las remesas del exterior tienen su propia categoria ante la
      * UIAF: cada pago se reporta, sin umbral. Este batch mensual
      * recorre REMESAS.dat (ver REMESAS.cpy) y escribe en
      * data/UIAFREM.dat (formato fijo UIAF.cpy):
      *
      *   - el encabezado '1' del periodo;
      *   - un renglon '7' por cada remesa PAGADA en taquilla
      *     (modalidad EFECTIVO) o ABONADA a cuenta (modalidad ABONO)
      *     cuya fecha de pago cae en el periodo pedido, con
      *     remitente, pais de origen, beneficiario y su documento,
      *     el monto en la moneda de origen y el equivalente COP;
      *   - el control '9' de cantidad y monto COP.
      *
      * Las remesas devueltas a la remesadora no se pagaron y no se
      * reportan.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-REMESAS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-REMESAS
               ASSIGN TO 'data/REMESAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REMESAS.

           SELECT ARCHIVO-UIAFREM
               ASSIGN TO 'data/UIAFREM.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-UIAFREM.

           SELECT ARCHIVO-PARAMRUN
               ASSIGN TO 'data/PARAMRUN.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PARAMRUN.

           SELECT ARCHIVO-DIAOPER
               ASSIGN TO 'data/DIAOPER.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-DIAOPER.

           SELECT ARCHIVO-RUNCTL
               ASSIGN TO 'data/RUNCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RUNCTL.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-REMESAS.
       COPY 'copybooks/REMESAS.cpy'.

       FD ARCHIVO-UIAFREM.
       COPY 'copybooks/UIAF.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-REMESAS      PIC X(2).
          05 WS-STAT-UIAFREM      PIC X(2).

      *----------------------------------------------------------------
      * Fecha del sistema y periodo pedido
      *----------------------------------------------------------------
       01 WS-FECHA-HOY.
          05 WS-ANO               PIC 9(4).
          05 WS-MES                PIC 9(2).
          05 WS-DIA                PIC 9(2).
       01 WS-FECHA-STR             PIC X(10).
       01 WS-PERIODO               PIC X(7).

       01 WS-AUX.
          05 WS-EOF-REMESAS       PIC X VALUE 'N'.

       01 WS-CONTROL-SALIDA.
          05 WS-CANT-DETALLES     PIC 9(6) VALUE 0.
          05 WS-CANT-EFECTIVO     PIC 9(6) VALUE 0.
          05 WS-CANT-ABONO        PIC 9(6) VALUE 0.
          05 WS-MTO-TOTAL-REP     PIC 9(15)V99 VALUE 0.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-REMESAS'.
          05 WS-RUN-FEC-PROCESO   PIC X(10).
          05 WS-RUN-HORA          PIC X(8).
          05 WS-RUN-TIEMPO.
             10 WS-RUN-HH         PIC 9(2).
             10 WS-RUN-MM         PIC 9(2).
             10 WS-RUN-SS         PIC 9(2).
             10 WS-RUN-CC         PIC 9(2).
          05 WS-RUN-FECHA-SYS     PIC 9(8).
          05 WS-RUN-ESTADO        PIC X(10).
          05 WS-RUN-PROCESADOS    PIC 9(7).

      *----------------------------------------------------------------
      * Parametros de la corrida (PARAMRUN.dat, ver PARAMRUN.cpy)
      *----------------------------------------------------------------
       01 WS-PARAMETROS.
          05 WS-STAT-PARAMRUN     PIC X(2).
          05 WS-STAT-DIAOPER      PIC X(2).
          05 WS-EOF-PARAMRUN      PIC X VALUE 'N'.
          05 WS-HAY-PARAMETROS    PIC X VALUE 'N'.
             88 HAY-PARAMETROS       VALUE 'S'.
          05 WS-PAR-FEC-PROCESO   PIC X(10) VALUE SPACES.
          05 WS-PAR-PERIODO       PIC X(7) VALUE SPACES.
          05 WS-RUN-ORIGEN        PIC X(8) VALUE 'CONSOLA'.
          05 WS-RUN-PARAMETROS    PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  REPORTE DE REMESAS DEL EXTERIOR A LA UIAF'
           DISPLAY WS-LINEA

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Periodo a reportar (YYYY-MM): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-PERIODO TO WS-PERIODO
               DISPLAY WS-PERIODO
           ELSE
               ACCEPT WS-PERIODO
           END-IF
           IF WS-PERIODO = SPACES
               DISPLAY '  ERROR: se requiere el periodo.'
               STOP RUN
           END-IF
           STRING WS-RUN-ORIGEN ' PERIODO=' WS-PERIODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           OPEN OUTPUT ARCHIVO-UIAFREM
           IF WS-STAT-UIAFREM NOT = '00'
               DISPLAY '  ERROR ABRIENDO UIAFREM.dat: '
                   WS-STAT-UIAFREM
               STOP RUN
           END-IF

           PERFORM 1000-ESCRIBIR-ENCABEZADO
           PERFORM 2000-RECORRER-REMESAS
           PERFORM 8000-ESCRIBIR-CONTROL

           CLOSE ARCHIVO-UIAFREM

           DISPLAY ' '
           DISPLAY '  Pagadas en efectivo : ' WS-CANT-EFECTIVO
           DISPLAY '  Abonadas a cuenta   : ' WS-CANT-ABONO
           DISPLAY '  Renglones reportados: ' WS-CANT-DETALLES
               ' (data/UIAFREM.dat)'

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CANT-DETALLES TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
           STOP RUN.

      *================================================================
      * 0050 - LEER LOS PARAMETROS DE LA CORRIDA
      *   Busca en PARAMRUN.dat el renglon de este programa. Con
      *   renglon la corrida es desatendida: cada pregunta de consola
      *   se contesta con el campo del renglon (en blanco = dar
      *   enter) y la fecha en blanco es la fecha de proceso del dia
      *   operativo (DIAOPER.dat). Sin renglon se pregunta en consola.
      *================================================================
       0050-LEER-PARAMETROS.
           MOVE 'N' TO WS-HAY-PARAMETROS
           MOVE 'N' TO WS-EOF-PARAMRUN

           OPEN INPUT ARCHIVO-PARAMRUN
           IF WS-STAT-PARAMRUN = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PARAMRUN = 'S'
               READ ARCHIVO-PARAMRUN
                   AT END MOVE 'S' TO WS-EOF-PARAMRUN
                   NOT AT END
                       IF PJ-PROGRAMA = WS-RUN-PROGRAMA
                           MOVE 'S' TO WS-HAY-PARAMETROS
                           MOVE 'S' TO WS-EOF-PARAMRUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PARAMRUN

           IF NOT HAY-PARAMETROS
               EXIT PARAGRAPH
           END-IF

           MOVE 'PARAMRUN' TO WS-RUN-ORIGEN
           MOVE PJ-FEC-PROCESO TO WS-PAR-FEC-PROCESO
           MOVE PJ-PERIODO TO WS-PAR-PERIODO

           IF WS-PAR-FEC-PROCESO = SPACES
               OPEN INPUT ARCHIVO-DIAOPER
               IF WS-STAT-DIAOPER NOT = '35'
                   READ ARCHIVO-DIAOPER
                       NOT AT END
                           MOVE DO-FEC-PROCESO TO WS-PAR-FEC-PROCESO
                   END-READ
                   CLOSE ARCHIVO-DIAOPER
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY '  Corrida desatendida: parametros de PARAMRUN.dat '
               '(fecha de proceso ' WS-PAR-FEC-PROCESO ').'.

      *================================================================
      * 1000 - ESCRIBIR EL ENCABEZADO DEL ARCHIVO
      *================================================================
       1000-ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO REG-UIAF
           MOVE '1' TO UF-ENC-TIPO
           MOVE COD-BANCO-PROPIO TO UF-ENC-COD-BANCO
           MOVE WS-PERIODO TO UF-ENC-PERIODO
           MOVE WS-FECHA-STR TO UF-ENC-FEC-GENERACION

           WRITE REG-UIAF FROM REG-UIAF-ENCABEZADO.

      *================================================================
      * 2000 - RECORRER LAS REMESAS PAGADAS DEL PERIODO
      *================================================================
       2000-RECORRER-REMESAS.
           MOVE 'N' TO WS-EOF-REMESAS

           OPEN INPUT ARCHIVO-REMESAS
           IF WS-STAT-REMESAS = '35'
               MOVE 'S' TO WS-EOF-REMESAS
           END-IF

           PERFORM UNTIL WS-EOF-REMESAS = 'S'
               READ ARCHIVO-REMESAS
                   AT END MOVE 'S' TO WS-EOF-REMESAS
                   NOT AT END
                       IF RX-FEC-CIERRE (1:7) = WS-PERIODO
                               AND (REM-PAGADA OR REM-ABONADA)
                           PERFORM 3000-REPORTAR-REMESA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-REMESAS NOT = '35'
               CLOSE ARCHIVO-REMESAS
           END-IF.

      *================================================================
      * 3000 - REPORTAR UNA REMESA PAGADA
      *================================================================
       3000-REPORTAR-REMESA.
           MOVE SPACES TO REG-UIAF
           MOVE '7' TO UF-REM-TIPO
           MOVE RX-NUM-REMESA TO UF-REM-NUM-REMESA
           MOVE RX-COD-REMESADORA TO UF-REM-COD-REMESADORA
           MOVE RX-PAIS-ORIGEN TO UF-REM-PAIS-ORIGEN
           MOVE RX-NOM-REMITENTE TO UF-REM-NOM-REMITENTE
           MOVE RX-TIP-DOCUMENTO TO UF-REM-TIP-DOCUMENTO
           MOVE RX-NUM-DOCUMENTO TO UF-REM-NUM-DOCUMENTO
           MOVE RX-NOM-BENEFICIARIO TO UF-REM-NOM-BENEFICIARIO
           IF REM-PAGADA
               MOVE 'EFECTIVO  ' TO UF-REM-MODALIDAD
               ADD 1 TO WS-CANT-EFECTIVO
           ELSE
               MOVE 'ABONO     ' TO UF-REM-MODALIDAD
               ADD 1 TO WS-CANT-ABONO
           END-IF
           MOVE RX-FEC-CIERRE TO UF-REM-FEC-PAGO
           MOVE RX-TIP-MONEDA TO UF-REM-TIP-MONEDA
           MOVE RX-MTO-ORIGEN TO UF-REM-MTO-ORIGEN
           MOVE RX-MTO-COP TO UF-REM-MTO-COP
           WRITE REG-UIAF FROM REG-UIAF-REMESA

           ADD 1 TO WS-CANT-DETALLES
           ADD RX-MTO-COP TO WS-MTO-TOTAL-REP.

      *================================================================
      * 8000 - ESCRIBIR EL CONTROL DEL ARCHIVO
      *================================================================
       8000-ESCRIBIR-CONTROL.
           MOVE SPACES TO REG-UIAF
           MOVE '9' TO UF-FIN-TIPO
           MOVE WS-CANT-DETALLES TO UF-FIN-CANT-DETALLES
           MOVE WS-MTO-TOTAL-REP TO UF-FIN-MONTO-TOTAL

           WRITE REG-UIAF FROM REG-UIAF-CONTROL.

      *================================================================
      * 9890 - DEJAR UN RENGLON EN LA BITACORA DE CORRIDAS
      *================================================================
       9890-ESCRIBIR-BITACORA.
           ACCEPT WS-RUN-FECHA-SYS FROM DATE YYYYMMDD
           STRING WS-RUN-FECHA-SYS (1:4) '-' WS-RUN-FECHA-SYS (5:2)
               '-' WS-RUN-FECHA-SYS (7:2)
               DELIMITED SIZE INTO WS-RUN-FEC-PROCESO
           ACCEPT WS-RUN-TIEMPO FROM TIME
           STRING WS-RUN-HH ':' WS-RUN-MM ':' WS-RUN-SS
               DELIMITED SIZE INTO WS-RUN-HORA

           OPEN EXTEND ARCHIVO-RUNCTL
           IF WS-STAT-RUNCTL = '35'
               OPEN OUTPUT ARCHIVO-RUNCTL
               CLOSE ARCHIVO-RUNCTL
               OPEN EXTEND ARCHIVO-RUNCTL
           END-IF

           MOVE SPACES TO REG-CORRIDA
           MOVE WS-RUN-PROGRAMA TO RN-PROGRAMA
           MOVE WS-RUN-FEC-PROCESO TO RN-FEC-PROCESO
           MOVE WS-RUN-HORA TO RN-HOA-EVENTO
           MOVE WS-RUN-ESTADO TO RN-ESTADO
           MOVE WS-RUN-PROCESADOS TO RN-REG-PROCESADOS
           MOVE WS-RUN-PARAMETROS TO RN-PARAMETROS

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.
