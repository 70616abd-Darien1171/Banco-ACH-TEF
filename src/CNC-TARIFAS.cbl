               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FACTCAM.

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

       FD ARCHIVO-FACTCAMARA.
       COPY 'copybooks/FACTCAMARA.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'CNC-TARIFAS'.
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
          05 WS-PAR-MODO          PIC X(1) VALUE SPACES.
          05 WS-PAR-UMBRAL-1      PIC 9(9) VALUE 0.
          05 WS-PAR-UMBRAL-2      PIC 9(9) VALUE 0.
          05 WS-RUN-ORIGEN        PIC X(8) VALUE 'CONSOLA'.
          05 WS-RUN-PARAMETROS    PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================
           DISPLAY '  CONCILIACION DE LA FACTURA DE LA CAMARA'
           DISPLAY WS-LINEA

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Periodo facturado (YYYY-MM): '
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

           PERFORM 1000-CONTAR-ENVIOS-PROPIOS
           PERFORM 2000-CONTAR-DEVOLUCIONES
                   ' reclame a la camara con este soporte ***'
           END-IF
           DISPLAY WS-LINEA

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CANT-ENTRADAS TO WS-RUN-PROCESADOS
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
           MOVE PJ-MODO TO WS-PAR-MODO
           IF PJ-UMBRAL-1 IS NUMERIC
               MOVE PJ-UMBRAL-1 TO WS-PAR-UMBRAL-1
           END-IF
           IF PJ-UMBRAL-2 IS NUMERIC
               MOVE PJ-UMBRAL-2 TO WS-PAR-UMBRAL-2
           END-IF

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
      * 1000 - CONTAR LAS ENTRADAS Y ADDENDAS TRANSMITIDAS
      *   Generaciones del periodo en LIQENVIOS.dat que no quedaron
               DISPLAY '      *** DIFERENCIA EN VALOR: $'
                   WS-DISP-MONTO ' ***'
           END-IF.

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
