      *================================================================
      * RPT-PQR.cbl - Reporte Mensual de Quejas y Reclamos (PQR)
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Pide el mes (YYYY-MM) y recorre PQR.dat (ver PQR.cpy y
      * GES-PQR) tomando las quejas radicadas en ese mes. Por cada
      * causa muestra:
      *
      *   - quejas radicadas y monto reclamado;
      *   - quejas cerradas, y de ellas las resueltas a favor del
      *     cliente;
      *   - quejas que incumplieron el plazo de la Superfinanciera:
      *     las cerradas despues de su fecha limite
      *     (PQ-MCA-FUERA-PLAZO) mas las que siguen vivas con la
      *     fecha limite ya pasada a la fecha de corrida;
      *
      * y el total del mes.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-PQR.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-PQR
               ASSIGN TO 'data/PQR.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PQR.

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

       FD ARCHIVO-PQR.
       COPY 'copybooks/PQR.cpy'.

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
          05 WS-STAT-PQR          PIC X(2).

      *----------------------------------------------------------------
      * Fecha de corrida y mes a reportar
      *----------------------------------------------------------------
       01 WS-FECHA-HOY.
          05 WS-ANO               PIC 9(4).
          05 WS-MES                PIC 9(2).
          05 WS-DIA                PIC 9(2).
       01 WS-FECHA-STR             PIC X(10).
       01 WS-MES-REPORTE           PIC X(7).

      *----------------------------------------------------------------
      * Tabla de causas (el orden es el de PQ-CAUSA en PQR.cpy)
      *----------------------------------------------------------------
       01 WS-NOMBRES-CAUSA.
          05 FILLER PIC X(20) VALUE 'NO_RECONOCIDA       '.
          05 FILLER PIC X(20) VALUE 'NO_ABONADA          '.
          05 FILLER PIC X(20) VALUE 'MONTO_ERRADO        '.
          05 FILLER PIC X(20) VALUE 'COBRO_INDEBIDO      '.
          05 FILLER PIC X(20) VALUE 'DEMORA              '.
          05 FILLER PIC X(20) VALUE 'OTRA                '.
       01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-CAUSA.
          05 WS-NOM-CAUSA         PIC X(20) OCCURS 6 TIMES.

       01 WS-TABLA-CAUSAS.
          05 WS-CAUSA OCCURS 6 TIMES.
             10 WS-CAU-RADICADAS  PIC 9(5).
             10 WS-CAU-CERRADAS   PIC 9(5).
             10 WS-CAU-FAVORABLES PIC 9(5).
             10 WS-CAU-INCUMPLIDAS PIC 9(5).
             10 WS-CAU-MONTO      PIC S9(13)V99.

       01 WS-TOTALES.
          05 WS-TOT-RADICADAS     PIC 9(5) VALUE 0.
          05 WS-TOT-CERRADAS      PIC 9(5) VALUE 0.
          05 WS-TOT-FAVORABLES    PIC 9(5) VALUE 0.
          05 WS-TOT-INCUMPLIDAS   PIC 9(5) VALUE 0.
          05 WS-TOT-MONTO         PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-PQR           PIC X VALUE 'N'.
             88 FIN-PQR              VALUE 'S'.
          05 WS-IDX               PIC 9(2).
          05 WS-IDX-CAUSA         PIC 9(2).

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-CANT  PIC ZZ.ZZ9.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-PQR'.
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
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  REPORTE MENSUAL DE QUEJAS Y RECLAMOS (PQR)'
           DISPLAY WS-LINEA

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY '  Mes a reportar (YYYY-MM): ' WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-PERIODO TO WS-MES-REPORTE
               DISPLAY WS-MES-REPORTE
           ELSE
               ACCEPT WS-MES-REPORTE
           END-IF
           STRING WS-RUN-ORIGEN ' PERIODO=' WS-MES-REPORTE
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > 6
               MOVE 0 TO WS-CAU-RADICADAS (WS-IDX)
               MOVE 0 TO WS-CAU-CERRADAS (WS-IDX)
               MOVE 0 TO WS-CAU-FAVORABLES (WS-IDX)
               MOVE 0 TO WS-CAU-INCUMPLIDAS (WS-IDX)
               MOVE 0 TO WS-CAU-MONTO (WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM

           OPEN INPUT ARCHIVO-PQR
           IF WS-STAT-PQR = '35'
               DISPLAY '  Sin quejas radicadas todavia.'
               MOVE 'TERMINADO ' TO WS-RUN-ESTADO
               PERFORM 9890-ESCRIBIR-BITACORA
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-PQR
               READ ARCHIVO-PQR
                   AT END MOVE 'S' TO WS-EOF-PQR
                   NOT AT END
                       IF PQ-FEC-RADICACION (1:7) = WS-MES-REPORTE
                           PERFORM 2000-ACUMULAR-PQR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PQR

           PERFORM 3000-MOSTRAR-REPORTE

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-TOT-RADICADAS TO WS-RUN-PROCESADOS
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
      * 2000 - ACUMULAR UNA QUEJA DEL MES EN SU CAUSA
      *   Una causa que no este en la tabla (renglon viejo o mal
      *   digitado) se cuenta como OTRA.
      *================================================================
       2000-ACUMULAR-PQR.
           MOVE 6 TO WS-IDX-CAUSA
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > 6
               IF PQ-CAUSA = WS-NOM-CAUSA (WS-IDX)
                   MOVE WS-IDX TO WS-IDX-CAUSA
                   MOVE 7 TO WS-IDX
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           ADD 1 TO WS-CAU-RADICADAS (WS-IDX-CAUSA)
           ADD PQ-MONTO TO WS-CAU-MONTO (WS-IDX-CAUSA)

           IF PQR-CERRADA
               ADD 1 TO WS-CAU-CERRADAS (WS-IDX-CAUSA)
               IF PQ-RESOLUCION = 'FAVORABLE'
                   ADD 1 TO WS-CAU-FAVORABLES (WS-IDX-CAUSA)
               END-IF
               IF PQ-MCA-FUERA-PLAZO = FLAG-SI
                   ADD 1 TO WS-CAU-INCUMPLIDAS (WS-IDX-CAUSA)
               END-IF
           ELSE
               IF PQ-FEC-VENCIMIENTO < WS-FECHA-STR
                   ADD 1 TO WS-CAU-INCUMPLIDAS (WS-IDX-CAUSA)
               END-IF
           END-IF.

      *================================================================
      * 3000 - MOSTRAR EL REPORTE POR CAUSA Y EL TOTAL DEL MES
      *================================================================
       3000-MOSTRAR-REPORTE.
           DISPLAY ' '
           DISPLAY '  Periodo: ' WS-MES-REPORTE
               '   (plazos evaluados al ' WS-FECHA-STR ')'
           DISPLAY WS-LINEA

           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > 6
               IF WS-CAU-RADICADAS (WS-IDX) > 0
                   DISPLAY ' '
                   DISPLAY '  Causa: ' WS-NOM-CAUSA (WS-IDX)
                   MOVE WS-CAU-RADICADAS (WS-IDX) TO WS-DISP-CANT
                   MOVE WS-CAU-MONTO (WS-IDX) TO WS-DISP-MONTO
                   DISPLAY '      Radicadas        : ' WS-DISP-CANT
                       '   Monto $' WS-DISP-MONTO
                   MOVE WS-CAU-CERRADAS (WS-IDX) TO WS-DISP-CANT
                   DISPLAY '      Cerradas         : ' WS-DISP-CANT
                   MOVE WS-CAU-FAVORABLES (WS-IDX) TO WS-DISP-CANT
                   DISPLAY '      A favor cliente  : ' WS-DISP-CANT
                   MOVE WS-CAU-INCUMPLIDAS (WS-IDX) TO WS-DISP-CANT
                   DISPLAY '      Fuera de plazo   : ' WS-DISP-CANT

                   ADD WS-CAU-RADICADAS (WS-IDX) TO WS-TOT-RADICADAS
                   ADD WS-CAU-CERRADAS (WS-IDX) TO WS-TOT-CERRADAS
                   ADD WS-CAU-FAVORABLES (WS-IDX) TO WS-TOT-FAVORABLES
                   ADD WS-CAU-INCUMPLIDAS (WS-IDX)
                       TO WS-TOT-INCUMPLIDAS
                   ADD WS-CAU-MONTO (WS-IDX) TO WS-TOT-MONTO
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  TOTAL DEL MES'
           MOVE WS-TOT-RADICADAS TO WS-DISP-CANT
           MOVE WS-TOT-MONTO TO WS-DISP-MONTO
           DISPLAY '      Radicadas        : ' WS-DISP-CANT
               '   Monto $' WS-DISP-MONTO
           MOVE WS-TOT-CERRADAS TO WS-DISP-CANT
           DISPLAY '      Cerradas         : ' WS-DISP-CANT
           MOVE WS-TOT-FAVORABLES TO WS-DISP-CANT
           DISPLAY '      A favor cliente  : ' WS-DISP-CANT
           MOVE WS-TOT-INCUMPLIDAS TO WS-DISP-CANT
           DISPLAY '      Fuera de plazo   : ' WS-DISP-CANT
           DISPLAY WS-LINEA.

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
