      *   NO ARRANCO no tiene ningun renglon en la fecha;
      *
      * y al final lista las demas corridas registradas en la fecha
      * (jobs de frecuencia mensual u ocasional). Bajo cada corrida
      * terminada va la linea de parametros que uso (RN-PARAMETROS).
      *================================================================

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RUNCTL.

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

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
          05 FILLER PIC X(20) VALUE 'CNF-CONFIRMACION'.
          05 FILLER PIC X(20) VALUE 'CNC-DIARIO'.
          05 FILLER PIC X(20) VALUE 'GEN-LIQUIDACION'.
          05 FILLER PIC X(20) VALUE 'GEN-BODEGA'.
       01 WS-TABLA-JOBS REDEFINES WS-JOBS-REQUERIDOS.
          05 WS-JOB-REQUERIDO OCCURS 6 TIMES PIC X(20).

      *----------------------------------------------------------------
      * Lo hallado del job en turno
          05 WS-HOA-INICIO        PIC X(8).
          05 WS-HOA-FIN           PIC X(8).
          05 WS-REG-PROCESADOS    PIC 9(7).
          05 WS-PARAMETROS-FIN    PIC X(60).

       01 WS-AUX.
          05 WS-EOF-RUNCTL        PIC X VALUE 'N'.
       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Parametros de la corrida (PARAMRUN.dat, ver PARAMRUN.cpy)
      *----------------------------------------------------------------
       01 WS-PARAMETROS.
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-CORRIDAS'.
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
           DISPLAY '  BITACORA DE CORRIDAS DEL CIERRE'
           DISPLAY WS-LINEA

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY '  Fecha a revisar (YYYY-MM-DD): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-FEC-PROCESO TO WS-FEC-REPORTE
               DISPLAY WS-FEC-REPORTE
           ELSE
               ACCEPT WS-FEC-REPORTE
           END-IF

           DISPLAY ' '
           DISPLAY '  Jobs requeridos del cierre:'

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               MOVE WS-JOB-REQUERIDO (WS-IDX) TO WS-JOB-NOMBRE
               PERFORM 2000-REVISAR-JOB
               PERFORM 3000-MOSTRAR-VEREDICTO
           DISPLAY WS-LINEA
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
      * 2000 - BUSCAR LOS RENGLONES DEL JOB EN LA FECHA
      *================================================================
           MOVE SPACES TO WS-HOA-INICIO
           MOVE SPACES TO WS-HOA-FIN
           MOVE 0 TO WS-REG-PROCESADOS
           MOVE SPACES TO WS-PARAMETROS-FIN
           MOVE 'N' TO WS-EOF-RUNCTL

           OPEN INPUT ARCHIVO-RUNCTL
                               MOVE RN-HOA-EVENTO TO WS-HOA-FIN
                               MOVE RN-REG-PROCESADOS
                                   TO WS-REG-PROCESADOS
                               MOVE RN-PARAMETROS
                                   TO WS-PARAMETROS-FIN
                           END-IF
                       END-IF
               END-READ
                   DISPLAY '  ' WS-JOB-NOMBRE ' CORRIO   '
                       WS-HOA-INICIO ' -> ' WS-HOA-FIN ' ('
                       WS-REG-PROCESADOS ' registro(s))'
                   IF WS-PARAMETROS-FIN NOT = SPACES
                       DISPLAY '      ' WS-PARAMETROS-FIN
                   END-IF
               WHEN WS-HAY-INICIO = 'S'
                   DISPLAY '  ' WS-JOB-NOMBRE ' FALLO     arranco '
                       'a las ' WS-HOA-INICIO ' y no termino'
                       IF RN-FEC-PROCESO = WS-FEC-REPORTE
                           MOVE 'N' TO WS-ES-REQUERIDO
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > 6
                               IF RN-PROGRAMA =
                                       WS-JOB-REQUERIDO (WS-IDX)
                                   MOVE 'S' TO WS-ES-REQUERIDO
                                   RN-ESTADO ' ' RN-HOA-EVENTO
                                   ' (' RN-REG-PROCESADOS
                                   ' registro(s))'
                               IF RN-PARAMETROS NOT = SPACES
                                       AND RUN-TERMINADO
                                   DISPLAY '      ' RN-PARAMETROS
                               END-IF
                           END-IF
                       END-IF
               END-READ
