               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-EXTRACTO.

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

       FD ARCHIVO-EXTRACTO.
       01 REG-LINEA-EXTRACTO    PIC X(90).

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
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

      *----------------------------------------------------------------
      * Enmascaramiento de cuentas y documentos en las salidas que
      * recibe el cliente o que circulan por la oficina (ver 8980)
      *----------------------------------------------------------------
       01 WS-MASCARA.
          05 WS-MSK-ENTRADA       PIC X(20).
          05 WS-MSK-SALIDA        PIC X(20).
          05 WS-MSK-LARGO         PIC 9(2).
          05 WS-MSK-VISIBLE       PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Periodo cerrado a cortar (YYYY-MM): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-PERIODO TO WS-PERIODO
               DISPLAY WS-PERIODO
           ELSE
               ACCEPT WS-PERIODO
           END-IF
           IF WS-PERIODO = SPACES
               DISPLAY '  ERROR: se requiere el periodo; nada que '
                   'cortar.'
               STOP RUN
           END-IF
           STRING WS-RUN-ORIGEN ' PERIODO=' WS-PERIODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           STRING WS-PERIODO '-01' DELIMITED SIZE INTO WS-FEC-DESDE
           STRING WS-PERIODO '-31' DELIMITED SIZE INTO WS-FEC-HASTA
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
      * 0100 - OBTENER FECHA Y HORA DEL SISTEMA
      *================================================================

           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 3900-ESCRIBIR-LINEA
           MOVE WS-CTA-CORTE TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  EXTRACTO ' WS-PERIODO '  Cuenta: ' WS-MSK-SALIDA
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 3900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
                       IF MC-COD-CUENTA = WS-CTA-CORTE
                           AND MC-FEC-MOVIMIENTO >= WS-FEC-DESDE
                           AND MC-FEC-MOVIMIENTO <= WS-FEC-HASTA
                           AND NOT MC-ANULADO
                           AND NOT MC-REVERSO-ANULACION
                           PERFORM 3200-ESCRIBIR-MOVIMIENTO
                       END-IF
               END-READ
           MOVE WS-RUN-HORA TO RN-HOA-EVENTO
           MOVE WS-RUN-ESTADO TO RN-ESTADO
           MOVE WS-RUN-PROCESADOS TO RN-REG-PROCESADOS
           MOVE WS-RUN-PARAMETROS TO RN-PARAMETROS

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.

      *================================================================
      * 8980 - ENMASCARAR UN NUMERO DE CUENTA O DE DOCUMENTO
      *   Entra WS-MSK-ENTRADA; deja en WS-MSK-SALIDA el mismo numero
      *   con asteriscos en lugar de todo menos los cuatro ultimos
      *   caracteres. Un numero de cuatro caracteres o menos queda
      *   igual. Los archivos regulatorios (UIAF, exogena,
      *   liquidacion) no pasan por aqui: llevan el numero completo.
      *================================================================
       8980-ENMASCARAR-NUMERO.
           MOVE SPACES TO WS-MSK-SALIDA
           MOVE 20 TO WS-MSK-LARGO
           PERFORM UNTIL WS-MSK-LARGO = 0
                   OR WS-MSK-ENTRADA (WS-MSK-LARGO:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MSK-LARGO
           END-PERFORM

           IF WS-MSK-LARGO <= 4
               MOVE WS-MSK-ENTRADA TO WS-MSK-SALIDA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MSK-VISIBLE = WS-MSK-LARGO - 3
           MOVE ALL '*' TO WS-MSK-SALIDA (1:WS-MSK-VISIBLE - 1)
           MOVE WS-MSK-ENTRADA (WS-MSK-VISIBLE:4)
               TO WS-MSK-SALIDA (WS-MSK-VISIBLE:4).
