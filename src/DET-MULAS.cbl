      *   - por cada candidato ofrece la promocion de un solo golpe a
      *     LISTANEGRA.dat (S/N), citando la deteccion como razon,
      *     para que el punto de recoleccion quede listado antes de
      *     que llamen las victimas;
      *   - y ofrece ademas marcarlo para reporte de operacion
      *     sospechosa (ROS) a la UIAF con la narrativa del analista:
      *     queda MARCADO en ROS.dat y GEN-ROS lo presenta con las
      *     ordenes de la ventana hacia ese destino.
      *================================================================

       IDENTIFICATION DIVISION.

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

           SELECT ARCHIVO-LISTANEGRA
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LISTANEGRA.

           SELECT ARCHIVO-ROS
               ASSIGN TO 'data/ROS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ROS.

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

       FD ARCHIVO-LISTANEGRA.
       COPY 'copybooks/LISTANEGRA.cpy'.

       FD ARCHIVO-ROS.
       COPY 'copybooks/ROS.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
       01 WS-FILE-STATUS.
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-LISTANEGRA   PIC X(2).
          05 WS-STAT-ROS          PIC X(2).

      *----------------------------------------------------------------
      * Fecha del sistema y ventana movil
       01 WS-FECHA-STR             PIC X(10).
       01 WS-FECHA-COMPACTA        PIC X(8).
       01 WS-FEC-HOY-NUM           PIC 9(8).
       01 WS-HORA-ACTUAL.
          05 WS-HH                 PIC 9(2).
          05 WS-MM                 PIC 9(2).
          05 WS-SS                 PIC 9(2).
          05 WS-CC                 PIC 9(2).
       01 WS-HORA-STR              PIC X(8).

       01 WS-VENTANA.
          05 WS-DIAS-VENTANA      PIC 9(3) VALUE 30.
          05 WS-VELOCIDAD         PIC 9(5)V99.
          05 WS-RESPUESTA         PIC X.
          05 WS-LISTADOS          PIC 9(3) VALUE 0.
          05 WS-MARCADOS-ROS      PIC 9(3) VALUE 0.
          05 WS-COD-ANALISTA      PIC X(10).
          05 WS-NARRATIVA         PIC X(400).

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

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
           DISPLAY '  DETECCION DE CUENTAS RECOLECTORAS (MULAS)'
           DISPLAY WS-LINEA

           PERFORM 0050-LEER-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
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
      * 0100 - PREPARAR LA VENTANA MOVIL
      *================================================================
               DELIMITED SIZE INTO WS-FECHA-COMPACTA
           MOVE WS-FECHA-COMPACTA TO WS-FEC-HOY-NUM

      *   En corrida desatendida la ventana cierra en la fecha de
      *   proceso, no en la del reloj.
           IF HAY-PARAMETROS AND WS-PAR-FEC-PROCESO NOT = SPACES
               MOVE WS-PAR-FEC-PROCESO TO WS-FECHA-STR
               STRING WS-FECHA-STR (1:4) WS-FECHA-STR (6:2)
                   WS-FECHA-STR (9:2)
                   DELIMITED SIZE INTO WS-FECHA-COMPACTA
               MOVE WS-FECHA-COMPACTA TO WS-FEC-HOY-NUM
           END-IF

           DISPLAY ' '
           DISPLAY '  Dias de la ventana (enter = 30): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-UMBRAL-1 TO WS-DIAS-VENTANA
               DISPLAY WS-DIAS-VENTANA
           ELSE
               ACCEPT WS-DIAS-VENTANA
           END-IF
           IF WS-DIAS-VENTANA = 0
               MOVE 30 TO WS-DIAS-VENTANA
           END-IF

           DISPLAY '  Umbral de origenes distintos (enter = 5): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-UMBRAL-2 TO WS-UMBRAL-ORIGENES
               DISPLAY WS-UMBRAL-ORIGENES
           ELSE
               ACCEPT WS-UMBRAL-ORIGENES
           END-IF
           IF WS-UMBRAL-ORIGENES = 0
               MOVE 5 TO WS-UMBRAL-ORIGENES
           END-IF

           MOVE SPACES TO WS-RUN-PARAMETROS
           STRING WS-RUN-ORIGEN ' FECHA=' WS-FECHA-STR
               ' VENTANA=' WS-DIAS-VENTANA
               ' UMBRAL=' WS-UMBRAL-ORIGENES
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           COMPUTE WS-FEC-CORTE-INT =
               FUNCTION INTEGER-OF-DATE (WS-FEC-HOY-NUM)
               - WS-DIAS-VENTANA
           END-IF

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-FEC-CREACION >= WS-FEC-CORTE
           DISPLAY ' '
           DISPLAY '  Candidatos reportados: ' WS-CANDIDATOS
           DISPLAY '  Destinos listados en lista negra: ' WS-LISTADOS
           DISPLAY '  Destinos marcados para ROS      : '
               WS-MARCADOS-ROS
           DISPLAY WS-LINEA.

      *================================================================
               DISPLAY '      (conteo de origenes truncado en 30)'
           END-IF

      *   Sin nadie en consola no se lista ni se marca: el candidato
      *   queda en el ranking para que el analista decida.
           IF HAY-PARAMETROS
               EXIT PARAGRAPH
           END-IF

           DISPLAY '      Listar en lista negra? (S/N): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = FLAG-SI
               PERFORM 3200-LISTAR-EN-LISTA-NEGRA
           END-IF

           DISPLAY '      Marcar para reporte ROS a la UIAF? (S/N): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = FLAG-SI
               PERFORM 3300-MARCAR-PARA-ROS
           END-IF.

      *================================================================
           ADD 1 TO WS-LISTADOS
           DISPLAY '      Destino LISTADO en la lista negra.'.

      *================================================================
      * 3300 - MARCAR EL CANDIDATO PARA REPORTE DE OPERACION
      *        SOSPECHOSA (ROS) A LA UIAF
      *   El renglon queda MARCADO en ROS.dat con la ventana de la
      *   deteccion; GEN-ROS junta las ordenes hacia el destino.
      *================================================================
       3300-MARCAR-PARA-ROS.
           DISPLAY '      Codigo del analista: ' WITH NO ADVANCING
           MOVE SPACES TO WS-COD-ANALISTA
           ACCEPT WS-COD-ANALISTA
           DISPLAY '      Narrativa del analista: ' WITH NO ADVANCING
           MOVE SPACES TO WS-NARRATIVA
           ACCEPT WS-NARRATIVA

           IF WS-COD-ANALISTA = SPACES OR WS-NARRATIVA = SPACES
               DISPLAY '      ERROR: Se requiere analista y '
                   'narrativa; no se marco.'
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-HORA-ACTUAL FROM TIME
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR

           OPEN EXTEND ARCHIVO-ROS
           IF WS-STAT-ROS = '35'
               OPEN OUTPUT ARCHIVO-ROS
               CLOSE ARCHIVO-ROS
               OPEN EXTEND ARCHIVO-ROS
           END-IF

           MOVE SPACES TO REG-ROS
           MOVE WS-FECHA-STR TO RS-FEC-MARCA
           MOVE WS-HORA-STR TO RS-HOA-MARCA
           MOVE 'MULA      ' TO RS-TIP-ORIGEN
           MOVE WS-DST-BCO (WS-IDX-MAX) TO RS-COD-BCO-DEST
           MOVE WS-DST-CTA (WS-IDX-MAX) TO RS-COD-CTA-DEST
           MOVE WS-FEC-CORTE TO RS-FEC-DESDE
           MOVE 0 TO RS-MTO-ORIGEN
           MOVE WS-COD-ANALISTA TO RS-COD-ANALISTA
           MOVE WS-NARRATIVA TO RS-NARRATIVA
           MOVE 'MARCADO   ' TO RS-ESTADO
           MOVE 0 TO RS-CANT-OPERACIONES
           MOVE 0 TO RS-MTO-REPORTADO
           WRITE REG-ROS
           CLOSE ARCHIVO-ROS

           ADD 1 TO WS-MARCADOS-ROS
           DISPLAY '      Destino MARCADO para ROS (ver GEN-ROS).'.

      *================================================================
      * 9890 - DEJAR UN RENGLON EN LA BITACORA DE CORRIDAS
      *================================================================
           MOVE WS-RUN-HORA TO RN-HOA-EVENTO
           MOVE WS-RUN-ESTADO TO RN-ESTADO
           MOVE WS-RUN-PROCESADOS TO RN-REG-PROCESADOS
           MOVE WS-RUN-PARAMETROS TO RN-PARAMETROS

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.
