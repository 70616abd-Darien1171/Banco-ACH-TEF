      *================================================================
      * CNV-ORDENES.cbl - Carga de ORDENES.dat Indexado
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Utilidad de una sola vez para el paso de ORDENES.dat de LINE
      * SEQUENTIAL a indexado (llave OT-NUM-ORDEN, llaves alternas
      * cuenta origen + fecha de creacion y estado + fecha valor, ver
      * ORDENES.cpy). Operaciones renombra el archivo secuencial
      * vigente a data/ORDENES-SEC.dat con todos los jobs detenidos;
      * este programa lo lee renglon por renglon y crea el
      * ORDENES.dat indexado. Un numero de orden repetido no se
      * puede cargar dos veces: se lista para revision y se cuenta,
      * y la corrida no se da por buena mientras haya alguno.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-ORDENES.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-ORDENES-SEC
               ASSIGN TO 'data/ORDENES-SEC.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ORDENES-SEC.

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

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-ORDENES-SEC.
       COPY 'copybooks/ORDENES.cpy' REPLACING REG-ORDEN BY
           REG-ORDEN-SEC LEADING ==OT-== BY ==OS-==.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-STAT-ORDENES-SEC  PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).

       01 WS-AUX.
          05 WS-EOF-SEC           PIC X VALUE 'N'.
             88 FIN-SEC              VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-TOTAL-LEIDAS      PIC 9(7) VALUE 0.
          05 WS-TOTAL-CARGADAS    PIC 9(7) VALUE 0.
          05 WS-TOTAL-REPETIDAS   PIC 9(7) VALUE 0.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CARGA DE ORDENES.dat INDEXADO'
           DISPLAY WS-LINEA

           OPEN INPUT ARCHIVO-ORDENES-SEC
           IF WS-STAT-ORDENES-SEC NOT = '00'
               DISPLAY '  ERROR ABRIENDO ORDENES-SEC.dat: '
                   WS-STAT-ORDENES-SEC
               DISPLAY '  Renombre primero el ORDENES.dat secuencial '
                   'a data/ORDENES-SEC.dat.'
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES NOT = '00'
               DISPLAY '  ERROR CREANDO ORDENES.dat: ' WS-STAT-ORDENES
               CLOSE ARCHIVO-ORDENES-SEC
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-SEC
               READ ARCHIVO-ORDENES-SEC
                   AT END MOVE 'S' TO WS-EOF-SEC
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDAS
                       PERFORM 1000-CARGAR-ORDEN
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES-SEC
           CLOSE ARCHIVO-ORDENES

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN'
           DISPLAY '  Renglones leidos     : ' WS-TOTAL-LEIDAS
           DISPLAY '  Ordenes cargadas     : ' WS-TOTAL-CARGADAS
           DISPLAY '  Numeros repetidos    : ' WS-TOTAL-REPETIDAS
           IF WS-TOTAL-REPETIDAS > 0
               DISPLAY '  Hay numeros de orden repetidos: revise los '
                   'renglones listados antes de arrancar los jobs.'
           END-IF
           DISPLAY WS-LINEA
           STOP RUN.

      *================================================================
      * 1000 - CARGAR UN RENGLON EN EL ARCHIVO INDEXADO
      *================================================================
       1000-CARGAR-ORDEN.
           WRITE REG-ORDEN FROM REG-ORDEN-SEC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-REPETIDAS
                   DISPLAY '  REPETIDA: ' OS-NUM-ORDEN ' '
                       OS-FEC-CREACION ' ' OS-EST-ORDEN
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CARGADAS
           END-WRITE.
