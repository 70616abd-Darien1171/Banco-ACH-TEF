      *================================================================
      * RPT-IMPUESTOS.cbl - Reporte de Tarifas de Impuestos Aplicadas
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Las tarifas del GMF, del IVA sobre comisiones y de la
      * retencion en la fuente rigen por fecha de vigencia
      * (TASASIMP.dat, ver TASASIMP.cpy), y cada pata de impuesto en
      * ASIENTOS.dat guarda la tarifa con que se causo
      * (AC-TAR-IMPUESTO). Este reporte pide el mes (YYYY-MM), lista
      * cada pata de GL-IMPUESTO-GMF, GL-IMPUESTO-IVA y
      * GL-IMPUESTO-RETEFTE del periodo con su fecha, orden, sentido,
      * monto y tarifa aplicada, y totaliza por impuesto (creditos
      * menos debitos, lo que queda por pagar a la DIAN). Los
      * renglones causados antes de guardar la tarifa en el asiento
      * no la traen: para esos se muestra la que rige en la fecha del
      * asiento segun la tabla, marcada con (T).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-IMPUESTOS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-ASIENTOS
               ASSIGN TO 'data/ASIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ASIENTOS.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

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

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       01 WS-FILE-STATUS.
          05 WS-STAT-ASIENTOS     PIC X(2).

       01 WS-CRITERIOS.
          05 WS-MES-REPORTE       PIC X(7).
             *> YYYY-MM del periodo a listar.

       01 WS-AUX.
          05 WS-EOF-ASIENTOS      PIC X VALUE 'N'.
             88 FIN-ASIENTOS         VALUE 'S'.
          05 WS-NOM-IMPUESTO      PIC X(3).
          05 WS-MTO-NETO          PIC S9(13)V99.
          05 WS-MCA-TABLA         PIC X(3).
             *> '(T)' cuando la tarifa sale de la tabla y no del
             *> asiento.

       01 WS-CONTADORES.
          05 WS-CANT-PATAS        PIC 9(7) VALUE 0.
          05 WS-CANT-SIN-TARIFA   PIC 9(7) VALUE 0.
          05 WS-TOTAL-GMF         PIC S9(15)V99 VALUE 0.
          05 WS-TOTAL-IVA         PIC S9(15)V99 VALUE 0.
          05 WS-TOTAL-RTF         PIC S9(15)V99 VALUE 0.

       01 WS-DISP-MONTO PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-TARIFA PIC Z9,99.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Tarifas de impuestos con fecha de vigencia (TASASIMP.dat, ver
      * TASASIMP.cpy), cargadas en la primera consulta. 8960 deja en
      * WS-TIM-TARIFA la tarifa del impuesto WS-TIM-TIPO (GMF, IVA o
      * RTF) que rige en la fecha WS-TIM-FECHA; sin renglon
      * aplicable rige la tarifa compilada en CONSTANTES.cpy.
      *----------------------------------------------------------------
       01 WS-TABLA-TARIFAS-IMP.
          05 WS-STAT-TASASIMP     PIC X(2).
          05 WS-EOF-TASASIMP      PIC X VALUE 'N'.
          05 WS-TARIFAS-CARGADAS  PIC X VALUE 'N'.
             88 TARIFAS-CARGADAS     VALUE 'S'.
          05 WS-CANT-TARIFAS-IMP  PIC 9(3) VALUE 0.
          05 WS-IDX-TIM           PIC 9(3).
          05 WS-TIM-ENTRADA OCCURS 200 TIMES.
             10 WS-TAB-TIM-TIPO      PIC X(3).
             10 WS-TAB-TIM-VIGENCIA  PIC X(10).
             10 WS-TAB-TIM-TARIFA    PIC 9(2)V99.

       01 WS-TARIFA-IMP.
          05 WS-TIM-TIPO          PIC X(3).
          05 WS-TIM-FECHA         PIC X(10).
          05 WS-TIM-TARIFA        PIC 9(2)V99.
          05 WS-TIM-VIGENCIA      PIC X(10).

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-IMPUESTOS'.
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
           DISPLAY '  TARIFAS DE IMPUESTOS APLICADAS EN EL PERIODO'
           DISPLAY WS-LINEA

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY '  Mes a listar (YYYY-MM): ' WITH NO ADVANCING
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

           OPEN INPUT ARCHIVO-ASIENTOS
           IF WS-STAT-ASIENTOS NOT = '00'
               DISPLAY '  ERROR ABRIENDO ASIENTOS.dat: '
                   WS-STAT-ASIENTOS
               STOP RUN
           END-IF

           DISPLAY ' '
           DISPLAY '  Patas de impuestos del periodo (GMF por mil, '
               'IVA y RTF en %):'
           DISPLAY '  ------------------------------------------------'

           PERFORM UNTIL FIN-ASIENTOS
               READ ARCHIVO-ASIENTOS
                   AT END MOVE 'S' TO WS-EOF-ASIENTOS
                   NOT AT END
                       IF AC-FEC-ASIENTO (1:7) = WS-MES-REPORTE
                           PERFORM 2000-REPORTAR-PATA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ASIENTOS

           IF WS-CANT-PATAS = 0
               DISPLAY '  (sin patas de impuestos en el periodo)'
           END-IF

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  Periodo                 : ' WS-MES-REPORTE
           DISPLAY '  Patas de impuestos      : ' WS-CANT-PATAS
           DISPLAY '  Con tarifa de la tabla  : ' WS-CANT-SIN-TARIFA
           MOVE WS-TOTAL-GMF TO WS-DISP-MONTO
           DISPLAY '  Neto GMF                : $' WS-DISP-MONTO
           MOVE WS-TOTAL-IVA TO WS-DISP-MONTO
           DISPLAY '  Neto IVA                : $' WS-DISP-MONTO
           MOVE WS-TOTAL-RTF TO WS-DISP-MONTO
           DISPLAY '  Neto retencion en fuente: $' WS-DISP-MONTO
           DISPLAY WS-LINEA

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CANT-PATAS TO WS-RUN-PROCESADOS
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
      * 2000 - REPORTAR UNA PATA DE IMPUESTO
      *   Solo las patas de las tres cuentas de impuestos. El credito
      *   causa el impuesto y el debito lo reversa (devoluciones,
      *   reversos de orden), asi el neto es lo que queda por pagar.
      *   Sin AC-TAR-IMPUESTO (renglon anterior a la tabla de
      *   tarifas) se toma la que rige en la fecha del asiento.
      *================================================================
       2000-REPORTAR-PATA.
           EVALUATE AC-COD-CTA-CONTABLE
               WHEN GL-IMPUESTO-GMF
                   MOVE 'GMF' TO WS-NOM-IMPUESTO
               WHEN GL-IMPUESTO-IVA
                   MOVE 'IVA' TO WS-NOM-IMPUESTO
               WHEN GL-IMPUESTO-RETEFTE
                   MOVE 'RTF' TO WS-NOM-IMPUESTO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-CANT-PATAS

           IF AC-ES-DEBITO
               COMPUTE WS-MTO-NETO = AC-MTO-ASIENTO * -1
           ELSE
               MOVE AC-MTO-ASIENTO TO WS-MTO-NETO
           END-IF

           EVALUATE WS-NOM-IMPUESTO
               WHEN 'GMF'
                   ADD WS-MTO-NETO TO WS-TOTAL-GMF
               WHEN 'IVA'
                   ADD WS-MTO-NETO TO WS-TOTAL-IVA
               WHEN OTHER
                   ADD WS-MTO-NETO TO WS-TOTAL-RTF
           END-EVALUATE

           MOVE SPACES TO WS-MCA-TABLA
           IF AC-TAR-IMPUESTO IS NUMERIC
                   AND AC-TAR-IMPUESTO > 0
               MOVE AC-TAR-IMPUESTO TO WS-TIM-TARIFA
           ELSE
               MOVE WS-NOM-IMPUESTO TO WS-TIM-TIPO
               MOVE AC-FEC-ASIENTO TO WS-TIM-FECHA
               PERFORM 8960-BUSCAR-TARIFA-IMP
               MOVE '(T)' TO WS-MCA-TABLA
               ADD 1 TO WS-CANT-SIN-TARIFA
           END-IF

           MOVE AC-MTO-ASIENTO TO WS-DISP-MONTO
           MOVE WS-TIM-TARIFA TO WS-DISP-TARIFA
           DISPLAY '  ' AC-FEC-ASIENTO ' ' WS-NOM-IMPUESTO
               ' ' AC-TIP-MOVIMIENTO ' orden ' AC-NUM-ORDEN
               ' $' WS-DISP-MONTO ' tarifa ' WS-DISP-TARIFA
               ' ' WS-MCA-TABLA.

      *================================================================
      * 8950 - CARGAR LA TABLA DE TARIFAS DE IMPUESTOS
      *   Sin TASASIMP.dat la tabla queda vacia y rigen las tarifas
      *   compiladas.
      *================================================================
       8950-CARGAR-TARIFAS-IMP.
           MOVE 0 TO WS-CANT-TARIFAS-IMP
           MOVE 'N' TO WS-EOF-TASASIMP
           MOVE 'S' TO WS-TARIFAS-CARGADAS

           OPEN INPUT ARCHIVO-TASASIMP
           IF WS-STAT-TASASIMP = '35'
               MOVE 'S' TO WS-EOF-TASASIMP
           END-IF

           PERFORM UNTIL WS-EOF-TASASIMP = 'S'
               READ ARCHIVO-TASASIMP
                   AT END MOVE 'S' TO WS-EOF-TASASIMP
                   NOT AT END
                       IF WS-CANT-TARIFAS-IMP < 200
                           ADD 1 TO WS-CANT-TARIFAS-IMP
                           MOVE TX-TIP-IMPUESTO TO
                               WS-TAB-TIM-TIPO (WS-CANT-TARIFAS-IMP)
                           MOVE TX-FEC-VIGENCIA TO
                               WS-TAB-TIM-VIGENCIA (WS-CANT-TARIFAS-IMP)
                           MOVE TX-TARIFA TO
                               WS-TAB-TIM-TARIFA (WS-CANT-TARIFAS-IMP)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASASIMP NOT = '35'
               CLOSE ARCHIVO-TASASIMP
           END-IF.

      *================================================================
      * 8960 - BUSCAR LA TARIFA DE IMPUESTO VIGENTE EN UNA FECHA
      *   Entra WS-TIM-TIPO y WS-TIM-FECHA (la fecha del asiento).
      *   Parte de la tarifa compilada y la reemplaza con el renglon
      *   del mismo impuesto de vigencia mas reciente que no supere
      *   la fecha. WS-TIM-VIGENCIA queda en blanco cuando rige la
      *   compilada.
      *================================================================
       8960-BUSCAR-TARIFA-IMP.
           IF NOT TARIFAS-CARGADAS
               PERFORM 8950-CARGAR-TARIFAS-IMP
           END-IF
           EVALUATE WS-TIM-TIPO
               WHEN 'GMF'
                   MOVE GMF-TARIFA-X-MIL TO WS-TIM-TARIFA
               WHEN 'IVA'
                   MOVE IVA-TARIFA-POR TO WS-TIM-TARIFA
               WHEN OTHER
                   MOVE RTF-TARIFA-POR TO WS-TIM-TARIFA
           END-EVALUATE
           MOVE SPACES TO WS-TIM-VIGENCIA

           PERFORM VARYING WS-IDX-TIM FROM 1 BY 1
                   UNTIL WS-IDX-TIM > WS-CANT-TARIFAS-IMP
               IF WS-TAB-TIM-TIPO (WS-IDX-TIM) = WS-TIM-TIPO
                       AND WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                           <= WS-TIM-FECHA
                       AND WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                           >= WS-TIM-VIGENCIA
                   MOVE WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                       TO WS-TIM-VIGENCIA
                   MOVE WS-TAB-TIM-TARIFA (WS-IDX-TIM)
                       TO WS-TIM-TARIFA
               END-IF
           END-PERFORM.

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
