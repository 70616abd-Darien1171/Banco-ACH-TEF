               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-STAT-SECUENCIA.

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

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.

      *----------------------------------------------------------------
      * Modo de operacion
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

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
      * Tarifas de impuestos con fecha de vigencia (TASASIMP.dat, ver
      * TASASIMP.cpy), cargadas en la primera consulta. 8960 deja en
      * WS-TIM-TARIFA la tarifa del impuesto WS-TIM-TIPO (GMF, IVA o
      * RTF) que rige en la fecha valor WS-TIM-FECHA; sin renglon
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

       PROCEDURE DIVISION.

      *================================================================
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Modo: (A)cumular interes del mes / '
               '(V)encimientos del dia: ' WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-MODO TO WS-MODO
               DISPLAY WS-MODO
           ELSE
               ACCEPT WS-MODO
           END-IF

           IF NOT MODO-ACUMULAR AND NOT MODO-VENCIMIENTOS
               DISPLAY '  Opcion invalida; nada que hacer.'
               STOP RUN
           END-IF

           STRING WS-RUN-ORIGEN ' MODO=' WS-MODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

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
      * 0100 - OBTENER FECHA Y HORA DEL SISTEMA
      *================================================================
           MOVE DT-MTO-INT-ACUM TO WS-MTO-INT-ACUM
           MOVE DT-COD-CTA-VINCULADA TO WS-CTA-VINCULADA

           MOVE 'RTF' TO WS-TIM-TIPO
           MOVE WS-FECHA-STR TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           COMPUTE WS-MTO-RETEFUENTE ROUNDED =
               WS-MTO-INT-ACUM * WS-TIM-TARIFA / 100
           COMPUTE WS-MTO-ABONO =
               WS-MTO-PRINCIPAL + WS-MTO-INT-ACUM
               - WS-MTO-RETEFUENTE
      * 3100 - ABONAR EL PAGO A LA CUENTA VINCULADA
      *================================================================
       3100-ABONAR-CUENTA-VINCULADA.
           MOVE SPACES TO WS-SUC-ASIENTO
           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
                       WS-CTA-VINCULADA ' no existe; el pago del '
                       'CDT quedo sin abonar.'
               NOT INVALID KEY
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT
                   ADD WS-MTO-ABONO TO CC-SAL-DISPONIBLE
                   ADD WS-MTO-ABONO TO CC-SAL-TOTAL
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'Retefuente sobre el interes del CDT'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TIM-TARIFA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 3400-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF.

      *================================================================
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 3450-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
           MOVE WS-RUN-HORA TO RN-HOA-EVENTO
           MOVE WS-RUN-ESTADO TO RN-ESTADO
           MOVE WS-RUN-PROCESADOS TO RN-REG-PROCESADOS
           MOVE WS-RUN-PARAMETROS TO RN-PARAMETROS

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.

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
      *   Entra WS-TIM-TIPO y WS-TIM-FECHA (la fecha valor de la
      *   operacion; en blanco = hoy). Parte de la tarifa compilada y
      *   la reemplaza con el renglon del mismo impuesto de vigencia
      *   mas reciente que no supere la fecha. WS-TIM-VIGENCIA queda
      *   en blanco cuando rige la compilada.
      *================================================================
       8960-BUSCAR-TARIFA-IMP.
           IF NOT TARIFAS-CARGADAS
               PERFORM 8950-CARGAR-TARIFAS-IMP
           END-IF
           IF WS-TIM-FECHA = SPACES
               MOVE WS-FECHA-STR TO WS-TIM-FECHA
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
