      *================================================================
      * RPT-FOGAFIN.cbl - Depositos Asegurados y Base de la Prima
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Cada trimestre el banco reporta al fondo de garantias los
      * depositos amparados por el seguro de depositos, por
      * depositante y hasta el tope de cobertura, y paga la prima
      * sobre el total. Este batch, para una fecha de corte:
      *
      *   - carga CLIENTES.dat agrupando por tipo + numero de
      *     documento (un mismo documento con dos codigos de cliente
      *     es un solo depositante);
      *   - recorre las cuentas de ahorros y corriente del banco,
      *     toma el saldo total de la foto de SALDOS.dat mas reciente
      *     que no supere el corte (sin foto, el saldo del maestro),
      *     lo lleva a COP con la tasa vigente al corte y lo reparte
      *     por partes iguales entre el titular y los cotitulares
      *     activos de COTITULARES.dat (cada persona cuenta aparte);
      *   - suma los CDT vivos al corte (capital mas interes
      *     acumulado) del cliente que los constituyo;
      *   - aplica FOG-TOPE-COBERTURA a cada depositante y escribe
      *     FOGAFIN.dat en formato fijo con encabezado, detalles y
      *     control (ver FOGAFIN.cpy), al estilo de EXOGENA.dat;
      *   - muestra el resumen con la base de la prima (todo lo
      *     amparable, sin tope) y el total asegurado.
      *
      * Los saldos en sobregiro no restan: un depositante no
      * compensa una cuenta contra otra.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-FOGAFIN.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO 'data/CLIENTES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CLIENTES.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-COTITULARES
               ASSIGN TO 'data/COTITULARES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COTIT.

           SELECT ARCHIVO-SALDOS
               ASSIGN TO 'data/SALDOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SALDOS.

           SELECT ARCHIVO-CDTS
               ASSIGN TO 'data/CDTS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CDTS.

           SELECT ARCHIVO-TASAS
               ASSIGN TO 'data/TASAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASAS.

           SELECT ARCHIVO-FOGAFIN
               ASSIGN TO 'data/FOGAFIN.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FOGAFIN.

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

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-COTITULARES.
       COPY 'copybooks/COTITULARES.cpy'.

       FD ARCHIVO-SALDOS.
       COPY 'copybooks/SALDOS.cpy'.

       FD ARCHIVO-CDTS.
       COPY 'copybooks/CDT.cpy'.

       FD ARCHIVO-TASAS.
       COPY 'copybooks/TASAS.cpy'.

       FD ARCHIVO-FOGAFIN.
       COPY 'copybooks/FOGAFIN.cpy'.

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
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-COTIT        PIC X(2).
          05 WS-STAT-SALDOS       PIC X(2).
          05 WS-STAT-CDTS         PIC X(2).
          05 WS-STAT-TASAS        PIC X(2).
          05 WS-STAT-FOGAFIN      PIC X(2).

      *----------------------------------------------------------------
      * Fecha del sistema y fecha de corte pedida
      *----------------------------------------------------------------
       01 WS-FECHA-HOY.
          05 WS-ANO               PIC 9(4).
          05 WS-MES                PIC 9(2).
          05 WS-DIA                PIC 9(2).
       01 WS-FECHA-STR             PIC X(10).
       01 WS-FEC-CORTE             PIC X(10).

      *----------------------------------------------------------------
      * Depositantes (uno por tipo + numero de documento) y el
      * codigo de cliente que apunta a cada uno
      *----------------------------------------------------------------
       01 WS-TABLA-DEPOSITANTES.
          05 WS-CANT-DEPOSITANTES PIC 9(4) VALUE 0.
          05 WS-DEPOSITANTE OCCURS 2000 TIMES.
             10 WS-DEP-TIP-DOC    PIC X(2).
             10 WS-DEP-NUM-DOC    PIC X(15).
             10 WS-DEP-NOMBRE     PIC X(50).
             10 WS-DEP-SAL-AHORROS PIC 9(13)V99.
             10 WS-DEP-SAL-CORRIENTE PIC 9(13)V99.
             10 WS-DEP-SAL-CDT    PIC 9(13)V99.
             10 WS-DEP-CANT-PROD  PIC 9(3).

       01 WS-TABLA-CLIENTES.
          05 WS-CANT-CLIENTES     PIC 9(4) VALUE 0.
          05 WS-CLIENTE-DEP OCCURS 2000 TIMES.
             10 WS-CLI-CODIGO     PIC X(10).
             10 WS-CLI-IDX-DEP    PIC 9(4).

      *----------------------------------------------------------------
      * Cotitulares activos (cuenta + cliente)
      *----------------------------------------------------------------
       01 WS-TABLA-COTITULARES.
          05 WS-CANT-COTIT        PIC 9(4) VALUE 0.
          05 WS-COTIT-ENTRADA OCCURS 1000 TIMES.
             10 WS-COT-CUENTA     PIC X(20).
             10 WS-COT-CLIENTE    PIC X(10).

      *----------------------------------------------------------------
      * Cuenta en proceso: saldo al corte y sus titulares
      *----------------------------------------------------------------
       01 WS-CUENTA-FOG.
          05 WS-FOG-SALDO         PIC S9(13)V99.
          05 WS-FOG-SALDO-COP     PIC S9(15)V99.
          05 WS-FOG-PARTE         PIC S9(15)V99.
          05 WS-FOG-PARTE-TITULAR PIC S9(15)V99.
          05 WS-FOG-MONTO         PIC S9(15)V99.
          05 WS-FOG-TIP-PRODUCTO  PIC X(1).
             *> A=Ahorros C=Corriente T=CDT
          05 WS-CANT-TITULARES    PIC 9(2).
          05 WS-TITULAR-IDX OCCURS 10 TIMES PIC 9(4).

      *----------------------------------------------------------------
      * Foto de corte de la cuenta: la mas reciente que no supere la
      * fecha de corte.
      *----------------------------------------------------------------
       01 WS-FOTO-CORTE.
          05 WS-FOTO-MEJOR-FECHA  PIC X(10).
          05 WS-FOTO-SALDO        PIC S9(13)V99.
          05 WS-FOTO-HALLADA      PIC X.

      *----------------------------------------------------------------
      * Busqueda de la tasa vigente al corte en TASAS.dat (igual que
      * 1300 en RPT-POSICIONFX)
      *----------------------------------------------------------------
       01 WS-BUSQUEDA-TASA.
          05 WS-TASA-HALLADA        PIC X VALUE 'N'.
             88 TASA-HALLADA           VALUE 'S'.
          05 WS-TASA-MEJOR-FECHA    PIC X(10).
          05 WS-TASA-MEJOR-VALOR    PIC 9(7)V99.
          05 WS-MONEDA-TURNO        PIC X(3).
          05 WS-TASA-DIA            PIC 9(7)V99.
          05 WS-TASA-USD            PIC 9(7)V99.
          05 WS-TASA-EUR            PIC 9(7)V99.

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-CLIENTES      PIC X VALUE 'N'.
          05 WS-EOF-CUENTAS       PIC X VALUE 'N'.
          05 WS-EOF-COTIT         PIC X VALUE 'N'.
          05 WS-EOF-SALDOS        PIC X VALUE 'N'.
          05 WS-EOF-CDTS          PIC X VALUE 'N'.
          05 WS-EOF-TASAS         PIC X VALUE 'N'.
          05 WS-IDX               PIC 9(4).
          05 WS-IDX-TIT           PIC 9(2).
          05 WS-IDX-DEP           PIC 9(4).
          05 WS-IDX-CLI           PIC 9(4).
          05 WS-BUS-CLIENTE       PIC X(10).
          05 WS-BUS-TIP-DOC       PIC X(2).
          05 WS-BUS-NUM-DOC       PIC X(15).
          05 WS-DEP-TOTAL         PIC 9(13)V99.
          05 WS-DEP-ASEGURADO     PIC 9(13)V99.

      *----------------------------------------------------------------
      * Totales de la corrida y controles del archivo generado
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-CANT-CUENTAS      PIC 9(7) VALUE 0.
          05 WS-CANT-SIN-FOTO     PIC 9(7) VALUE 0.
          05 WS-CANT-SIN-MAESTRO  PIC 9(7) VALUE 0.
          05 WS-CANT-CDTS         PIC 9(7) VALUE 0.
          05 WS-CANT-SOBRE-TOPE   PIC 9(6) VALUE 0.
          05 WS-TOT-AHORROS       PIC 9(15)V99 VALUE 0.
          05 WS-TOT-CORRIENTE     PIC 9(15)V99 VALUE 0.
          05 WS-TOT-CDT           PIC 9(15)V99 VALUE 0.

       01 WS-CONTROL-SALIDA.
          05 WS-CANT-DETALLES     PIC 9(6) VALUE 0.
          05 WS-TOT-DEPOSITOS-ARCH PIC 9(15)V99 VALUE 0.
          05 WS-TOT-ASEGURADO-ARCH PIC 9(15)V99 VALUE 0.
          05 WS-TOT-NO-ASEGURADO  PIC 9(15)V99 VALUE 0.

       01 WS-DISP-MONTO PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-FOGAFIN'.
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
           DISPLAY '  DEPOSITOS ASEGURADOS - SEGURO DE DEPOSITOS'
           DISPLAY WS-LINEA

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Fecha de corte (YYYY-MM-DD, Enter = hoy): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-FEC-PROCESO TO WS-FEC-CORTE
               DISPLAY WS-FEC-CORTE
           ELSE
               ACCEPT WS-FEC-CORTE
           END-IF
           IF WS-FEC-CORTE = SPACES
               MOVE WS-FECHA-STR TO WS-FEC-CORTE
           END-IF
           STRING WS-RUN-ORIGEN ' CORTE=' WS-FEC-CORTE
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 1000-CARGAR-TASAS-CORTE
           PERFORM 1100-CARGAR-CLIENTES
           PERFORM 1200-CARGAR-COTITULARES

           PERFORM 2000-RECORRER-CUENTAS
           PERFORM 3000-RECORRER-CDTS

           OPEN OUTPUT ARCHIVO-FOGAFIN
           IF WS-STAT-FOGAFIN NOT = '00'
               DISPLAY '  ERROR ABRIENDO FOGAFIN.dat: '
                   WS-STAT-FOGAFIN
               STOP RUN
           END-IF

           PERFORM 4000-ESCRIBIR-ENCABEZADO
           PERFORM 4100-ESCRIBIR-DEPOSITANTE
               VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-CANT-DEPOSITANTES
           PERFORM 4800-ESCRIBIR-CONTROL

           CLOSE ARCHIVO-FOGAFIN

           PERFORM 5000-MOSTRAR-RESUMEN

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
      * 1000 - TOMAR LAS TASAS DE CAMBIO VIGENTES AL CORTE
      *================================================================
       1000-CARGAR-TASAS-CORTE.
           MOVE MON-USD TO WS-MONEDA-TURNO
           PERFORM 1050-BUSCAR-TASA-CORTE
           MOVE WS-TASA-DIA TO WS-TASA-USD

           MOVE MON-EUR TO WS-MONEDA-TURNO
           PERFORM 1050-BUSCAR-TASA-CORTE
           MOVE WS-TASA-DIA TO WS-TASA-EUR.

      *================================================================
      * 1050 - BUSCAR LA TASA DE LA MONEDA VIGENTE AL CORTE
      *   Igual que 1300 en RPT-POSICIONFX; sin nada aplicable cae la
      *   tasa de respaldo compilada.
      *================================================================
       1050-BUSCAR-TASA-CORTE.
           MOVE 'N' TO WS-TASA-HALLADA
           MOVE SPACES TO WS-TASA-MEJOR-FECHA
           MOVE 'N' TO WS-EOF-TASAS

           OPEN INPUT ARCHIVO-TASAS
           IF WS-STAT-TASAS = '35'
               MOVE 'S' TO WS-EOF-TASAS
           END-IF

           PERFORM UNTIL WS-EOF-TASAS = 'S'
               READ ARCHIVO-TASAS
                   AT END MOVE 'S' TO WS-EOF-TASAS
                   NOT AT END
                       IF TS-TIP-MONEDA = WS-MONEDA-TURNO
                               AND TS-FEC-VIGENCIA <= WS-FEC-CORTE
                               AND TS-FEC-VIGENCIA >=
                                   WS-TASA-MEJOR-FECHA
                           MOVE 'S' TO WS-TASA-HALLADA
                           MOVE TS-FEC-VIGENCIA
                               TO WS-TASA-MEJOR-FECHA
                           MOVE TS-TASA TO WS-TASA-MEJOR-VALOR
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASAS NOT = '35'
               CLOSE ARCHIVO-TASAS
           END-IF

           IF TASA-HALLADA
               MOVE WS-TASA-MEJOR-VALOR TO WS-TASA-DIA
           ELSE
               IF WS-MONEDA-TURNO = MON-USD
                   MOVE TC-USD TO WS-TASA-DIA
               ELSE
                   MOVE TC-EUR TO WS-TASA-DIA
               END-IF
           END-IF.

      *================================================================
      * 1100 - CARGAR LOS CLIENTES AGRUPADOS POR DOCUMENTO
      *   El primer codigo de cliente con un documento crea al
      *   depositante (con su nombre legal); los siguientes con el
      *   mismo documento apuntan al mismo renglon.
      *================================================================
       1100-CARGAR-CLIENTES.
           MOVE 'N' TO WS-EOF-CLIENTES

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               DISPLAY '  Sin maestro de clientes; archivo vacio.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       PERFORM 1150-REGISTRAR-CLIENTE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 1150 - UBICAR O CREAR EL DEPOSITANTE DEL CLIENTE LEIDO
      *================================================================
       1150-REGISTRAR-CLIENTE.
           IF WS-CANT-CLIENTES >= 2000
               EXIT PARAGRAPH
           END-IF

           MOVE CL-TIP-DOCUMENTO TO WS-BUS-TIP-DOC
           MOVE CL-NUM-DOCUMENTO TO WS-BUS-NUM-DOC
           MOVE 0 TO WS-IDX-DEP
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-DEPOSITANTES
                      OR WS-IDX-DEP > 0
               IF WS-DEP-TIP-DOC (WS-IDX) = WS-BUS-TIP-DOC
                       AND WS-DEP-NUM-DOC (WS-IDX) = WS-BUS-NUM-DOC
                   MOVE WS-IDX TO WS-IDX-DEP
               END-IF
           END-PERFORM

           IF WS-IDX-DEP = 0
               IF WS-CANT-DEPOSITANTES >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-DEPOSITANTES
               MOVE WS-CANT-DEPOSITANTES TO WS-IDX-DEP
               MOVE WS-BUS-TIP-DOC TO WS-DEP-TIP-DOC (WS-IDX-DEP)
               MOVE WS-BUS-NUM-DOC TO WS-DEP-NUM-DOC (WS-IDX-DEP)
               MOVE CL-NOM-LEGAL TO WS-DEP-NOMBRE (WS-IDX-DEP)
               MOVE ZERO TO WS-DEP-SAL-AHORROS (WS-IDX-DEP)
               MOVE ZERO TO WS-DEP-SAL-CORRIENTE (WS-IDX-DEP)
               MOVE ZERO TO WS-DEP-SAL-CDT (WS-IDX-DEP)
               MOVE ZERO TO WS-DEP-CANT-PROD (WS-IDX-DEP)
           END-IF

           ADD 1 TO WS-CANT-CLIENTES
           MOVE CL-COD-CLIENTE TO WS-CLI-CODIGO (WS-CANT-CLIENTES)
           MOVE WS-IDX-DEP TO WS-CLI-IDX-DEP (WS-CANT-CLIENTES).

      *================================================================
      * 1200 - CARGAR LOS COTITULARES ACTIVOS
      *================================================================
       1200-CARGAR-COTITULARES.
           MOVE 'N' TO WS-EOF-COTIT

           OPEN INPUT ARCHIVO-COTITULARES
           IF WS-STAT-COTIT = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-COTIT = 'S'
               READ ARCHIVO-COTITULARES
                   AT END MOVE 'S' TO WS-EOF-COTIT
                   NOT AT END
                       IF CT-MCA-ACTIVO = 'S'
                               AND WS-CANT-COTIT < 1000
                           ADD 1 TO WS-CANT-COTIT
                           MOVE CT-COD-CUENTA
                               TO WS-COT-CUENTA (WS-CANT-COTIT)
                           MOVE CT-COD-CLIENTE
                               TO WS-COT-CLIENTE (WS-CANT-COTIT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-COTITULARES.

      *================================================================
      * 2000 - RECORRER LAS CUENTAS DE DEPOSITO DEL BANCO
      *================================================================
       2000-RECORRER-CUENTAS.
           MOVE 'N' TO WS-EOF-CUENTAS

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  ERROR ABRIENDO CUENTAS.dat: '
                   WS-STAT-CUENTAS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CUENTAS = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-CUENTAS
                   NOT AT END
                       IF (CC-COD-BANCO = COD-BANCO-PROPIO
                               OR CC-COD-BANCO = SPACES)
                               AND CC-FEC-APERTURA <= WS-FEC-CORTE
                               AND (CC-TIP-CUENTA = 'A'
                                    OR CC-TIP-CUENTA = 'C')
                           PERFORM 2100-PROCESAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 2100 - SALDO AL CORTE DE LA CUENTA Y REPARTO ENTRE TITULARES
      *================================================================
       2100-PROCESAR-CUENTA.
           ADD 1 TO WS-CANT-CUENTAS
           PERFORM 2200-BUSCAR-FOTO-CUENTA
           IF WS-FOTO-HALLADA = 'S'
               MOVE WS-FOTO-SALDO TO WS-FOG-SALDO
           ELSE
               MOVE CC-SAL-TOTAL TO WS-FOG-SALDO
               ADD 1 TO WS-CANT-SIN-FOTO
           END-IF

           IF WS-FOG-SALDO NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           EVALUATE CC-TIP-MONEDA
               WHEN 'USD'
                   COMPUTE WS-FOG-SALDO-COP ROUNDED =
                       WS-FOG-SALDO * WS-TASA-USD
               WHEN 'EUR'
                   COMPUTE WS-FOG-SALDO-COP ROUNDED =
                       WS-FOG-SALDO * WS-TASA-EUR
               WHEN OTHER
                   MOVE WS-FOG-SALDO TO WS-FOG-SALDO-COP
           END-EVALUATE

           MOVE CC-TIP-CUENTA TO WS-FOG-TIP-PRODUCTO
           MOVE 0 TO WS-CANT-TITULARES
           MOVE CC-COD-CLIENTE TO WS-BUS-CLIENTE
           PERFORM 2300-AGREGAR-TITULAR

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-COTIT
               IF WS-COT-CUENTA (WS-IDX) = CC-COD-CUENTA
                       AND WS-COT-CLIENTE (WS-IDX)
                           NOT = CC-COD-CLIENTE
                   MOVE WS-COT-CLIENTE (WS-IDX) TO WS-BUS-CLIENTE
                   PERFORM 2300-AGREGAR-TITULAR
               END-IF
           END-PERFORM

           PERFORM 2400-REPARTIR-SALDO.

      *================================================================
      * 2200 - BUSCAR LA FOTO DE CORTE DE LA CUENTA
      *================================================================
       2200-BUSCAR-FOTO-CUENTA.
           MOVE 'N' TO WS-FOTO-HALLADA
           MOVE SPACES TO WS-FOTO-MEJOR-FECHA
           MOVE ZERO TO WS-FOTO-SALDO
           MOVE 'N' TO WS-EOF-SALDOS

           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               MOVE 'S' TO WS-EOF-SALDOS
           END-IF

           PERFORM UNTIL WS-EOF-SALDOS = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-SALDOS
                   NOT AT END
                       IF SD-COD-CUENTA = CC-COD-CUENTA
                               AND SD-FEC-CORTE <= WS-FEC-CORTE
                               AND SD-FEC-CORTE >=
                                   WS-FOTO-MEJOR-FECHA
                           MOVE 'S' TO WS-FOTO-HALLADA
                           MOVE SD-FEC-CORTE
                               TO WS-FOTO-MEJOR-FECHA
                           MOVE SD-SAL-TOTAL TO WS-FOTO-SALDO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-SALDOS NOT = '35'
               CLOSE ARCHIVO-SALDOS
           END-IF.

      *================================================================
      * 2300 - AGREGAR EL DEPOSITANTE DE WS-BUS-CLIENTE A LA LISTA
      *   Dos codigos de cliente con el mismo documento son una sola
      *   persona: no se agrega dos veces.
      *================================================================
       2300-AGREGAR-TITULAR.
           MOVE 0 TO WS-IDX-DEP
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-CANT-CLIENTES
                      OR WS-IDX-DEP > 0
               IF WS-CLI-CODIGO (WS-IDX-CLI) = WS-BUS-CLIENTE
                   MOVE WS-CLI-IDX-DEP (WS-IDX-CLI) TO WS-IDX-DEP
               END-IF
           END-PERFORM

           IF WS-IDX-DEP = 0
               ADD 1 TO WS-CANT-SIN-MAESTRO
               DISPLAY '  AVISO: cliente ' WS-BUS-CLIENTE
                   ' sin maestro; su parte no se reporta.'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-CANT-TITULARES
               IF WS-TITULAR-IDX (WS-IDX-TIT) = WS-IDX-DEP
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-CANT-TITULARES < 10
               ADD 1 TO WS-CANT-TITULARES
               MOVE WS-IDX-DEP TO WS-TITULAR-IDX (WS-CANT-TITULARES)
           END-IF.

      *================================================================
      * 2400 - REPARTIR EL SALDO EN COP ENTRE LOS TITULARES
      *   Partes iguales; el residuo del redondeo queda en el primero
      *   (el titular de la cuenta o del CDT).
      *================================================================
       2400-REPARTIR-SALDO.
           IF WS-CANT-TITULARES = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FOG-PARTE =
               WS-FOG-SALDO-COP / WS-CANT-TITULARES
           COMPUTE WS-FOG-PARTE-TITULAR = WS-FOG-SALDO-COP
               - (WS-FOG-PARTE * (WS-CANT-TITULARES - 1))

           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-CANT-TITULARES
               MOVE WS-TITULAR-IDX (WS-IDX-TIT) TO WS-IDX-DEP
               IF WS-IDX-TIT = 1
                   MOVE WS-FOG-PARTE-TITULAR TO WS-FOG-MONTO
               ELSE
                   MOVE WS-FOG-PARTE TO WS-FOG-MONTO
               END-IF
               EVALUATE WS-FOG-TIP-PRODUCTO
                   WHEN 'A'
                       ADD WS-FOG-MONTO
                           TO WS-DEP-SAL-AHORROS (WS-IDX-DEP)
                       ADD WS-FOG-MONTO TO WS-TOT-AHORROS
                   WHEN 'C'
                       ADD WS-FOG-MONTO
                           TO WS-DEP-SAL-CORRIENTE (WS-IDX-DEP)
                       ADD WS-FOG-MONTO TO WS-TOT-CORRIENTE
                   WHEN OTHER
                       ADD WS-FOG-MONTO
                           TO WS-DEP-SAL-CDT (WS-IDX-DEP)
                       ADD WS-FOG-MONTO TO WS-TOT-CDT
               END-EVALUATE
               ADD 1 TO WS-DEP-CANT-PROD (WS-IDX-DEP)
           END-PERFORM.

      *================================================================
      * 3000 - RECORRER LOS CDT VIVOS A LA FECHA DE CORTE
      *   Vivo al corte: constituido a mas tardar ese dia y todavia
      *   vigente, o pagado/cancelado despues del corte (en ese caso
      *   solo el capital: el interes se liquido al cerrarlo).
      *================================================================
       3000-RECORRER-CDTS.
           MOVE 'N' TO WS-EOF-CDTS

           OPEN INPUT ARCHIVO-CDTS
           IF WS-STAT-CDTS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CDTS = 'S'
               READ ARCHIVO-CDTS
                   AT END MOVE 'S' TO WS-EOF-CDTS
                   NOT AT END
                       IF DT-FEC-APERTURA <= WS-FEC-CORTE
                           PERFORM 3100-PROCESAR-CDT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CDTS.

      *================================================================
      * 3100 - SUMAR EL CDT AL CLIENTE QUE LO CONSTITUYO
      *================================================================
       3100-PROCESAR-CDT.
           IF CDT-VIGENTE
               COMPUTE WS-FOG-SALDO-COP =
                   DT-MTO-PRINCIPAL + DT-MTO-INT-ACUM
           ELSE
               IF DT-FEC-CIERRE > WS-FEC-CORTE
                   MOVE DT-MTO-PRINCIPAL TO WS-FOG-SALDO-COP
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-FOG-SALDO-COP NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-CDTS
           MOVE 'T' TO WS-FOG-TIP-PRODUCTO
           MOVE 0 TO WS-CANT-TITULARES
           MOVE DT-COD-CLIENTE TO WS-BUS-CLIENTE
           PERFORM 2300-AGREGAR-TITULAR
           PERFORM 2400-REPARTIR-SALDO.

      *================================================================
      * 4000 - ESCRIBIR EL ENCABEZADO DEL ARCHIVO
      *================================================================
       4000-ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO REG-FOGAFIN
           MOVE '1' TO FG-ENC-TIPO
           MOVE COD-BANCO-PROPIO TO FG-ENC-COD-BANCO
           MOVE WS-FEC-CORTE TO FG-ENC-FEC-CORTE
           MOVE WS-FECHA-STR TO FG-ENC-FEC-GENERACION
           MOVE FOG-TOPE-COBERTURA TO FG-ENC-TOPE-COBERTURA

           WRITE REG-FOGAFIN FROM REG-FOG-ENCABEZADO.

      *================================================================
      * 4100 - ESCRIBIR EL DETALLE DE UN DEPOSITANTE
      *   Un depositante sin saldo amparable al corte no genera
      *   detalle.
      *================================================================
       4100-ESCRIBIR-DEPOSITANTE.
           COMPUTE WS-DEP-TOTAL =
               WS-DEP-SAL-AHORROS (WS-IDX-DEP)
               + WS-DEP-SAL-CORRIENTE (WS-IDX-DEP)
               + WS-DEP-SAL-CDT (WS-IDX-DEP)
           IF WS-DEP-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-DEP-TOTAL > FOG-TOPE-COBERTURA
               MOVE FOG-TOPE-COBERTURA TO WS-DEP-ASEGURADO
               ADD 1 TO WS-CANT-SOBRE-TOPE
           ELSE
               MOVE WS-DEP-TOTAL TO WS-DEP-ASEGURADO
           END-IF

           MOVE SPACES TO REG-FOGAFIN
           MOVE '6' TO FG-DET-TIPO
           MOVE WS-DEP-TIP-DOC (WS-IDX-DEP) TO FG-DET-TIP-DOCUMENTO
           MOVE WS-DEP-NUM-DOC (WS-IDX-DEP) TO FG-DET-NUM-DOCUMENTO
           MOVE WS-DEP-NOMBRE (WS-IDX-DEP)
               TO FG-DET-NOM-DEPOSITANTE
           MOVE WS-DEP-SAL-AHORROS (WS-IDX-DEP) TO FG-DET-SAL-AHORROS
           MOVE WS-DEP-SAL-CORRIENTE (WS-IDX-DEP)
               TO FG-DET-SAL-CORRIENTE
           MOVE WS-DEP-SAL-CDT (WS-IDX-DEP) TO FG-DET-SAL-CDT
           MOVE WS-DEP-TOTAL TO FG-DET-SAL-TOTAL
           MOVE WS-DEP-ASEGURADO TO FG-DET-MTO-ASEGURADO
           MOVE WS-DEP-CANT-PROD (WS-IDX-DEP) TO FG-DET-CANT-PRODUCTOS
           WRITE REG-FOGAFIN FROM REG-FOG-DETALLE

           ADD 1 TO WS-CANT-DETALLES
           ADD WS-DEP-TOTAL TO WS-TOT-DEPOSITOS-ARCH
           ADD WS-DEP-ASEGURADO TO WS-TOT-ASEGURADO-ARCH.

      *================================================================
      * 4800 - ESCRIBIR EL CONTROL DEL ARCHIVO
      *================================================================
       4800-ESCRIBIR-CONTROL.
           MOVE SPACES TO REG-FOGAFIN
           MOVE '9' TO FG-FIN-TIPO
           MOVE WS-CANT-DETALLES TO FG-FIN-CANT-DETALLES
           MOVE WS-TOT-DEPOSITOS-ARCH TO FG-FIN-TOT-DEPOSITOS
           MOVE WS-TOT-ASEGURADO-ARCH TO FG-FIN-TOT-ASEGURADO

           WRITE REG-FOGAFIN FROM REG-FOG-CONTROL.

      *================================================================
      * 5000 - MOSTRAR EL RESUMEN Y LA BASE DE LA PRIMA
      *================================================================
       5000-MOSTRAR-RESUMEN.
           COMPUTE WS-TOT-NO-ASEGURADO =
               WS-TOT-DEPOSITOS-ARCH - WS-TOT-ASEGURADO-ARCH

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  Fecha de corte          : ' WS-FEC-CORTE
           MOVE FOG-TOPE-COBERTURA TO WS-DISP-MONTO
           DISPLAY '  Tope por depositante    : $' WS-DISP-MONTO
           DISPLAY '  Cuentas leidas          : ' WS-CANT-CUENTAS
           IF WS-CANT-SIN-FOTO > 0
               DISPLAY '  Sin foto al corte       : ' WS-CANT-SIN-FOTO
                   ' (saldo del maestro)'
           END-IF
           DISPLAY '  CDT vivos al corte      : ' WS-CANT-CDTS
           IF WS-CANT-SIN-MAESTRO > 0
               DISPLAY '  Titulares sin maestro   : '
                   WS-CANT-SIN-MAESTRO
           END-IF
           DISPLAY '  Depositantes reportados : ' WS-CANT-DETALLES
           DISPLAY '  Por encima del tope     : ' WS-CANT-SOBRE-TOPE
           DISPLAY ' '
           MOVE WS-TOT-AHORROS TO WS-DISP-MONTO
           DISPLAY '  Ahorros                 : $' WS-DISP-MONTO
           MOVE WS-TOT-CORRIENTE TO WS-DISP-MONTO
           DISPLAY '  Corriente               : $' WS-DISP-MONTO
           MOVE WS-TOT-CDT TO WS-DISP-MONTO
           DISPLAY '  CDT                     : $' WS-DISP-MONTO
           MOVE WS-TOT-DEPOSITOS-ARCH TO WS-DISP-MONTO
           DISPLAY '  BASE DE LA PRIMA        : $' WS-DISP-MONTO
           MOVE WS-TOT-ASEGURADO-ARCH TO WS-DISP-MONTO
           DISPLAY '  Total asegurado         : $' WS-DISP-MONTO
           MOVE WS-TOT-NO-ASEGURADO TO WS-DISP-MONTO
           DISPLAY '  Exceso sobre el tope    : $' WS-DISP-MONTO
           DISPLAY WS-LINEA
           DISPLAY '  Archivo generado: data/FOGAFIN.dat'.

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
