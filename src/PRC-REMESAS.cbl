      *================================================================
      * PRC-REMESAS.cbl - Remesas Internacionales de las Remesadoras
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Los familiares de nuestros clientes en el exterior les giran
      * por remesadoras aliadas (Western Union, MoneyGram, Ria), que
      * nos piden pagarles en efectivo o abonarles a su cuenta. Cada
      * remesadora deja su archivo del dia en data/REMESAS-<codigo>
      * .dat (ver REMENTRADA.cpy); los codigos aliados estan en
      * REM-TABLA-REMESADORAS (CONSTANTES.cpy). Este batch de la
      * noche lleva el maestro REMESAS.dat (ver REMESAS.cpy):
      *
      *   - valida cada archivo completo (encabezado de la misma
      *     remesadora, control '9' cuadrado en cantidad y suma,
      *     detalles con moneda USD/EUR/COP, monto, documento y
      *     nombre del beneficiario); un archivo malo se rechaza
      *     entero y la remesadora lo reenvia;
      *   - carga cada remesa PENDIENTE con su equivalente COP a la
      *     tasa de TASAS.dat vigente en la fecha de proceso (la de
      *     respaldo de CONSTANTES.cpy si tesoreria no la cargo) y el
      *     cliente nuestro cuyo documento es el del beneficiario;
      *     el asiento lleva el valor de la cuenta de la remesadora
      *     (GL-CORRESPONSAL-REMESAS) a GL-REMESAS-POR-PAGAR. Una
      *     remesa ya cargada (misma remesadora y clave de pago) no
      *     se duplica, asi que recargar un archivo no paga doble;
      *   - abona las PENDIENTE que traen cuenta nuestra del
      *     beneficiario, si la cuenta esta activa, en pesos y es
      *     del mismo cliente del documento: MOV-REMESA, asiento
      *     contra pasivo con clientes, abono a la cobranza de la
      *     cuenta (9700) y aviso REMESA_ABONADA. Las que no se
      *     pueden abonar quedan para pago en taquilla (TRN-CAJA,
      *     transaccion G) y se reintentan cada noche;
      *   - devuelve a cada remesadora las PENDIENTE que cumplieron
      *     REM-DIAS-VIGENCIA dias sin cobrarse: quedan DEVUELTA, el
      *     valor vuelve a GL-CORRESPONSAL-REMESAS y salen en
      *     data/REMDEVOL-<codigo>.dat (las devueltas en la misma
      *     fecha de proceso se repiten, asi una corrida repetida no
      *     deja el archivo vacio).
      *
      * Las remesas pagadas y abonadas del mes se reportan a la UIAF
      * en su propia categoria con RPT-REMESAS.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC-REMESAS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-REMENTRADA
               ASSIGN TO WS-NOM-ARCHIVO-REM
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REMENTRADA.

           SELECT ARCHIVO-REMDEVOL
               ASSIGN TO WS-NOM-ARCHIVO-DEV
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REMDEVOL.

           SELECT ARCHIVO-REMESAS
               ASSIGN TO 'data/REMESAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REMESAS.

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

           SELECT ARCHIVO-TASAS
               ASSIGN TO 'data/TASAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASAS.

           SELECT ARCHIVO-CONVFX
               ASSIGN TO 'data/CONVFX.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CONVFX.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-ASIENTOS
               ASSIGN TO 'data/ASIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ASIENTOS.

           SELECT ARCHIVO-PUC
               ASSIGN TO 'data/PUC.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PUC.

           SELECT ARCHIVO-PERIODOS
               ASSIGN TO 'data/PERIODOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PERIODOS.

           SELECT ARCHIVO-COBRANZA
               ASSIGN TO 'data/COBRANZA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COBRANZA.

           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO 'data/NOTIFICACIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-STAT-SECUENCIA.

           SELECT ARCHIVO-RUNCTL
               ASSIGN TO 'data/RUNCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD ARCHIVO-REMENTRADA.
       COPY 'copybooks/REMENTRADA.cpy'.

       FD ARCHIVO-REMDEVOL.
       COPY 'copybooks/REMENTRADA.cpy'
           REPLACING LEADING ==REG-REM== BY ==REG-DVR==
                     LEADING ==GI-== BY ==GD-==.

       FD ARCHIVO-REMESAS.
       COPY 'copybooks/REMESAS.cpy'.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-TASAS.
       COPY 'copybooks/TASAS.cpy'.

       FD ARCHIVO-CONVFX.
       COPY 'copybooks/CONVFX.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-COBRANZA.
       COPY 'copybooks/COBRANZA.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/MOVIMIENTOS.cpy'
           REPLACING REG-MOVIMIENTO BY WS-MOVIM-NUEVO.

       COPY 'copybooks/ASIENTOS.cpy'
           REPLACING REG-ASIENTO BY WS-ASIENTO-NUEVO.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-REMENTRADA   PIC X(2).
          05 WS-STAT-REMDEVOL     PIC X(2).
          05 WS-STAT-REMESAS      PIC X(2).
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-TASAS        PIC X(2).
          05 WS-STAT-CONVFX       PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

      *----------------------------------------------------------------
      * Chequeo generico de estado de E/S (igual que en MAIN-ACH)
      *----------------------------------------------------------------
       01 WS-CHK-IO.
          05 WS-CHK-ESTADO        PIC X(2).
          05 WS-CHK-DESCRIPCION   PIC X(40).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
      *----------------------------------------------------------------
       01 WS-FECHA-HOY.
          05 WS-ANO               PIC 9(4).
          05 WS-MES                PIC 9(2).
          05 WS-DIA                PIC 9(2).
       01 WS-HORA-ACTUAL.
          05 WS-HH                 PIC 9(2).
          05 WS-MM                 PIC 9(2).
          05 WS-SS                 PIC 9(2).
          05 WS-CC                 PIC 9(2).

       01 WS-FECHA-STR             PIC X(10).
       01 WS-HORA-STR              PIC X(8).
       01 WS-FECHA-COMPACTA        PIC X(8).

      *----------------------------------------------------------------
      * Consecutivos diarios
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-REMESA            PIC X(20).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-NOTIF             PIC X(20).
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Fecha de la corrida y vigencia de las remesas
      *----------------------------------------------------------------
       01 WS-FEC-PROCESO           PIC X(10).
       01 WS-FEC-PROCESO-NUM       PIC 9(8).
       01 WS-FEC-VENCE-NUM         PIC 9(8).
       01 WS-FEC-VENCE             PIC X(10).
       01 WS-DIAS-VIGENCIA         PIC 9(3).

      *----------------------------------------------------------------
      * Remesadora en turno y nombres de sus archivos
      *----------------------------------------------------------------
       01 WS-IDX-REM               PIC 9(1).
       01 WS-COD-REMESADORA        PIC X(6).
       01 WS-NOM-ARCHIVO-REM       PIC X(60).
       01 WS-NOM-ARCHIVO-DEV       PIC X(60).

      *----------------------------------------------------------------
      * Encabezado y control del archivo de la remesadora (pasada 1)
      *----------------------------------------------------------------
       01 WS-ARCHIVO-REMESAS.
          05 WS-ARCHIVO-VALIDO    PIC X VALUE 'S'.
             88 ARCHIVO-VALIDO       VALUE 'S'.
          05 WS-MOTIVO-RECHAZO    PIC X(40).
          05 WS-EOF-REMENTRADA    PIC X VALUE 'N'.
          05 WS-HAY-ENCABEZADO    PIC X VALUE 'N'.
          05 WS-HAY-CONTROL       PIC X VALUE 'N'.
          05 WS-CANT-DETALLES     PIC 9(6) VALUE 0.
          05 WS-SUMA-MONTOS       PIC 9(15)V99 VALUE 0.
          05 WS-CTL-CANT-DETALLES PIC 9(6) VALUE 0.
          05 WS-CTL-TOTAL-MONTOS  PIC 9(15)V99 VALUE 0.
          05 WS-LINEA-ACTUAL      PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * Remesas ya cargadas (remesadora + clave de pago), para que
      * un archivo recargado no las duplique.
      *----------------------------------------------------------------
       01 WS-TABLA-CARGADAS.
          05 WS-CANT-CARGADAS     PIC 9(5) VALUE 0.
          05 WS-IDX-CARGADA       PIC 9(5).
          05 WS-LLAVE-CARGADA     PIC X(26) OCCURS 9000 TIMES.
          05 WS-LLAVE-BUSCADA.
             10 WS-LLB-REMESADORA PIC X(6).
             10 WS-LLB-REFERENCIA PIC X(20).
          05 WS-YA-CARGADA        PIC X VALUE 'N'.
             88 YA-CARGADA           VALUE 'S'.

      *----------------------------------------------------------------
      * Conversion a COP: tasa vigente de TASAS.dat en la fecha de
      * proceso, buscada una vez por moneda al arrancar (1350).
      *----------------------------------------------------------------
       01 WS-TASA-CAMBIO           PIC 9(7)V99.
       01 WS-TASA-DIA-USD          PIC 9(7)V99.
       01 WS-TASA-DIA-EUR          PIC 9(7)V99.
       01 WS-MTO-REMESA-COP        PIC S9(13)V99.

      *----------------------------------------------------------------
      * Busqueda de la tasa del dia en TASAS.dat (cargada por
      * MNT-TASAS): se toma el renglon de la moneda con la fecha de
      * vigencia mas reciente que no supere la fecha buscada; si el
      * archivo no existe o no tiene nada aplicable se cae a las
      * tasas de respaldo compiladas en CONSTANTES.cpy.
      *----------------------------------------------------------------
       01 WS-BUSQUEDA-TASA.
          05 WS-TASA-MONEDA-BUSCADA PIC X(3).
          05 WS-TASA-FECHA-BUSCADA  PIC X(10).
          05 WS-TASA-HALLADA        PIC X VALUE 'N'.
             88 TASA-HALLADA           VALUE 'S'.
          05 WS-TASA-MEJOR-FECHA    PIC X(10).
          05 WS-TASA-MEJOR-VALOR    PIC 9(7)V99.
          05 WS-EOF-TASAS           PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Beneficiario y cuenta de abono de la remesa en turno
      *----------------------------------------------------------------
       01 WS-BENEFICIARIO.
          05 WS-EOF-CLIENTES      PIC X VALUE 'N'.
          05 WS-EOF-REMESAS       PIC X VALUE 'N'.
          05 WS-BEN-COD-CLIENTE   PIC X(10).
          05 WS-CUENTA-HALLADA    PIC X VALUE 'N'.
             88 CUENTA-HALLADA       VALUE 'S'.
          05 WS-MOTIVO-NO-ABONO   PIC X(40).
          05 WS-SAL-ANT-CUENTA    PIC S9(13)V99.

      *----------------------------------------------------------------
      * Contadores del resumen
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-TOTAL-ARCHIVOS    PIC 9(3) VALUE 0.
          05 WS-TOTAL-RECHAZADOS  PIC 9(3) VALUE 0.
          05 WS-TOTAL-CARGADAS    PIC 9(7) VALUE 0.
          05 WS-TOTAL-DUPLICADAS  PIC 9(7) VALUE 0.
          05 WS-TOTAL-ABONADAS    PIC 9(7) VALUE 0.
          05 WS-TOTAL-NO-ABONADAS PIC 9(7) VALUE 0.
          05 WS-TOTAL-DEVUELTAS   PIC 9(7) VALUE 0.
          05 WS-MTO-CARGADO       PIC S9(15)V99 VALUE 0.
          05 WS-MTO-ABONADO       PIC S9(15)V99 VALUE 0.
          05 WS-MTO-DEVUELTO      PIC S9(15)V99 VALUE 0.
          05 WS-DEV-CANT-ARCHIVO  PIC 9(6) VALUE 0.
          05 WS-DEV-SUMA-ARCHIVO  PIC 9(15)V99 VALUE 0.

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Validacion contable de cada pata (PUC y periodos, igual que
      * 9216/9217 en MAIN-ACH): la cuenta debe existir en el
      * catalogo, activa y posteable, y el periodo de la fecha del
      * asiento no puede estar CERRADO.
      *----------------------------------------------------------------
       01 WS-VALIDA-CONTABLE.
          05 WS-STAT-PUC          PIC X(2).
          05 WS-STAT-PERIODOS     PIC X(2).
          05 WS-EOF-PUC           PIC X.
          05 WS-PUC-POSTEABLE     PIC X.
             88 PUC-POSTEABLE        VALUE 'S'.
          05 WS-EOF-PERIODOS      PIC X.
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'PRC-REMESAS'.
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
          05 WS-PAR-UMBRAL-1      PIC 9(9) VALUE 0.
          05 WS-RUN-ORIGEN        PIC X(8) VALUE 'CONSOLA'.
          05 WS-RUN-PARAMETROS    PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------
      * Abono a la cobranza de sobregiros de la cuenta (ver 9700)
      *----------------------------------------------------------------
       01 WS-COBRO-SOBREGIRO.
          05 WS-STAT-COBRANZA     PIC X(2).
          05 WS-EOF-COBRANZA      PIC X VALUE 'N'.
          05 WS-COB-CUENTA        PIC X(20).
          05 WS-COB-SAL-ANTERIOR  PIC S9(13)V99.
          05 WS-COB-SAL-NUEVO     PIC S9(13)V99.
          05 WS-COB-NO-AUTORIZADO PIC S9(13)V99.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  REMESAS INTERNACIONALES'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS
           PERFORM 0200-PEDIR-CORRIDA

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0300-ABRIR-ARCHIVOS

           PERFORM 1000-CARGAR-REMESADORAS
           PERFORM 2000-ABONAR-REMESAS
           PERFORM 3000-DEVOLVER-VENCIDAS

           PERFORM 9900-CERRAR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  Archivos cargados   : ' WS-TOTAL-ARCHIVOS
           DISPLAY '  Archivos rechazados : ' WS-TOTAL-RECHAZADOS
           DISPLAY '  Remesas cargadas    : ' WS-TOTAL-CARGADAS
           DISPLAY '  Ya cargadas antes   : ' WS-TOTAL-DUPLICADAS
           DISPLAY '  Abonadas a cuenta   : ' WS-TOTAL-ABONADAS
           DISPLAY '  Quedan para taquilla: ' WS-TOTAL-NO-ABONADAS
           DISPLAY '  Devueltas vencidas  : ' WS-TOTAL-DEVUELTAS
           MOVE WS-MTO-CARGADO TO WS-DISP-MONTO
           DISPLAY '  Cargado COP         : $' WS-DISP-MONTO
           MOVE WS-MTO-ABONADO TO WS-DISP-MONTO
           DISPLAY '  Abonado COP         : $' WS-DISP-MONTO
           MOVE WS-MTO-DEVUELTO TO WS-DISP-MONTO
           DISPLAY '  Devuelto COP        : $' WS-DISP-MONTO

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-TOTAL-CARGADAS TO WS-RUN-PROCESADOS
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
           IF PJ-UMBRAL-1 IS NUMERIC
               MOVE PJ-UMBRAL-1 TO WS-PAR-UMBRAL-1
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
       0100-OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME

           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED SIZE INTO WS-FECHA-COMPACTA.

      *================================================================
      * 0150 - OBTENER SIGUIENTE CONSECUTIVO DIARIO
      *================================================================
       0150-SIGUIENTE-SECUENCIA.
           MOVE WS-FECHA-COMPACTA TO SC-FECHA
           MOVE WS-SEC-TIPO TO SC-TIPO

           READ ARCHIVO-SECUENCIA
               INVALID KEY
                   MOVE 1 TO SC-ULTIMO-NUM
                   WRITE REG-SECUENCIA
               NOT INVALID KEY
                   ADD 1 TO SC-ULTIMO-NUM
                   REWRITE REG-SECUENCIA
           END-READ

           MOVE SC-ULTIMO-NUM TO WS-SEC-VALOR.

      *================================================================
      * 0200 - PEDIR LA FECHA DE LA CORRIDA Y LA VIGENCIA
      *================================================================
       0200-PEDIR-CORRIDA.
           DISPLAY ' '
           DISPLAY '  Fecha de la corrida (YYYY-MM-DD, vacio = hoy): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-FEC-PROCESO
           IF HAY-PARAMETROS
               MOVE WS-PAR-FEC-PROCESO TO WS-FEC-PROCESO
               DISPLAY WS-FEC-PROCESO
           ELSE
               ACCEPT WS-FEC-PROCESO
           END-IF
           IF WS-FEC-PROCESO = SPACES
               MOVE WS-FECHA-STR TO WS-FEC-PROCESO
           END-IF
           STRING WS-FEC-PROCESO (1:4) WS-FEC-PROCESO (6:2)
               WS-FEC-PROCESO (9:2)
               DELIMITED SIZE INTO WS-FEC-PROCESO-NUM

           DISPLAY '  Dias de vigencia de una remesa sin cobrar '
               '(enter = ' REM-DIAS-VIGENCIA '): ' WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-UMBRAL-1 TO WS-DIAS-VIGENCIA
               DISPLAY WS-DIAS-VIGENCIA
           ELSE
               ACCEPT WS-DIAS-VIGENCIA
           END-IF
           IF WS-DIAS-VIGENCIA = 0
               MOVE REM-DIAS-VIGENCIA TO WS-DIAS-VIGENCIA
           END-IF

           COMPUTE WS-FEC-VENCE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FEC-PROCESO-NUM)
               + WS-DIAS-VIGENCIA)
           MOVE SPACES TO WS-FEC-VENCE
           STRING WS-FEC-VENCE-NUM (1:4) '-' WS-FEC-VENCE-NUM (5:2)
               '-' WS-FEC-VENCE-NUM (7:2)
               DELIMITED SIZE INTO WS-FEC-VENCE

           STRING WS-RUN-ORIGEN ' FECHA=' WS-FEC-PROCESO
               ' DIAS=' WS-DIAS-VIGENCIA
               DELIMITED SIZE INTO WS-RUN-PARAMETROS.

      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *   Tambien deja listas las tasas del dia de cada moneda y la
      *   tabla de remesas ya cargadas.
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-ASIENTOS
           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN EXTEND ARCHIVO-REMESAS
           IF WS-STAT-REMESAS = '35'
               OPEN OUTPUT ARCHIVO-REMESAS
               CLOSE ARCHIVO-REMESAS
               OPEN EXTEND ARCHIVO-REMESAS
           END-IF
           CLOSE ARCHIVO-REMESAS

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF

           MOVE MON-USD TO WS-TASA-MONEDA-BUSCADA
           MOVE WS-FEC-PROCESO TO WS-TASA-FECHA-BUSCADA
           PERFORM 1350-BUSCAR-TASA-DIA
           MOVE WS-TASA-CAMBIO TO WS-TASA-DIA-USD
           MOVE MON-EUR TO WS-TASA-MONEDA-BUSCADA
           PERFORM 1350-BUSCAR-TASA-DIA
           MOVE WS-TASA-CAMBIO TO WS-TASA-DIA-EUR

           PERFORM 1050-CARGAR-LLAVES.

      *================================================================
      * 1000 - CARGAR EL ARCHIVO DEL DIA DE CADA REMESADORA
      *   Una remesadora sin archivo hoy no es un error: no giro.
      *================================================================
       1000-CARGAR-REMESADORAS.
           PERFORM VARYING WS-IDX-REM FROM 1 BY 1
                   UNTIL WS-IDX-REM > REM-CANT-REMESADORAS
               MOVE REM-COD-REMESADORA (WS-IDX-REM)
                   TO WS-COD-REMESADORA
               IF WS-COD-REMESADORA NOT = SPACES
                   MOVE SPACES TO WS-NOM-ARCHIVO-REM
                   STRING 'data/REMESAS-' WS-COD-REMESADORA
                       DELIMITED SPACE
                       '.dat' DELIMITED SIZE
                       INTO WS-NOM-ARCHIVO-REM
                   PERFORM 1100-VALIDAR-ARCHIVO
                   IF ARCHIVO-VALIDO
                       PERFORM 1200-CARGAR-ARCHIVO
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================
      * 1050 - CARGAR LAS LLAVES DE LAS REMESAS YA CARGADAS
      *================================================================
       1050-CARGAR-LLAVES.
           MOVE 0 TO WS-CANT-CARGADAS
           MOVE 'N' TO WS-EOF-REMESAS

           OPEN INPUT ARCHIVO-REMESAS
           PERFORM UNTIL WS-EOF-REMESAS = 'S'
               READ ARCHIVO-REMESAS
                   AT END MOVE 'S' TO WS-EOF-REMESAS
                   NOT AT END
                       IF WS-CANT-CARGADAS < 9000
                           ADD 1 TO WS-CANT-CARGADAS
                           MOVE RX-COD-REMESADORA TO WS-LLB-REMESADORA
                           MOVE RX-REF-REMESADORA TO WS-LLB-REFERENCIA
                           MOVE WS-LLAVE-BUSCADA
                               TO WS-LLAVE-CARGADA (WS-CANT-CARGADAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-REMESAS.

      *================================================================
      * 1100 - PASADA 1: VALIDAR EL ARCHIVO COMPLETO
      *   Encabezado '1' primero y de la misma remesadora, control
      *   '9' al final con la cantidad y la suma de los detalles, y
      *   cada detalle completo; cualquier falla rechaza el archivo
      *   sin cargar nada.
      *================================================================
       1100-VALIDAR-ARCHIVO.
           MOVE 'S' TO WS-ARCHIVO-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE 'N' TO WS-EOF-REMENTRADA
           MOVE 'N' TO WS-HAY-ENCABEZADO
           MOVE 'N' TO WS-HAY-CONTROL
           MOVE 0 TO WS-CANT-DETALLES
           MOVE 0 TO WS-SUMA-MONTOS
           MOVE 0 TO WS-LINEA-ACTUAL

           OPEN INPUT ARCHIVO-REMENTRADA
           IF WS-STAT-REMENTRADA = '35'
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               DISPLAY '  ' WS-COD-REMESADORA ': sin archivo hoy.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-REMENTRADA = 'S'
               READ ARCHIVO-REMENTRADA
                   AT END MOVE 'S' TO WS-EOF-REMENTRADA
                   NOT AT END
                       ADD 1 TO WS-LINEA-ACTUAL
                       PERFORM 1110-VALIDAR-RENGLON
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-REMENTRADA

           IF ARCHIVO-VALIDO
               EVALUATE TRUE
                   WHEN WS-HAY-ENCABEZADO NOT = 'S'
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'Archivo vacio o sin encabezado'
                           TO WS-MOTIVO-RECHAZO
                   WHEN WS-HAY-CONTROL NOT = 'S'
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'Archivo sin control (truncado)'
                           TO WS-MOTIVO-RECHAZO
                   WHEN WS-CTL-CANT-DETALLES NOT = WS-CANT-DETALLES
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'Cantidad de remesas no cuadra'
                           TO WS-MOTIVO-RECHAZO
                   WHEN WS-CTL-TOTAL-MONTOS NOT = WS-SUMA-MONTOS
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'Suma de montos no cuadra'
                           TO WS-MOTIVO-RECHAZO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT ARCHIVO-VALIDO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               DISPLAY '  ' WS-COD-REMESADORA ': ARCHIVO RECHAZADO ('
                   WS-MOTIVO-RECHAZO ', renglon ' WS-LINEA-ACTUAL
                   '); la remesadora debe reenviarlo.'
           END-IF.

      *================================================================
      * 1110 - VALIDAR UN RENGLON DEL ARCHIVO
      *   Al primer error se deja de validar (WS-LINEA-ACTUAL queda
      *   en el renglon malo).
      *================================================================
       1110-VALIDAR-RENGLON.
           IF NOT ARCHIVO-VALIDO
               EXIT PARAGRAPH
           END-IF

           IF WS-HAY-CONTROL = 'S'
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'Renglones despues del control'
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF WS-HAY-ENCABEZADO NOT = 'S'
               IF GI-TIP-REGISTRO NOT = '1'
                   MOVE 'N' TO WS-ARCHIVO-VALIDO
                   MOVE 'Primer renglon no es encabezado'
                       TO WS-MOTIVO-RECHAZO
               ELSE
                   IF GI-ENC-COD-REMESADORA NOT = WS-COD-REMESADORA
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'Encabezado de otra remesadora'
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE 'S' TO WS-HAY-ENCABEZADO
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE GI-TIP-REGISTRO
               WHEN '6'
                   EVALUATE TRUE
                       WHEN GI-DET-REF-REMESADORA = SPACES
                           MOVE 'N' TO WS-ARCHIVO-VALIDO
                           MOVE 'Remesa sin clave de pago'
                               TO WS-MOTIVO-RECHAZO
                       WHEN GI-DET-MONTO NOT NUMERIC
                           OR GI-DET-MONTO = ZERO
                           MOVE 'N' TO WS-ARCHIVO-VALIDO
                           MOVE 'Monto en cero o no numerico'
                               TO WS-MOTIVO-RECHAZO
                       WHEN GI-DET-TIP-MONEDA NOT = MON-USD
                           AND GI-DET-TIP-MONEDA NOT = MON-EUR
                           AND GI-DET-TIP-MONEDA NOT = MON-COP
                           MOVE 'N' TO WS-ARCHIVO-VALIDO
                           MOVE 'Moneda no admitida'
                               TO WS-MOTIVO-RECHAZO
                       WHEN GI-DET-NOM-BENEFICIARIO = SPACES
                           OR GI-DET-NUM-DOCUMENTO = SPACES
                           MOVE 'N' TO WS-ARCHIVO-VALIDO
                           MOVE 'Beneficiario sin nombre o documento'
                               TO WS-MOTIVO-RECHAZO
                       WHEN GI-DET-TIP-DOCUMENTO NOT = 'CC'
                           AND GI-DET-TIP-DOCUMENTO NOT = 'CE'
                           AND GI-DET-TIP-DOCUMENTO NOT = 'PA'
                           AND GI-DET-TIP-DOCUMENTO NOT = 'PE'
                           MOVE 'N' TO WS-ARCHIVO-VALIDO
                           MOVE 'Tipo de documento invalido'
                               TO WS-MOTIVO-RECHAZO
                       WHEN OTHER
                           ADD 1 TO WS-CANT-DETALLES
                           ADD GI-DET-MONTO TO WS-SUMA-MONTOS
                   END-EVALUATE
               WHEN '9'
                   MOVE 'S' TO WS-HAY-CONTROL
                   IF GI-CTL-CANT-DETALLES IS NUMERIC
                           AND GI-CTL-TOTAL-MONTOS IS NUMERIC
                       MOVE GI-CTL-CANT-DETALLES
                           TO WS-CTL-CANT-DETALLES
                       MOVE GI-CTL-TOTAL-MONTOS
                           TO WS-CTL-TOTAL-MONTOS
                   ELSE
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'Control no numerico'
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-ARCHIVO-VALIDO
                   MOVE 'Tipo de renglon desconocido'
                       TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

      *================================================================
      * 1200 - PASADA 2: CARGAR LAS REMESAS DEL ARCHIVO VALIDADO
      *================================================================
       1200-CARGAR-ARCHIVO.
           ADD 1 TO WS-TOTAL-ARCHIVOS
           MOVE 'N' TO WS-EOF-REMENTRADA

           OPEN INPUT ARCHIVO-REMENTRADA
           OPEN EXTEND ARCHIVO-REMESAS
           MOVE WS-STAT-REMESAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-REMESAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-REMENTRADA = 'S'
               READ ARCHIVO-REMENTRADA
                   AT END MOVE 'S' TO WS-EOF-REMENTRADA
                   NOT AT END
                       IF GI-TIP-REGISTRO = '6'
                           PERFORM 1210-CARGAR-REMESA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-REMESAS
           CLOSE ARCHIVO-REMENTRADA

           DISPLAY '  ' WS-COD-REMESADORA ': archivo cargado ('
               WS-CANT-DETALLES ' remesas).'.

      *================================================================
      * 1210 - CARGAR UNA REMESA
      *   La remesa entra PENDIENTE con su equivalente COP; el
      *   asiento reconoce la obligacion de pagarla contra la cuenta
      *   de la remesadora.
      *================================================================
       1210-CARGAR-REMESA.
           MOVE WS-COD-REMESADORA TO WS-LLB-REMESADORA
           MOVE GI-DET-REF-REMESADORA TO WS-LLB-REFERENCIA
           MOVE 'N' TO WS-YA-CARGADA
           PERFORM VARYING WS-IDX-CARGADA FROM 1 BY 1
                   UNTIL WS-IDX-CARGADA > WS-CANT-CARGADAS
                      OR YA-CARGADA
               IF WS-LLAVE-CARGADA (WS-IDX-CARGADA) = WS-LLAVE-BUSCADA
                   MOVE 'S' TO WS-YA-CARGADA
               END-IF
           END-PERFORM
           IF YA-CARGADA
               ADD 1 TO WS-TOTAL-DUPLICADAS
               DISPLAY '    ' GI-DET-REF-REMESADORA
                   ' ya estaba cargada; se omite.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 1300-CONVERTIR-MONTO-COP
           PERFORM 1250-BUSCAR-CLIENTE-DOCUMENTO

           MOVE 'REM' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           MOVE SPACES TO WS-NUM-REMESA
           STRING 'REM' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-REMESA

           MOVE SPACES TO REG-REMESA
           MOVE WS-NUM-REMESA TO RX-NUM-REMESA
           MOVE WS-COD-REMESADORA TO RX-COD-REMESADORA
           MOVE GI-DET-REF-REMESADORA TO RX-REF-REMESADORA
           MOVE WS-FEC-PROCESO TO RX-FEC-CARGUE
           MOVE WS-FEC-VENCE TO RX-FEC-VENCE
           MOVE GI-DET-NOM-REMITENTE TO RX-NOM-REMITENTE
           MOVE GI-DET-PAIS-ORIGEN TO RX-PAIS-ORIGEN
           MOVE GI-DET-NOM-BENEFICIARIO TO RX-NOM-BENEFICIARIO
           MOVE GI-DET-TIP-DOCUMENTO TO RX-TIP-DOCUMENTO
           MOVE GI-DET-NUM-DOCUMENTO TO RX-NUM-DOCUMENTO
           MOVE GI-DET-COD-CUENTA TO RX-COD-CTA-DESTINO
           MOVE GI-DET-TIP-MONEDA TO RX-TIP-MONEDA
           MOVE GI-DET-MONTO TO RX-MTO-ORIGEN
           MOVE WS-TASA-CAMBIO TO RX-TASA
           MOVE WS-MTO-REMESA-COP TO RX-MTO-COP
           MOVE 'PENDIENTE ' TO RX-EST-REMESA
           MOVE SPACES TO RX-FEC-CIERRE
           MOVE SPACES TO RX-REF-CIERRE
           MOVE WS-BEN-COD-CLIENTE TO RX-COD-CLIENTE
           MOVE SPACES TO RX-COD-OPERADOR
           WRITE REG-REMESA
           MOVE WS-STAT-REMESAS TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR REMESA' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM 1310-GRABAR-CONVERSION

           IF WS-CANT-CARGADAS < 9000
               ADD 1 TO WS-CANT-CARGADAS
               MOVE WS-LLAVE-BUSCADA
                   TO WS-LLAVE-CARGADA (WS-CANT-CARGADAS)
           END-IF

           MOVE SUC-CASA-MATRIZ TO WS-SUC-ASIENTO
           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE SPACES TO WS-ASIENTO-NUEVO
           MOVE GL-CORRESPONSAL-REMESAS
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CORRESPONSAL-REMESAS
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-REMESA-COP TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Remesa del exterior recibida de la remesadora'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           MOVE GL-REMESAS-POR-PAGAR
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-REMESAS-POR-PAGAR
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-REMESA-COP TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Remesa pendiente de pago al beneficiario'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           ADD 1 TO WS-TOTAL-CARGADAS
           ADD WS-MTO-REMESA-COP TO WS-MTO-CARGADO.

      *================================================================
      * 1250 - BUSCAR AL BENEFICIARIO ENTRE NUESTROS CLIENTES
      *   Por tipo y numero de documento; deja el codigo en
      *   WS-BEN-COD-CLIENTE (espacios si no es cliente).
      *================================================================
       1250-BUSCAR-CLIENTE-DOCUMENTO.
           MOVE SPACES TO WS-BEN-COD-CLIENTE
           MOVE 'N' TO WS-EOF-CLIENTES

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CL-TIP-DOCUMENTO = GI-DET-TIP-DOCUMENTO
                               AND CL-NUM-DOCUMENTO =
                                   GI-DET-NUM-DOCUMENTO
                           MOVE CL-COD-CLIENTE TO WS-BEN-COD-CLIENTE
                           MOVE 'S' TO WS-EOF-CLIENTES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 1300 - CONVERTIR EL MONTO DE LA REMESA A COP
      *================================================================
       1300-CONVERTIR-MONTO-COP.
           EVALUATE GI-DET-TIP-MONEDA
               WHEN MON-USD
                   MOVE WS-TASA-DIA-USD TO WS-TASA-CAMBIO
               WHEN MON-EUR
                   MOVE WS-TASA-DIA-EUR TO WS-TASA-CAMBIO
               WHEN OTHER
                   MOVE TC-COP TO WS-TASA-CAMBIO
           END-EVALUATE

           COMPUTE WS-MTO-REMESA-COP ROUNDED =
               GI-DET-MONTO * WS-TASA-CAMBIO.

      *================================================================
      * 1310 - BITACORA DE LA COMPRA DE DIVISAS DE LA REMESA
      *   Una remesa en USD o EUR que se le debe al beneficiario en
      *   pesos: el banco recibe la divisa de la remesadora y entrega
      *   COP, asi que entra en la posicion propia del dia igual que
      *   las patas cruzadas de MAIN-ACH (ver CONVFX.cpy y
      *   RPT-POSICIONFX). Una remesa en COP no mueve la posicion.
      *================================================================
       1310-GRABAR-CONVERSION.
           IF GI-DET-TIP-MONEDA = MON-COP
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-CONVERSION
           MOVE WS-FEC-PROCESO TO CV-FEC-CONVERSION
           MOVE WS-HORA-STR TO CV-HOA-CONVERSION
           MOVE WS-NUM-REMESA TO CV-NUM-ORDEN
           MOVE GI-DET-COD-CUENTA TO CV-COD-CUENTA
           MOVE 'R' TO CV-TIP-PATA
           MOVE GI-DET-TIP-MONEDA TO CV-MON-COMPRADA
           MOVE GI-DET-MONTO TO CV-MTO-COMPRADO
           MOVE MON-COP TO CV-MON-VENDIDA
           MOVE WS-MTO-REMESA-COP TO CV-MTO-VENDIDO
           MOVE WS-MTO-REMESA-COP TO CV-MTO-EQ-COP
           MOVE WS-TASA-CAMBIO TO CV-TASA-CAMBIO

           OPEN EXTEND ARCHIVO-CONVFX
           IF WS-STAT-CONVFX = '35'
               OPEN OUTPUT ARCHIVO-CONVFX
               CLOSE ARCHIVO-CONVFX
               OPEN EXTEND ARCHIVO-CONVFX
           END-IF

           WRITE REG-CONVERSION
           MOVE WS-STAT-CONVFX TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ARCHIVO-CONVFX' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           CLOSE ARCHIVO-CONVFX.

      *================================================================
      * 1350 - BUSCAR LA TASA VIGENTE EN TASAS.dat
      *   Igual que 2150 en PRC-ENTRANTE: el que llama deja
      *   WS-TASA-MONEDA-BUSCADA y WS-TASA-FECHA-BUSCADA; aqui queda
      *   WS-TASA-CAMBIO con la tasa de vigencia mas reciente que no
      *   supere esa fecha, o con la tasa de respaldo de
      *   CONSTANTES.cpy si el archivo no tiene nada aplicable.
      *================================================================
       1350-BUSCAR-TASA-DIA.
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
                       IF TS-TIP-MONEDA = WS-TASA-MONEDA-BUSCADA
                               AND TS-FEC-VIGENCIA <=
                                   WS-TASA-FECHA-BUSCADA
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
               MOVE WS-TASA-MEJOR-VALOR TO WS-TASA-CAMBIO
           ELSE
               IF WS-TASA-MONEDA-BUSCADA = MON-USD
                   MOVE TC-USD TO WS-TASA-CAMBIO
               ELSE
                   MOVE TC-EUR TO WS-TASA-CAMBIO
               END-IF
               DISPLAY '  AVISO: sin tasa cargada para '
                   WS-TASA-MONEDA-BUSCADA ' al '
                   WS-TASA-FECHA-BUSCADA '; se usa la tasa de '
                   'respaldo compilada.'
           END-IF.

      *================================================================
      * 2000 - ABONAR LAS REMESAS PENDIENTES QUE TRAEN CUENTA
      *================================================================
       2000-ABONAR-REMESAS.
           MOVE 'N' TO WS-EOF-REMESAS

           OPEN I-O ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '35'
               DISPLAY '  No existe CUENTAS.dat; no se abona nada.'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARCHIVO-REMESAS
           MOVE WS-STAT-REMESAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-REMESAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-REMESAS = 'S'
               READ ARCHIVO-REMESAS
                   AT END MOVE 'S' TO WS-EOF-REMESAS
                   NOT AT END
                       IF REM-PENDIENTE
                               AND RX-COD-CTA-DESTINO NOT = SPACES
                           PERFORM 2100-ABONAR-REMESA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-REMESAS
           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 2100 - ABONAR UNA REMESA A LA CUENTA DEL BENEFICIARIO
      *   Solo a una cuenta activa, no congelada ni trasladada, en
      *   pesos y del mismo cliente cuyo documento trae la remesa;
      *   si no, la remesa sigue PENDIENTE para pago en taquilla.
      *================================================================
       2100-ABONAR-REMESA.
           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE SPACES TO WS-MOTIVO-NO-ABONO

           MOVE RX-COD-CTA-DESTINO TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
           END-READ

           EVALUATE TRUE
               WHEN NOT CUENTA-HALLADA
                   MOVE 'cuenta inexistente' TO WS-MOTIVO-NO-ABONO
               WHEN CC-MCA-ACTIVA = FLAG-NO
                   MOVE 'cuenta cerrada o inactiva'
                       TO WS-MOTIVO-NO-ABONO
               WHEN CC-MCA-CONGELADA = FLAG-SI
                   MOVE 'cuenta congelada' TO WS-MOTIVO-NO-ABONO
               WHEN CC-MCA-TRASLADADA = FLAG-SI
                   MOVE 'cuenta trasladada' TO WS-MOTIVO-NO-ABONO
               WHEN CC-TIP-MONEDA NOT = SPACES
                       AND CC-TIP-MONEDA NOT = MON-COP
                   MOVE 'cuenta en moneda extranjera'
                       TO WS-MOTIVO-NO-ABONO
               WHEN RX-COD-CLIENTE = SPACES
                       OR CC-COD-CLIENTE NOT = RX-COD-CLIENTE
                   MOVE 'documento no es del titular'
                       TO WS-MOTIVO-NO-ABONO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO-NO-ABONO NOT = SPACES
               ADD 1 TO WS-TOTAL-NO-ABONADAS
               DISPLAY '    ' RX-NUM-REMESA ' no se abona a '
                   RX-COD-CTA-DESTINO ' (' WS-MOTIVO-NO-ABONO
                   '); queda para taquilla.'
               EXIT PARAGRAPH
           END-IF

           MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
           MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-CUENTA
           ADD RX-MTO-COP TO CC-SAL-DISPONIBLE
           ADD RX-MTO-COP TO CC-SAL-TOTAL
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
           REWRITE REG-CUENTA
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CUENTA (ABONO REMESA)'
               TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           MOVE SPACES TO WS-NUM-MOVIM
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE SPACES TO WS-MOVIM-NUEVO
           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE RX-COD-CTA-DESTINO TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-REMESA TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE RX-MTO-COP TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-SAL-ANT-CUENTA TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           MOVE CC-SAL-DISPONIBLE TO MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO
           STRING 'Remesa ' RX-COD-REMESADORA ' de '
               RX-NOM-REMITENTE
               DELIMITED SIZE INTO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE RX-NUM-REMESA TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO
           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE SPACES TO WS-ASIENTO-NUEVO
           MOVE GL-REMESAS-POR-PAGAR
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-REMESAS-POR-PAGAR
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE RX-MTO-COP TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Remesa del exterior pagada por abono a cuenta'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE RX-MTO-COP TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Abono de remesa a la cuenta del beneficiario'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           MOVE RX-COD-CTA-DESTINO TO WS-COB-CUENTA
           MOVE WS-SAL-ANT-CUENTA TO WS-COB-SAL-ANTERIOR
           MOVE CC-SAL-DISPONIBLE TO WS-COB-SAL-NUEVO
           PERFORM 9700-APLICAR-ABONO-COBRANZA

           MOVE 'ABONADA   ' TO RX-EST-REMESA
           MOVE WS-FEC-PROCESO TO RX-FEC-CIERRE
           MOVE WS-NUM-MOVIM TO RX-REF-CIERRE
           MOVE WS-RUN-PROGRAMA TO RX-COD-OPERADOR
           REWRITE REG-REMESA
           MOVE WS-STAT-REMESAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR REMESA (ABONADA)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM 2200-ENCOLAR-AVISO

           MOVE 'REMESA_ABONADA' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE 'ABONADA' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
           MOVE SPACES TO AT-OBSERVACION OF WS-AUDIT-NUEVO
           STRING 'Remesa ' RX-REF-REMESADORA ' de '
               RX-COD-REMESADORA ' abonada a ' RX-COD-CTA-DESTINO
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
           PERFORM 9100-REGISTRAR-AUDITORIA

           ADD 1 TO WS-TOTAL-ABONADAS
           ADD RX-MTO-COP TO WS-MTO-ABONADO
           MOVE RX-MTO-COP TO WS-DISP-MONTO
           DISPLAY '    ' RX-NUM-REMESA ' abonada a '
               RX-COD-CTA-DESTINO ': $' WS-DISP-MONTO.

      *================================================================
      * 2200 - ENCOLAR EL AVISO DE REMESA ABONADA AL CLIENTE
      *================================================================
       2200-ENCOLAR-AVISO.
           MOVE 'NOT' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           MOVE SPACES TO WS-NUM-NOTIF
           STRING 'NOT' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-NOTIF

           OPEN EXTEND ARCHIVO-NOTIFICACIONES
           IF WS-STAT-NOTIF = '35'
               OPEN OUTPUT ARCHIVO-NOTIFICACIONES
               CLOSE ARCHIVO-NOTIFICACIONES
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
           END-IF

           MOVE RX-MTO-COP TO WS-DISP-MONTO
           MOVE SPACES TO REG-NOTIFICACION
           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE RX-COD-CLIENTE TO NT-COD-CLIENTE
           MOVE RX-COD-CTA-DESTINO TO NT-COD-CUENTA
           MOVE 'REMESA_ABONADA' TO NT-TIP-EVENTO
           MOVE RX-NUM-REMESA TO NT-NUM-ORDEN
           STRING 'Recibio una remesa del exterior por $'
               WS-DISP-MONTO ' abonada a su cuenta'
               DELIMITED SIZE INTO NT-DES-MENSAJE
           MOVE 'SMS       ' TO NT-CANAL-PREFERIDO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO
           MOVE SPACES TO NT-FEC-ENVIO
           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES.

      *================================================================
      * 3000 - DEVOLVER LAS REMESAS VENCIDAS A CADA REMESADORA
      *================================================================
       3000-DEVOLVER-VENCIDAS.
           PERFORM VARYING WS-IDX-REM FROM 1 BY 1
                   UNTIL WS-IDX-REM > REM-CANT-REMESADORAS
               MOVE REM-COD-REMESADORA (WS-IDX-REM)
                   TO WS-COD-REMESADORA
               IF WS-COD-REMESADORA NOT = SPACES
                   PERFORM 3100-ESCRIBIR-DEVOLUCIONES
               END-IF
           END-PERFORM.

      *================================================================
      * 3100 - ARMAR EL ARCHIVO DE DEVOLUCION DE UNA REMESADORA
      *   Encabezado '1', un '6' por remesa devuelta y el control
      *   '9'. Se crea desde cero en cada corrida (igual que el
      *   NOCSAL de PRC-ENTRANTE), aunque no haya devoluciones: la
      *   remesadora recibe su archivo todos los dias.
      *================================================================
       3100-ESCRIBIR-DEVOLUCIONES.
           MOVE 0 TO WS-DEV-CANT-ARCHIVO
           MOVE 0 TO WS-DEV-SUMA-ARCHIVO
           MOVE 'N' TO WS-EOF-REMESAS

           MOVE SPACES TO WS-NOM-ARCHIVO-DEV
           STRING 'data/REMDEVOL-' WS-COD-REMESADORA
               DELIMITED SPACE
               '.dat' DELIMITED SIZE
               INTO WS-NOM-ARCHIVO-DEV

           OPEN OUTPUT ARCHIVO-REMDEVOL
           MOVE WS-STAT-REMDEVOL TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-REMDEVOL' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'RDV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA

           MOVE SPACES TO REG-DVR-ENTRADA
           MOVE '1' TO GD-ENC-TIPO
           MOVE WS-COD-REMESADORA TO GD-ENC-COD-REMESADORA
           MOVE WS-FEC-PROCESO TO GD-ENC-FEC-ARCHIVO
           MOVE WS-SEC-VALOR TO GD-ENC-NUM-SECUENCIA
           WRITE REG-DVR-ENCABEZADO

           OPEN I-O ARCHIVO-REMESAS
           MOVE WS-STAT-REMESAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-REMESAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-REMESAS = 'S'
               READ ARCHIVO-REMESAS
                   AT END MOVE 'S' TO WS-EOF-REMESAS
                   NOT AT END
                       IF RX-COD-REMESADORA = WS-COD-REMESADORA
                           EVALUATE TRUE
                               WHEN REM-PENDIENTE
                                   AND RX-FEC-VENCE <= WS-FEC-PROCESO
                                   PERFORM 3110-DEVOLVER-REMESA
                                   PERFORM 3120-ESCRIBIR-DETALLE-DEV
                               WHEN REM-DEVUELTA
                                   AND RX-FEC-CIERRE = WS-FEC-PROCESO
                                   PERFORM 3120-ESCRIBIR-DETALLE-DEV
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-REMESAS

           MOVE SPACES TO REG-DVR-ENTRADA
           MOVE '9' TO GD-CTL-TIPO
           MOVE WS-DEV-CANT-ARCHIVO TO GD-CTL-CANT-DETALLES
           MOVE WS-DEV-SUMA-ARCHIVO TO GD-CTL-TOTAL-MONTOS
           WRITE REG-DVR-CONTROL

           CLOSE ARCHIVO-REMDEVOL

           IF WS-DEV-CANT-ARCHIVO > 0
               DISPLAY '  ' WS-COD-REMESADORA ': '
                   WS-DEV-CANT-ARCHIVO ' remesas devueltas en '
                   WS-NOM-ARCHIVO-DEV
           END-IF.

      *================================================================
      * 3110 - DEVOLVER UNA REMESA VENCIDA
      *   El valor sale de GL-REMESAS-POR-PAGAR y vuelve a la cuenta
      *   de la remesadora.
      *================================================================
       3110-DEVOLVER-REMESA.
           MOVE SUC-CASA-MATRIZ TO WS-SUC-ASIENTO
           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE SPACES TO WS-ASIENTO-NUEVO
           MOVE GL-REMESAS-POR-PAGAR
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-REMESAS-POR-PAGAR
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE RX-MTO-COP TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Remesa vencida sin cobrar'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           MOVE GL-CORRESPONSAL-REMESAS
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CORRESPONSAL-REMESAS
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE RX-MTO-COP TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Remesa reintegrada a la remesadora'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           MOVE 'DEVUELTA  ' TO RX-EST-REMESA
           MOVE WS-FEC-PROCESO TO RX-FEC-CIERRE
           MOVE 'DEVOLUCION' TO RX-REF-CIERRE
           MOVE WS-RUN-PROGRAMA TO RX-COD-OPERADOR
           REWRITE REG-REMESA
           MOVE WS-STAT-REMESAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR REMESA (DEVUELTA)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'REMESA_DEVUELTA' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE 'DEVUELTA' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
           MOVE SPACES TO AT-OBSERVACION OF WS-AUDIT-NUEVO
           STRING 'Remesa ' RX-REF-REMESADORA ' vencida el '
               RX-FEC-VENCE ' devuelta a ' RX-COD-REMESADORA
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
           PERFORM 9100-REGISTRAR-AUDITORIA

           ADD 1 TO WS-TOTAL-DEVUELTAS
           ADD RX-MTO-COP TO WS-MTO-DEVUELTO.

      *================================================================
      * 3120 - ESCRIBIR EL DETALLE DE UNA REMESA DEVUELTA
      *================================================================
       3120-ESCRIBIR-DETALLE-DEV.
           MOVE SPACES TO REG-DVR-ENTRADA
           MOVE '6' TO GD-DET-TIPO
           MOVE RX-REF-REMESADORA TO GD-DET-REF-REMESADORA
           MOVE RX-NOM-REMITENTE TO GD-DET-NOM-REMITENTE
           MOVE RX-PAIS-ORIGEN TO GD-DET-PAIS-ORIGEN
           MOVE RX-NOM-BENEFICIARIO TO GD-DET-NOM-BENEFICIARIO
           MOVE RX-TIP-DOCUMENTO TO GD-DET-TIP-DOCUMENTO
           MOVE RX-NUM-DOCUMENTO TO GD-DET-NUM-DOCUMENTO
           MOVE RX-COD-CTA-DESTINO TO GD-DET-COD-CUENTA
           MOVE RX-TIP-MONEDA TO GD-DET-TIP-MONEDA
           MOVE RX-MTO-ORIGEN TO GD-DET-MONTO
           MOVE 'DEVUELTA' TO GD-DET-ESTADO
           WRITE REG-DVR-DETALLE

           ADD 1 TO WS-DEV-CANT-ARCHIVO
           ADD RX-MTO-ORIGEN TO WS-DEV-SUMA-ARCHIVO.

      *================================================================
      * 4500 - ESCRIBIR UNA PATA DEL ASIENTO CONTABLE
      *================================================================
       4500-ESCRIBIR-ASIENTO.
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE RX-NUM-REMESA TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 4510-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      * 4510 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   La pata armada en el registro de trabajo solo se escribe
      *   si su cuenta existe en el catalogo, esta activa y es
      *   posteable (igual que 9216 en MAIN-ACH). Sin catalogo
      *   ('35') se postea como siempre, pero el cierre de periodos
      *   se verifica igual.
      *================================================================
       4510-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               PERFORM 4520-VALIDAR-PERIODO-CONTABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PUC = 'S'
               READ ARCHIVO-PUC
                   AT END MOVE 'S' TO WS-EOF-PUC
                   NOT AT END
                       IF PU-COD-CUENTA =
                               AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
                               AND PU-MCA-ACTIVA = FLAG-SI
                               AND PU-MCA-POSTEABLE = FLAG-SI
                           MOVE 'S' TO WS-PUC-POSTEABLE
                           MOVE 'S' TO WS-EOF-PUC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PUC

           IF NOT PUC-POSTEABLE
               DISPLAY ' '
               DISPLAY '  *** ERROR CONTABLE FATAL ***'
               DISPLAY '  La cuenta '
                   AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
                   ' no existe en el catalogo, esta retirada o no '
                   'es posteable; la pata no se escribe.'
               STOP RUN
           END-IF

           PERFORM 4520-VALIDAR-PERIODO-CONTABLE.

      *================================================================
      * 4520 - VALIDAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *   El periodo no puede estar CERRADO (ver PERIODOS.cpy y
      *   CIE-PERIODO); se verifica aunque no exista el catalogo
      *   PUC. Sin archivo de periodos ('35') se postea como
      *   siempre (modo de arranque).
      *================================================================
       4520-VALIDAR-PERIODO-CONTABLE.
           MOVE 'N' TO WS-PERIODO-CERRADO
           MOVE 'N' TO WS-EOF-PERIODOS

           OPEN INPUT ARCHIVO-PERIODOS
           IF WS-STAT-PERIODOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PERIODOS = 'S'
               READ ARCHIVO-PERIODOS
                   AT END MOVE 'S' TO WS-EOF-PERIODOS
                   NOT AT END
                       IF PD-PERIODO =
                               AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO (1:7)
                               AND PER-CERRADO
                           MOVE 'S' TO WS-PERIODO-CERRADO
                           MOVE 'S' TO WS-EOF-PERIODOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PERIODOS

           IF PERIODO-CERRADO
               DISPLAY ' '
               DISPLAY '  *** ERROR CONTABLE FATAL ***'
               DISPLAY '  El periodo '
                   AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO (1:7)
                   ' esta CERRADO (ver CIE-PERIODO); la pata no se '
                   'escribe.'
               STOP RUN
           END-IF.

      *================================================================
      * 9100 - REGISTRAR UNA OPERACION EN AUDITORIA
      *   El que llama deja el tipo, el estado final y la
      *   observacion; aqui se arma el resto del renglon.
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           MOVE SPACES TO WS-NUM-AUDIT
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE RX-NUM-REMESA TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'SISTEMA' TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'PRC-REMESAS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE RX-MTO-COP TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9700 - APLICAR UN ABONO AL CASO DE COBRANZA DE LA CUENTA
      *   Igual que 9700 en PRC-ENTRANTE: entran WS-COB-CUENTA,
      *   WS-COB-SAL-ANTERIOR y WS-COB-SAL-NUEVO (disponible antes y
      *   despues del abono ya grabado). Solo trabaja si la cuenta
      *   estaba en rojo: busca su caso ABIERTO o PROPUESTO, rebaja
      *   el pendiente hasta lo que el nuevo disponible siga debajo
      *   del limite autorizado del caso, pasa la diferencia a lo
      *   recuperado y, si el pendiente llega a cero, lo cierra
      *   REPAGADO. Sin cola de cobro ('35') no hay nada que aplicar.
      *================================================================
       9700-APLICAR-ABONO-COBRANZA.
           IF WS-COB-SAL-ANTERIOR NOT < ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-COBRANZA
           OPEN I-O ARCHIVO-COBRANZA
           IF WS-STAT-COBRANZA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-COBRANZA = 'S'
               READ ARCHIVO-COBRANZA
                   AT END MOVE 'S' TO WS-EOF-COBRANZA
                   NOT AT END
                       IF CZ-COD-CUENTA = WS-COB-CUENTA
                               AND (COB-ABIERTO OR COB-PROPUESTO)
                           PERFORM 9710-REBAJAR-CASO-COBRANZA
                           MOVE 'S' TO WS-EOF-COBRANZA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-COBRANZA.

      *================================================================
      * 9710 - REBAJAR EL PENDIENTE DEL CASO LEIDO
      *================================================================
       9710-REBAJAR-CASO-COBRANZA.
           MOVE 0 TO WS-COB-NO-AUTORIZADO
           IF WS-COB-SAL-NUEVO + CZ-LIM-AUTORIZADO < ZERO
               COMPUTE WS-COB-NO-AUTORIZADO =
                   (WS-COB-SAL-NUEVO + CZ-LIM-AUTORIZADO) * -1
           END-IF

           IF WS-COB-NO-AUTORIZADO NOT < CZ-MTO-PENDIENTE
               EXIT PARAGRAPH
           END-IF

           COMPUTE CZ-MTO-RECUPERADO = CZ-MTO-RECUPERADO
               + CZ-MTO-PENDIENTE - WS-COB-NO-AUTORIZADO
           MOVE WS-COB-NO-AUTORIZADO TO CZ-MTO-PENDIENTE
           MOVE WS-FECHA-STR TO CZ-FEC-REVISION
           IF CZ-MTO-PENDIENTE = ZERO
               MOVE 'REPAGADO  ' TO CZ-EST-CASO
               MOVE WS-FECHA-STR TO CZ-FEC-CIERRE
               DISPLAY '    Cobranza ' CZ-NUM-CASO ' de '
                   WS-COB-CUENTA ' REPAGADA con la remesa.'
           ELSE
               DISPLAY '    Cobranza ' CZ-NUM-CASO ' de '
                   WS-COB-CUENTA ' rebajada con la remesa.'
           END-IF
           REWRITE REG-COBRANZA.

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

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-ASIENTOS
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 9950 - VERIFICAR ESTADO DE UNA OPERACION DE E/S
      *   Igual que 9950 en MAIN-ACH: cualquier codigo distinto de
      *   '00' detiene la corrida.
      *================================================================
       9950-VERIFICAR-ESTADO-IO.
           IF WS-CHK-ESTADO NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR FATAL DE E/S ***'
               DISPLAY '  Operacion : ' WS-CHK-DESCRIPCION
               DISPLAY '  Codigo    : ' WS-CHK-ESTADO
               STOP RUN
           END-IF.
