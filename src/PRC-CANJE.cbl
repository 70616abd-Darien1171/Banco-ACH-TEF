      *================================================================
      * PRC-CANJE.cbl - Canje de Cheques con la Camara
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Contraparte de TRN-CAJA para los cheques de otros bancos que
      * la taquilla recibe en consignacion (CHEQUES.dat, ver
      * CHEQUES.cpy). El monto del cheque ya esta en CC-SAL-TOTAL
      * del cliente pero retenido en CC-SAL-BLOQUEADO; este job lo
      * lleva por el canje en tres modos:
      *
      *   (P) Presentacion: arma CANJE-YYYYMMDD.dat en el trazado
      *       CANJECHQ.cpy con los cheques EN_CANJE y los deja
      *       PRESENTADO con la fecha.
      *   (L) Liberacion: todo cheque EN_CANJE o PRESENTADO cuya
      *       CQ-FEC-CANJE ya se cumplio pasa del bloqueado al
      *       disponible (igual que LIB-RETENCIONES), queda LIBERADO
      *       y el valor sale de cheques en canje (190510) a la
      *       compensacion interbancaria (190500).
      *   (D) Devueltos: lee CHQDEVUELTOS.dat de la camara y por cada
      *       detalle reversa el abono del cheque (del bloqueado, o
      *       del disponible si ya se habia liberado), cobra la
      *       comision de cheque devuelto CHQ-COMISION-DEVOL mas IVA
      *       con sus movimientos y asientos, deja el cheque
      *       DEVUELTO con el motivo y avisa al cliente.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC-CANJE.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-CHEQUES
               ASSIGN TO 'data/CHEQUES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CHEQUES.

           SELECT ARCHIVO-CANJE
               ASSIGN TO WS-NOM-ARCHIVO-CANJE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CANJE.

           SELECT ARCHIVO-CHQDEVUELTOS
               ASSIGN TO 'data/CHQDEVUELTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CHQDEV.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

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

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO 'data/NOTIFICACIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

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

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-CHEQUES.
       COPY 'copybooks/CHEQUES.cpy'.

       FD ARCHIVO-CANJE.
       COPY 'copybooks/CANJECHQ.cpy'.

       FD ARCHIVO-CHQDEVUELTOS.
       COPY 'copybooks/CANJECHQ.cpy'
           REPLACING LEADING ==REG-CNJ== BY ==REG-DCH==
                     LEADING ==REG-CANJE== BY ==REG-DCH-CANJE==
                     LEADING ==CN-== BY ==DH-==.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

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
          05 WS-STAT-CHEQUES      PIC X(2).
          05 WS-STAT-CANJE        PIC X(2).
          05 WS-STAT-CHQDEV       PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).
          05 WS-STAT-PUC          PIC X(2).
          05 WS-STAT-PERIODOS     PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

      *----------------------------------------------------------------
      * Chequeo generico de estado de E/S: el que llama deja armados
      * WS-CHK-ESTADO/WS-CHK-DESCRIPCION antes de invocar
      * 9950-VERIFICAR-ESTADO-IO (igual que en MAIN-ACH).
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
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).
       01 WS-NUM-NOTIF             PIC X(20).

      *----------------------------------------------------------------
      * Modo de operacion
      *----------------------------------------------------------------
       01 WS-MODO                  PIC X(1).
          88 MODO-PRESENTAR           VALUE 'P'.
          88 MODO-LIBERAR             VALUE 'L'.
          88 MODO-DEVUELTOS           VALUE 'D'.

       01 WS-NOM-ARCHIVO-CANJE     PIC X(60).

      *----------------------------------------------------------------
      * Cheque en proceso y cuenta del cliente
      *----------------------------------------------------------------
       01 WS-CHEQUE-PROCESO.
          05 WS-EOF-CHEQUES       PIC X VALUE 'N'.
             88 FIN-CHEQUES          VALUE 'S'.
          05 WS-CHEQUE-HALLADO    PIC X VALUE 'N'.
             88 CHEQUE-HALLADO       VALUE 'S'.
          05 WS-EST-ANTERIOR      PIC X(10).
             88 ANT-LIBERADO         VALUE 'LIBERADO  '.
          05 WS-CUENTA-HALLADA    PIC X VALUE 'N'.
             88 CUENTA-HALLADA       VALUE 'S'.
          05 WS-COD-CLI-CUENTA    PIC X(10).
          05 WS-SAL-ANT-CLIENTE   PIC S9(13)V99.
          05 WS-SAL-POS-CLIENTE   PIC S9(13)V99.
          05 WS-MTO-CHEQUE        PIC S9(13)V99.
          05 WS-MTO-COMISION      PIC S9(11)V99.
          05 WS-MTO-IVA           PIC S9(11)V99.
          05 WS-MTO-TOTAL-COM     PIC S9(11)V99.
          05 WS-MOTIVO-TEXTO      PIC X(40).

      *----------------------------------------------------------------
      * Detalle de cheque devuelto leido del archivo de la camara
      *----------------------------------------------------------------
       01 WS-DETALLE-DEV.
          05 WS-DEV-NUM-CONSIG    PIC X(20).
          05 WS-DEV-BCO-GIRADO    PIC X(3).
          05 WS-DEV-NUM-CHEQUE    PIC X(10).
          05 WS-DEV-MONTO         PIC 9(13)V99.
          05 WS-DEV-COD-MOTIVO    PIC X(3).

      *----------------------------------------------------------------
      * Validacion contable de cada pata (PUC y periodos, igual que
      * 4360 en PRC-DEVUELTAS)
      *----------------------------------------------------------------
       01 WS-VALIDA-CONTABLE.
          05 WS-EOF-PUC           PIC X.
          05 WS-PUC-POSTEABLE     PIC X.
             88 PUC-POSTEABLE        VALUE 'S'.
          05 WS-EOF-PERIODOS      PIC X.
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

      *----------------------------------------------------------------
      * Aviso al cliente por la cola de notificaciones
      *----------------------------------------------------------------
       01 WS-NOTIF-DATOS.
          05 WS-NOT-COD-CLIENTE   PIC X(10).
          05 WS-NOT-COD-CUENTA    PIC X(20).
          05 WS-NOT-TIP-EVENTO    PIC X(20).
          05 WS-NOT-NUM-ORDEN     PIC X(20).
          05 WS-NOT-MENSAJE       PIC X(100).

      *----------------------------------------------------------------
      * Contadores
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-EOF-CHQDEV        PIC X VALUE 'N'.
             88 FIN-CHQDEV           VALUE 'S'.
          05 WS-TOTAL-LEIDOS      PIC 9(6) VALUE 0.
          05 WS-TOTAL-PRESENTADOS PIC 9(6) VALUE 0.
          05 WS-MTO-PRESENTADO    PIC 9(15)V99 VALUE 0.
          05 WS-TOTAL-LIBERADOS   PIC 9(6) VALUE 0.
          05 WS-TOTAL-DETALLES    PIC 9(6) VALUE 0.
          05 WS-TOTAL-DEVUELTOS   PIC 9(6) VALUE 0.
          05 WS-TOTAL-SIN-CHEQUE  PIC 9(6) VALUE 0.
          05 WS-DISP-MONTO        PIC -Z(12)9,99.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'PRC-CANJE'.
          05 WS-RUN-ESTADO        PIC X(10).
          05 WS-RUN-PROCESADOS    PIC 9(7).

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

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
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CANJE DE CHEQUES CON LA CAMARA'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Modo: (P)resentar a la camara / (L)iberar canje '
               'cumplido / (D)evueltos: ' WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-MODO TO WS-MODO
               DISPLAY WS-MODO
           ELSE
               ACCEPT WS-MODO
           END-IF

           IF NOT MODO-PRESENTAR AND NOT MODO-LIBERAR
                   AND NOT MODO-DEVUELTOS
               DISPLAY '  Opcion invalida; nada que hacer.'
               STOP RUN
           END-IF
           STRING WS-RUN-ORIGEN ' MODO=' WS-MODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0300-ABRIR-ARCHIVOS

           EVALUATE TRUE
               WHEN MODO-PRESENTAR
                   PERFORM 1000-PRESENTAR-CHEQUES
                   MOVE WS-TOTAL-PRESENTADOS TO WS-RUN-PROCESADOS
               WHEN MODO-LIBERAR
                   PERFORM 2000-LIBERAR-CHEQUES
                   MOVE WS-TOTAL-LIBERADOS TO WS-RUN-PROCESADOS
               WHEN MODO-DEVUELTOS
                   PERFORM 3000-PROCESAR-DEVUELTOS
                   MOVE WS-TOTAL-DEVUELTOS TO WS-RUN-PROCESADOS
           END-EVALUATE

           PERFORM 9900-CERRAR-ARCHIVOS
           PERFORM 9800-MOSTRAR-RESUMEN

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
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
      * 0300 - ABRIR ARCHIVOS
      *   La presentacion solo escribe el archivo de canje; la
      *   liberacion y los devueltos mueven saldos y contabilidad.
      *================================================================
       0300-ABRIR-ARCHIVOS.
           IF MODO-PRESENTAR
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               OPEN OUTPUT ARCHIVO-MOVIMIENTOS
               CLOSE ARCHIVO-MOVIMIENTOS
               OPEN EXTEND ARCHIVO-MOVIMIENTOS
           END-IF

           OPEN EXTEND ARCHIVO-ASIENTOS
           IF WS-STAT-ASIENTOS = '35'
               OPEN OUTPUT ARCHIVO-ASIENTOS
               CLOSE ARCHIVO-ASIENTOS
               OPEN EXTEND ARCHIVO-ASIENTOS
           END-IF

           OPEN EXTEND ARCHIVO-AUDITORIA
           IF WS-STAT-AUDIT = '35'
               OPEN OUTPUT ARCHIVO-AUDITORIA
               CLOSE ARCHIVO-AUDITORIA
               OPEN EXTEND ARCHIVO-AUDITORIA
           END-IF

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - PRESENTAR A LA CAMARA LOS CHEQUES EN CANJE
      *   Un archivo por dia (CANJE-YYYYMMDD.dat); cada cheque sale
      *   una sola vez porque queda PRESENTADO.
      *================================================================
       1000-PRESENTAR-CHEQUES.
           OPEN I-O ARCHIVO-CHEQUES
           IF WS-STAT-CHEQUES NOT = '00'
               DISPLAY '  Sin cheques consignados; nada que presentar.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOM-ARCHIVO-CANJE
           STRING 'data/CANJE-' WS-FECHA-COMPACTA '.dat'
               DELIMITED SIZE INTO WS-NOM-ARCHIVO-CANJE

           OPEN OUTPUT ARCHIVO-CANJE
           IF WS-STAT-CANJE NOT = '00'
               DISPLAY ' '
               DISPLAY '  No se pudo abrir ' WS-NOM-ARCHIVO-CANJE
               DISPLAY '  Estado de archivo: ' WS-STAT-CANJE
               CLOSE ARCHIVO-CHEQUES
               STOP RUN
           END-IF

           MOVE SPACES TO REG-CNJ-ENCABEZADO
           MOVE '1' TO CN-ENC-TIPO
           MOVE COD-BANCO-PROPIO TO CN-ENC-COD-BCO-EMISOR
           MOVE NOM-BANCO-PROPIO TO CN-ENC-NOM-BCO-EMISOR
           MOVE WS-FECHA-STR TO CN-ENC-FEC-ARCHIVO
           MOVE WS-HORA-STR TO CN-ENC-HOA-ARCHIVO
           MOVE 'P' TO CN-ENC-TIP-ARCHIVO
           WRITE REG-CNJ-ENCABEZADO
           MOVE WS-STAT-CANJE TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ENCABEZADO DE CANJE' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'N' TO WS-EOF-CHEQUES
           PERFORM UNTIL FIN-CHEQUES
               READ ARCHIVO-CHEQUES
                   AT END MOVE 'S' TO WS-EOF-CHEQUES
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       IF CHQ-EN-CANJE
                           PERFORM 1100-PRESENTAR-CHEQUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REG-CNJ-CONTROL
           MOVE '9' TO CN-CTL-TIPO
           MOVE WS-TOTAL-PRESENTADOS TO CN-CTL-CANT-DETALLE
           MOVE WS-MTO-PRESENTADO TO CN-CTL-MTO-TOTAL
           WRITE REG-CNJ-CONTROL
           MOVE WS-STAT-CANJE TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR CONTROL DE CANJE' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           CLOSE ARCHIVO-CANJE
           CLOSE ARCHIVO-CHEQUES

           DISPLAY ' '
           DISPLAY '  Archivo de presentacion: ' WS-NOM-ARCHIVO-CANJE.

      *================================================================
      * 1100 - ESCRIBIR EL DETALLE DEL CHEQUE Y MARCARLO PRESENTADO
      *================================================================
       1100-PRESENTAR-CHEQUE.
           MOVE SPACES TO REG-CNJ-DETALLE
           MOVE '6' TO CN-DET-TIPO
           MOVE CQ-NUM-CONSIGNACION TO CN-DET-NUM-CONSIGNACION
           MOVE CQ-COD-BCO-GIRADO TO CN-DET-COD-BCO-GIRADO
           MOVE CQ-NUM-CHEQUE TO CN-DET-NUM-CHEQUE
           MOVE CQ-CTA-GIRADORA TO CN-DET-CTA-GIRADORA
           MOVE CQ-MTO-CHEQUE TO CN-DET-MTO-CHEQUE
           MOVE CQ-FEC-CONSIGNACION TO CN-DET-FEC-CONSIGNACION
           WRITE REG-CNJ-DETALLE
           MOVE WS-STAT-CANJE TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR DETALLE DE CANJE' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'PRESENTADO' TO CQ-EST-CHEQUE
           MOVE WS-FECHA-STR TO CQ-FEC-PRESENTACION
           REWRITE REG-CHEQUE
           MOVE WS-STAT-CHEQUES TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CHEQUE PRESENTADO' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           ADD 1 TO WS-TOTAL-PRESENTADOS
           ADD CQ-MTO-CHEQUE TO WS-MTO-PRESENTADO.

      *================================================================
      * 2000 - LIBERAR LOS CHEQUES CON EL CANJE CUMPLIDO
      *================================================================
       2000-LIBERAR-CHEQUES.
           DISPLAY ' '
           DISPLAY '  Se liberan los cheques con canje cumplido al '
               WS-FECHA-STR

           OPEN I-O ARCHIVO-CHEQUES
           IF WS-STAT-CHEQUES NOT = '00'
               DISPLAY '  Sin cheques consignados; nada que liberar.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-CHEQUES
           PERFORM UNTIL FIN-CHEQUES
               READ ARCHIVO-CHEQUES
                   AT END MOVE 'S' TO WS-EOF-CHEQUES
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       IF (CHQ-EN-CANJE OR CHQ-PRESENTADO)
                               AND CQ-FEC-CANJE <= WS-FECHA-STR
                           PERFORM 2100-LIBERAR-CHEQUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CHEQUES.

      *================================================================
      * 2100 - PASAR EL CHEQUE DEL BLOQUEADO AL DISPONIBLE
      *   Igual que 2100-DESBLOQUEAR-SALDO en LIB-RETENCIONES: el
      *   saldo total no cambia, solo su reparto. En el mayor el valor
      *   sale de cheques en canje a la compensacion con la camara.
      *================================================================
       2100-LIBERAR-CHEQUE.
           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE SPACES TO WS-COD-CLI-CUENTA
           MOVE SPACES TO WS-SUC-ASIENTO

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE CQ-COD-CUENTA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   ADD CQ-MTO-CHEQUE TO CC-SAL-DISPONIBLE
                   SUBTRACT CQ-MTO-CHEQUE FROM CC-SAL-BLOQUEADO
                   MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
                   REWRITE REG-CUENTA
                   MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
                   MOVE 'REESCRIBIR CUENTA (LIBERAR CHEQUE)'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
                   MOVE CC-COD-CLIENTE TO WS-COD-CLI-CUENTA
                   MOVE 'S' TO WS-CUENTA-HALLADA
           END-READ

           CLOSE ARCHIVO-CUENTAS

           IF NOT CUENTA-HALLADA
               DISPLAY '  [!] Cheque ' CQ-NUM-CHEQUE ': la cuenta '
                   CQ-COD-CUENTA ' no existe; el renglon queda '
                   'para revision.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'LIBERADO  ' TO CQ-EST-CHEQUE
           MOVE WS-FECHA-STR TO CQ-FEC-CIERRE
           REWRITE REG-CHEQUE
           MOVE WS-STAT-CHEQUES TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CHEQUE LIBERADO' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE GL-CLEARING-INTERBANC
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CLEARING-INTERBANC
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE CQ-MTO-CHEQUE TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Canje cumplido: cheque a compensacion con la camara'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4300-ESCRIBIR-ASIENTO

           MOVE GL-CANJE-CHEQUES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CANJE-CHEQUES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE CQ-MTO-CHEQUE TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Canje cumplido: sale de cheques en canje'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4300-ESCRIBIR-ASIENTO

           ADD 1 TO WS-TOTAL-LIBERADOS
           MOVE CQ-MTO-CHEQUE TO WS-DISP-MONTO
           DISPLAY '  Cheque ' CQ-NUM-CHEQUE ' (' CQ-COD-BCO-GIRADO
               ') -> LIBERADO $' WS-DISP-MONTO ' a ' CQ-COD-CUENTA

           MOVE WS-COD-CLI-CUENTA TO WS-NOT-COD-CLIENTE
           MOVE CQ-COD-CUENTA TO WS-NOT-COD-CUENTA
           MOVE 'CHEQUE_LIBERADO' TO WS-NOT-TIP-EVENTO
           MOVE CQ-NUM-CONSIGNACION TO WS-NOT-NUM-ORDEN
           STRING 'Quedo disponible su cheque ' CQ-NUM-CHEQUE
               ' por $' WS-DISP-MONTO
               DELIMITED SIZE INTO WS-NOT-MENSAJE
           PERFORM 9870-ENCOLAR-NOTIFICACION.

      *================================================================
      * 3000 - PROCESAR EL ARCHIVO DE CHEQUES DEVUELTOS DE LA CAMARA
      *================================================================
       3000-PROCESAR-DEVUELTOS.
           OPEN INPUT ARCHIVO-CHQDEVUELTOS
           IF WS-STAT-CHQDEV NOT = '00'
               DISPLAY '  ERROR ABRIENDO CHQDEVUELTOS.dat: '
                   WS-STAT-CHQDEV
               DISPLAY '  Sin archivo de cheques devueltos; nada que '
                   'procesar.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-CHQDEV
           PERFORM UNTIL FIN-CHQDEV
               READ ARCHIVO-CHQDEVUELTOS
                   AT END MOVE 'S' TO WS-EOF-CHQDEV
                   NOT AT END
                       EVALUATE DH-TIP-REGISTRO
                           WHEN '1'
                               DISPLAY ' '
                               DISPLAY '  Devueltos de la camara, '
                                   'archivo del ' DH-ENC-FEC-ARCHIVO
                                   ' ' DH-ENC-HOA-ARCHIVO
                           WHEN '6'
                               PERFORM 3100-PROCESAR-DEVUELTO
                           WHEN '9'
                               IF DH-CTL-CANT-DETALLE
                                       NOT = WS-TOTAL-DETALLES
                                   DISPLAY '  [!] CONTROL: el archivo '
                                       'declara ' DH-CTL-CANT-DETALLE
                                       ' detalles y se leyeron '
                                       WS-TOTAL-DETALLES
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CHQDEVUELTOS.

      *================================================================
      * 3100 - PROCESAR UN CHEQUE DEVUELTO
      *   Se busca el renglon por la referencia de presentacion y el
      *   numero del cheque; uno ya DEVUELTO no se cobra dos veces.
      *================================================================
       3100-PROCESAR-DEVUELTO.
           ADD 1 TO WS-TOTAL-DETALLES

           MOVE DH-DET-NUM-CONSIGNACION TO WS-DEV-NUM-CONSIG
           MOVE DH-DET-COD-BCO-GIRADO TO WS-DEV-BCO-GIRADO
           MOVE DH-DET-NUM-CHEQUE TO WS-DEV-NUM-CHEQUE
           MOVE DH-DET-MTO-CHEQUE TO WS-DEV-MONTO
           MOVE DH-DET-COD-MOTIVO TO WS-DEV-COD-MOTIVO
           PERFORM 3150-DESCRIBIR-MOTIVO

           MOVE 'N' TO WS-CHEQUE-HALLADO
           OPEN I-O ARCHIVO-CHEQUES
           IF WS-STAT-CHEQUES NOT = '00'
               MOVE 'S' TO WS-EOF-CHEQUES
           ELSE
               MOVE 'N' TO WS-EOF-CHEQUES
           END-IF

           PERFORM UNTIL FIN-CHEQUES
               READ ARCHIVO-CHEQUES
                   AT END MOVE 'S' TO WS-EOF-CHEQUES
                   NOT AT END
                       IF CQ-NUM-CONSIGNACION = WS-DEV-NUM-CONSIG
                               AND CQ-NUM-CHEQUE = WS-DEV-NUM-CHEQUE
                               AND NOT CHQ-DEVUELTO
                               AND NOT CHQ-ANULADO
                           MOVE 'S' TO WS-CHEQUE-HALLADO
                           PERFORM 3200-REVERSAR-CHEQUE
                           MOVE 'S' TO WS-EOF-CHEQUES
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CHEQUES = '00'
               CLOSE ARCHIVO-CHEQUES
           END-IF

           IF NOT CHEQUE-HALLADO
               ADD 1 TO WS-TOTAL-SIN-CHEQUE
               DISPLAY '  [!] Devuelto ' WS-DEV-NUM-CONSIG ' cheque '
                   WS-DEV-NUM-CHEQUE ' sin consignacion vigente que '
                   'calce; detalle ignorado.'
           END-IF.

      *================================================================
      * 3150 - TEXTO DEL MOTIVO DE DEVOLUCION (VER CANJECHQ.cpy)
      *================================================================
       3150-DESCRIBIR-MOTIVO.
           EVALUATE WS-DEV-COD-MOTIVO
               WHEN 'C01'
                   MOVE 'Fondos insuficientes' TO WS-MOTIVO-TEXTO
               WHEN 'C02'
                   MOVE 'Cuenta cancelada' TO WS-MOTIVO-TEXTO
               WHEN 'C03'
                   MOVE 'Firma no registrada' TO WS-MOTIVO-TEXTO
               WHEN 'C04'
                   MOVE 'Cheque alterado' TO WS-MOTIVO-TEXTO
               WHEN 'C05'
                   MOVE 'Orden de no pago' TO WS-MOTIVO-TEXTO
               WHEN 'C06'
                   MOVE 'Cheque extraviado o hurtado'
                       TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE 'Motivo no codificado' TO WS-MOTIVO-TEXTO
           END-EVALUATE.

      *================================================================
      * 3200 - REVERSAR EL ABONO DEL CHEQUE Y COBRAR LA COMISION
      *   El monto sale del bloqueado si el cheque seguia en canje, o
      *   del disponible si ya se habia liberado; la comision y su IVA
      *   salen siempre del disponible (puede quedar en negativo,
      *   igual que el cobro de CRT-BANCARIA).
      *================================================================
       3200-REVERSAR-CHEQUE.
           MOVE CQ-EST-CHEQUE TO WS-EST-ANTERIOR
           MOVE CQ-MTO-CHEQUE TO WS-MTO-CHEQUE
           MOVE CHQ-COMISION-DEVOL TO WS-MTO-COMISION
           MOVE 'IVA' TO WS-TIM-TIPO
           MOVE WS-FECHA-STR TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           COMPUTE WS-MTO-IVA ROUNDED =
               WS-MTO-COMISION * WS-TIM-TARIFA / 100
           COMPUTE WS-MTO-TOTAL-COM = WS-MTO-COMISION + WS-MTO-IVA

           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE SPACES TO WS-COD-CLI-CUENTA
           MOVE SPACES TO WS-SUC-ASIENTO

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE CQ-COD-CUENTA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
                   MOVE CC-COD-CLIENTE TO WS-COD-CLI-CUENTA
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-CLIENTE
                   IF ANT-LIBERADO
                       SUBTRACT WS-MTO-CHEQUE FROM CC-SAL-DISPONIBLE
                   ELSE
                       SUBTRACT WS-MTO-CHEQUE FROM CC-SAL-BLOQUEADO
                   END-IF
                   SUBTRACT WS-MTO-CHEQUE FROM CC-SAL-TOTAL
                   MOVE CC-SAL-DISPONIBLE TO WS-SAL-POS-CLIENTE
                   SUBTRACT WS-MTO-TOTAL-COM FROM CC-SAL-DISPONIBLE
                   SUBTRACT WS-MTO-TOTAL-COM FROM CC-SAL-TOTAL
                   MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
                   REWRITE REG-CUENTA
                   MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
                   MOVE 'REESCRIBIR CUENTA (CHEQUE DEVUELTO)'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
           END-READ

           CLOSE ARCHIVO-CUENTAS

           IF NOT CUENTA-HALLADA
               DISPLAY '  [!] Cheque ' CQ-NUM-CHEQUE ': la cuenta '
                   CQ-COD-CUENTA ' no existe; el renglon queda '
                   'para revision.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'DEVUELTO  ' TO CQ-EST-CHEQUE
           MOVE WS-FECHA-STR TO CQ-FEC-CIERRE
           MOVE WS-DEV-COD-MOTIVO TO CQ-COD-MOTIVO-DEV
           REWRITE REG-CHEQUE
           MOVE WS-STAT-CHEQUES TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CHEQUE DEVUELTO' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM 3300-REGISTRAR-MOVIMIENTOS
           PERFORM 3400-CONTABILIZAR-DEVOLUCION
           PERFORM 3500-REGISTRAR-AUDITORIA

           ADD 1 TO WS-TOTAL-DEVUELTOS
           MOVE WS-MTO-CHEQUE TO WS-DISP-MONTO
           DISPLAY '  Cheque ' CQ-NUM-CHEQUE ' (' CQ-COD-BCO-GIRADO
               ') -> DEVUELTO ' WS-DEV-COD-MOTIVO ' $' WS-DISP-MONTO
               ' de ' CQ-COD-CUENTA

           MOVE WS-COD-CLI-CUENTA TO WS-NOT-COD-CLIENTE
           MOVE CQ-COD-CUENTA TO WS-NOT-COD-CUENTA
           MOVE 'CHEQUE_DEVUELTO' TO WS-NOT-TIP-EVENTO
           MOVE CQ-NUM-CONSIGNACION TO WS-NOT-NUM-ORDEN
           STRING 'Su cheque ' CQ-NUM-CHEQUE ' fue devuelto ('
               WS-DEV-COD-MOTIVO ' ' WS-MOTIVO-TEXTO
               '); se cobro la comision'
               DELIMITED SIZE INTO WS-NOT-MENSAJE
           PERFORM 9870-ENCOLAR-NOTIFICACION.

      *================================================================
      * 3300 - MOVIMIENTOS DEL REVERSO Y DE LA COMISION
      *================================================================
       3300-REGISTRAR-MOVIMIENTOS.
           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE CQ-COD-CUENTA TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-CHEQUE-DEVUELTO
               TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           COMPUTE MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO =
               WS-MTO-CHEQUE * -1
           MOVE WS-SAL-ANT-CLIENTE TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           MOVE WS-SAL-POS-CLIENTE
               TO MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO
           MOVE SPACES TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           STRING 'Cheque devuelto ' CQ-NUM-CHEQUE ' banco '
               CQ-COD-BCO-GIRADO ': ' WS-MOTIVO-TEXTO
               DELIMITED SIZE INTO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE CQ-NUM-CONSIGNACION TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO
           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO
           MOVE WS-STAT-MOVIM TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR MOVIMIENTO CHEQUE DEVUELTO'
               TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-COMISION TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           COMPUTE MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO =
               WS-MTO-TOTAL-COM * -1
           MOVE WS-SAL-POS-CLIENTE TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           COMPUTE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO =
               WS-SAL-POS-CLIENTE - WS-MTO-TOTAL-COM
           MOVE 'Comision por cheque devuelto (incluye IVA)'
               TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO
           MOVE WS-STAT-MOVIM TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR MOVIMIENTO COMISION' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 3400 - ASIENTOS DEL REVERSO Y DE LA COMISION
      *   El reverso acredita la cuenta donde este el valor del
      *   cheque: cheques en canje si no se habia liberado, la
      *   compensacion con la camara si ya se libero (2100).
      *================================================================
       3400-CONTABILIZAR-DEVOLUCION.
           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-CHEQUE TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Cheque devuelto: reverso del abono al cliente'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4300-ESCRIBIR-ASIENTO

           IF ANT-LIBERADO
               MOVE GL-CLEARING-INTERBANC
                   TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE GL-NOM-CLEARING-INTERBANC
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           ELSE
               MOVE GL-CANJE-CHEQUES
                   TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE GL-NOM-CANJE-CHEQUES
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           END-IF
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-CHEQUE TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Cheque devuelto por la camara'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4300-ESCRIBIR-ASIENTO

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-TOTAL-COM TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Cobro de comision por cheque devuelto'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4300-ESCRIBIR-ASIENTO

           MOVE GL-INGRESO-COMISION
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-INGRESO-COMISION
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-COMISION TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Ingreso por comision de cheque devuelto'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4300-ESCRIBIR-ASIENTO

           MOVE GL-IMPUESTO-IVA
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-IMPUESTO-IVA
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-IVA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'IVA sobre la comision de cheque devuelto'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           MOVE WS-TIM-TARIFA TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           PERFORM 4300-ESCRIBIR-ASIENTO
           MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO.

      *================================================================
      * 3500 - REGISTRAR LA DEVOLUCION EN AUDITORIA
      *================================================================
       3500-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE SPACES TO WS-AUDIT-NUEVO
           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE CQ-NUM-CONSIGNACION TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'CHEQUE_DEVUELTO' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE 'SISTEMA' TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'PRC-CANJE' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE 'DEVUELTO' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
           MOVE WS-MTO-CHEQUE TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           STRING 'Cheque ' CQ-NUM-CHEQUE ' banco ' CQ-COD-BCO-GIRADO
               ' devuelto ' WS-DEV-COD-MOTIVO ' ' WS-MOTIVO-TEXTO
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO
           MOVE WS-STAT-AUDIT TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR AUDITORIA' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 4300 - ESCRIBIR UNA PATA DEL ASIENTO
      *================================================================
       4300-ESCRIBIR-ASIENTO.
           PERFORM 4360-VALIDAR-CTA-CONTABLE
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE CQ-NUM-CONSIGNACION
               TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO
           MOVE WS-STAT-ASIENTOS TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ASIENTO' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 4360 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   Igual que 4360 en PRC-DEVUELTAS: la pata solo se escribe si
      *   su cuenta existe, esta activa y es posteable, y si el
      *   periodo no esta CERRADO. Sin catalogo ('35') se postea.
      *================================================================
       4360-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               PERFORM 4370-VALIDAR-PERIODO-CONTABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PUC = 'S'
               READ ARCHIVO-PUC
                   AT END MOVE 'S' TO WS-EOF-PUC
                   NOT AT END
                       IF PU-COD-CUENTA = AC-COD-CTA-CONTABLE
                               OF WS-ASIENTO-NUEVO
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

           PERFORM 4370-VALIDAR-PERIODO-CONTABLE.

      *================================================================
      * 4370 - VALIDAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *================================================================
       4370-VALIDAR-PERIODO-CONTABLE.
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
                       IF PD-PERIODO = WS-FECHA-STR (1:7)
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
               DISPLAY '  El periodo ' WS-FECHA-STR (1:7)
                   ' esta CERRADO (ver CIE-PERIODO); la pata no se '
                   'escribe.'
               STOP RUN
           END-IF.

      *================================================================
      * 9800 - MOSTRAR RESUMEN DE LA CORRIDA
      *================================================================
       9800-MOSTRAR-RESUMEN.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN DEL CANJE DE CHEQUES'
           DISPLAY WS-LINEA
           EVALUATE TRUE
               WHEN MODO-PRESENTAR
                   DISPLAY '  Cheques leidos:          ' WS-TOTAL-LEIDOS
                   DISPLAY '  Presentados a la camara: '
                       WS-TOTAL-PRESENTADOS
                   MOVE WS-MTO-PRESENTADO TO WS-DISP-MONTO
                   DISPLAY '  Valor presentado:       $' WS-DISP-MONTO
               WHEN MODO-LIBERAR
                   DISPLAY '  Cheques leidos:          ' WS-TOTAL-LEIDOS
                   DISPLAY '  Liberados al disponible: '
                       WS-TOTAL-LIBERADOS
               WHEN MODO-DEVUELTOS
                   DISPLAY '  Detalles leidos:         '
                       WS-TOTAL-DETALLES
                   DISPLAY '  Devueltos aplicados:     '
                       WS-TOTAL-DEVUELTOS
                   DISPLAY '  Sin cheque que calce:    '
                       WS-TOTAL-SIN-CHEQUE
           END-EVALUATE
           DISPLAY WS-LINEA.

      *================================================================
      * 9870 - ENCOLAR EL AVISO AL CLIENTE (NOTIFICACIONES.dat)
      *================================================================
       9870-ENCOLAR-NOTIFICACION.
           MOVE 'NOT' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'NOT' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-NOTIF

           OPEN EXTEND ARCHIVO-NOTIFICACIONES
           IF WS-STAT-NOTIF = '35'
               OPEN OUTPUT ARCHIVO-NOTIFICACIONES
               CLOSE ARCHIVO-NOTIFICACIONES
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
           END-IF

           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE WS-NOT-COD-CLIENTE TO NT-COD-CLIENTE
           MOVE WS-NOT-COD-CUENTA TO NT-COD-CUENTA
           MOVE WS-NOT-TIP-EVENTO TO NT-TIP-EVENTO
           MOVE WS-NOT-NUM-ORDEN TO NT-NUM-ORDEN
           MOVE WS-NOT-MENSAJE TO NT-DES-MENSAJE
           MOVE 'SMS       ' TO NT-CANAL-PREFERIDO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO

           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES.

      *================================================================
      * 9890 - ESCRIBIR EL RENGLON DE LA BITACORA DE CORRIDAS
      *================================================================
       9890-ESCRIBIR-BITACORA.
           OPEN EXTEND ARCHIVO-RUNCTL
           IF WS-STAT-RUNCTL = '35'
               OPEN OUTPUT ARCHIVO-RUNCTL
               CLOSE ARCHIVO-RUNCTL
               OPEN EXTEND ARCHIVO-RUNCTL
           END-IF

           MOVE WS-RUN-PROGRAMA TO RN-PROGRAMA
           MOVE WS-FECHA-STR TO RN-FEC-PROCESO
           MOVE WS-HORA-STR TO RN-HOA-EVENTO
           MOVE WS-RUN-ESTADO TO RN-ESTADO
           MOVE WS-RUN-PROCESADOS TO RN-REG-PROCESADOS
           MOVE WS-RUN-PARAMETROS TO RN-PARAMETROS

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           IF MODO-PRESENTAR
               EXIT PARAGRAPH
           END-IF

           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-ASIENTOS
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 9950 - VERIFICAR ESTADO DE E/S
      *================================================================
       9950-VERIFICAR-ESTADO-IO.
           IF WS-CHK-ESTADO NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR DE E/S FATAL ***'
               DISPLAY '  Operacion: ' WS-CHK-DESCRIPCION
               DISPLAY '  Estado de archivo: ' WS-CHK-ESTADO
               STOP RUN
           END-IF.

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
