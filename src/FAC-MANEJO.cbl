      *================================================================
      * FAC-MANEJO.cbl - Liquidacion y Cobro de la Cuota de Manejo
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Job de fin de mes que cobra la cuota de manejo de cada
      * cuenta por el periodo pedido (YYYY-MM):
      *
      *   1. Reintenta primero la cola de cuotas PENDIENTE de
      *      periodos anteriores (CUOTASMANEJO.dat): si la cuenta ya
      *      tiene con que, la debita y pasa el renglon a COBRADA.
      *
      *   2. Recorre CUENTAS.dat y, por cada cuenta activa en pesos
      *      que no tenga ya renglon para el periodo, promedia el
      *      saldo total de sus fotos diarias del mes (SALDOS.dat,
      *      tomadas por SNAP-SALDOS). Si el promedio alcanza el
      *      saldo que exonera su producto (PT-SAL-EXONERA-CUOTA) la
      *      cuota queda EXONERADA; si no, debita la cuota del
      *      producto (PT-MTO-CUOTA-MANEJO) mas su IVA en un solo
      *      movimiento MOV-CUOTA-MANEJO, deja el asiento de partida
      *      doble contra el ingreso por comisiones y el IVA por
      *      pagar, y encola el aviso CUOTA_MANEJO al cliente.
      *
      *   Una cuenta sin fondos no se lleva a rojo: la cuota queda
      *   PENDIENTE hasta una corrida posterior, salvo que su
      *   producto admita sobregiro y el cupo (CC-LIM-SOBREGIRO)
      *   alcance. Una cuenta sin fotos en el periodo no se liquida
      *   (se avisa y la siguiente corrida la vuelve a intentar).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAC-MANEJO.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-RUNCTL
               ASSIGN TO 'data/RUNCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RUNCTL.

           SELECT ARCHIVO-SALDOS
               ASSIGN TO 'data/SALDOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SALDOS.

           SELECT ARCHIVO-CUOTAS
               ASSIGN TO 'data/CUOTASMANEJO.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CUOTAS.

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

           SELECT ARCHIVO-PRODUCTOS
               ASSIGN TO 'data/PRODUCTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PRODUCTOS.

           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO 'data/NOTIFICACIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-SALDOS.
       COPY 'copybooks/SALDOS.cpy'.

       FD ARCHIVO-CUOTAS.
       COPY 'copybooks/CUOTASMANEJO.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

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

       COPY 'copybooks/MOVIMIENTOS.cpy'
           REPLACING REG-MOVIMIENTO BY WS-MOVIM-NUEVO.

       COPY 'copybooks/ASIENTOS.cpy'
           REPLACING REG-ASIENTO BY WS-ASIENTO-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-SALDOS       PIC X(2).
          05 WS-STAT-CUOTAS       PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).
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
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-NUM-NOTIF             PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.

      *----------------------------------------------------------------
      * Periodo a liquidar (YYYY-MM); vacio = el mes anterior a hoy
      *----------------------------------------------------------------
       01 WS-PERIODO               PIC X(7).
       01 WS-PERIODO-ANT.
          05 WS-PER-ANO            PIC 9(4).
          05 WS-PER-MES            PIC 9(2).

      *----------------------------------------------------------------
      * Cuenta en proceso y su cuota
      *----------------------------------------------------------------
       01 WS-LIQUIDACION.
          05 WS-EOF-CUENTAS       PIC X VALUE 'N'.
          05 WS-EOF-CUOTAS        PIC X VALUE 'N'.
          05 WS-EOF-SALDOS        PIC X VALUE 'N'.
          05 WS-YA-LIQUIDADA      PIC X VALUE 'N'.
             88 YA-LIQUIDADA         VALUE 'S'.
          05 WS-DEBITO-OK         PIC X VALUE 'N'.
             88 DEBITO-OK            VALUE 'S'.
          05 WS-CTA-PROCESO       PIC X(20).
          05 WS-PER-CUOTA         PIC X(7).
          05 WS-CANT-FOTOS        PIC 9(2).
          05 WS-SUM-SALDOS        PIC S9(15)V99.
          05 WS-SAL-PROMEDIO      PIC S9(13)V99.
          05 WS-MTO-CUOTA-CTA     PIC S9(13)V99.
          05 WS-MTO-IVA-CTA       PIC S9(13)V99.
          05 WS-MTO-TOTAL-CTA     PIC S9(13)V99.
          05 WS-SAL-ANT-CTA       PIC S9(13)V99.
          05 WS-DISPONIBLE-CTA    PIC S9(15)V99.

      *----------------------------------------------------------------
      * Contadores del resumen
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-CTA-RECUPERADAS   PIC 9(7) VALUE 0.
          05 WS-CTA-COBRADAS      PIC 9(7) VALUE 0.
          05 WS-CTA-EXONERADAS    PIC 9(7) VALUE 0.
          05 WS-CTA-PENDIENTES    PIC 9(7) VALUE 0.
          05 WS-CTA-SIN-FOTOS     PIC 9(7) VALUE 0.
          05 WS-MTO-TOTAL-CORRIDA PIC S9(15)V99 VALUE 0.

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-CUOTA PIC Z.ZZZ.ZZ9,99.
       01 WS-DISP-IVA   PIC Z.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'FAC-MANEJO'.
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
      * Catalogo de productos de deposito (PRODUCTOS.dat, ver
      * PRODUCTOS.cpy), cargado una vez al arrancar. 8910 deja en
      * WS-PRODUCTO-CTA el comportamiento del producto de la cuenta
      * (el que llama arma WS-PRD-CODIGO y WS-PRD-TIP-CUENTA); un
      * producto que no esta en el catalogo se comporta como siempre
      * lo hizo su letra A/C y paga la tarifa general de la cuota
      * (PARAMETROS-CUOTA-MANEJO).
      *----------------------------------------------------------------
       01 WS-TABLA-PRODUCTOS.
          05 WS-STAT-PRODUCTOS    PIC X(2).
          05 WS-EOF-PRODUCTOS     PIC X VALUE 'N'.
          05 WS-CANT-PRODUCTOS    PIC 9(2) VALUE 0.
          05 WS-IDX-PRD           PIC 9(2).
          05 WS-PRD-ENTRADA OCCURS 50 TIMES.
             10 WS-TAB-COD-PRODUCTO  PIC X(4).
             10 WS-TAB-MCA-INTERES   PIC X(1).
             10 WS-TAB-MCA-SOBREGIRO PIC X(1).
             10 WS-TAB-MCA-EXENTA    PIC X(1).
             10 WS-TAB-MESES-DORM    PIC 9(2).
             10 WS-TAB-MTO-CUOTA     PIC 9(7)V99.
             10 WS-TAB-SAL-EXONERA   PIC 9(13)V99.

       01 WS-PRODUCTO-CTA.
          05 WS-PRD-CODIGO        PIC X(4).
          05 WS-PRD-TIP-CUENTA    PIC X(1).
          05 WS-PRD-MCA-INTERES   PIC X(1).
             88 PRD-PAGA-INTERES     VALUE 'S'.
          05 WS-PRD-MCA-SOBREGIRO PIC X(1).
             88 PRD-ADMITE-SOBREGIRO VALUE 'S'.
          05 WS-PRD-MCA-EXENTA    PIC X(1).
          05 WS-PRD-MESES-DORM    PIC 9(2).
          05 WS-PRD-MTO-CUOTA     PIC 9(7)V99.
          05 WS-PRD-SAL-EXONERA   PIC 9(13)V99.

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
           DISPLAY '  CUOTA DE MANEJO MENSUAL - LIQUIDACION Y COBRO'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Periodo a liquidar (YYYY-MM, vacio = mes '
               'anterior): ' WITH NO ADVANCING
           MOVE SPACES TO WS-PERIODO
           IF HAY-PARAMETROS
               MOVE WS-PAR-PERIODO TO WS-PERIODO
               DISPLAY WS-PERIODO
           ELSE
               ACCEPT WS-PERIODO
           END-IF
           IF WS-PERIODO = SPACES
               PERFORM 0200-PERIODO-ANTERIOR
           END-IF
           STRING WS-RUN-ORIGEN ' PERIODO=' WS-PERIODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0300-ABRIR-ARCHIVOS

           PERFORM 1000-COBRAR-PENDIENTES
           PERFORM 2000-LIQUIDAR-PERIODO

           PERFORM 9900-CERRAR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  Pendientes recuperadas : ' WS-CTA-RECUPERADAS
           DISPLAY '  Cuotas cobradas        : ' WS-CTA-COBRADAS
           DISPLAY '  Cuotas exoneradas      : ' WS-CTA-EXONERADAS
           DISPLAY '  Quedan pendientes      : ' WS-CTA-PENDIENTES
           DISPLAY '  Cuentas sin fotos      : ' WS-CTA-SIN-FOTOS
           MOVE WS-MTO-TOTAL-CORRIDA TO WS-DISP-MONTO
           DISPLAY '  Cobrado (con IVA)      : $' WS-DISP-MONTO

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           COMPUTE WS-RUN-PROCESADOS =
               WS-CTA-RECUPERADAS + WS-CTA-COBRADAS
               + WS-CTA-EXONERADAS + WS-CTA-PENDIENTES
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
      * 0200 - PERIODO POR OMISION: EL MES ANTERIOR A LA FECHA
      *================================================================
       0200-PERIODO-ANTERIOR.
           MOVE WS-ANO TO WS-PER-ANO
           IF WS-MES = 1
               SUBTRACT 1 FROM WS-PER-ANO
               MOVE 12 TO WS-PER-MES
           ELSE
               COMPUTE WS-PER-MES = WS-MES - 1
           END-IF
           STRING WS-PER-ANO '-' WS-PER-MES
               DELIMITED SIZE INTO WS-PERIODO.

      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-CUOTAS
           IF WS-STAT-CUOTAS = '35'
               OPEN OUTPUT ARCHIVO-CUOTAS
               CLOSE ARCHIVO-CUOTAS
               OPEN EXTEND ARCHIVO-CUOTAS
           END-IF
           CLOSE ARCHIVO-CUOTAS

           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-ASIENTOS

           PERFORM 8900-CARGAR-PRODUCTOS

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - REINTENTAR LA COLA DE CUOTAS PENDIENTES
      *   Cada renglon PENDIENTE se debita si la cuenta ya tiene con
      *   que y pasa a COBRADA con la fecha y el movimiento; si no,
      *   sigue en la cola para la proxima corrida.
      *================================================================
       1000-COBRAR-PENDIENTES.
           DISPLAY ' '
           DISPLAY '  COLA DE CUOTAS PENDIENTES'
           DISPLAY WS-LINEA

           OPEN I-O ARCHIVO-CUOTAS
           IF WS-STAT-CUOTAS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'N' TO WS-EOF-CUOTAS
           PERFORM UNTIL WS-EOF-CUOTAS = 'S'
               READ ARCHIVO-CUOTAS
                   AT END MOVE 'S' TO WS-EOF-CUOTAS
                   NOT AT END
                       IF CM-PENDIENTE
                           PERFORM 1100-COBRAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-CUOTAS.

      *================================================================
      * 1100 - DEBITAR UNA CUOTA PENDIENTE DE LA COLA
      *================================================================
       1100-COBRAR-PENDIENTE.
           MOVE CM-COD-CUENTA TO WS-CTA-PROCESO
           MOVE CM-PERIODO TO WS-PER-CUOTA
           MOVE CM-MTO-CUOTA TO WS-MTO-CUOTA-CTA
           MOVE CM-MTO-IVA TO WS-MTO-IVA-CTA
           MOVE 'N' TO WS-DEBITO-OK

           MOVE WS-CTA-PROCESO TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CC-COD-PRODUCTO TO WS-PRD-CODIGO
                   MOVE CC-TIP-CUENTA TO WS-PRD-TIP-CUENTA
                   PERFORM 8910-RESOLVER-PRODUCTO
                   PERFORM 3000-DEBITAR-CUOTA
           END-READ

           IF NOT DEBITO-OK
               ADD 1 TO WS-CTA-PENDIENTES
               DISPLAY '  ' WS-CTA-PROCESO ': cuota ' WS-PER-CUOTA
                   ' sigue pendiente'
               EXIT PARAGRAPH
           END-IF

           MOVE 'COBRADA   ' TO CM-EST-CUOTA
           MOVE WS-FECHA-STR TO CM-FEC-COBRO
           MOVE WS-NUM-MOVIM TO CM-NUM-MOVIMIENTO
           REWRITE REG-CUOTA-MANEJO
           MOVE WS-STAT-CUOTAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CUOTA PENDIENTE' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           ADD 1 TO WS-CTA-RECUPERADAS
           MOVE WS-MTO-TOTAL-CTA TO WS-DISP-MONTO
           DISPLAY '  ' WS-CTA-PROCESO ': cuota ' WS-PER-CUOTA
               ' cobrada $' WS-DISP-MONTO.

      *================================================================
      * 2000 - LIQUIDAR EL PERIODO CUENTA POR CUENTA
      *================================================================
       2000-LIQUIDAR-PERIODO.
           DISPLAY ' '
           DISPLAY '  LIQUIDACION DEL PERIODO ' WS-PERIODO
           DISPLAY WS-LINEA

           MOVE WS-PERIODO TO WS-PER-CUOTA

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'N' TO WS-EOF-CUENTAS
           PERFORM UNTIL WS-EOF-CUENTAS = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-CUENTAS
                   NOT AT END
                       PERFORM 2100-LIQUIDAR-CUENTA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 2100 - LIQUIDAR LA CUOTA DE UNA CUENTA
      *   Solo cuentas activas, en pesos, no dormidas ni trasladadas
      *   y abiertas a mas tardar en el periodo; una vez por cuenta +
      *   periodo (una recorrida no liquida doble).
      *================================================================
       2100-LIQUIDAR-CUENTA.
           IF CC-MCA-ACTIVA NOT = FLAG-SI
                   OR CC-MCA-DORMIDA = FLAG-SI
                   OR CC-MCA-TRASLADADA = FLAG-SI
               EXIT PARAGRAPH
           END-IF
           IF CC-TIP-MONEDA NOT = SPACES AND CC-TIP-MONEDA NOT = 'COP'
               EXIT PARAGRAPH
           END-IF
           IF CC-FEC-APERTURA (1:7) > WS-PERIODO
               EXIT PARAGRAPH
           END-IF

           MOVE CC-COD-CUENTA TO WS-CTA-PROCESO
           MOVE CC-COD-PRODUCTO TO WS-PRD-CODIGO
           MOVE CC-TIP-CUENTA TO WS-PRD-TIP-CUENTA
           PERFORM 8910-RESOLVER-PRODUCTO
           IF WS-PRD-MTO-CUOTA = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-VERIFICAR-YA-LIQUIDADA
           IF YA-LIQUIDADA
               EXIT PARAGRAPH
           END-IF

           PERFORM 2300-PROMEDIAR-SALDOS
           IF WS-CANT-FOTOS = ZERO
               ADD 1 TO WS-CTA-SIN-FOTOS
               DISPLAY '  AVISO: ' WS-CTA-PROCESO ' sin fotos de '
                   'saldos en ' WS-PERIODO ' (corra SNAP-SALDOS); '
                   'no se liquida.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-CUOTA-MANEJO
           MOVE WS-CTA-PROCESO TO CM-COD-CUENTA
           MOVE WS-PERIODO TO CM-PERIODO
           MOVE WS-PRD-CODIGO TO CM-COD-PRODUCTO
           MOVE WS-SAL-PROMEDIO TO CM-SAL-PROMEDIO
           MOVE WS-CANT-FOTOS TO CM-CANT-FOTOS
           MOVE WS-FECHA-STR TO CM-FEC-LIQUIDA

           IF WS-PRD-SAL-EXONERA > ZERO
                   AND WS-SAL-PROMEDIO >= WS-PRD-SAL-EXONERA
               MOVE ZERO TO CM-MTO-CUOTA
               MOVE ZERO TO CM-MTO-IVA
               MOVE 'EXONERADA ' TO CM-EST-CUOTA
               PERFORM 2400-GRABAR-CUOTA
               ADD 1 TO WS-CTA-EXONERADAS
               MOVE WS-SAL-PROMEDIO TO WS-DISP-MONTO
               DISPLAY '  ' WS-CTA-PROCESO ': exonerada, promedio $'
                   WS-DISP-MONTO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRD-MTO-CUOTA TO WS-MTO-CUOTA-CTA
           MOVE 'IVA' TO WS-TIM-TIPO
           MOVE WS-FECHA-STR TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           COMPUTE WS-MTO-IVA-CTA ROUNDED =
               WS-MTO-CUOTA-CTA * WS-TIM-TARIFA / 100
           MOVE WS-MTO-CUOTA-CTA TO CM-MTO-CUOTA
           MOVE WS-MTO-IVA-CTA TO CM-MTO-IVA

           MOVE 'N' TO WS-DEBITO-OK
           PERFORM 3000-DEBITAR-CUOTA

           IF DEBITO-OK
               MOVE 'COBRADA   ' TO CM-EST-CUOTA
               MOVE WS-FECHA-STR TO CM-FEC-COBRO
               MOVE WS-NUM-MOVIM TO CM-NUM-MOVIMIENTO
               PERFORM 2400-GRABAR-CUOTA
               ADD 1 TO WS-CTA-COBRADAS
               MOVE WS-MTO-TOTAL-CTA TO WS-DISP-MONTO
               DISPLAY '  ' WS-CTA-PROCESO ': cobrada $'
                   WS-DISP-MONTO
           ELSE
               MOVE 'PENDIENTE ' TO CM-EST-CUOTA
               PERFORM 2400-GRABAR-CUOTA
               ADD 1 TO WS-CTA-PENDIENTES
               DISPLAY '  ' WS-CTA-PROCESO ': sin fondos, cuota '
                   'queda pendiente'
           END-IF.

      *================================================================
      * 2200 - VERIFICAR SI LA CUENTA YA TIENE RENGLON DEL PERIODO
      *================================================================
       2200-VERIFICAR-YA-LIQUIDADA.
           MOVE 'N' TO WS-YA-LIQUIDADA
           MOVE 'N' TO WS-EOF-CUOTAS

           OPEN INPUT ARCHIVO-CUOTAS
           IF WS-STAT-CUOTAS = '35'
               MOVE 'S' TO WS-EOF-CUOTAS
           END-IF

           PERFORM UNTIL WS-EOF-CUOTAS = 'S'
               READ ARCHIVO-CUOTAS
                   AT END MOVE 'S' TO WS-EOF-CUOTAS
                   NOT AT END
                       IF CM-COD-CUENTA = WS-CTA-PROCESO
                               AND CM-PERIODO = WS-PERIODO
                           MOVE 'S' TO WS-YA-LIQUIDADA
                           MOVE 'S' TO WS-EOF-CUOTAS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CUOTAS NOT = '35'
               CLOSE ARCHIVO-CUOTAS
           END-IF.

      *================================================================
      * 2300 - SALDO PROMEDIO DIARIO DEL PERIODO
      *   Promedio de SD-SAL-TOTAL sobre las fotos de la cuenta cuya
      *   fecha de corte cae en el periodo.
      *================================================================
       2300-PROMEDIAR-SALDOS.
           MOVE ZERO TO WS-CANT-FOTOS
           MOVE ZERO TO WS-SUM-SALDOS
           MOVE ZERO TO WS-SAL-PROMEDIO
           MOVE 'N' TO WS-EOF-SALDOS

           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-SALDOS = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-SALDOS
                   NOT AT END
                       IF SD-COD-CUENTA = WS-CTA-PROCESO
                               AND SD-FEC-CORTE (1:7) = WS-PERIODO
                               AND WS-CANT-FOTOS < 99
                           ADD 1 TO WS-CANT-FOTOS
                           ADD SD-SAL-TOTAL TO WS-SUM-SALDOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SALDOS

           IF WS-CANT-FOTOS > ZERO
               COMPUTE WS-SAL-PROMEDIO ROUNDED =
                   WS-SUM-SALDOS / WS-CANT-FOTOS
           END-IF.

      *================================================================
      * 2400 - GRABAR EL RENGLON DE LA CUOTA DEL PERIODO
      *================================================================
       2400-GRABAR-CUOTA.
           OPEN EXTEND ARCHIVO-CUOTAS
           MOVE WS-STAT-CUOTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUOTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           WRITE REG-CUOTA-MANEJO
           CLOSE ARCHIVO-CUOTAS.

      *================================================================
      * 3000 - DEBITAR LA CUOTA MAS IVA DE LA CUENTA LEIDA
      *   Trabaja sobre REG-CUENTA ya leido (y WS-PRODUCTO-CTA ya
      *   resuelto). La cuenta debe estar activa y no congelada, y
      *   el disponible debe cubrir cuota + IVA; el cupo de
      *   sobregiro cuenta solo si el producto lo admite. Si no
      *   alcanza deja WS-DEBITO-OK en 'N' y no toca nada.
      *================================================================
       3000-DEBITAR-CUOTA.
           MOVE 'N' TO WS-DEBITO-OK
           COMPUTE WS-MTO-TOTAL-CTA =
               WS-MTO-CUOTA-CTA + WS-MTO-IVA-CTA

           IF CC-MCA-ACTIVA NOT = FLAG-SI
                   OR CC-MCA-CONGELADA = FLAG-SI
                   OR CC-MCA-TRASLADADA = FLAG-SI
               EXIT PARAGRAPH
           END-IF

           MOVE CC-SAL-DISPONIBLE TO WS-DISPONIBLE-CTA
           IF PRD-ADMITE-SOBREGIRO
               ADD CC-LIM-SOBREGIRO TO WS-DISPONIBLE-CTA
           END-IF
           IF WS-DISPONIBLE-CTA < WS-MTO-TOTAL-CTA
               EXIT PARAGRAPH
           END-IF

           MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
           MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-CTA
           SUBTRACT WS-MTO-TOTAL-CTA FROM CC-SAL-DISPONIBLE
           SUBTRACT WS-MTO-TOTAL-CTA FROM CC-SAL-TOTAL
           REWRITE REG-CUENTA
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CUENTA (CUOTA MANEJO)'
               TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'S' TO WS-DEBITO-OK
           ADD WS-MTO-TOTAL-CTA TO WS-MTO-TOTAL-CORRIDA

           PERFORM 3100-REGISTRAR-MOVIMIENTO
           PERFORM 3200-CONTABILIZAR-ASIENTO
           PERFORM 3300-ENCOLAR-NOTIFICACION.

      *================================================================
      * 3100 - REGISTRAR EL MOVIMIENTO DEL COBRO (CUOTA + IVA)
      *================================================================
       3100-REGISTRAR-MOVIMIENTO.
           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-CTA-PROCESO TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-CUOTA-MANEJO
               TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           COMPUTE MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO =
               WS-MTO-TOTAL-CTA * -1
           MOVE WS-SAL-ANT-CTA TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           COMPUTE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO =
               WS-SAL-ANT-CTA - WS-MTO-TOTAL-CTA
           MOVE SPACES TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           STRING 'Cuota de manejo ' WS-PER-CUOTA ' mas IVA'
               DELIMITED SIZE
               INTO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE SPACES TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO

           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO.

      *================================================================
      * 3200 - CONTABILIZAR EL ASIENTO DEL COBRO
      *   Debito al pasivo con clientes por cuota + IVA; credito al
      *   ingreso por comisiones por la cuota y al IVA por pagar por
      *   el impuesto.
      *================================================================
       3200-CONTABILIZAR-ASIENTO.
           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-TOTAL-CTA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Cobro cuota de manejo al cliente'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 3250-ESCRIBIR-ASIENTO

           MOVE GL-INGRESO-COMISION
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-INGRESO-COMISION
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-CUOTA-CTA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Ingreso por cuota de manejo'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 3250-ESCRIBIR-ASIENTO

           IF WS-MTO-IVA-CTA > ZERO
               MOVE GL-IMPUESTO-IVA
                   TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE GL-NOM-IMPUESTO-IVA
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-MTO-IVA-CTA
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'IVA sobre cuota de manejo'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TIM-TARIFA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 3250-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF.

      *================================================================
      * 3250 - ESCRIBIR UNA PATA DEL ASIENTO CONTABLE
      *================================================================
       3250-ESCRIBIR-ASIENTO.
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE SPACES TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 3260-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      * 3260 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   La pata armada en el registro de trabajo solo se escribe
      *   si su cuenta existe en el catalogo, esta activa y es
      *   posteable (igual que 9216 en MAIN-ACH). Sin catalogo
      *   ('35') se postea como siempre, pero el cierre de periodos
      *   se verifica igual.
      *================================================================
       3260-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               PERFORM 3270-VALIDAR-PERIODO-CONTABLE
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

           PERFORM 3270-VALIDAR-PERIODO-CONTABLE.

      *================================================================
      * 3270 - VALIDAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *   El periodo no puede estar CERRADO (ver PERIODOS.cpy y
      *   CIE-PERIODO); se verifica aunque no exista el catalogo
      *   PUC. Sin archivo de periodos ('35') se postea como
      *   siempre (modo de arranque).
      *================================================================
       3270-VALIDAR-PERIODO-CONTABLE.
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
      * 3300 - ENCOLAR EL AVISO DEL COBRO AL CLIENTE
      *   Queda PENDIENTE en NOTIFICACIONES.dat para DSP-NOTIFICA.
      *================================================================
       3300-ENCOLAR-NOTIFICACION.
           MOVE 'NOT' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'NOT' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-NOTIF

           MOVE WS-MTO-CUOTA-CTA TO WS-DISP-CUOTA
           MOVE WS-MTO-IVA-CTA TO WS-DISP-IVA

           OPEN EXTEND ARCHIVO-NOTIFICACIONES
           IF WS-STAT-NOTIF = '35'
               OPEN OUTPUT ARCHIVO-NOTIFICACIONES
               CLOSE ARCHIVO-NOTIFICACIONES
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
           END-IF

           MOVE SPACES TO REG-NOTIFICACION
           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE CC-COD-CLIENTE TO NT-COD-CLIENTE
           MOVE WS-CTA-PROCESO TO NT-COD-CUENTA
           MOVE 'CUOTA_MANEJO' TO NT-TIP-EVENTO
           MOVE SPACES TO NT-NUM-ORDEN
           STRING 'Cuota de manejo ' WS-PER-CUOTA ': $' WS-DISP-CUOTA
               ' mas IVA $' WS-DISP-IVA ' debitados de su cuenta'
               DELIMITED SIZE INTO NT-DES-MENSAJE
           MOVE 'SMS       ' TO NT-CANAL-PREFERIDO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO
           MOVE SPACES TO NT-FEC-ENVIO
           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES.

      *================================================================
      * 8900 - CARGAR EL CATALOGO DE PRODUCTOS DE DEPOSITO
      *   Se cargan todos los renglones, vigentes o retirados: una
      *   cuenta conserva el comportamiento de su producto aunque ya
      *   no se ofrezca. Si un codigo se repite manda el ultimo.
      *================================================================
       8900-CARGAR-PRODUCTOS.
           MOVE 0 TO WS-CANT-PRODUCTOS
           MOVE 'N' TO WS-EOF-PRODUCTOS

           OPEN INPUT ARCHIVO-PRODUCTOS
           IF WS-STAT-PRODUCTOS = '35'
               MOVE 'S' TO WS-EOF-PRODUCTOS
           END-IF

           PERFORM UNTIL WS-EOF-PRODUCTOS = 'S'
               READ ARCHIVO-PRODUCTOS
                   AT END MOVE 'S' TO WS-EOF-PRODUCTOS
                   NOT AT END
                       IF WS-CANT-PRODUCTOS < 50
                           ADD 1 TO WS-CANT-PRODUCTOS
                           MOVE PT-COD-PRODUCTO TO
                               WS-TAB-COD-PRODUCTO (WS-CANT-PRODUCTOS)
                           MOVE PT-MCA-INTERES TO
                               WS-TAB-MCA-INTERES (WS-CANT-PRODUCTOS)
                           MOVE PT-MCA-SOBREGIRO TO
                               WS-TAB-MCA-SOBREGIRO (WS-CANT-PRODUCTOS)
                           MOVE PT-MCA-EXENTA-GMF TO
                               WS-TAB-MCA-EXENTA (WS-CANT-PRODUCTOS)
                           MOVE PT-MESES-DORMANCIA TO
                               WS-TAB-MESES-DORM (WS-CANT-PRODUCTOS)
                           MOVE PT-MTO-CUOTA-MANEJO TO
                               WS-TAB-MTO-CUOTA (WS-CANT-PRODUCTOS)
                           MOVE PT-SAL-EXONERA-CUOTA TO
                               WS-TAB-SAL-EXONERA (WS-CANT-PRODUCTOS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-PRODUCTOS NOT = '35'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF.

      *================================================================
      * 8910 - RESOLVER EL COMPORTAMIENTO DEL PRODUCTO DE LA CUENTA
      *   Entra WS-PRD-CODIGO (CC-COD-PRODUCTO; espacios en cuentas
      *   anteriores al catalogo = producto por defecto de la letra)
      *   y WS-PRD-TIP-CUENTA. Parte del comportamiento de siempre
      *   de la letra (Ahorros: interes y exencion de GMF; Corriente:
      *   sobregiro) y de la tarifa general de la cuota, y lo
      *   reemplaza con el del catalogo si el producto esta alli.
      *================================================================
       8910-RESOLVER-PRODUCTO.
           IF WS-PRD-CODIGO = SPACES
               IF WS-PRD-TIP-CUENTA = 'C'
                   MOVE PRD-DEF-CORRIENTE TO WS-PRD-CODIGO
               ELSE
                   MOVE PRD-DEF-AHORROS TO WS-PRD-CODIGO
               END-IF
           END-IF

           IF WS-PRD-TIP-CUENTA = 'C'
               MOVE FLAG-NO TO WS-PRD-MCA-INTERES
               MOVE FLAG-SI TO WS-PRD-MCA-SOBREGIRO
               MOVE FLAG-NO TO WS-PRD-MCA-EXENTA
           ELSE
               MOVE FLAG-SI TO WS-PRD-MCA-INTERES
               MOVE FLAG-NO TO WS-PRD-MCA-SOBREGIRO
               MOVE FLAG-SI TO WS-PRD-MCA-EXENTA
           END-IF
           MOVE 0 TO WS-PRD-MESES-DORM
           MOVE CUO-MTO-MANEJO TO WS-PRD-MTO-CUOTA
           MOVE CUO-SAL-EXONERA TO WS-PRD-SAL-EXONERA

           PERFORM VARYING WS-IDX-PRD FROM 1 BY 1
                   UNTIL WS-IDX-PRD > WS-CANT-PRODUCTOS
               IF WS-TAB-COD-PRODUCTO (WS-IDX-PRD) = WS-PRD-CODIGO
                   MOVE WS-TAB-MCA-INTERES (WS-IDX-PRD)
                       TO WS-PRD-MCA-INTERES
                   MOVE WS-TAB-MCA-SOBREGIRO (WS-IDX-PRD)
                       TO WS-PRD-MCA-SOBREGIRO
                   MOVE WS-TAB-MCA-EXENTA (WS-IDX-PRD)
                       TO WS-PRD-MCA-EXENTA
                   MOVE WS-TAB-MESES-DORM (WS-IDX-PRD)
                       TO WS-PRD-MESES-DORM
                   MOVE WS-TAB-MTO-CUOTA (WS-IDX-PRD)
                       TO WS-PRD-MTO-CUOTA
                   MOVE WS-TAB-SAL-EXONERA (WS-IDX-PRD)
                       TO WS-PRD-SAL-EXONERA
               END-IF
           END-PERFORM.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-ASIENTOS
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 9950 - VERIFICAR ESTADO DE UNA OPERACION DE E/S
      *   Igual que 9950 en MAIN-ACH: cualquier codigo distinto de
      *   '00' detiene la corrida, para que el cobro no quede a
      *   medias entre el debito y el renglon de la cuota.
      *================================================================
       9950-VERIFICAR-ESTADO-IO.
           IF WS-CHK-ESTADO NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR FATAL DE E/S ***'
               DISPLAY '  Operacion : ' WS-CHK-DESCRIPCION
               DISPLAY '  Codigo    : ' WS-CHK-ESTADO
               STOP RUN
           END-IF.

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
