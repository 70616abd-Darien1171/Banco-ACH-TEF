      *================================================================
      * PRC-CONVENIOS.cbl - Recaudo por Convenios con Facturadores
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Job diario de los convenios de recaudo (CONVENIOS.dat, ver
      * MNT-CONVENIOS). Corre en dos momentos del dia:
      *
      *   (C) Cargar facturas: al abrir, toma el archivo que
      *       entregan los facturadores (FACTENTRADA.dat, formato
      *       FACTCONV.cpy) y lo vuelca en el maestro de facturas
      *       FACTURASCONV.dat. Una referencia nueva entra PENDIENTE;
      *       una que ya esta PENDIENTE se actualiza (monto, fecha de
      *       vencimiento, pagador); una que ya esta en tramite o
      *       pagada se rechaza. Tambien se rechaza el renglon de un
      *       convenio inexistente o suspendido, sin referencia, sin
      *       monto o sin fecha de vencimiento.
      *
      *   (L) Liquidar el recaudo: al cierre.
      *       1. Resuelve los pagos web ENVIADO (PAGOSCONV.dat)
      *          buscando en ORDENES.dat la orden que armo ADP-CANAL
      *          (misma cuenta origen, cuenta recaudadora, monto y
      *          concepto 'PAGO CONVENIO <conv> REF <ref>'): orden
      *          confirmada o liquidada = APLICADO y la factura
      *          PAGADA; orden rechazada, anulada, devuelta o
      *          reversada, o sin orden de un dia anterior =
      *          RECHAZADO y la factura vuelve a PENDIENTE. Lo demas
      *          sigue ENVIADO para la siguiente corrida.
      *       2. Por cada convenio suma los pagos APLICADO hasta la
      *          fecha de recaudo, debita la cuenta recaudadora por
      *          el total y abona a la cuenta del facturador el total
      *          menos la comision por factura (CV-VLR-COMISION) y su
      *          IVA, con el asiento de partida doble contra el
      *          ingreso por comisiones y el IVA por pagar.
      *       3. Entrega al facturador su archivo de recaudo
      *          data/RCV-<fecha>-<convenio>.dat (RENDCONV.cpy) y deja
      *          los pagos LIQUIDADO.
      *
      *   Un convenio cuya cuenta recaudadora no alcanza, o cuya
      *   cuenta de abono no existe o esta inactiva, no se liquida:
      *   se avisa y sus pagos quedan APLICADO para la proxima
      *   corrida.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC-CONVENIOS.
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

           SELECT ARCHIVO-CONVENIOS
               ASSIGN TO 'data/CONVENIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CONVENIOS.

           SELECT ARCHIVO-FACTENTRADA
               ASSIGN TO 'data/FACTENTRADA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FACTENTRADA.

           SELECT ARCHIVO-FACTCONV
               ASSIGN TO 'data/FACTURASCONV.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FACTCONV.

           SELECT ARCHIVO-PAGOSCONV
               ASSIGN TO 'data/PAGOSCONV.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PAGOSCONV.

           SELECT ARCHIVO-RENDICION
               ASSIGN TO WS-NOM-ARCHIVO-RCV
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RENDICION.

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

       FD ARCHIVO-CONVENIOS.
       COPY 'copybooks/CONVENIOS.cpy'.

       FD ARCHIVO-FACTENTRADA.
       01 REG-FACT-ENTRADA        PIC X(150).

       FD ARCHIVO-FACTCONV.
       COPY 'copybooks/FACTCONV.cpy'.

       FD ARCHIVO-PAGOSCONV.
       COPY 'copybooks/PAGOSCONV.cpy'.

       FD ARCHIVO-RENDICION.
       COPY 'copybooks/RENDCONV.cpy'.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

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

       COPY 'copybooks/FACTCONV.cpy'
           REPLACING REG-FACTURA-CONV BY WS-FACTURA-ENTRADA.

       COPY 'copybooks/MOVIMIENTOS.cpy'
           REPLACING REG-MOVIMIENTO BY WS-MOVIM-NUEVO.

       COPY 'copybooks/ASIENTOS.cpy'
           REPLACING REG-ASIENTO BY WS-ASIENTO-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-CONVENIOS    PIC X(2).
          05 WS-STAT-FACTENTRADA  PIC X(2).
          05 WS-STAT-FACTCONV     PIC X(2).
          05 WS-STAT-PAGOSCONV    PIC X(2).
          05 WS-STAT-RENDICION    PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
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
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.

      *----------------------------------------------------------------
      * Modo y fecha de la corrida. La fecha de recaudo (vacio =
      * hoy) es la fecha de cargue de las facturas y el corte de los
      * pagos que se liquidan; da nombre al archivo de recaudo.
      *----------------------------------------------------------------
       01 WS-MODO                  PIC X(1).
          88 MODO-CARGAR              VALUE 'C' 'c'.
          88 MODO-LIQUIDAR            VALUE 'L' 'l'.
       01 WS-FEC-RECAUDO           PIC X(10).
       01 WS-FEC-RECAUDO-CMP       PIC X(8).
       01 WS-NOM-ARCHIVO-RCV       PIC X(60).

      *----------------------------------------------------------------
      * Convenios (CONVENIOS.dat), cargados una vez al arrancar.
      * 8810 deja en WS-IDX-HALLADO la posicion de WS-CNV-BUSCADO
      * (0 = no esta).
      *----------------------------------------------------------------
       01 WS-TABLA-CONVENIOS.
          05 WS-EOF-CONVENIOS     PIC X VALUE 'N'.
          05 WS-CANT-CONVENIOS    PIC 9(3) VALUE 0.
          05 WS-IDX-CNV           PIC 9(3).
          05 WS-IDX-BUS           PIC 9(3).
          05 WS-IDX-HALLADO       PIC 9(3).
          05 WS-CNV-BUSCADO       PIC X(6).
          05 WS-CNV-ENTRADA OCCURS 200 TIMES.
             10 WS-TAB-CNV-CODIGO    PIC X(6).
             10 WS-TAB-CNV-NOMBRE    PIC X(50).
             10 WS-TAB-CNV-RECAUDO   PIC X(20).
             10 WS-TAB-CNV-ABONO     PIC X(20).
             10 WS-TAB-CNV-COMISION  PIC 9(7)V99.
             10 WS-TAB-CNV-ACTIVO    PIC X(1).

      *----------------------------------------------------------------
      * Cargue de facturas
      *----------------------------------------------------------------
       01 WS-CARGUE.
          05 WS-EOF-ENTRADA       PIC X VALUE 'N'.
          05 WS-EOF-FACTCONV      PIC X VALUE 'N'.
          05 WS-FAC-VALIDA        PIC X VALUE 'N'.
             88 FAC-VALIDA           VALUE 'S'.
          05 WS-FAC-HALLADA       PIC X VALUE 'N'.
             88 FAC-HALLADA          VALUE 'S'.
          05 WS-FAC-MOTIVO        PIC X(40).
          05 WS-FAC-CONVENIO      PIC X(6).
          05 WS-FAC-REFERENCIA    PIC X(20).
          05 WS-FAC-EST-NUEVO     PIC X(10).
          05 WS-FAC-NUM-PAGO      PIC X(20).

      *----------------------------------------------------------------
      * Resolucion de los pagos web contra sus ordenes
      *----------------------------------------------------------------
       01 WS-PAGO-WEB.
          05 WS-EOF-PAGOSCONV     PIC X VALUE 'N'.
          05 WS-EOF-ORDENES       PIC X VALUE 'N'.
          05 WS-ORD-RESULTADO     PIC X(1).
             88 ORD-NO-HALLADA       VALUE SPACE.
             88 ORD-CONFIRMADA       VALUE 'C'.
             88 ORD-EN-TRAMITE       VALUE 'T'.
             88 ORD-RECHAZADA        VALUE 'R'.
          05 WS-ORD-NUM-HALLADA   PIC X(20).
          05 WS-ORD-CONCEPTO      PIC X(100).

      *----------------------------------------------------------------
      * Liquidacion del convenio en turno
      *----------------------------------------------------------------
       01 WS-LIQUIDACION.
          05 WS-LQ-CANT-PAGOS     PIC 9(6).
          05 WS-LQ-TOT-RECAUDO    PIC S9(15)V99.
          05 WS-LQ-MTO-COMISION   PIC S9(13)V99.
          05 WS-LQ-MTO-IVA        PIC S9(13)V99.
          05 WS-LQ-MTO-NETO       PIC S9(15)V99.
          05 WS-MOV-CUENTA        PIC X(20).
          05 WS-MOV-MONTO         PIC S9(13)V99.
          05 WS-MOV-SAL-ANT       PIC S9(13)V99.

      *----------------------------------------------------------------
      * Contadores del resumen
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-FAC-LEIDAS        PIC 9(7) VALUE 0.
          05 WS-FAC-NUEVAS        PIC 9(7) VALUE 0.
          05 WS-FAC-ACTUALIZADAS  PIC 9(7) VALUE 0.
          05 WS-FAC-RECHAZADAS    PIC 9(7) VALUE 0.
          05 WS-WEB-APLICADOS     PIC 9(7) VALUE 0.
          05 WS-WEB-RECHAZADOS    PIC 9(7) VALUE 0.
          05 WS-WEB-EN-TRAMITE    PIC 9(7) VALUE 0.
          05 WS-CNV-LIQUIDADOS    PIC 9(7) VALUE 0.
          05 WS-CNV-RETENIDOS     PIC 9(7) VALUE 0.
          05 WS-PAG-LIQUIDADOS    PIC 9(7) VALUE 0.
          05 WS-TOT-RECAUDO-DIA   PIC S9(15)V99 VALUE 0.
          05 WS-TOT-COMISION-DIA  PIC S9(15)V99 VALUE 0.
          05 WS-TOT-IVA-DIA       PIC S9(15)V99 VALUE 0.
          05 WS-TOT-NETO-DIA      PIC S9(15)V99 VALUE 0.

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-CUOTA PIC Z.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'PRC-CONVENIOS'.
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
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RECAUDO POR CONVENIOS CON FACTURADORES'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  (C)argar facturas o (L)iquidar el recaudo: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-MODO
           IF HAY-PARAMETROS
               MOVE WS-PAR-MODO TO WS-MODO
               DISPLAY WS-MODO
           ELSE
               ACCEPT WS-MODO
           END-IF
           IF NOT MODO-CARGAR AND NOT MODO-LIQUIDAR
               DISPLAY '  Modo invalido.'
               STOP RUN
           END-IF

           DISPLAY '  Fecha de recaudo (YYYY-MM-DD, vacio = hoy): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-FEC-RECAUDO
           IF HAY-PARAMETROS
               MOVE WS-PAR-FEC-PROCESO TO WS-FEC-RECAUDO
               DISPLAY WS-FEC-RECAUDO
           ELSE
               ACCEPT WS-FEC-RECAUDO
           END-IF
           IF WS-FEC-RECAUDO = SPACES
               MOVE WS-FECHA-STR TO WS-FEC-RECAUDO
           END-IF
           STRING WS-FEC-RECAUDO (1:4) WS-FEC-RECAUDO (6:2)
               WS-FEC-RECAUDO (9:2)
               DELIMITED SIZE INTO WS-FEC-RECAUDO-CMP

           STRING WS-RUN-ORIGEN ' MODO=' WS-MODO
               ' FECHA=' WS-FEC-RECAUDO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0300-ABRIR-ARCHIVOS

           IF MODO-CARGAR
               PERFORM 1000-CARGAR-FACTURAS
           ELSE
               PERFORM 2000-RESOLVER-PAGOS-WEB
               PERFORM 3000-LIQUIDAR-CONVENIOS
           END-IF

           PERFORM 9900-CERRAR-ARCHIVOS

           DISPLAY ' '
           IF MODO-CARGAR
               DISPLAY '  Facturas leidas        : ' WS-FAC-LEIDAS
               DISPLAY '  Facturas nuevas        : ' WS-FAC-NUEVAS
               DISPLAY '  Facturas actualizadas  : '
                   WS-FAC-ACTUALIZADAS
               DISPLAY '  Facturas rechazadas    : ' WS-FAC-RECHAZADAS
               COMPUTE WS-RUN-PROCESADOS =
                   WS-FAC-NUEVAS + WS-FAC-ACTUALIZADAS
           ELSE
               DISPLAY '  Pagos web aplicados    : ' WS-WEB-APLICADOS
               DISPLAY '  Pagos web rechazados   : ' WS-WEB-RECHAZADOS
               DISPLAY '  Pagos web en tramite   : ' WS-WEB-EN-TRAMITE
               DISPLAY '  Convenios liquidados   : ' WS-CNV-LIQUIDADOS
               DISPLAY '  Convenios retenidos    : ' WS-CNV-RETENIDOS
               DISPLAY '  Pagos liquidados       : ' WS-PAG-LIQUIDADOS
               MOVE WS-TOT-RECAUDO-DIA TO WS-DISP-MONTO
               DISPLAY '  Total recaudado        : $' WS-DISP-MONTO
               MOVE WS-TOT-COMISION-DIA TO WS-DISP-MONTO
               DISPLAY '  Comisiones             : $' WS-DISP-MONTO
               MOVE WS-TOT-IVA-DIA TO WS-DISP-MONTO
               DISPLAY '  IVA                    : $' WS-DISP-MONTO
               MOVE WS-TOT-NETO-DIA TO WS-DISP-MONTO
               DISPLAY '  Abonado a facturadores : $' WS-DISP-MONTO
               MOVE WS-PAG-LIQUIDADOS TO WS-RUN-PROCESADOS
           END-IF

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
      *   El maestro de facturas y la tabla de pagos se crean vacios
      *   la primera vez; se abren y cierran en cada paso.
      *================================================================
       0300-ABRIR-ARCHIVOS.
           PERFORM 8800-CARGAR-CONVENIOS

           OPEN EXTEND ARCHIVO-FACTCONV
           IF WS-STAT-FACTCONV = '35'
               OPEN OUTPUT ARCHIVO-FACTCONV
               CLOSE ARCHIVO-FACTCONV
               OPEN EXTEND ARCHIVO-FACTCONV
           END-IF
           CLOSE ARCHIVO-FACTCONV

           OPEN EXTEND ARCHIVO-PAGOSCONV
           IF WS-STAT-PAGOSCONV = '35'
               OPEN OUTPUT ARCHIVO-PAGOSCONV
               CLOSE ARCHIVO-PAGOSCONV
               OPEN EXTEND ARCHIVO-PAGOSCONV
           END-IF
           CLOSE ARCHIVO-PAGOSCONV

           IF MODO-CARGAR
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-ASIENTOS

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - CARGAR EL ARCHIVO DE FACTURAS DE LOS FACTURADORES
      *================================================================
       1000-CARGAR-FACTURAS.
           DISPLAY ' '
           DISPLAY '  CARGUE DE FACTURAS'
           DISPLAY WS-LINEA

           OPEN INPUT ARCHIVO-FACTENTRADA
           IF WS-STAT-FACTENTRADA = '35'
               DISPLAY '  No hay archivo FACTENTRADA.dat para cargar.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-ENTRADA
           PERFORM UNTIL WS-EOF-ENTRADA = 'S'
               READ ARCHIVO-FACTENTRADA INTO WS-FACTURA-ENTRADA
                   AT END MOVE 'S' TO WS-EOF-ENTRADA
                   NOT AT END
                       ADD 1 TO WS-FAC-LEIDAS
                       PERFORM 1100-VALIDAR-FACTURA
                       IF FAC-VALIDA
                           PERFORM 1200-GRABAR-FACTURA
                       END-IF
                       IF NOT FAC-VALIDA
                           ADD 1 TO WS-FAC-RECHAZADAS
                           DISPLAY '  Rechazada '
                               FV-COD-CONVENIO OF WS-FACTURA-ENTRADA
                               ' ' FV-NUM-REFERENCIA
                               OF WS-FACTURA-ENTRADA
                               ': ' WS-FAC-MOTIVO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-FACTENTRADA.

      *================================================================
      * 1100 - VALIDAR UN RENGLON DEL ARCHIVO DE FACTURAS
      *================================================================
       1100-VALIDAR-FACTURA.
           MOVE 'N' TO WS-FAC-VALIDA
           MOVE SPACES TO WS-FAC-MOTIVO

           MOVE FV-COD-CONVENIO OF WS-FACTURA-ENTRADA TO WS-CNV-BUSCADO
           PERFORM 8810-BUSCAR-CONVENIO
           IF WS-IDX-HALLADO = 0
               MOVE 'Convenio inexistente' TO WS-FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-TAB-CNV-ACTIVO (WS-IDX-HALLADO) NOT = FLAG-SI
               MOVE 'Convenio suspendido' TO WS-FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF FV-NUM-REFERENCIA OF WS-FACTURA-ENTRADA = SPACES
               MOVE 'Sin referencia' TO WS-FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF FV-MTO-FACTURA OF WS-FACTURA-ENTRADA NOT NUMERIC
               MOVE 'Monto no numerico' TO WS-FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF FV-MTO-FACTURA OF WS-FACTURA-ENTRADA NOT > ZERO
               MOVE 'Monto en cero o negativo' TO WS-FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF FV-FEC-VENCIMIENTO OF WS-FACTURA-ENTRADA = SPACES
               MOVE 'Sin fecha de vencimiento' TO WS-FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-FAC-VALIDA.

      *================================================================
      * 1200 - GRABAR LA FACTURA EN EL MAESTRO
      *   Si la referencia ya esta en el maestro se actualiza solo
      *   mientras siga PENDIENTE; si no esta, se agrega al final.
      *================================================================
       1200-GRABAR-FACTURA.
           MOVE 'N' TO WS-FAC-HALLADA
           MOVE 'N' TO WS-EOF-FACTCONV

           OPEN I-O ARCHIVO-FACTCONV
           PERFORM UNTIL WS-EOF-FACTCONV = 'S'
               READ ARCHIVO-FACTCONV
                   AT END MOVE 'S' TO WS-EOF-FACTCONV
                   NOT AT END
                       IF FV-COD-CONVENIO OF REG-FACTURA-CONV =
                               FV-COD-CONVENIO OF WS-FACTURA-ENTRADA
                               AND FV-NUM-REFERENCIA
                               OF REG-FACTURA-CONV =
                               FV-NUM-REFERENCIA OF WS-FACTURA-ENTRADA
                           MOVE 'S' TO WS-FAC-HALLADA
                           MOVE 'S' TO WS-EOF-FACTCONV
                           PERFORM 1250-ACTUALIZAR-FACTURA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-FACTCONV

           IF FAC-HALLADA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FACTURA-ENTRADA TO REG-FACTURA-CONV
           MOVE WS-FEC-RECAUDO TO FV-FEC-CARGUE OF REG-FACTURA-CONV
           SET FAC-PENDIENTE OF REG-FACTURA-CONV TO TRUE
           MOVE SPACES TO FV-NUM-PAGO OF REG-FACTURA-CONV

           OPEN EXTEND ARCHIVO-FACTCONV
           WRITE REG-FACTURA-CONV
           MOVE WS-STAT-FACTCONV TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR FACTURA DE CONVENIO' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO
           CLOSE ARCHIVO-FACTCONV

           ADD 1 TO WS-FAC-NUEVAS.

      *================================================================
      * 1250 - ACTUALIZAR UNA FACTURA QUE YA ESTA EN EL MAESTRO
      *================================================================
       1250-ACTUALIZAR-FACTURA.
           IF NOT FAC-PENDIENTE OF REG-FACTURA-CONV
               MOVE 'N' TO WS-FAC-VALIDA
               MOVE 'La factura ya esta en tramite o pagada'
                   TO WS-FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE FV-NOM-PAGADOR OF WS-FACTURA-ENTRADA
               TO FV-NOM-PAGADOR OF REG-FACTURA-CONV
           MOVE FV-MTO-FACTURA OF WS-FACTURA-ENTRADA
               TO FV-MTO-FACTURA OF REG-FACTURA-CONV
           MOVE FV-FEC-VENCIMIENTO OF WS-FACTURA-ENTRADA
               TO FV-FEC-VENCIMIENTO OF REG-FACTURA-CONV
           MOVE WS-FEC-RECAUDO TO FV-FEC-CARGUE OF REG-FACTURA-CONV
           REWRITE REG-FACTURA-CONV
           MOVE WS-STAT-FACTCONV TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR FACTURA DE CONVENIO' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           ADD 1 TO WS-FAC-ACTUALIZADAS.

      *================================================================
      * 2000 - RESOLVER LOS PAGOS WEB QUE SIGUEN ENVIADO
      *================================================================
       2000-RESOLVER-PAGOS-WEB.
           DISPLAY ' '
           DISPLAY '  PAGOS WEB EN TRAMITE'
           DISPLAY WS-LINEA

           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '35'
               DISPLAY '  No existe ORDENES.dat; los pagos web siguen '
                   'en tramite.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           OPEN I-O ARCHIVO-PAGOSCONV
           MOVE 'N' TO WS-EOF-PAGOSCONV
           PERFORM UNTIL WS-EOF-PAGOSCONV = 'S'
               READ ARCHIVO-PAGOSCONV
                   AT END MOVE 'S' TO WS-EOF-PAGOSCONV
                   NOT AT END
                       IF PAG-ENVIADO
                           PERFORM 2100-RESOLVER-PAGO-WEB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOSCONV

           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 2100 - RESOLVER UN PAGO WEB CONTRA SU ORDEN
      *================================================================
       2100-RESOLVER-PAGO-WEB.
           PERFORM 2200-BUSCAR-ORDEN-WEB

           MOVE PV-COD-CONVENIO TO WS-FAC-CONVENIO
           MOVE PV-NUM-REFERENCIA TO WS-FAC-REFERENCIA

           EVALUATE TRUE
               WHEN ORD-CONFIRMADA
                   SET PAG-APLICADO TO TRUE
                   MOVE WS-ORD-NUM-HALLADA TO PV-NUM-PAGO
                   REWRITE REG-PAGO-CONVENIO
                   MOVE WS-STAT-PAGOSCONV TO WS-CHK-ESTADO
                   MOVE 'REESCRIBIR PAGO DE CONVENIO'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
                   MOVE 'PAGADA    ' TO WS-FAC-EST-NUEVO
                   MOVE WS-ORD-NUM-HALLADA TO WS-FAC-NUM-PAGO
                   PERFORM 2300-ACTUALIZAR-FACTURA-WEB
                   ADD 1 TO WS-WEB-APLICADOS
                   DISPLAY '  Aplicado  ' PV-COD-CONVENIO ' '
                       PV-NUM-REFERENCIA ' orden ' WS-ORD-NUM-HALLADA
               WHEN ORD-RECHAZADA
               WHEN ORD-NO-HALLADA AND PV-FEC-PAGO < WS-FEC-RECAUDO
                   SET PAG-RECHAZADO TO TRUE
                   REWRITE REG-PAGO-CONVENIO
                   MOVE WS-STAT-PAGOSCONV TO WS-CHK-ESTADO
                   MOVE 'REESCRIBIR PAGO DE CONVENIO'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
                   MOVE 'PENDIENTE ' TO WS-FAC-EST-NUEVO
                   MOVE SPACES TO WS-FAC-NUM-PAGO
                   PERFORM 2300-ACTUALIZAR-FACTURA-WEB
                   ADD 1 TO WS-WEB-RECHAZADOS
                   DISPLAY '  Rechazado ' PV-COD-CONVENIO ' '
                       PV-NUM-REFERENCIA
               WHEN OTHER
                   ADD 1 TO WS-WEB-EN-TRAMITE
           END-EVALUATE.

      *================================================================
      * 2200 - BUSCAR LA ORDEN QUE ARMO ADP-CANAL PARA EL PAGO
      *   Recorre por OT-LLAVE-CUENTA las ordenes de la cuenta origen
      *   creadas desde el dia del pago. Una orden confirmada gana;
      *   si no la hay, una en curso deja el pago en tramite y solo
      *   una orden fallida lo rechaza.
      *================================================================
       2200-BUSCAR-ORDEN-WEB.
           MOVE SPACES TO WS-ORD-RESULTADO
           MOVE SPACES TO WS-ORD-NUM-HALLADA

           MOVE PV-COD-CONVENIO TO WS-CNV-BUSCADO
           PERFORM 8810-BUSCAR-CONVENIO
           IF WS-IDX-HALLADO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ORD-CONCEPTO
           STRING 'PAGO CONVENIO ' PV-COD-CONVENIO
               ' REF ' PV-NUM-REFERENCIA
               DELIMITED SIZE INTO WS-ORD-CONCEPTO

           MOVE PV-COD-CTA-ORIGEN TO OT-COD-CTA-ORIGEN
           MOVE PV-FEC-PAGO TO OT-FEC-CREACION
           MOVE 'N' TO WS-EOF-ORDENES
           START ARCHIVO-ORDENES KEY IS >= OT-LLAVE-CUENTA
               INVALID KEY MOVE 'S' TO WS-EOF-ORDENES
           END-START

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-COD-CTA-ORIGEN NOT = PV-COD-CTA-ORIGEN
                           MOVE 'S' TO WS-EOF-ORDENES
                       ELSE
                           IF OT-COD-CTA-DEST =
                                   WS-TAB-CNV-RECAUDO (WS-IDX-HALLADO)
                                   AND OT-DES-CONCEPTO =
                                   WS-ORD-CONCEPTO
                                   AND OT-MTO-TRANSF = PV-MTO-PAGO
                               PERFORM 2250-CLASIFICAR-ORDEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================
      * 2250 - CLASIFICAR EL ESTADO DE UNA ORDEN DEL PAGO
      *================================================================
       2250-CLASIFICAR-ORDEN.
           EVALUATE OT-EST-ORDEN
               WHEN EST-CONFIRMADA
               WHEN EST-LIQUIDADA
                   MOVE 'C' TO WS-ORD-RESULTADO
                   MOVE OT-NUM-ORDEN TO WS-ORD-NUM-HALLADA
                   MOVE 'S' TO WS-EOF-ORDENES
               WHEN EST-RECHAZADA
               WHEN EST-ANULADA
               WHEN EST-DEVUELTA
               WHEN EST-REVERSADA
                   IF ORD-NO-HALLADA
                       MOVE 'R' TO WS-ORD-RESULTADO
                   END-IF
               WHEN OTHER
                   MOVE 'T' TO WS-ORD-RESULTADO
           END-EVALUATE.

      *================================================================
      * 2300 - PASAR LA FACTURA DE UN PAGO WEB A SU NUEVO ESTADO
      *   Solo se toca la factura que sigue EN_TRAMITE.
      *================================================================
       2300-ACTUALIZAR-FACTURA-WEB.
           MOVE 'N' TO WS-EOF-FACTCONV

           OPEN I-O ARCHIVO-FACTCONV
           PERFORM UNTIL WS-EOF-FACTCONV = 'S'
               READ ARCHIVO-FACTCONV
                   AT END MOVE 'S' TO WS-EOF-FACTCONV
                   NOT AT END
                       IF FV-COD-CONVENIO OF REG-FACTURA-CONV =
                               WS-FAC-CONVENIO
                               AND FV-NUM-REFERENCIA
                               OF REG-FACTURA-CONV =
                               WS-FAC-REFERENCIA
                               AND FAC-EN-TRAMITE OF REG-FACTURA-CONV
                           MOVE WS-FAC-EST-NUEVO
                               TO FV-EST-FACTURA OF REG-FACTURA-CONV
                           MOVE WS-FAC-NUM-PAGO
                               TO FV-NUM-PAGO OF REG-FACTURA-CONV
                           REWRITE REG-FACTURA-CONV
                           MOVE WS-STAT-FACTCONV TO WS-CHK-ESTADO
                           MOVE 'REESCRIBIR FACTURA DE CONVENIO'
                               TO WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                           MOVE 'S' TO WS-EOF-FACTCONV
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-FACTCONV.

      *================================================================
      * 3000 - LIQUIDAR EL RECAUDO DE CADA CONVENIO
      *================================================================
       3000-LIQUIDAR-CONVENIOS.
           DISPLAY ' '
           DISPLAY '  LIQUIDACION DEL RECAUDO AL ' WS-FEC-RECAUDO
           DISPLAY WS-LINEA

           PERFORM VARYING WS-IDX-CNV FROM 1 BY 1
                   UNTIL WS-IDX-CNV > WS-CANT-CONVENIOS
               PERFORM 3100-LIQUIDAR-CONVENIO
           END-PERFORM.

      *================================================================
      * 3100 - LIQUIDAR UN CONVENIO
      *   Suma sus pagos APLICADO hasta la fecha de recaudo, calcula
      *   la comision (por factura) y su IVA y, si las dos cuentas lo
      *   permiten, traslada el recaudo y entrega el archivo.
      *================================================================
       3100-LIQUIDAR-CONVENIO.
           MOVE 0 TO WS-LQ-CANT-PAGOS
           MOVE 0 TO WS-LQ-TOT-RECAUDO

           OPEN INPUT ARCHIVO-PAGOSCONV
           MOVE 'N' TO WS-EOF-PAGOSCONV
           PERFORM UNTIL WS-EOF-PAGOSCONV = 'S'
               READ ARCHIVO-PAGOSCONV
                   AT END MOVE 'S' TO WS-EOF-PAGOSCONV
                   NOT AT END
                       IF PV-COD-CONVENIO = WS-TAB-CNV-CODIGO
                               (WS-IDX-CNV)
                               AND PAG-APLICADO
                               AND PV-FEC-PAGO <= WS-FEC-RECAUDO
                           ADD 1 TO WS-LQ-CANT-PAGOS
                           ADD PV-MTO-PAGO TO WS-LQ-TOT-RECAUDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOSCONV

           IF WS-LQ-CANT-PAGOS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LQ-MTO-COMISION =
               WS-LQ-CANT-PAGOS * WS-TAB-CNV-COMISION (WS-IDX-CNV)
           MOVE 'IVA' TO WS-TIM-TIPO
           MOVE WS-FEC-RECAUDO TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           COMPUTE WS-LQ-MTO-IVA ROUNDED =
               WS-LQ-MTO-COMISION * WS-TIM-TARIFA / 100
           COMPUTE WS-LQ-MTO-NETO =
               WS-LQ-TOT-RECAUDO - WS-LQ-MTO-COMISION - WS-LQ-MTO-IVA

           IF WS-LQ-MTO-NETO < ZERO
               DISPLAY '  ' WS-TAB-CNV-CODIGO (WS-IDX-CNV)
                   ' retenido: la comision supera lo recaudado.'
               ADD 1 TO WS-CNV-RETENIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TAB-CNV-RECAUDO (WS-IDX-CNV) TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   DISPLAY '  ' WS-TAB-CNV-CODIGO (WS-IDX-CNV)
                       ' retenido: no existe la cuenta recaudadora.'
                   ADD 1 TO WS-CNV-RETENIDOS
                   EXIT PARAGRAPH
           END-READ
           IF CC-SAL-DISPONIBLE < WS-LQ-TOT-RECAUDO
               DISPLAY '  ' WS-TAB-CNV-CODIGO (WS-IDX-CNV)
                   ' retenido: la cuenta recaudadora no alcanza.'
               ADD 1 TO WS-CNV-RETENIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TAB-CNV-ABONO (WS-IDX-CNV) TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   DISPLAY '  ' WS-TAB-CNV-CODIGO (WS-IDX-CNV)
                       ' retenido: no existe la cuenta de abono.'
                   ADD 1 TO WS-CNV-RETENIDOS
                   EXIT PARAGRAPH
           END-READ
           IF CC-MCA-ACTIVA NOT = FLAG-SI
                   OR CC-MCA-CONGELADA = FLAG-SI
                   OR CC-MCA-TRASLADADA = FLAG-SI
               DISPLAY '  ' WS-TAB-CNV-CODIGO (WS-IDX-CNV)
                   ' retenido: la cuenta de abono esta inactiva.'
               ADD 1 TO WS-CNV-RETENIDOS
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-DEBITAR-RECAUDO
           PERFORM 3300-ABONAR-FACTURADOR
           PERFORM 3500-CONTABILIZAR-ASIENTO
           PERFORM 3600-GENERAR-RENDICION

           ADD 1 TO WS-CNV-LIQUIDADOS
           ADD WS-LQ-TOT-RECAUDO TO WS-TOT-RECAUDO-DIA
           ADD WS-LQ-MTO-COMISION TO WS-TOT-COMISION-DIA
           ADD WS-LQ-MTO-IVA TO WS-TOT-IVA-DIA
           ADD WS-LQ-MTO-NETO TO WS-TOT-NETO-DIA.

      *================================================================
      * 3200 - DEBITAR EL RECAUDO DE LA CUENTA RECAUDADORA
      *================================================================
       3200-DEBITAR-RECAUDO.
           MOVE WS-TAB-CNV-RECAUDO (WS-IDX-CNV) TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'LEER CUENTA RECAUDADORA' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
           MOVE CC-SAL-DISPONIBLE TO WS-MOV-SAL-ANT
           SUBTRACT WS-LQ-TOT-RECAUDO FROM CC-SAL-DISPONIBLE
           SUBTRACT WS-LQ-TOT-RECAUDO FROM CC-SAL-TOTAL
           REWRITE REG-CUENTA
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CUENTA (RECAUDO CONVENIO)'
               TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE CC-COD-CUENTA TO WS-MOV-CUENTA
           COMPUTE WS-MOV-MONTO = WS-LQ-TOT-RECAUDO * -1
           PERFORM 3400-REGISTRAR-MOVIMIENTO.

      *================================================================
      * 3300 - ABONAR EL NETO EN LA CUENTA DEL FACTURADOR
      *================================================================
       3300-ABONAR-FACTURADOR.
           MOVE WS-TAB-CNV-ABONO (WS-IDX-CNV) TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'LEER CUENTA DE ABONO' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE CC-SAL-DISPONIBLE TO WS-MOV-SAL-ANT
           ADD WS-LQ-MTO-NETO TO CC-SAL-DISPONIBLE
           ADD WS-LQ-MTO-NETO TO CC-SAL-TOTAL
           REWRITE REG-CUENTA
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CUENTA (ABONO CONVENIO)'
               TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE CC-COD-CUENTA TO WS-MOV-CUENTA
           MOVE WS-LQ-MTO-NETO TO WS-MOV-MONTO
           PERFORM 3400-REGISTRAR-MOVIMIENTO.

      *================================================================
      * 3400 - REGISTRAR UN MOVIMIENTO DE LA LIQUIDACION
      *   Entra WS-MOV-CUENTA, WS-MOV-MONTO (negativo = debito) y
      *   WS-MOV-SAL-ANT.
      *================================================================
       3400-REGISTRAR-MOVIMIENTO.
           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-MOV-CUENTA TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-LIQ-CONVENIO
               TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-MOV-MONTO TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-MOV-SAL-ANT TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           COMPUTE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO =
               WS-MOV-SAL-ANT + WS-MOV-MONTO
           MOVE SPACES TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           STRING 'Recaudo convenio ' WS-TAB-CNV-CODIGO (WS-IDX-CNV)
               ' del ' WS-FEC-RECAUDO
               DELIMITED SIZE
               INTO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE SPACES TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO

           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO.

      *================================================================
      * 3500 - CONTABILIZAR EL ASIENTO DE LA LIQUIDACION
      *   Debito al pasivo con clientes por el total recaudado que
      *   sale de la cuenta recaudadora; credito al mismo pasivo por
      *   el neto abonado al facturador, al ingreso por comisiones por
      *   la comision y al IVA por pagar por el impuesto.
      *================================================================
       3500-CONTABILIZAR-ASIENTO.
           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-LQ-TOT-RECAUDO TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Traslado del recaudo de la cuenta recaudadora'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 3550-ESCRIBIR-ASIENTO

           IF WS-LQ-MTO-NETO > ZERO
               MOVE GL-PASIVO-CLIENTES
                   TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE GL-NOM-PASIVO-CLIENTES
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-LQ-MTO-NETO
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'Abono del recaudo neto al facturador'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               PERFORM 3550-ESCRIBIR-ASIENTO
           END-IF

           IF WS-LQ-MTO-COMISION > ZERO
               MOVE GL-INGRESO-COMISION
                   TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE GL-NOM-INGRESO-COMISION
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-LQ-MTO-COMISION
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'Ingreso por comision de recaudo'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               PERFORM 3550-ESCRIBIR-ASIENTO
           END-IF

           IF WS-LQ-MTO-IVA > ZERO
               MOVE GL-IMPUESTO-IVA
                   TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE GL-NOM-IMPUESTO-IVA
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-LQ-MTO-IVA
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'IVA sobre comision de recaudo'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TIM-TARIFA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 3550-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF.

      *================================================================
      * 3550 - ESCRIBIR UNA PATA DEL ASIENTO CONTABLE
      *================================================================
       3550-ESCRIBIR-ASIENTO.
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE SPACES TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 3560-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      * 3560 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   La pata armada en el registro de trabajo solo se escribe
      *   si su cuenta existe en el catalogo, esta activa y es
      *   posteable (igual que 9216 en MAIN-ACH). Sin catalogo
      *   ('35') se postea como siempre, pero el cierre de periodos
      *   se verifica igual.
      *================================================================
       3560-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               PERFORM 3570-VALIDAR-PERIODO-CONTABLE
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

           PERFORM 3570-VALIDAR-PERIODO-CONTABLE.

      *================================================================
      * 3570 - VALIDAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *   El periodo no puede estar CERRADO (ver PERIODOS.cpy y
      *   CIE-PERIODO); se verifica aunque no exista el catalogo
      *   PUC. Sin archivo de periodos ('35') se postea como
      *   siempre (modo de arranque).
      *================================================================
       3570-VALIDAR-PERIODO-CONTABLE.
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
      * 3600 - GENERAR EL ARCHIVO DE RECAUDO DEL FACTURADOR
      *   Un renglon de detalle por pago liquidado, que pasa a
      *   LIQUIDADO con la fecha del cierre.
      *================================================================
       3600-GENERAR-RENDICION.
           MOVE SPACES TO WS-NOM-ARCHIVO-RCV
           STRING 'data/RCV-' WS-FEC-RECAUDO-CMP '-'
               WS-TAB-CNV-CODIGO (WS-IDX-CNV) DELIMITED BY SPACE
               INTO WS-NOM-ARCHIVO-RCV
           STRING WS-NOM-ARCHIVO-RCV DELIMITED BY SPACE
               '.dat' DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVO-RCV

           OPEN OUTPUT ARCHIVO-RENDICION
           IF WS-STAT-RENDICION NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR FATAL DE E/S ***'
               DISPLAY '  No se pudo abrir ' WS-NOM-ARCHIVO-RCV
               DISPLAY '  Estado de archivo: ' WS-STAT-RENDICION
               STOP RUN
           END-IF

           MOVE SPACES TO REG-REN-ENCABEZADO
           MOVE '1' TO RV-ENC-TIPO
           MOVE COD-BANCO-PROPIO TO RV-ENC-COD-BANCO
           MOVE WS-TAB-CNV-CODIGO (WS-IDX-CNV) TO RV-ENC-COD-CONVENIO
           MOVE WS-TAB-CNV-NOMBRE (WS-IDX-CNV) TO RV-ENC-NOM-CONVENIO
           MOVE WS-FEC-RECAUDO TO RV-ENC-FEC-RECAUDO
           MOVE WS-TAB-CNV-ABONO (WS-IDX-CNV) TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA TO RV-ENC-COD-CTA-ABONO
           WRITE REG-REN-ENCABEZADO

           OPEN I-O ARCHIVO-PAGOSCONV
           MOVE 'N' TO WS-EOF-PAGOSCONV
           PERFORM UNTIL WS-EOF-PAGOSCONV = 'S'
               READ ARCHIVO-PAGOSCONV
                   AT END MOVE 'S' TO WS-EOF-PAGOSCONV
                   NOT AT END
                       IF PV-COD-CONVENIO = WS-TAB-CNV-CODIGO
                               (WS-IDX-CNV)
                               AND PAG-APLICADO
                               AND PV-FEC-PAGO <= WS-FEC-RECAUDO
                           PERFORM 3650-ESCRIBIR-DETALLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOSCONV

           MOVE SPACES TO REG-REN-CONTROL
           MOVE '9' TO RV-FIN-TIPO
           MOVE WS-LQ-CANT-PAGOS TO RV-FIN-CANT-PAGOS
           MOVE WS-LQ-TOT-RECAUDO TO RV-FIN-TOT-RECAUDO
           MOVE WS-LQ-MTO-COMISION TO RV-FIN-MTO-COMISION
           MOVE WS-LQ-MTO-IVA TO RV-FIN-MTO-IVA
           MOVE WS-LQ-MTO-NETO TO RV-FIN-MTO-NETO
           WRITE REG-REN-CONTROL

           CLOSE ARCHIVO-RENDICION

           MOVE WS-LQ-TOT-RECAUDO TO WS-DISP-MONTO
           MOVE WS-LQ-MTO-COMISION TO WS-DISP-CUOTA
           DISPLAY '  ' WS-TAB-CNV-CODIGO (WS-IDX-CNV) ' -> '
               WS-NOM-ARCHIVO-RCV
           DISPLAY '      ' WS-LQ-CANT-PAGOS ' pagos, recaudo $'
               WS-DISP-MONTO ', comision $' WS-DISP-CUOTA.

      *================================================================
      * 3650 - ESCRIBIR EL DETALLE DE UN PAGO Y DEJARLO LIQUIDADO
      *================================================================
       3650-ESCRIBIR-DETALLE.
           MOVE SPACES TO REG-REN-DETALLE
           MOVE '6' TO RV-DET-TIPO
           MOVE PV-NUM-REFERENCIA TO RV-DET-NUM-REFERENCIA
           MOVE PV-MTO-PAGO TO RV-DET-MTO-PAGO
           MOVE PV-FEC-PAGO TO RV-DET-FEC-PAGO
           MOVE PV-HOA-PAGO TO RV-DET-HOA-PAGO
           MOVE PV-COD-CANAL TO RV-DET-COD-CANAL
           MOVE PV-NUM-PAGO TO RV-DET-NUM-PAGO
           WRITE REG-REN-DETALLE

           SET PAG-LIQUIDADO TO TRUE
           MOVE WS-FECHA-STR TO PV-FEC-LIQUIDACION
           REWRITE REG-PAGO-CONVENIO
           MOVE WS-STAT-PAGOSCONV TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR PAGO DE CONVENIO' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           ADD 1 TO WS-PAG-LIQUIDADOS.

      *================================================================
      * 8800 - CARGAR LA TABLA DE CONVENIOS
      *================================================================
       8800-CARGAR-CONVENIOS.
           MOVE 0 TO WS-CANT-CONVENIOS
           MOVE 'N' TO WS-EOF-CONVENIOS

           OPEN INPUT ARCHIVO-CONVENIOS
           IF WS-STAT-CONVENIOS = '35'
               DISPLAY '  No hay convenios registrados (ver '
                   'MNT-CONVENIOS).'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CONVENIOS = 'S'
               READ ARCHIVO-CONVENIOS
                   AT END MOVE 'S' TO WS-EOF-CONVENIOS
                   NOT AT END
                       IF WS-CANT-CONVENIOS < 200
                           ADD 1 TO WS-CANT-CONVENIOS
                           MOVE CV-COD-CONVENIO TO
                               WS-TAB-CNV-CODIGO (WS-CANT-CONVENIOS)
                           MOVE CV-NOM-CONVENIO TO
                               WS-TAB-CNV-NOMBRE (WS-CANT-CONVENIOS)
                           MOVE CV-COD-CTA-RECAUDO TO
                               WS-TAB-CNV-RECAUDO (WS-CANT-CONVENIOS)
                           MOVE CV-COD-CTA-ABONO TO
                               WS-TAB-CNV-ABONO (WS-CANT-CONVENIOS)
                           MOVE CV-VLR-COMISION TO
                               WS-TAB-CNV-COMISION (WS-CANT-CONVENIOS)
                           MOVE CV-MCA-ACTIVO TO
                               WS-TAB-CNV-ACTIVO (WS-CANT-CONVENIOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONVENIOS.

      *================================================================
      * 8810 - BUSCAR UN CONVENIO EN LA TABLA
      *================================================================
       8810-BUSCAR-CONVENIO.
           MOVE 0 TO WS-IDX-HALLADO
           PERFORM VARYING WS-IDX-BUS FROM 1 BY 1
                   UNTIL WS-IDX-BUS > WS-CANT-CONVENIOS
                      OR WS-IDX-HALLADO > 0
               IF WS-TAB-CNV-CODIGO (WS-IDX-BUS) = WS-CNV-BUSCADO
                   MOVE WS-IDX-BUS TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           IF MODO-CARGAR
               EXIT PARAGRAPH
           END-IF
           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-ASIENTOS
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 9950 - VERIFICAR ESTADO DE UNA OPERACION DE E/S
      *   Igual que 9950 en MAIN-ACH: cualquier codigo distinto de
      *   '00' detiene la corrida, para que la liquidacion no quede a
      *   medias entre el debito, el abono y los pagos.
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
