      *================================================================
      * RPT-COSTOS.cbl - Resumen Anual de Costos y Comisiones por
      * Cliente
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Las normas de proteccion al consumidor financiero obligan a
      * enviarle a cada cliente, una vez al ano, el resumen de todo
      * lo que el banco le cobro; hasta ahora solo se podia armar
      * repasando doce extractos. Este batch de fin de ano:
      *
      *   - recorre CLIENTES.dat y ubica las cuentas de cada cliente;
      *   - totaliza por cuenta, del ano pedido, leyendo el historico
      *     MOVIMIENTOS_HIST.dat y luego MOVIMIENTOS.dat (en orden
      *     cronologico, para que un reverso encuentre antes el
      *     debito que devuelve):
      *       . comisiones de transferencia y su IVA: la comision de
      *         la orden (OT-MTO-COMISION, de ORDENES.dat o del
      *         historico ORDENES_HIST.dat) cuenta cuando aparece el
      *         debito TRANSFERENCIA_SALIDA de la orden; el IVA se
      *         reconstruye con la tarifa vigente en la fecha valor
      *         (TASASIMP.dat), igual que en REV-ORDEN. Un REVERSO
      *         que devuelve el total de la orden descuenta la
      *         comision, el IVA y el GMF de esa orden;
      *       . intereses de sobregiro, GMF retenido, intereses
      *         abonados y retencion en la fuente, por tipo de
      *         movimiento (incluye los ajustes de SUP-AJUSTES);
      *       . cuota de manejo y demas comisiones debitadas;
      *   - toma las cuotas del plan mensual con su IVA de
      *     FACTPLAN.dat y las certificaciones bancarias con su IVA
      *     de CERTIFICADOS.dat (por eso las COMISION de esos dos
      *     origenes no se suman otra vez desde MOVIMIENTOS);
      *   - escribe el resumen imprimible del cliente en
      *     data/CST-ano-cliente.txt, con cuentas y documento
      *     enmascarados (ver 8980);
      *   - encola en NOTIFICACIONES.dat el aviso RESUMEN_COSTOS_ANUAL
      *     que DSP-NOTIFICA despacha por el canal preferido del
      *     cliente. El aviso lleva en NT-NUM-ORDEN la referencia
      *     COSTOS-ano: relanzar la corrida regenera los archivos
      *     pero no vuelve a avisar al cliente ya avisado.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-COSTOS.
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

           SELECT ARCHIVO-ORDENES-HIST
               ASSIGN TO 'data/ORDENES_HIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ORDENES-HIST.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-MOVIM-HIST
               ASSIGN TO 'data/MOVIMIENTOS_HIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM-HIST.

           SELECT ARCHIVO-FACTPLAN
               ASSIGN TO 'data/FACTPLAN.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FACTPLAN.

           SELECT ARCHIVO-CERTIFICADOS
               ASSIGN TO 'data/CERTIFICADOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CERT.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

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

           SELECT ARCHIVO-RESUMEN
               ASSIGN TO WS-NOM-ARCHIVO-CST
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RESUMEN.

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

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       FD ARCHIVO-ORDENES-HIST.
       COPY 'copybooks/ORDENES.cpy'
           REPLACING REG-ORDEN BY REG-ORDEN-HIST
                     LEADING ==OT-== BY ==OH-==.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-MOVIM-HIST.
       COPY 'copybooks/MOVIMIENTOS.cpy'
           REPLACING REG-MOVIMIENTO BY REG-MOVIM-HIST
                     LEADING ==MC-== BY ==MH-==.

       FD ARCHIVO-FACTPLAN.
       COPY 'copybooks/FACTPLAN.cpy'.

       FD ARCHIVO-CERTIFICADOS.
       COPY 'copybooks/CERTIFICADOS.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-RESUMEN.
       01 REG-LINEA-RESUMEN     PIC X(90).

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Renglon de movimiento en proceso: el vivo o el historico se
      * copian aqui para acumularlos con el mismo parrafo (4500).
      *----------------------------------------------------------------
       COPY 'copybooks/MOVIMIENTOS.cpy'
           REPLACING REG-MOVIMIENTO BY WS-MOVIM-LEIDO
                     LEADING ==MC-== BY ==MW-==.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-ORDENES-HIST PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-MOVIM-HIST   PIC X(2).
          05 WS-STAT-FACTPLAN     PIC X(2).
          05 WS-STAT-CERT         PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).
          05 WS-STAT-RESUMEN      PIC X(2).

      *----------------------------------------------------------------
      * Fecha y hora del sistema y ano pedido
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

       01 WS-ANO-FISCAL            PIC X(4).
       01 WS-ANO-FISCAL-N REDEFINES WS-ANO-FISCAL PIC 9(4).
       01 WS-ANO-ANTERIOR          PIC 9(4).
       01 WS-FEC-CIERRE            PIC X(10).
      *    Las ordenes se buscan desde el 1 de diciembre del ano
      *    anterior: una orden creada a fin de ano puede debitarse
      *    (confirmarse) ya en el ano del resumen.
       01 WS-FEC-DESDE-ORD         PIC X(10).
       01 WS-REF-RESUMEN           PIC X(20).

      *----------------------------------------------------------------
      * Consecutivo de notificaciones
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-NOTIF             PIC X(20).

      *----------------------------------------------------------------
      * Cliente en proceso
      *----------------------------------------------------------------
       01 WS-CLIENTE-CST.
          05 WS-CST-COD-CLIENTE   PIC X(10).
          05 WS-CST-NOM-CLIENTE   PIC X(50).
          05 WS-CST-TIP-DOC       PIC X(2).
          05 WS-CST-NUM-DOC       PIC X(15).
          05 WS-CST-TOT-COBRADO   PIC S9(15)V99.
          05 WS-CST-TOT-INT-PAGADO PIC S9(15)V99.
          05 WS-CST-TOT-RETEFUENTE PIC S9(15)V99.

      *----------------------------------------------------------------
      * Cuentas del cliente con lo cobrado en el ano, por concepto
      *----------------------------------------------------------------
       01 WS-CUENTAS-CLIENTE.
          05 WS-CANT-CTAS         PIC 9(2) VALUE 0.
          05 WS-CTA-COSTOS OCCURS 20 TIMES.
             10 WS-CTA-CLIENTE       PIC X(20).
             10 WS-CTA-COMISION-TRF  PIC S9(13)V99.
             10 WS-CTA-IVA-TRF       PIC S9(13)V99.
             10 WS-CTA-CUOTA-PLAN    PIC S9(13)V99.
             10 WS-CTA-IVA-PLAN      PIC S9(13)V99.
             10 WS-CTA-CERTIFICADO   PIC S9(13)V99.
             10 WS-CTA-IVA-CERT      PIC S9(13)V99.
             10 WS-CTA-OTRAS-COMIS   PIC S9(13)V99.
                *> Cuota de manejo y demas comisiones (con IVA).
             10 WS-CTA-INT-SOBREGIRO PIC S9(13)V99.
             10 WS-CTA-GMF           PIC S9(13)V99.
             10 WS-CTA-TOT-COBRADO   PIC S9(13)V99.
             10 WS-CTA-INT-PAGADO    PIC S9(13)V99.
             10 WS-CTA-RETEFUENTE    PIC S9(13)V99.

      *----------------------------------------------------------------
      * Ordenes con comision de las cuentas del cliente. COBRADA:
      * N = sin debito visto, S = debito visto en el ano, R = ya
      * devuelta por un reverso.
      *----------------------------------------------------------------
       01 WS-ORDENES-CLIENTE.
          05 WS-CANT-ORDS         PIC 9(4) VALUE 0.
          05 WS-ORD-DESBORDE      PIC X VALUE 'N'.
             88 ORD-DESBORDE         VALUE 'S'.
          05 WS-ORD-COSTO OCCURS 2000 TIMES.
             10 WS-TAB-ORD-NUM       PIC X(20).
             10 WS-TAB-ORD-COMISION  PIC S9(13)V99.
             10 WS-TAB-ORD-IVA       PIC S9(13)V99.
             10 WS-TAB-ORD-GMF       PIC S9(13)V99.
             10 WS-TAB-ORD-COBRADA   PIC X.

       01 WS-ORDEN-LEIDA.
          05 WS-ORL-NUM-ORDEN     PIC X(20).
          05 WS-ORL-COD-CUENTA    PIC X(20).
          05 WS-ORL-FEC-VALOR     PIC X(10).
          05 WS-ORL-MTO-COMISION  PIC S9(13)V99.

      *----------------------------------------------------------------
      * Clientes ya avisados del resumen de este ano (relanzamiento)
      *----------------------------------------------------------------
       01 WS-AVISADOS.
          05 WS-CANT-AVISADOS     PIC 9(5) VALUE 0.
          05 WS-CLI-AVISADO OCCURS 9999 TIMES PIC X(10).
       01 WS-YA-AVISADO            PIC X VALUE 'N'.
          88 YA-AVISADO               VALUE 'S'.

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-CLIENTES      PIC X VALUE 'N'.
             88 FIN-CLIENTES         VALUE 'S'.
          05 WS-EOF-CUENTAS       PIC X VALUE 'N'.
          05 WS-EOF-ORDENES       PIC X VALUE 'N'.
          05 WS-EOF-MOVIM         PIC X VALUE 'N'.
          05 WS-EOF-FACTPLAN      PIC X VALUE 'N'.
          05 WS-EOF-CERT          PIC X VALUE 'N'.
          05 WS-EOF-NOTIF         PIC X VALUE 'N'.
          05 WS-HAY-ORDENES       PIC X VALUE 'N'.
             88 HAY-ORDENES          VALUE 'S'.
          05 WS-IDX               PIC 9(2).
          05 WS-IDX-CTA           PIC 9(2).
          05 WS-IDX-ORD           PIC 9(4).
          05 WS-IDX-AVI           PIC 9(5).
          05 WS-CTA-BUSCADA       PIC X(20).
          05 WS-ORD-BUSCADA       PIC X(20).

       01 WS-CONTADORES.
          05 WS-CLI-LEIDOS        PIC 9(7) VALUE 0.
          05 WS-CLI-RESUMIDOS     PIC 9(7) VALUE 0.
          05 WS-AVISOS-ENCOLADOS  PIC 9(7) VALUE 0.
          05 WS-AVISOS-REPETIDOS  PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Archivo de salida del cliente y renglones del resumen
      *----------------------------------------------------------------
       01 WS-NOM-ARCHIVO-CST       PIC X(60).
       01 WS-LINEA-SALIDA          PIC X(90).
       01 WS-RENGLON-ETIQUETA      PIC X(40).
       01 WS-RENGLON-MONTO         PIC S9(15)V99.

       01 WS-DISP-MONTO            PIC -ZZ.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(66)
           VALUE '=================================================='.
       01 WS-LINEA-SUB PIC X(66)
           VALUE '--------------------------------------------------'.

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
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-COSTOS'.
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
           DISPLAY '  RESUMEN ANUAL DE COSTOS Y COMISIONES POR CLIENTE'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Ano a resumir (YYYY): ' WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-PERIODO (1:4) TO WS-ANO-FISCAL
               DISPLAY WS-ANO-FISCAL
           ELSE
               ACCEPT WS-ANO-FISCAL
           END-IF
           IF WS-ANO-FISCAL-N NOT NUMERIC
               DISPLAY '  ERROR: se requiere el ano (YYYY).'
               STOP RUN
           END-IF
           STRING WS-RUN-ORIGEN ' ANO=' WS-ANO-FISCAL
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           STRING WS-ANO-FISCAL '-12-31'
               DELIMITED SIZE INTO WS-FEC-CIERRE
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-FISCAL-N - 1
           STRING WS-ANO-ANTERIOR '-12-01'
               DELIMITED SIZE INTO WS-FEC-DESDE-ORD
           STRING 'COSTOS-' WS-ANO-FISCAL
               DELIMITED SIZE INTO WS-REF-RESUMEN

           PERFORM 0200-CARGAR-AVISADOS
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 2000-RECORRER-CLIENTES
           PERFORM 9900-CERRAR-ARCHIVOS

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  Clientes leidos        : ' WS-CLI-LEIDOS
           DISPLAY '  Resumenes generados    : ' WS-CLI-RESUMIDOS
               ' (data/CST-' WS-ANO-FISCAL '-cliente.txt)'
           DISPLAY '  Avisos encolados       : ' WS-AVISOS-ENCOLADOS
           DISPLAY '  Ya avisados (relanzado): ' WS-AVISOS-REPETIDOS
           DISPLAY WS-LINEA

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CLI-RESUMIDOS TO WS-RUN-PROCESADOS
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
      * 0200 - CARGAR LOS CLIENTES YA AVISADOS DEL RESUMEN DEL ANO
      *   Una corrida relanzada no repite el aviso: se reconoce por
      *   el tipo de evento y la referencia COSTOS-ano.
      *================================================================
       0200-CARGAR-AVISADOS.
           MOVE 0 TO WS-CANT-AVISADOS
           MOVE 'N' TO WS-EOF-NOTIF

           OPEN INPUT ARCHIVO-NOTIFICACIONES
           IF WS-STAT-NOTIF = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-NOTIF = 'S'
               READ ARCHIVO-NOTIFICACIONES
                   AT END MOVE 'S' TO WS-EOF-NOTIF
                   NOT AT END
                       IF NT-TIP-EVENTO = 'RESUMEN_COSTOS_ANUAL'
                               AND NT-NUM-ORDEN = WS-REF-RESUMEN
                               AND WS-CANT-AVISADOS < 9999
                           ADD 1 TO WS-CANT-AVISADOS
                           MOVE NT-COD-CLIENTE
                               TO WS-CLI-AVISADO (WS-CANT-AVISADOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-NOTIFICACIONES.

      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '00'
               MOVE 'S' TO WS-HAY-ORDENES
           END-IF

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 2000 - RECORRER EL MAESTRO DE CLIENTES
      *================================================================
       2000-RECORRER-CLIENTES.
           MOVE 'N' TO WS-EOF-CLIENTES

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               DISPLAY '  Sin maestro de clientes; nada que resumir.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-CLIENTES
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       ADD 1 TO WS-CLI-LEIDOS
                       MOVE CL-COD-CLIENTE TO WS-CST-COD-CLIENTE
                       MOVE CL-NOM-LEGAL TO WS-CST-NOM-CLIENTE
                       MOVE CL-TIP-DOCUMENTO TO WS-CST-TIP-DOC
                       MOVE CL-NUM-DOCUMENTO TO WS-CST-NUM-DOC
                       PERFORM 3000-RESUMIR-CLIENTE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 3000 - TOTALIZAR, IMPRIMIR Y AVISAR EL CLIENTE EN TURNO
      *   Un cliente sin cuentas o al que no se le cobro ni abono
      *   nada en el ano no genera resumen.
      *================================================================
       3000-RESUMIR-CLIENTE.
           PERFORM 3100-CARGAR-CUENTAS-CLIENTE
           IF WS-CANT-CTAS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CANT-ORDS
           MOVE 'N' TO WS-ORD-DESBORDE
           PERFORM 3200-CARGAR-ORDENES-VIVAS
           PERFORM 3250-CARGAR-ORDENES-HIST
           IF ORD-DESBORDE
               DISPLAY '  AVISO: cliente ' WS-CST-COD-CLIENTE
                   ' con mas de 2000 ordenes con comision; las'
                   ' excedentes no entran al resumen.'
           END-IF

           PERFORM 4000-TOTALIZAR-MOVS-HIST
           PERFORM 4100-TOTALIZAR-MOVS-VIVOS
           PERFORM 4700-TOTALIZAR-FACTPLAN
           PERFORM 4800-TOTALIZAR-CERTIFICADOS
           PERFORM 4900-CALCULAR-TOTALES

           IF WS-CST-TOT-COBRADO = ZERO
                   AND WS-CST-TOT-INT-PAGADO = ZERO
                   AND WS-CST-TOT-RETEFUENTE = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM 5000-ESCRIBIR-RESUMEN
           ADD 1 TO WS-CLI-RESUMIDOS
           PERFORM 6000-ENCOLAR-AVISO.

      *================================================================
      * 3100 - CARGAR LAS CUENTAS DEL CLIENTE EN LA TABLA
      *================================================================
       3100-CARGAR-CUENTAS-CLIENTE.
           MOVE 0 TO WS-CANT-CTAS
           MOVE 'N' TO WS-EOF-CUENTAS

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CUENTAS = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-CUENTAS
                   NOT AT END
                       IF CC-COD-CLIENTE = WS-CST-COD-CLIENTE
                               AND WS-CANT-CTAS < 20
                           ADD 1 TO WS-CANT-CTAS
                           INITIALIZE WS-CTA-COSTOS (WS-CANT-CTAS)
                           MOVE CC-COD-CUENTA
                               TO WS-CTA-CLIENTE (WS-CANT-CTAS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 3200 - CARGAR LAS ORDENES CON COMISION (ARCHIVO VIVO)
      *   Por la llave alterna cuenta + fecha de creacion, desde
      *   WS-FEC-DESDE-ORD hasta el 31 de diciembre del ano.
      *================================================================
       3200-CARGAR-ORDENES-VIVAS.
           IF NOT HAY-ORDENES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CTAS
               MOVE WS-CTA-CLIENTE (WS-IDX) TO OT-COD-CTA-ORIGEN
               MOVE WS-FEC-DESDE-ORD TO OT-FEC-CREACION
               MOVE 'N' TO WS-EOF-ORDENES
               START ARCHIVO-ORDENES KEY IS >= OT-LLAVE-CUENTA
                   INVALID KEY MOVE 'S' TO WS-EOF-ORDENES
               END-START

               PERFORM UNTIL WS-EOF-ORDENES = 'S'
                   READ ARCHIVO-ORDENES NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-ORDENES
                       NOT AT END
                           IF OT-COD-CTA-ORIGEN NOT =
                                   WS-CTA-CLIENTE (WS-IDX)
                                   OR OT-FEC-CREACION > WS-FEC-CIERRE
                               MOVE 'S' TO WS-EOF-ORDENES
                           ELSE
                               IF OT-MTO-COMISION > ZERO
                                   MOVE OT-NUM-ORDEN
                                       TO WS-ORL-NUM-ORDEN
                                   MOVE OT-COD-CTA-ORIGEN
                                       TO WS-ORL-COD-CUENTA
                                   MOVE OT-FEC-VALOR
                                       TO WS-ORL-FEC-VALOR
                                   MOVE OT-MTO-COMISION
                                       TO WS-ORL-MTO-COMISION
                                   PERFORM 3300-AGREGAR-ORDEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

      *================================================================
      * 3250 - CARGAR LAS ORDENES CON COMISION (HISTORICO)
      *================================================================
       3250-CARGAR-ORDENES-HIST.
           MOVE 'N' TO WS-EOF-ORDENES

           OPEN INPUT ARCHIVO-ORDENES-HIST
           IF WS-STAT-ORDENES-HIST = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES-HIST
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OH-FEC-CREACION >= WS-FEC-DESDE-ORD
                               AND OH-FEC-CREACION <= WS-FEC-CIERRE
                               AND OH-MTO-COMISION > ZERO
                           MOVE OH-COD-CTA-ORIGEN TO WS-CTA-BUSCADA
                           PERFORM 8800-BUSCAR-CUENTA-TABLA
                           IF WS-IDX-CTA > 0
                               MOVE OH-NUM-ORDEN TO WS-ORL-NUM-ORDEN
                               MOVE OH-COD-CTA-ORIGEN
                                   TO WS-ORL-COD-CUENTA
                               MOVE OH-FEC-VALOR TO WS-ORL-FEC-VALOR
                               MOVE OH-MTO-COMISION
                                   TO WS-ORL-MTO-COMISION
                               PERFORM 3300-AGREGAR-ORDEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES-HIST.

      *================================================================
      * 3300 - AGREGAR UNA ORDEN A LA TABLA DEL CLIENTE
      *   El IVA de la comision se reconstruye con la tarifa vigente
      *   en la fecha valor de la orden, como en REV-ORDEN.
      *================================================================
       3300-AGREGAR-ORDEN.
           IF WS-CANT-ORDS >= 2000
               MOVE 'S' TO WS-ORD-DESBORDE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-ORDS
           MOVE WS-ORL-NUM-ORDEN TO WS-TAB-ORD-NUM (WS-CANT-ORDS)
           MOVE WS-ORL-MTO-COMISION
               TO WS-TAB-ORD-COMISION (WS-CANT-ORDS)
           MOVE 'IVA' TO WS-TIM-TIPO
           MOVE WS-ORL-FEC-VALOR TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           COMPUTE WS-TAB-ORD-IVA (WS-CANT-ORDS) ROUNDED =
               WS-ORL-MTO-COMISION * WS-TIM-TARIFA / 100
           MOVE ZERO TO WS-TAB-ORD-GMF (WS-CANT-ORDS)
           MOVE 'N' TO WS-TAB-ORD-COBRADA (WS-CANT-ORDS).

      *================================================================
      * 4000 - TOTALIZAR LOS MOVIMIENTOS DEL ANO (HISTORICO)
      *================================================================
       4000-TOTALIZAR-MOVS-HIST.
           MOVE 'N' TO WS-EOF-MOVIM

           OPEN INPUT ARCHIVO-MOVIM-HIST
           IF WS-STAT-MOVIM-HIST = '35'
               MOVE 'S' TO WS-EOF-MOVIM
           END-IF

           PERFORM UNTIL WS-EOF-MOVIM = 'S'
               READ ARCHIVO-MOVIM-HIST
                   AT END MOVE 'S' TO WS-EOF-MOVIM
                   NOT AT END
                       IF MH-FEC-MOVIMIENTO (1:4) = WS-ANO-FISCAL
                           MOVE REG-MOVIM-HIST TO WS-MOVIM-LEIDO
                           PERFORM 4500-ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-MOVIM-HIST NOT = '35'
               CLOSE ARCHIVO-MOVIM-HIST
           END-IF.

      *================================================================
      * 4100 - TOTALIZAR LOS MOVIMIENTOS DEL ANO (ARCHIVO VIVO)
      *================================================================
       4100-TOTALIZAR-MOVS-VIVOS.
           MOVE 'N' TO WS-EOF-MOVIM

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               MOVE 'S' TO WS-EOF-MOVIM
           END-IF

           PERFORM UNTIL WS-EOF-MOVIM = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-MOVIM
                   NOT AT END
                       IF MC-FEC-MOVIMIENTO (1:4) = WS-ANO-FISCAL
                           MOVE REG-MOVIMIENTO TO WS-MOVIM-LEIDO
                           PERFORM 4500-ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-MOVIM NOT = '35'
               CLOSE ARCHIVO-MOVIMIENTOS
           END-IF.

      *================================================================
      * 4500 - ACUMULAR EL RENGLON LEIDO SI LA CUENTA ES DEL CLIENTE
      *   Los cobros vienen con monto negativo: se suman en positivo.
      *   Las COMISION de certificaciones y de la cuota del plan se
      *   toman de sus propios registros (4700, 4800) con el IVA
      *   aparte.
      *================================================================
       4500-ACUMULAR-MOVIMIENTO.
           MOVE MW-COD-CUENTA TO WS-CTA-BUSCADA
           PERFORM 8800-BUSCAR-CUENTA-TABLA
           IF WS-IDX-CTA = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE MW-TIP-MOVIMIENTO
               WHEN MOV-SALIDA
                   PERFORM 4600-BUSCAR-ORDEN
                   IF WS-IDX-ORD > 0
                       IF WS-TAB-ORD-COBRADA (WS-IDX-ORD) = 'N'
                           ADD WS-TAB-ORD-COMISION (WS-IDX-ORD)
                               TO WS-CTA-COMISION-TRF (WS-IDX-CTA)
                           ADD WS-TAB-ORD-IVA (WS-IDX-ORD)
                               TO WS-CTA-IVA-TRF (WS-IDX-CTA)
                           MOVE 'S'
                               TO WS-TAB-ORD-COBRADA (WS-IDX-ORD)
                       END-IF
                   END-IF
               WHEN MOV-GMF
                   SUBTRACT MW-MTO-MOVIMIENTO
                       FROM WS-CTA-GMF (WS-IDX-CTA)
                   PERFORM 4600-BUSCAR-ORDEN
                   IF WS-IDX-ORD > 0
                       SUBTRACT MW-MTO-MOVIMIENTO
                           FROM WS-TAB-ORD-GMF (WS-IDX-ORD)
                   END-IF
               WHEN MOV-REVERSO
      *            Solo el reverso que devuelve el total al ordenante
      *            (monto positivo) reintegra la comision y el GMF.
                   IF MW-MTO-MOVIMIENTO > ZERO
                       PERFORM 4600-BUSCAR-ORDEN
                       IF WS-IDX-ORD > 0
                           IF WS-TAB-ORD-COBRADA (WS-IDX-ORD) = 'S'
                               SUBTRACT WS-TAB-ORD-COMISION
                                   (WS-IDX-ORD) FROM
                                   WS-CTA-COMISION-TRF (WS-IDX-CTA)
                               SUBTRACT WS-TAB-ORD-IVA (WS-IDX-ORD)
                                   FROM WS-CTA-IVA-TRF (WS-IDX-CTA)
                               SUBTRACT WS-TAB-ORD-GMF (WS-IDX-ORD)
                                   FROM WS-CTA-GMF (WS-IDX-CTA)
                               MOVE 'R'
                                   TO WS-TAB-ORD-COBRADA (WS-IDX-ORD)
                           END-IF
                       END-IF
                   END-IF
               WHEN MOV-INT-SOBREGIRO
                   SUBTRACT MW-MTO-MOVIMIENTO
                       FROM WS-CTA-INT-SOBREGIRO (WS-IDX-CTA)
               WHEN MOV-INTERES
                   ADD MW-MTO-MOVIMIENTO
                       TO WS-CTA-INT-PAGADO (WS-IDX-CTA)
               WHEN MOV-RETEFUENTE
                   SUBTRACT MW-MTO-MOVIMIENTO
                       FROM WS-CTA-RETEFUENTE (WS-IDX-CTA)
               WHEN MOV-CUOTA-MANEJO
                   SUBTRACT MW-MTO-MOVIMIENTO
                       FROM WS-CTA-OTRAS-COMIS (WS-IDX-CTA)
               WHEN MOV-COMISION
                   IF MW-DES-DETALLE (1:22) NOT =
                           'Certificacion bancaria'
                           AND MW-DES-DETALLE (1:18) NOT =
                           'Cuota mensual plan'
                       SUBTRACT MW-MTO-MOVIMIENTO
                           FROM WS-CTA-OTRAS-COMIS (WS-IDX-CTA)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================
      * 4600 - BUSCAR LA ORDEN DEL RENGLON EN LA TABLA DEL CLIENTE
      *   Deja WS-IDX-ORD en 0 si el renglon no trae orden o la orden
      *   no tiene comision.
      *================================================================
       4600-BUSCAR-ORDEN.
           MOVE 0 TO WS-IDX-ORD
           IF MW-NUM-ORDEN = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE MW-NUM-ORDEN TO WS-ORD-BUSCADA
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-CANT-ORDS
               IF WS-TAB-ORD-NUM (WS-IDX-ORD) = WS-ORD-BUSCADA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-IDX-ORD.

      *================================================================
      * 4700 - TOTALIZAR LAS CUOTAS DEL PLAN MENSUAL (FACTPLAN.dat)
      *================================================================
       4700-TOTALIZAR-FACTPLAN.
           MOVE 'N' TO WS-EOF-FACTPLAN

           OPEN INPUT ARCHIVO-FACTPLAN
           IF WS-STAT-FACTPLAN = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-FACTPLAN = 'S'
               READ ARCHIVO-FACTPLAN
                   AT END MOVE 'S' TO WS-EOF-FACTPLAN
                   NOT AT END
                       IF FP-PERIODO (1:4) = WS-ANO-FISCAL
                               AND FP-COD-CLIENTE = WS-CST-COD-CLIENTE
                           MOVE FP-COD-CTA-DEBITO TO WS-CTA-BUSCADA
                           PERFORM 8800-BUSCAR-CUENTA-TABLA
                           IF WS-IDX-CTA > 0
                               ADD FP-MTO-CUOTA
                                   TO WS-CTA-CUOTA-PLAN (WS-IDX-CTA)
                               ADD FP-MTO-IVA
                                   TO WS-CTA-IVA-PLAN (WS-IDX-CTA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-FACTPLAN.

      *================================================================
      * 4800 - TOTALIZAR LAS CERTIFICACIONES (CERTIFICADOS.dat)
      *================================================================
       4800-TOTALIZAR-CERTIFICADOS.
           MOVE 'N' TO WS-EOF-CERT

           OPEN INPUT ARCHIVO-CERTIFICADOS
           IF WS-STAT-CERT = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CERT = 'S'
               READ ARCHIVO-CERTIFICADOS
                   AT END MOVE 'S' TO WS-EOF-CERT
                   NOT AT END
                       IF CE2-FEC-EMISION (1:4) = WS-ANO-FISCAL
                           MOVE CE2-COD-CUENTA TO WS-CTA-BUSCADA
                           PERFORM 8800-BUSCAR-CUENTA-TABLA
                           IF WS-IDX-CTA > 0
                               ADD CE2-MTO-TARIFA
                                   TO WS-CTA-CERTIFICADO (WS-IDX-CTA)
                               ADD CE2-MTO-IVA
                                   TO WS-CTA-IVA-CERT (WS-IDX-CTA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CERTIFICADOS.

      *================================================================
      * 4900 - CALCULAR EL TOTAL COBRADO POR CUENTA Y DEL CLIENTE
      *   La retencion en la fuente es impuesto sobre los intereses
      *   abonados: se muestra con ellos, fuera del total cobrado.
      *================================================================
       4900-CALCULAR-TOTALES.
           MOVE ZERO TO WS-CST-TOT-COBRADO
           MOVE ZERO TO WS-CST-TOT-INT-PAGADO
           MOVE ZERO TO WS-CST-TOT-RETEFUENTE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CTAS
               COMPUTE WS-CTA-TOT-COBRADO (WS-IDX) =
                   WS-CTA-COMISION-TRF (WS-IDX)
                   + WS-CTA-IVA-TRF (WS-IDX)
                   + WS-CTA-CUOTA-PLAN (WS-IDX)
                   + WS-CTA-IVA-PLAN (WS-IDX)
                   + WS-CTA-CERTIFICADO (WS-IDX)
                   + WS-CTA-IVA-CERT (WS-IDX)
                   + WS-CTA-OTRAS-COMIS (WS-IDX)
                   + WS-CTA-INT-SOBREGIRO (WS-IDX)
                   + WS-CTA-GMF (WS-IDX)
               ADD WS-CTA-TOT-COBRADO (WS-IDX) TO WS-CST-TOT-COBRADO
               ADD WS-CTA-INT-PAGADO (WS-IDX) TO WS-CST-TOT-INT-PAGADO
               ADD WS-CTA-RETEFUENTE (WS-IDX) TO WS-CST-TOT-RETEFUENTE
           END-PERFORM.

      *================================================================
      * 5000 - ESCRIBIR EL RESUMEN IMPRIMIBLE DEL CLIENTE
      *   Un archivo por cliente y ano; relanzar lo reescribe.
      *================================================================
       5000-ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-NOM-ARCHIVO-CST
           STRING 'data/CST-' WS-ANO-FISCAL '-'
               WS-CST-COD-CLIENTE DELIMITED BY SPACE
               INTO WS-NOM-ARCHIVO-CST
           STRING WS-NOM-ARCHIVO-CST DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVO-CST

           OPEN OUTPUT ARCHIVO-RESUMEN
           IF WS-STAT-RESUMEN NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR DE E/S FATAL ***'
               DISPLAY '  No se pudo abrir ' WS-NOM-ARCHIVO-CST
               DISPLAY '  Estado de archivo: ' WS-STAT-RESUMEN
               STOP RUN
           END-IF

           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  RESUMEN ANUAL DE COSTOS Y COMISIONES  ANO '
               WS-ANO-FISCAL
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  Cliente: ' WS-CST-NOM-CLIENTE
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA
           MOVE WS-CST-NUM-DOC TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  Documento: ' WS-CST-TIP-DOC ' ' WS-MSK-SALIDA
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  Periodo: ' WS-ANO-FISCAL '-01-01 a '
               WS-FEC-CIERRE '   Emitido: ' WS-FECHA-STR
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA
           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CTAS
               IF WS-CTA-TOT-COBRADO (WS-IDX) NOT = ZERO
                       OR WS-CTA-INT-PAGADO (WS-IDX) NOT = ZERO
                       OR WS-CTA-RETEFUENTE (WS-IDX) NOT = ZERO
                   PERFORM 5100-ESCRIBIR-CUENTA
               END-IF
           END-PERFORM

           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA
           MOVE 'TOTAL COBRADO EN EL ANO' TO WS-RENGLON-ETIQUETA
           MOVE WS-CST-TOT-COBRADO TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'TOTAL INTERESES ABONADOS' TO WS-RENGLON-ETIQUETA
           MOVE WS-CST-TOT-INT-PAGADO TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'TOTAL RETENCION EN LA FUENTE' TO WS-RENGLON-ETIQUETA
           MOVE WS-CST-TOT-RETEFUENTE TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  Los valores incluyen los reintegros por ordenes'
               ' reversadas o devueltas en el ano.'
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA

           CLOSE ARCHIVO-RESUMEN.

      *================================================================
      * 5100 - ESCRIBIR EL BLOQUE DE UNA CUENTA
      *================================================================
       5100-ESCRIBIR-CUENTA.
           MOVE WS-CTA-CLIENTE (WS-IDX) TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  Cuenta: ' WS-MSK-SALIDA
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA

           MOVE 'Comisiones por transferencias'
               TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-COMISION-TRF (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'IVA de las comisiones por transf.'
               TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-IVA-TRF (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'Cuota mensual del plan' TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-CUOTA-PLAN (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'IVA de la cuota del plan' TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-IVA-PLAN (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'Certificaciones bancarias' TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-CERTIFICADO (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'IVA de las certificaciones' TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-IVA-CERT (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'Cuota de manejo y otras (con IVA)'
               TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-OTRAS-COMIS (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'Intereses de sobregiro' TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-INT-SOBREGIRO (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'GMF (4x1000) retenido' TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-GMF (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE WS-LINEA-SUB TO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA
           MOVE 'Total cobrado en la cuenta' TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-TOT-COBRADO (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'Intereses abonados' TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-INT-PAGADO (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE 'Retencion en la fuente' TO WS-RENGLON-ETIQUETA
           MOVE WS-CTA-RETEFUENTE (WS-IDX) TO WS-RENGLON-MONTO
           PERFORM 5150-ESCRIBIR-RENGLON
           MOVE SPACES TO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA.

      *================================================================
      * 5150 - ESCRIBIR UN RENGLON ETIQUETA + VALOR
      *================================================================
       5150-ESCRIBIR-RENGLON.
           MOVE WS-RENGLON-MONTO TO WS-DISP-MONTO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '    ' WS-RENGLON-ETIQUETA ' $' WS-DISP-MONTO
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 5900-ESCRIBIR-LINEA.

      *================================================================
      * 5900 - ESCRIBIR UNA LINEA EN EL ARCHIVO DEL CLIENTE
      *================================================================
       5900-ESCRIBIR-LINEA.
           WRITE REG-LINEA-RESUMEN FROM WS-LINEA-SALIDA.

      *================================================================
      * 6000 - ENCOLAR EL AVISO DE RESUMEN LISTO
      *   Mismo esquema que 5000-ENCOLAR-AVISO en CIC-EXTRACTOS;
      *   DSP-NOTIFICA lo despacha por el canal del cliente. Sin
      *   cuenta: el resumen es del cliente, no de una cuenta.
      *================================================================
       6000-ENCOLAR-AVISO.
           MOVE 'N' TO WS-YA-AVISADO
           PERFORM VARYING WS-IDX-AVI FROM 1 BY 1
                   UNTIL WS-IDX-AVI > WS-CANT-AVISADOS
                      OR YA-AVISADO
               IF WS-CLI-AVISADO (WS-IDX-AVI) = WS-CST-COD-CLIENTE
                   MOVE 'S' TO WS-YA-AVISADO
               END-IF
           END-PERFORM
           IF YA-AVISADO
               ADD 1 TO WS-AVISOS-REPETIDOS
               EXIT PARAGRAPH
           END-IF

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

           MOVE WS-CST-TOT-COBRADO TO WS-DISP-MONTO
           MOVE SPACES TO REG-NOTIFICACION
           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE WS-CST-COD-CLIENTE TO NT-COD-CLIENTE
           MOVE SPACES TO NT-COD-CUENTA
           MOVE 'RESUMEN_COSTOS_ANUAL' TO NT-TIP-EVENTO
           MOVE WS-REF-RESUMEN TO NT-NUM-ORDEN
           STRING 'Su resumen anual de costos ' WS-ANO-FISCAL
               ' esta disponible. Total cobrado: $' WS-DISP-MONTO
               DELIMITED SIZE INTO NT-DES-MENSAJE
           MOVE 'SMS       ' TO NT-CANAL-PREFERIDO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO
           MOVE SPACES TO NT-FEC-ENVIO

           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES
           ADD 1 TO WS-AVISOS-ENCOLADOS.

      *================================================================
      * 8800 - UBICAR UNA CUENTA EN LA TABLA DEL CLIENTE
      *   Entra WS-CTA-BUSCADA; deja WS-IDX-CTA en 0 si no es suya.
      *================================================================
       8800-BUSCAR-CUENTA-TABLA.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CTAS
               IF WS-CTA-CLIENTE (WS-IDX-CTA) = WS-CTA-BUSCADA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-IDX-CTA.

      *================================================================
      * 8950 - CARGAR LA TABLA DE TARIFAS DE IMPUESTOS
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

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           IF HAY-ORDENES
               CLOSE ARCHIVO-ORDENES
           END-IF
           CLOSE ARCHIVO-SECUENCIA.

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
