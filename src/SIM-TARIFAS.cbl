      *================================================================
      * SIM-TARIFAS.cbl - Simulacion de Tarifas contra las Ordenes
      *   Reales de un Mes
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Antes de pedir un tramo nuevo de COMISIONES, un descuento de
      * plan o un cambio de IVA, comercial no tenia como saber que
      * habria producido: la solicitud llegaba a APR-CAMBIOS a ojo.
      * Este programa toma la propuesta del archivo borrador
      * SIMTARIFA.dat (ver SIMTARIFA.cpy) y vuelve a tasar cada
      * orden de un periodo YYYY-MM ya cerrado con la misma logica de
      * 4000-CALCULAR-COMISION y 4100-APLICAR-PLAN-CLIENTE de
      * MAIN-ACH:
      *
      *   - la orden on-us no paga comision;
      *   - el tramo general que calce con el monto en COP (vigente
      *     en la fecha de creacion de la orden cuando se usa la
      *     tabla real; los tramos propuestos rigen todo el mes);
      *   - el plan del cliente ordenante (CL-COD-PLAN): el primer
      *     tramo propio que calce reemplaza la comision, si no la
      *     regla de descuento la rebaja, y el plan de facturacion
      *     mensual la deja en cero;
      *   - el IVA sobre la comision final con la tarifa propuesta
      *     o, sin propuesta, la vigente en la fecha valor.
      *
      * Se tasan las ordenes creadas en el periodo que llegaron a
      * CONFIRMADA o LIQUIDADA (lo que de verdad se cobro, igual que
      * 2000 en RPT-RENTABILIDAD), tanto en ORDENES.dat como en
      * ORDENES_HIST.dat si ARC-HISTORICO ya las archivo. Lo cobrado
      * es OT-MTO-COMISION de la orden. Los montos en USD/EUR pasan a
      * COP con la tasa vigente al cierre del periodo. El reporte
      * muestra por cliente, por segmento (CL-SEGMENTO) y por plan
      * la comision y el IVA cobrados contra los simulados y su
      * diferencia. No escribe nada fuera de la bitacora de
      * corridas: la propuesta que convenza se pide por
      * MNT-COMISION / MNT-PLANES como siempre.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIM-TARIFAS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-SIMTARIFA
               ASSIGN TO 'data/SIMTARIFA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SIMTARIFA.

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

           SELECT ARCHIVO-COMISIONES
               ASSIGN TO 'data/COMISIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COMISION.

           SELECT ARCHIVO-PLANES
               ASSIGN TO 'data/PLANES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PLANES.

           SELECT ARCHIVO-TASAS
               ASSIGN TO 'data/TASAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASAS.

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

       FD ARCHIVO-SIMTARIFA.
       COPY 'copybooks/SIMTARIFA.cpy'.

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

       FD ARCHIVO-COMISIONES.
       COPY 'copybooks/COMISIONES.cpy'.

       FD ARCHIVO-PLANES.
       COPY 'copybooks/PLANES.cpy'.

       FD ARCHIVO-TASAS.
       COPY 'copybooks/TASAS.cpy'.

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

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-SIMTARIFA    PIC X(2).
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-ORDENES-HIST PIC X(2).
          05 WS-STAT-COMISION     PIC X(2).
          05 WS-STAT-PLANES       PIC X(2).
          05 WS-STAT-TASAS        PIC X(2).

      *----------------------------------------------------------------
      * Periodo simulado y fecha de cierre para las tasas
      *----------------------------------------------------------------
       01 WS-PERIODO               PIC X(7).
       01 WS-FEC-CORTE             PIC X(10).

      *----------------------------------------------------------------
      * Orden en curso, tomada de ORDENES.dat o de ORDENES_HIST.dat
      *----------------------------------------------------------------
       COPY 'copybooks/ORDENES.cpy'
           REPLACING REG-ORDEN BY WS-ORDEN-SIM
                     LEADING ==OT-== BY ==OS-==.

      *----------------------------------------------------------------
      * Propuesta leida de SIMTARIFA.dat
      *----------------------------------------------------------------
       01 WS-PROPUESTA.
          05 WS-CANT-PROP-TRAMOS  PIC 9(3) VALUE 0.
          05 WS-CANT-PROP-REGLAS  PIC 9(3) VALUE 0.
          05 WS-HAY-PROP-IVA      PIC X VALUE 'N'.
             88 HAY-PROP-IVA         VALUE 'S'.
          05 WS-PROP-TAR-IVA      PIC 9(2)V99 VALUE 0.
          05 WS-CANT-PLANES-PROP  PIC 9(2) VALUE 0.
          05 WS-PLAN-PROPUESTO OCCURS 50 TIMES
                                  PIC X(6).
          05 WS-ES-PLAN-PROPUESTO PIC X.
             88 ES-PLAN-PROPUESTO    VALUE 'S'.

      *----------------------------------------------------------------
      * Tramos de comision con que se simula: los propuestos o, sin
      * propuesta, los de COMISIONES.dat con su vigencia.
      *----------------------------------------------------------------
       01 WS-TABLA-TRAMOS.
          05 WS-CANT-TRAMOS       PIC 9(3) VALUE 0.
          05 WS-TRAMO OCCURS 100 TIMES.
             10 WS-TRM-DESDE      PIC S9(13)V99.
             10 WS-TRM-HASTA      PIC S9(13)V99.
             10 WS-TRM-MTO        PIC S9(13)V99.
             10 WS-TRM-POR        PIC 9(3)V99.
             10 WS-TRM-VIG-DESDE  PIC X(10).
             10 WS-TRM-VIG-HASTA  PIC X(10).

      *----------------------------------------------------------------
      * Reglas de plan con que se simula: las propuestas de los
      * planes nombrados en SIMTARIFA.dat y las activas de PLANES.dat
      * para los demas, en el orden en que aparecen.
      *----------------------------------------------------------------
       01 WS-TABLA-REGLAS.
          05 WS-CANT-REGLAS       PIC 9(3) VALUE 0.
          05 WS-REGLA OCCURS 500 TIMES.
             10 WS-RGL-PLAN       PIC X(6).
             10 WS-RGL-TIPO       PIC X(1).
             10 WS-RGL-POR-DESC   PIC 9(3)V99.
             10 WS-RGL-DESDE      PIC S9(13)V99.
             10 WS-RGL-HASTA      PIC S9(13)V99.
             10 WS-RGL-MTO        PIC S9(13)V99.
             10 WS-RGL-POR        PIC 9(3)V99.

      *----------------------------------------------------------------
      * Clientes con lo cobrado y lo simulado del periodo (en COP)
      *----------------------------------------------------------------
       01 WS-TABLA-CLIENTES.
          05 WS-CANT-CLIENTES     PIC 9(4) VALUE 0.
          05 WS-CLIENTE-SIM OCCURS 2000 TIMES.
             10 WS-CLI-CODIGO     PIC X(10).
             10 WS-CLI-NOMBRE     PIC X(50).
             10 WS-CLI-SEGMENTO   PIC X(10).
             10 WS-CLI-PLAN       PIC X(6).
             10 WS-CLI-CANT-ORD   PIC 9(7).
             10 WS-CLI-COM-REAL   PIC S9(13)V99.
             10 WS-CLI-COM-SIM    PIC S9(13)V99.
             10 WS-CLI-IVA-REAL   PIC S9(13)V99.
             10 WS-CLI-IVA-SIM    PIC S9(13)V99.

      *----------------------------------------------------------------
      * Totales por segmento y por plan tarifario
      *----------------------------------------------------------------
       01 WS-TABLA-SEGMENTOS.
          05 WS-CANT-SEGMENTOS    PIC 9(2) VALUE 0.
          05 WS-SEGMENTO-SIM OCCURS 20 TIMES.
             10 WS-SEG-CODIGO     PIC X(10).
             10 WS-SEG-CANT-ORD   PIC 9(7).
             10 WS-SEG-COM-REAL   PIC S9(15)V99.
             10 WS-SEG-COM-SIM    PIC S9(15)V99.
             10 WS-SEG-IVA-REAL   PIC S9(15)V99.
             10 WS-SEG-IVA-SIM    PIC S9(15)V99.

       01 WS-TABLA-PLANES.
          05 WS-CANT-PLANES       PIC 9(3) VALUE 0.
          05 WS-PLAN-SIM OCCURS 100 TIMES.
             10 WS-PLN-CODIGO     PIC X(7).
             10 WS-PLN-NOMBRE     PIC X(30).
             10 WS-PLN-CANT-ORD   PIC 9(7).
             10 WS-PLN-COM-REAL   PIC S9(15)V99.
             10 WS-PLN-COM-SIM    PIC S9(15)V99.
             10 WS-PLN-IVA-REAL   PIC S9(15)V99.
             10 WS-PLN-IVA-SIM    PIC S9(15)V99.

      *----------------------------------------------------------------
      * Busqueda de la tasa vigente al cierre en TASAS.dat (igual que
      * 1050 en RPT-RENTABILIDAD)
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
      * Tarifas de impuestos con fecha de vigencia (TASASIMP.dat),
      * igual que 8950/8960 en MAIN-ACH.
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
          05 WS-TAR-IVA-REAL      PIC 9(2)V99.
          05 WS-TAR-IVA-SIM       PIC 9(2)V99.

      *----------------------------------------------------------------
      * Tasacion simulada de la orden en curso (mismos nombres que
      * 4000/4100 en MAIN-ACH)
      *----------------------------------------------------------------
       01 WS-TASACION.
          05 WS-MONTO-COP         PIC S9(15)V99.
          05 WS-COMISION          PIC S9(13)V99.
          05 WS-FEC-TASACION      PIC X(10).
          05 WS-TRANSF-ON-US      PIC X VALUE 'N'.
             88 ES-TRANSF-ON-US      VALUE 'S'.
          05 WS-TRAMO-HALLADO     PIC X VALUE 'N'.
             88 TRAMO-HALLADO        VALUE 'S'.
          05 WS-COD-PLAN-TASADO   PIC X(6).
          05 WS-PLAN-TRAMO-CALZA  PIC X VALUE 'N'.
             88 PLAN-TRAMO-CALZA     VALUE 'S'.
          05 WS-PLAN-HAY-DESC     PIC X VALUE 'N'.
          05 WS-PLAN-ES-MENSUAL   PIC X VALUE 'N'.
          05 WS-PLAN-POR-DESC     PIC 9(3)V99.
          05 WS-MTO-IVA-REAL      PIC S9(13)V99.
          05 WS-MTO-IVA-SIM       PIC S9(13)V99.

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-GENERICO      PIC X VALUE 'N'.
          05 WS-IDX               PIC 9(4).
          05 WS-IDX-CLI           PIC 9(4).
          05 WS-IDX-SEG           PIC 9(2).
          05 WS-IDX-PLN           PIC 9(3).
          05 WS-IDX-TRM           PIC 9(3).
          05 WS-IDX-RGL           PIC 9(3).
          05 WS-IDX-PRP           PIC 9(2).
          05 WS-BUS-CLIENTE       PIC X(10).
          05 WS-BUS-CUENTA        PIC X(20).
          05 WS-BUS-SEGMENTO      PIC X(10).
          05 WS-BUS-PLAN          PIC X(7).
          05 WS-MONEDA-CTA        PIC X(3).
          05 WS-MTO-ORIGINAL      PIC S9(13)V99.
          05 WS-MTO-COP           PIC S9(15)V99.
          05 WS-DIFERENCIA        PIC S9(15)V99.
          05 WS-CANT-ANTES        PIC 9(7).

      *----------------------------------------------------------------
      * Totales de la corrida
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-CANT-ORDENES      PIC 9(7) VALUE 0.
          05 WS-CANT-ARCHIVADAS   PIC 9(7) VALUE 0.
          05 WS-CANT-SUBEN        PIC 9(7) VALUE 0.
          05 WS-CANT-BAJAN        PIC 9(7) VALUE 0.
          05 WS-CANT-IGUALES      PIC 9(7) VALUE 0.
          05 WS-CANT-CON-ORDENES  PIC 9(5) VALUE 0.
          05 WS-CANT-SIN-CLIENTE  PIC 9(7) VALUE 0.
          05 WS-TOT-COM-REAL      PIC S9(15)V99 VALUE 0.
          05 WS-TOT-COM-SIM       PIC S9(15)V99 VALUE 0.
          05 WS-TOT-IVA-REAL      PIC S9(15)V99 VALUE 0.
          05 WS-TOT-IVA-SIM       PIC S9(15)V99 VALUE 0.

       01 WS-DISP-MONTO PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-MONTO-2 PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-MONTO-3 PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-TARIFA PIC Z9,99.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'SIM-TARIFAS'.
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
          05 WS-RUN-ORIGEN        PIC X(8) VALUE 'CONSOLA'.
          05 WS-RUN-PARAMETROS    PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  SIMULACION DE TARIFAS CONTRA ORDENES REALES'
           DISPLAY WS-LINEA

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Periodo a simular (YYYY-MM): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-PERIODO TO WS-PERIODO
               DISPLAY WS-PERIODO
           ELSE
               ACCEPT WS-PERIODO
           END-IF
           IF WS-PERIODO = SPACES
               DISPLAY '  ERROR: se requiere el periodo.'
               STOP RUN
           END-IF
           STRING WS-PERIODO '-31' DELIMITED SIZE INTO WS-FEC-CORTE
           STRING WS-RUN-ORIGEN ' PERIODO=' WS-PERIODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 1000-CARGAR-PROPUESTA
           PERFORM 1100-CARGAR-TRAMOS
           PERFORM 1200-CARGAR-REGLAS-PLAN
           PERFORM 1300-CARGAR-CLIENTES
           PERFORM 1400-CARGAR-TASAS-CORTE

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  ERROR ABRIENDO CUENTAS.dat: '
                   WS-STAT-CUENTAS
               STOP RUN
           END-IF

           PERFORM 2000-RECORRER-ORDENES
           PERFORM 2050-RECORRER-HISTORICO

           CLOSE ARCHIVO-CUENTAS

           PERFORM 3000-IMPRIMIR-CLIENTES
           PERFORM 5000-IMPRIMIR-SEGMENTOS
           PERFORM 6000-IMPRIMIR-PLANES
           PERFORM 7000-MOSTRAR-RESUMEN

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CANT-ORDENES TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
           STOP RUN.

      *================================================================
      * 0050 - LEER LOS PARAMETROS DE LA CORRIDA
      *   Busca en PARAMRUN.dat el renglon de este programa. Con
      *   renglon la corrida es desatendida y el periodo sale de
      *   PJ-PERIODO; sin renglon se pregunta en consola.
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
      * 1000 - CARGAR LA PROPUESTA DE SIMTARIFA.dat
      *   Los tramos 'C' van directo a la tabla de tramos; las reglas
      *   'P' a la de reglas, anotando que plan queda propuesto; la
      *   ultima tarifa 'I' es el IVA propuesto.
      *================================================================
       1000-CARGAR-PROPUESTA.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-SIMTARIFA
           IF WS-STAT-SIMTARIFA = '35'
               DISPLAY '  ERROR: sin propuesta (SIMTARIFA.dat); no '
                   'hay nada que simular.'
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-SIMTARIFA
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SM-ES-TRAMO
                               PERFORM 1010-AGREGAR-TRAMO-PROPUESTO
                           WHEN SM-ES-PLAN
                               PERFORM 1020-AGREGAR-REGLA-PROPUESTA
                           WHEN SM-ES-IVA
                               MOVE 'S' TO WS-HAY-PROP-IVA
                               MOVE SM-TAR-IVA TO WS-PROP-TAR-IVA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SIMTARIFA

           DISPLAY ' '
           DISPLAY '  Propuesta: ' WS-CANT-PROP-TRAMOS
               ' tramo(s) general(es), ' WS-CANT-PROP-REGLAS
               ' regla(s) de ' WS-CANT-PLANES-PROP ' plan(es).'
           IF HAY-PROP-IVA
               MOVE WS-PROP-TAR-IVA TO WS-DISP-TARIFA
               DISPLAY '  IVA propuesto sobre la comision: '
                   WS-DISP-TARIFA '%'
           END-IF.

      *================================================================
      * 1010 - AGREGAR UN TRAMO GENERAL PROPUESTO
      *   Rige todo el periodo simulado: la vigencia queda abierta.
      *================================================================
       1010-AGREGAR-TRAMO-PROPUESTO.
           IF WS-CANT-TRAMOS >= 100
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-TRAMOS
           ADD 1 TO WS-CANT-PROP-TRAMOS
           MOVE SM-RANGO-DESDE TO WS-TRM-DESDE (WS-CANT-TRAMOS)
           MOVE SM-RANGO-HASTA TO WS-TRM-HASTA (WS-CANT-TRAMOS)
           MOVE SM-MTO-COMISION TO WS-TRM-MTO (WS-CANT-TRAMOS)
           MOVE SM-POR-COMISION TO WS-TRM-POR (WS-CANT-TRAMOS)
           MOVE '0000-00-00' TO WS-TRM-VIG-DESDE (WS-CANT-TRAMOS)
           MOVE '9999-12-31' TO WS-TRM-VIG-HASTA (WS-CANT-TRAMOS).

      *================================================================
      * 1020 - AGREGAR UNA REGLA DE PLAN PROPUESTA
      *================================================================
       1020-AGREGAR-REGLA-PROPUESTA.
           IF WS-CANT-REGLAS >= 500
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-REGLAS
           ADD 1 TO WS-CANT-PROP-REGLAS
           MOVE SM-COD-PLAN TO WS-RGL-PLAN (WS-CANT-REGLAS)
           MOVE SM-TIP-REGLA TO WS-RGL-TIPO (WS-CANT-REGLAS)
           MOVE SM-POR-DESCUENTO TO WS-RGL-POR-DESC (WS-CANT-REGLAS)
           MOVE SM-PL-RANGO-DESDE TO WS-RGL-DESDE (WS-CANT-REGLAS)
           MOVE SM-PL-RANGO-HASTA TO WS-RGL-HASTA (WS-CANT-REGLAS)
           MOVE SM-PL-MTO-COMISION TO WS-RGL-MTO (WS-CANT-REGLAS)
           MOVE SM-PL-POR-COMISION TO WS-RGL-POR (WS-CANT-REGLAS)

           MOVE SM-COD-PLAN TO WS-BUS-PLAN
           PERFORM 8400-UBICAR-PLAN
           IF SM-NOM-PLAN NOT = SPACES
               MOVE SM-NOM-PLAN TO WS-PLN-NOMBRE (WS-IDX-PLN)
           END-IF

           MOVE SM-COD-PLAN TO WS-BUS-PLAN
           PERFORM 8600-VER-PLAN-PROPUESTO
           IF NOT ES-PLAN-PROPUESTO AND WS-CANT-PLANES-PROP < 50
               ADD 1 TO WS-CANT-PLANES-PROP
               MOVE SM-COD-PLAN
                   TO WS-PLAN-PROPUESTO (WS-CANT-PLANES-PROP)
           END-IF.

      *================================================================
      * 1100 - CARGAR LOS TRAMOS GENERALES VIGENTES
      *   Solo si la propuesta no trae tramos propios: en ese caso la
      *   simulacion usa la tabla real con su vigencia, para medir
      *   solo el cambio de plan o de IVA.
      *================================================================
       1100-CARGAR-TRAMOS.
           IF WS-CANT-PROP-TRAMOS > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-COMISIONES
           IF WS-STAT-COMISION = '35'
               DISPLAY '  AVISO: sin COMISIONES.dat; la tarifa general '
                   'simulada sale en cero.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-COMISIONES
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF WS-CANT-TRAMOS < 100
                           ADD 1 TO WS-CANT-TRAMOS
                           MOVE CP-RANGO-DESDE
                               TO WS-TRM-DESDE (WS-CANT-TRAMOS)
                           MOVE CP-RANGO-HASTA
                               TO WS-TRM-HASTA (WS-CANT-TRAMOS)
                           MOVE CP-MTO-COMISION
                               TO WS-TRM-MTO (WS-CANT-TRAMOS)
                           MOVE CP-POR-COMISION
                               TO WS-TRM-POR (WS-CANT-TRAMOS)
                           MOVE CP-VIGENTE-DESDE
                               TO WS-TRM-VIG-DESDE (WS-CANT-TRAMOS)
                           MOVE CP-VIGENTE-HASTA
                               TO WS-TRM-VIG-HASTA (WS-CANT-TRAMOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-COMISIONES.

      *================================================================
      * 1200 - CARGAR LAS REGLAS ACTIVAS DE LOS PLANES NO PROPUESTOS
      *================================================================
       1200-CARGAR-REGLAS-PLAN.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-PLANES
           IF WS-STAT-PLANES = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-PLANES
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       MOVE PL-COD-PLAN TO WS-BUS-PLAN
                       PERFORM 8400-UBICAR-PLAN
                       IF WS-PLN-NOMBRE (WS-IDX-PLN) = SPACES
                           MOVE PL-NOM-PLAN
                               TO WS-PLN-NOMBRE (WS-IDX-PLN)
                       END-IF
                       PERFORM 8600-VER-PLAN-PROPUESTO
                       IF NOT ES-PLAN-PROPUESTO
                               AND PL-MCA-ACTIVO = FLAG-SI
                               AND WS-CANT-REGLAS < 500
                           PERFORM 1210-AGREGAR-REGLA-VIGENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PLANES.

      *================================================================
      * 1210 - AGREGAR UNA REGLA VIGENTE DE PLANES.dat
      *================================================================
       1210-AGREGAR-REGLA-VIGENTE.
           ADD 1 TO WS-CANT-REGLAS
           MOVE PL-COD-PLAN TO WS-RGL-PLAN (WS-CANT-REGLAS)
           MOVE PL-TIP-REGLA TO WS-RGL-TIPO (WS-CANT-REGLAS)
           MOVE PL-POR-DESCUENTO TO WS-RGL-POR-DESC (WS-CANT-REGLAS)
           MOVE PL-RANGO-DESDE TO WS-RGL-DESDE (WS-CANT-REGLAS)
           MOVE PL-RANGO-HASTA TO WS-RGL-HASTA (WS-CANT-REGLAS)
           MOVE PL-MTO-COMISION TO WS-RGL-MTO (WS-CANT-REGLAS)
           MOVE PL-POR-COMISION TO WS-RGL-POR (WS-CANT-REGLAS).

      *================================================================
      * 1300 - CARGAR LOS CLIENTES CON SUS ACUMULADOS EN CERO
      *================================================================
       1300-CARGAR-CLIENTES.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               DISPLAY '  ERROR: sin maestro de clientes; no hay plan '
                   'ni segmento con que simular.'
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF WS-CANT-CLIENTES < 2000
                           ADD 1 TO WS-CANT-CLIENTES
                           MOVE WS-CANT-CLIENTES TO WS-IDX
                           MOVE CL-COD-CLIENTE
                               TO WS-CLI-CODIGO (WS-IDX)
                           MOVE CL-NOM-LEGAL TO WS-CLI-NOMBRE (WS-IDX)
                           MOVE CL-SEGMENTO
                               TO WS-CLI-SEGMENTO (WS-IDX)
                           MOVE CL-COD-PLAN TO WS-CLI-PLAN (WS-IDX)
                           MOVE 0 TO WS-CLI-CANT-ORD (WS-IDX)
                           MOVE 0 TO WS-CLI-COM-REAL (WS-IDX)
                           MOVE 0 TO WS-CLI-COM-SIM (WS-IDX)
                           MOVE 0 TO WS-CLI-IVA-REAL (WS-IDX)
                           MOVE 0 TO WS-CLI-IVA-SIM (WS-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 1400 - TOMAR LAS TASAS DE CAMBIO VIGENTES AL CIERRE
      *================================================================
       1400-CARGAR-TASAS-CORTE.
           MOVE MON-USD TO WS-MONEDA-TURNO
           PERFORM 1450-BUSCAR-TASA-CORTE
           MOVE WS-TASA-DIA TO WS-TASA-USD

           MOVE MON-EUR TO WS-MONEDA-TURNO
           PERFORM 1450-BUSCAR-TASA-CORTE
           MOVE WS-TASA-DIA TO WS-TASA-EUR.

      *================================================================
      * 1450 - BUSCAR LA TASA DE LA MONEDA VIGENTE AL CIERRE
      *   Igual que 1050 en RPT-RENTABILIDAD; sin nada aplicable cae
      *   la tasa de respaldo compilada.
      *================================================================
       1450-BUSCAR-TASA-CORTE.
           MOVE 'N' TO WS-TASA-HALLADA
           MOVE SPACES TO WS-TASA-MEJOR-FECHA
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-TASAS
           IF WS-STAT-TASAS = '35'
               MOVE 'S' TO WS-EOF-GENERICO
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-TASAS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
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
      * 2000 - RECORRER LAS ORDENES VIVAS
      *================================================================
       2000-RECORRER-ORDENES.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES NOT = '00'
               DISPLAY '  AVISO: sin ORDENES.dat; solo se simula lo '
                   'archivado.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       MOVE REG-ORDEN TO WS-ORDEN-SIM
                       PERFORM 2100-TASAR-ORDEN
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 2050 - RECORRER LAS ORDENES QUE ARC-HISTORICO YA ARCHIVO
      *================================================================
       2050-RECORRER-HISTORICO.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-ORDENES-HIST
           IF WS-STAT-ORDENES-HIST = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-ORDENES-HIST
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       MOVE REG-ORDEN-HIST TO WS-ORDEN-SIM
                       MOVE WS-CANT-ORDENES TO WS-CANT-ANTES
                       PERFORM 2100-TASAR-ORDEN
                       IF WS-CANT-ORDENES > WS-CANT-ANTES
                           ADD 1 TO WS-CANT-ARCHIVADAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES-HIST.

      *================================================================
      * 2100 - VOLVER A TASAR UNA ORDEN DEL PERIODO
      *   Lo cobrado es OT-MTO-COMISION (ya con el plan de entonces)
      *   y su IVA a la tarifa vigente en la fecha valor; lo simulado
      *   sale de 4000 con la propuesta.
      *================================================================
       2100-TASAR-ORDEN.
           IF OS-FEC-CREACION (1:7) NOT = WS-PERIODO
               EXIT PARAGRAPH
           END-IF
           IF OS-EST-ORDEN NOT = EST-CONFIRMADA
                   AND OS-EST-ORDEN NOT = EST-LIQUIDADA
               EXIT PARAGRAPH
           END-IF

           MOVE OS-COD-CTA-ORIGEN TO WS-BUS-CUENTA
           PERFORM 8100-CLIENTE-DE-CUENTA
           IF WS-IDX-CLI = 0
               EXIT PARAGRAPH
           END-IF

           IF OS-TIP-MONEDA = SPACES
               MOVE MON-COP TO WS-MONEDA-CTA
           ELSE
               MOVE OS-TIP-MONEDA TO WS-MONEDA-CTA
           END-IF
           MOVE OS-MTO-TRANSF TO WS-MTO-ORIGINAL
           PERFORM 8300-CONVERTIR-COP
           MOVE WS-MTO-COP TO WS-MONTO-COP

           IF OS-COD-BCO-DEST = COD-BANCO-PROPIO
               MOVE 'S' TO WS-TRANSF-ON-US
           ELSE
               MOVE 'N' TO WS-TRANSF-ON-US
           END-IF
           MOVE OS-FEC-CREACION TO WS-FEC-TASACION

           PERFORM 4000-CALCULAR-COMISION

      *    IVA: tarifa de la fecha valor (la de creacion si la orden
      *    fue inmediata), igual que 4000 en MAIN-ACH.
           IF OS-FEC-VALOR > OS-FEC-CREACION
               MOVE OS-FEC-VALOR TO WS-TIM-FECHA
           ELSE
               MOVE OS-FEC-CREACION TO WS-TIM-FECHA
           END-IF
           MOVE 'IVA' TO WS-TIM-TIPO
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-IVA-REAL
           IF HAY-PROP-IVA
               MOVE WS-PROP-TAR-IVA TO WS-TAR-IVA-SIM
           ELSE
               MOVE WS-TAR-IVA-REAL TO WS-TAR-IVA-SIM
           END-IF
           COMPUTE WS-MTO-IVA-REAL ROUNDED =
               OS-MTO-COMISION * WS-TAR-IVA-REAL / 100
           COMPUTE WS-MTO-IVA-SIM ROUNDED =
               WS-COMISION * WS-TAR-IVA-SIM / 100

           ADD 1 TO WS-CANT-ORDENES
           EVALUATE TRUE
               WHEN WS-COMISION > OS-MTO-COMISION
                   ADD 1 TO WS-CANT-SUBEN
               WHEN WS-COMISION < OS-MTO-COMISION
                   ADD 1 TO WS-CANT-BAJAN
               WHEN OTHER
                   ADD 1 TO WS-CANT-IGUALES
           END-EVALUATE

           IF WS-CLI-CANT-ORD (WS-IDX-CLI) = 0
               ADD 1 TO WS-CANT-CON-ORDENES
           END-IF
           ADD 1 TO WS-CLI-CANT-ORD (WS-IDX-CLI)
           ADD OS-MTO-COMISION TO WS-CLI-COM-REAL (WS-IDX-CLI)
           ADD WS-COMISION TO WS-CLI-COM-SIM (WS-IDX-CLI)
           ADD WS-MTO-IVA-REAL TO WS-CLI-IVA-REAL (WS-IDX-CLI)
           ADD WS-MTO-IVA-SIM TO WS-CLI-IVA-SIM (WS-IDX-CLI)

           ADD OS-MTO-COMISION TO WS-TOT-COM-REAL
           ADD WS-COMISION TO WS-TOT-COM-SIM
           ADD WS-MTO-IVA-REAL TO WS-TOT-IVA-REAL
           ADD WS-MTO-IVA-SIM TO WS-TOT-IVA-SIM

           MOVE WS-CLI-SEGMENTO (WS-IDX-CLI) TO WS-BUS-SEGMENTO
           IF WS-BUS-SEGMENTO = SPACES
               MOVE 'SIN-SEGMEN' TO WS-BUS-SEGMENTO
           END-IF
           PERFORM 8500-UBICAR-SEGMENTO
           ADD 1 TO WS-SEG-CANT-ORD (WS-IDX-SEG)
           ADD OS-MTO-COMISION TO WS-SEG-COM-REAL (WS-IDX-SEG)
           ADD WS-COMISION TO WS-SEG-COM-SIM (WS-IDX-SEG)
           ADD WS-MTO-IVA-REAL TO WS-SEG-IVA-REAL (WS-IDX-SEG)
           ADD WS-MTO-IVA-SIM TO WS-SEG-IVA-SIM (WS-IDX-SEG)

           MOVE WS-CLI-PLAN (WS-IDX-CLI) TO WS-BUS-PLAN
           IF WS-BUS-PLAN = SPACES
               MOVE 'GENERAL' TO WS-BUS-PLAN
           END-IF
           PERFORM 8400-UBICAR-PLAN
           ADD 1 TO WS-PLN-CANT-ORD (WS-IDX-PLN)
           ADD OS-MTO-COMISION TO WS-PLN-COM-REAL (WS-IDX-PLN)
           ADD WS-COMISION TO WS-PLN-COM-SIM (WS-IDX-PLN)
           ADD WS-MTO-IVA-REAL TO WS-PLN-IVA-REAL (WS-IDX-PLN)
           ADD WS-MTO-IVA-SIM TO WS-PLN-IVA-SIM (WS-IDX-PLN).

      *================================================================
      * 3000 - IMPRIMIR LA COMPARACION POR CLIENTE
      *================================================================
       3000-IMPRIMIR-CLIENTES.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  COMPARACION POR CLIENTE - PERIODO ' WS-PERIODO
           DISPLAY '  (cobrado / simulado / diferencia, en COP)'
           DISPLAY WS-LINEA

           PERFORM 3100-MOSTRAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES

           IF WS-CANT-CON-ORDENES = 0
               DISPLAY '  (sin ordenes cobradas en el periodo)'
           END-IF.

      *================================================================
      * 3100 - MOSTRAR UN CLIENTE (SOLO LOS QUE TUVIERON ORDENES)
      *================================================================
       3100-MOSTRAR-CLIENTE.
           IF WS-CLI-CANT-ORD (WS-IDX-CLI) = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '  ' WS-CLI-CODIGO (WS-IDX-CLI) ' '
               WS-CLI-NOMBRE (WS-IDX-CLI)
           DISPLAY '      Segmento ' WS-CLI-SEGMENTO (WS-IDX-CLI)
               '  Plan ' WS-CLI-PLAN (WS-IDX-CLI)
               '  Ordenes: ' WS-CLI-CANT-ORD (WS-IDX-CLI)
           MOVE WS-CLI-COM-REAL (WS-IDX-CLI) TO WS-DISP-MONTO
           MOVE WS-CLI-COM-SIM (WS-IDX-CLI) TO WS-DISP-MONTO-2
           COMPUTE WS-DIFERENCIA = WS-CLI-COM-SIM (WS-IDX-CLI)
               - WS-CLI-COM-REAL (WS-IDX-CLI)
           MOVE WS-DIFERENCIA TO WS-DISP-MONTO-3
           DISPLAY '      Comision:' WS-DISP-MONTO ' /'
               WS-DISP-MONTO-2 ' /' WS-DISP-MONTO-3
           MOVE WS-CLI-IVA-REAL (WS-IDX-CLI) TO WS-DISP-MONTO
           MOVE WS-CLI-IVA-SIM (WS-IDX-CLI) TO WS-DISP-MONTO-2
           COMPUTE WS-DIFERENCIA = WS-CLI-IVA-SIM (WS-IDX-CLI)
               - WS-CLI-IVA-REAL (WS-IDX-CLI)
           MOVE WS-DIFERENCIA TO WS-DISP-MONTO-3
           DISPLAY '      IVA     :' WS-DISP-MONTO ' /'
               WS-DISP-MONTO-2 ' /' WS-DISP-MONTO-3.

      *================================================================
      * 4000 - CALCULAR LA COMISION SIMULADA
      *   Misma logica que 4000-CALCULAR-COMISION en MAIN-ACH, sobre
      *   la tabla de tramos cargada en 1000/1100: el primer tramo
      *   que calce con el monto y este vigente en la fecha de la
      *   orden.
      *================================================================
       4000-CALCULAR-COMISION.
           MOVE 0 TO WS-COMISION

           IF NOT ES-TRANSF-ON-US
               MOVE 'N' TO WS-TRAMO-HALLADO
               PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                       UNTIL WS-IDX-TRM > WS-CANT-TRAMOS
                          OR TRAMO-HALLADO
                   IF WS-MONTO-COP >= WS-TRM-DESDE (WS-IDX-TRM)
                           AND (WS-TRM-HASTA (WS-IDX-TRM) = 0
                               OR WS-MONTO-COP
                                   <= WS-TRM-HASTA (WS-IDX-TRM))
                           AND WS-FEC-TASACION
                               >= WS-TRM-VIG-DESDE (WS-IDX-TRM)
                           AND WS-FEC-TASACION
                               <= WS-TRM-VIG-HASTA (WS-IDX-TRM)
                       IF WS-TRM-POR (WS-IDX-TRM) NOT = 0
                           COMPUTE WS-COMISION ROUNDED =
                               WS-MONTO-COP
                               * WS-TRM-POR (WS-IDX-TRM) / 100
                       ELSE
                           MOVE WS-TRM-MTO (WS-IDX-TRM)
                               TO WS-COMISION
                       END-IF
                       MOVE 'S' TO WS-TRAMO-HALLADO
                   END-IF
               END-PERFORM
           END-IF

           PERFORM 4100-APLICAR-PLAN-CLIENTE.

      *================================================================
      * 4100 - APLICAR EL PLAN TARIFARIO DEL CLIENTE ORDENANTE
      *   Igual que 4100 en MAIN-ACH: un tramo propio que calce
      *   reemplaza la comision; si no, la regla de descuento la
      *   rebaja; el plan mensual la deja en cero. La on-us y la
      *   comision en cero no se tocan.
      *================================================================
       4100-APLICAR-PLAN-CLIENTE.
           MOVE WS-CLI-PLAN (WS-IDX-CLI) TO WS-COD-PLAN-TASADO

           IF ES-TRANSF-ON-US OR WS-COMISION = 0
                   OR WS-COD-PLAN-TASADO = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PLAN-TRAMO-CALZA
           MOVE 'N' TO WS-PLAN-HAY-DESC
           MOVE 'N' TO WS-PLAN-ES-MENSUAL
           MOVE 0 TO WS-PLAN-POR-DESC

           PERFORM VARYING WS-IDX-RGL FROM 1 BY 1
                   UNTIL WS-IDX-RGL > WS-CANT-REGLAS
               IF WS-RGL-PLAN (WS-IDX-RGL) = WS-COD-PLAN-TASADO
                   PERFORM 4170-EVALUAR-REGLA-PLAN
               END-IF
           END-PERFORM

           IF WS-PLAN-ES-MENSUAL = 'S'
               MOVE 0 TO WS-COMISION
               EXIT PARAGRAPH
           END-IF

           IF NOT PLAN-TRAMO-CALZA AND WS-PLAN-HAY-DESC = 'S'
               COMPUTE WS-COMISION ROUNDED =
                   WS-COMISION * (100 - WS-PLAN-POR-DESC) / 100
           END-IF.

      *================================================================
      * 4170 - EVALUAR UNA REGLA DEL PLAN CONTRA EL MONTO EN CURSO
      *================================================================
       4170-EVALUAR-REGLA-PLAN.
           IF WS-RGL-TIPO (WS-IDX-RGL) = 'M'
               MOVE 'S' TO WS-PLAN-ES-MENSUAL
               EXIT PARAGRAPH
           END-IF

           IF WS-RGL-TIPO (WS-IDX-RGL) = 'D'
               MOVE 'S' TO WS-PLAN-HAY-DESC
               MOVE WS-RGL-POR-DESC (WS-IDX-RGL) TO WS-PLAN-POR-DESC
               EXIT PARAGRAPH
           END-IF

           IF NOT PLAN-TRAMO-CALZA
                   AND WS-MONTO-COP >= WS-RGL-DESDE (WS-IDX-RGL)
                   AND (WS-RGL-HASTA (WS-IDX-RGL) = 0
                       OR WS-MONTO-COP <= WS-RGL-HASTA (WS-IDX-RGL))
               MOVE 'S' TO WS-PLAN-TRAMO-CALZA
               IF WS-RGL-POR (WS-IDX-RGL) NOT = 0
                   COMPUTE WS-COMISION ROUNDED =
                       WS-MONTO-COP * WS-RGL-POR (WS-IDX-RGL) / 100
               ELSE
                   MOVE WS-RGL-MTO (WS-IDX-RGL) TO WS-COMISION
               END-IF
           END-IF.

      *================================================================
      * 5000 - IMPRIMIR LOS TOTALES POR SEGMENTO
      *================================================================
       5000-IMPRIMIR-SEGMENTOS.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  COMPARACION POR SEGMENTO'
           DISPLAY WS-LINEA

           PERFORM 5100-MOSTRAR-SEGMENTO
               VARYING WS-IDX-SEG FROM 1 BY 1
               UNTIL WS-IDX-SEG > WS-CANT-SEGMENTOS.

      *================================================================
      * 5100 - MOSTRAR UN SEGMENTO
      *================================================================
       5100-MOSTRAR-SEGMENTO.
           DISPLAY ' '
           DISPLAY '  ' WS-SEG-CODIGO (WS-IDX-SEG) ' : '
               WS-SEG-CANT-ORD (WS-IDX-SEG) ' orden(es)'
           MOVE WS-SEG-COM-REAL (WS-IDX-SEG) TO WS-DISP-MONTO
           MOVE WS-SEG-COM-SIM (WS-IDX-SEG) TO WS-DISP-MONTO-2
           COMPUTE WS-DIFERENCIA = WS-SEG-COM-SIM (WS-IDX-SEG)
               - WS-SEG-COM-REAL (WS-IDX-SEG)
           MOVE WS-DIFERENCIA TO WS-DISP-MONTO-3
           DISPLAY '      Comision:' WS-DISP-MONTO ' /'
               WS-DISP-MONTO-2 ' /' WS-DISP-MONTO-3
           MOVE WS-SEG-IVA-REAL (WS-IDX-SEG) TO WS-DISP-MONTO
           MOVE WS-SEG-IVA-SIM (WS-IDX-SEG) TO WS-DISP-MONTO-2
           COMPUTE WS-DIFERENCIA = WS-SEG-IVA-SIM (WS-IDX-SEG)
               - WS-SEG-IVA-REAL (WS-IDX-SEG)
           MOVE WS-DIFERENCIA TO WS-DISP-MONTO-3
           DISPLAY '      IVA     :' WS-DISP-MONTO ' /'
               WS-DISP-MONTO-2 ' /' WS-DISP-MONTO-3.

      *================================================================
      * 6000 - IMPRIMIR LOS TOTALES POR PLAN TARIFARIO
      *================================================================
       6000-IMPRIMIR-PLANES.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  COMPARACION POR PLAN TARIFARIO'
           DISPLAY WS-LINEA

           PERFORM 6100-MOSTRAR-PLAN
               VARYING WS-IDX-PLN FROM 1 BY 1
               UNTIL WS-IDX-PLN > WS-CANT-PLANES.

      *================================================================
      * 6100 - MOSTRAR UN PLAN (SOLO LOS QUE TUVIERON ORDENES)
      *================================================================
       6100-MOSTRAR-PLAN.
           IF WS-PLN-CANT-ORD (WS-IDX-PLN) = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '  ' WS-PLN-CODIGO (WS-IDX-PLN) ' '
               WS-PLN-NOMBRE (WS-IDX-PLN) ' : '
               WS-PLN-CANT-ORD (WS-IDX-PLN) ' orden(es)'
           MOVE WS-PLN-CODIGO (WS-IDX-PLN) TO WS-BUS-PLAN
           PERFORM 8600-VER-PLAN-PROPUESTO
           IF ES-PLAN-PROPUESTO
               DISPLAY '      (reglas tomadas de la propuesta)'
           END-IF
           MOVE WS-PLN-COM-REAL (WS-IDX-PLN) TO WS-DISP-MONTO
           MOVE WS-PLN-COM-SIM (WS-IDX-PLN) TO WS-DISP-MONTO-2
           COMPUTE WS-DIFERENCIA = WS-PLN-COM-SIM (WS-IDX-PLN)
               - WS-PLN-COM-REAL (WS-IDX-PLN)
           MOVE WS-DIFERENCIA TO WS-DISP-MONTO-3
           DISPLAY '      Comision:' WS-DISP-MONTO ' /'
               WS-DISP-MONTO-2 ' /' WS-DISP-MONTO-3
           MOVE WS-PLN-IVA-REAL (WS-IDX-PLN) TO WS-DISP-MONTO
           MOVE WS-PLN-IVA-SIM (WS-IDX-PLN) TO WS-DISP-MONTO-2
           COMPUTE WS-DIFERENCIA = WS-PLN-IVA-SIM (WS-IDX-PLN)
               - WS-PLN-IVA-REAL (WS-IDX-PLN)
           MOVE WS-DIFERENCIA TO WS-DISP-MONTO-3
           DISPLAY '      IVA     :' WS-DISP-MONTO ' /'
               WS-DISP-MONTO-2 ' /' WS-DISP-MONTO-3.

      *================================================================
      * 7000 - MOSTRAR EL RESUMEN DE LA SIMULACION
      *================================================================
       7000-MOSTRAR-RESUMEN.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN DE LA SIMULACION - PERIODO ' WS-PERIODO
           DISPLAY WS-LINEA
           DISPLAY '  Ordenes tasadas        : ' WS-CANT-ORDENES
           DISPLAY '    de ellas archivadas  : ' WS-CANT-ARCHIVADAS
           DISPLAY '  Clientes con ordenes   : ' WS-CANT-CON-ORDENES
           DISPLAY '  Comision sube          : ' WS-CANT-SUBEN
           DISPLAY '  Comision baja          : ' WS-CANT-BAJAN
           DISPLAY '  Comision igual         : ' WS-CANT-IGUALES
           MOVE WS-TOT-COM-REAL TO WS-DISP-MONTO
           DISPLAY '  Comision cobrada       : $' WS-DISP-MONTO
           MOVE WS-TOT-COM-SIM TO WS-DISP-MONTO
           DISPLAY '  Comision simulada      : $' WS-DISP-MONTO
           COMPUTE WS-DIFERENCIA = WS-TOT-COM-SIM - WS-TOT-COM-REAL
           MOVE WS-DIFERENCIA TO WS-DISP-MONTO
           DISPLAY '  Diferencia comision    : $' WS-DISP-MONTO
           MOVE WS-TOT-IVA-REAL TO WS-DISP-MONTO
           DISPLAY '  IVA cobrado            : $' WS-DISP-MONTO
           MOVE WS-TOT-IVA-SIM TO WS-DISP-MONTO
           DISPLAY '  IVA simulado           : $' WS-DISP-MONTO
           COMPUTE WS-DIFERENCIA = WS-TOT-IVA-SIM - WS-TOT-IVA-REAL
           MOVE WS-DIFERENCIA TO WS-DISP-MONTO
           DISPLAY '  Diferencia IVA         : $' WS-DISP-MONTO
           IF WS-CANT-SIN-CLIENTE > 0
               DISPLAY '  AVISO: ' WS-CANT-SIN-CLIENTE
                   ' orden(es) de cuentas sin cliente en el '
                   'maestro no se tasaron.'
           END-IF
           DISPLAY WS-LINEA.

      *================================================================
      * 8100 - UBICAR EL CLIENTE DUENO DE UNA CUENTA
      *   Lee la cuenta por llave y deja el cliente en WS-IDX-CLI (0
      *   = cuenta o cliente inexistente).
      *================================================================
       8100-CLIENTE-DE-CUENTA.
           MOVE 0 TO WS-IDX-CLI

           MOVE WS-BUS-CUENTA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   ADD 1 TO WS-CANT-SIN-CLIENTE
                   EXIT PARAGRAPH
           END-READ

           MOVE CC-COD-CLIENTE TO WS-BUS-CLIENTE
           PERFORM 8200-BUSCAR-CLIENTE-TABLA
           IF WS-IDX-CLI = 0
               ADD 1 TO WS-CANT-SIN-CLIENTE
           END-IF.

      *================================================================
      * 8200 - BUSCAR UN CLIENTE EN LA TABLA (0 = NO ESTA)
      *================================================================
       8200-BUSCAR-CLIENTE-TABLA.
           MOVE 0 TO WS-IDX-CLI
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CLIENTES
                      OR WS-IDX-CLI > 0
               IF WS-CLI-CODIGO (WS-IDX) = WS-BUS-CLIENTE
                   MOVE WS-IDX TO WS-IDX-CLI
               END-IF
           END-PERFORM.

      *================================================================
      * 8300 - LLEVAR UN MONTO DE LA MONEDA DE LA ORDEN A COP
      *================================================================
       8300-CONVERTIR-COP.
           EVALUATE WS-MONEDA-CTA
               WHEN 'USD'
                   COMPUTE WS-MTO-COP ROUNDED =
                       WS-MTO-ORIGINAL * WS-TASA-USD
               WHEN 'EUR'
                   COMPUTE WS-MTO-COP ROUNDED =
                       WS-MTO-ORIGINAL * WS-TASA-EUR
               WHEN OTHER
                   MOVE WS-MTO-ORIGINAL TO WS-MTO-COP
           END-EVALUATE.

      *================================================================
      * 8400 - UBICAR (O CREAR) EL RENGLON DE UN PLAN
      *================================================================
       8400-UBICAR-PLAN.
           IF WS-CANT-PLANES = 0
               MOVE 1 TO WS-CANT-PLANES
               MOVE 'GENERAL' TO WS-PLN-CODIGO (1)
               MOVE 'Tarifa general (sin plan)' TO WS-PLN-NOMBRE (1)
               MOVE 0 TO WS-PLN-CANT-ORD (1)
               MOVE 0 TO WS-PLN-COM-REAL (1)
               MOVE 0 TO WS-PLN-COM-SIM (1)
               MOVE 0 TO WS-PLN-IVA-REAL (1)
               MOVE 0 TO WS-PLN-IVA-SIM (1)
           END-IF

           MOVE 0 TO WS-IDX-PLN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-PLANES
                      OR WS-IDX-PLN > 0
               IF WS-PLN-CODIGO (WS-IDX) = WS-BUS-PLAN
                   MOVE WS-IDX TO WS-IDX-PLN
               END-IF
           END-PERFORM

           IF WS-IDX-PLN > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-PLANES < 100
               ADD 1 TO WS-CANT-PLANES
           END-IF
           MOVE WS-CANT-PLANES TO WS-IDX-PLN
           MOVE WS-BUS-PLAN TO WS-PLN-CODIGO (WS-IDX-PLN)
           MOVE SPACES TO WS-PLN-NOMBRE (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-CANT-ORD (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-COM-REAL (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-COM-SIM (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-IVA-REAL (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-IVA-SIM (WS-IDX-PLN).

      *================================================================
      * 8500 - UBICAR (O CREAR) EL RENGLON DE UN SEGMENTO
      *================================================================
       8500-UBICAR-SEGMENTO.
           MOVE 0 TO WS-IDX-SEG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-SEGMENTOS
                      OR WS-IDX-SEG > 0
               IF WS-SEG-CODIGO (WS-IDX) = WS-BUS-SEGMENTO
                   MOVE WS-IDX TO WS-IDX-SEG
               END-IF
           END-PERFORM

           IF WS-IDX-SEG > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-SEGMENTOS < 20
               ADD 1 TO WS-CANT-SEGMENTOS
           END-IF
           MOVE WS-CANT-SEGMENTOS TO WS-IDX-SEG
           MOVE WS-BUS-SEGMENTO TO WS-SEG-CODIGO (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-CANT-ORD (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-COM-REAL (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-COM-SIM (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-IVA-REAL (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-IVA-SIM (WS-IDX-SEG).

      *================================================================
      * 8600 - VER SI UN PLAN TIENE REGLAS EN LA PROPUESTA
      *================================================================
       8600-VER-PLAN-PROPUESTO.
           MOVE 'N' TO WS-ES-PLAN-PROPUESTO
           PERFORM VARYING WS-IDX-PRP FROM 1 BY 1
                   UNTIL WS-IDX-PRP > WS-CANT-PLANES-PROP
                      OR ES-PLAN-PROPUESTO
               IF WS-PLAN-PROPUESTO (WS-IDX-PRP) = WS-BUS-PLAN
                   MOVE 'S' TO WS-ES-PLAN-PROPUESTO
               END-IF
           END-PERFORM.

      *================================================================
      * 8950 - CARGAR LAS TARIFAS DE IMPUESTOS (TASASIMP.dat)
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
                               WS-TAB-TIM-VIGENCIA
                               (WS-CANT-TARIFAS-IMP)
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
      *   Entra WS-TIM-TIPO y WS-TIM-FECHA. Parte de la tarifa
      *   compilada y la reemplaza con el renglon del mismo impuesto
      *   de vigencia mas reciente que no supere la fecha.
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
      * 9890 - DEJAR EL RENGLON EN LA BITACORA DE CORRIDAS
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
