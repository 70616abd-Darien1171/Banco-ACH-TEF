      *================================================================
      * RPT-SEGREGACION.cbl - Violaciones de Segregacion de Funciones
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Cada programa de aprobacion exige que el supervisor sea
      * distinto del que captura, pero nadie miraba en conjunto
      * quien aprobaba que. Este reporte mensual, para un periodo
      * YYYY-MM, toma de AUDITORIA.dat las decisiones de:
      *
      *   - APR-CAMBIOS   (APROBACION_CAMBIOS; captura PENDCAMBIO);
      *   - SUP-FIRMAS    (SEGUNDA_FIRMA liberada; captura
      *                    PENDFIRMA);
      *   - SUP-RETENIDAS (TRANSFERENCIA_ACH de SUP_RETENIDAS;
      *                    captura RETENIDAS);
      *   - SUP-SUSPENSOS (REVISION_SUSPENSO; cuenta SUSPENSOS, sin
      *                    capturador: la orden viene de otro banco);
      *   - REV-ORDEN     (REVERSO_ORDEN; captura el renglon de
      *                    auditoria que creo la orden, cuenta
      *                    ORDENES);
      *   - PRC-REMATE    (REMATE_EMBARGO; cuenta en la observacion);
      *   - TRN-CAJA      (ANULACION_CAJA: captura el cajero,
      *                    aprueba la clave de supervisor citada en
      *                    la observacion, junto con la cuenta);
      *   - PRC-SUCESION  (SUCESION_CLIENTE pagada o rechazada;
      *                    captura SUCESIONES),
      *
      * y las revisa contra cuatro reglas:
      *
      *   1. el mismo usuario capturo y aprobo;
      *   2. el aprobador decidio sobre una cuenta de un cliente
      *      cuyo documento es su propio codigo de usuario
      *      (US-COD-USUARIO = CL-NUM-DOCUMENTO);
      *   3. un supervisor tomo mas del umbral 1 (porcentaje, enter
      *      = 50) de las decisiones de un programa, cuando el
      *      programa tuvo al menos el umbral 2 (enter = 10)
      *      decisiones en el periodo;
      *   4. la decision cae por fuera del horario normal del
      *      aprobador segun SESIONES.dat: de la primera a la ultima
      *      hora del dia que reune al menos el 10% de sus ingresos y
      *      salidas. Con menos de 10 eventos en el diario no hay
      *      horario que comparar y solo se cuenta en el resumen.
      *
      * Las autorizaciones de boveda de GES-BOVEDA no dejan renglon
      * de decision en AUDITORIA y no entran en este reporte.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-SEGREGACION.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDITORIA.

           SELECT ARCHIVO-PENDCAMBIO
               ASSIGN TO 'data/PENDCAMBIO.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PENDCAMBIO.

           SELECT ARCHIVO-PENDFIRMA
               ASSIGN TO 'data/PENDFIRMA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PENDFIRMA.

           SELECT ARCHIVO-RETENIDAS
               ASSIGN TO 'data/RETENIDAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RETENIDAS.

           SELECT ARCHIVO-SUSPENSOS
               ASSIGN TO 'data/SUSPENSOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SUSPENSOS.

           SELECT ARCHIVO-SUCESIONES
               ASSIGN TO 'data/SUCESIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SUCESIONES.

           SELECT ARCHIVO-SESIONES
               ASSIGN TO 'data/SESIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SESIONES.

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

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-PENDCAMBIO.
       COPY 'copybooks/PENDCAMBIO.cpy'.

       FD ARCHIVO-PENDFIRMA.
       COPY 'copybooks/PENDFIRMA.cpy'.

       FD ARCHIVO-RETENIDAS.
       COPY 'copybooks/RETENIDAS.cpy'.

       FD ARCHIVO-SUSPENSOS.
       COPY 'copybooks/SUSPENSOS.cpy'.

       FD ARCHIVO-SUCESIONES.
       COPY 'copybooks/SUCESIONES.cpy'.

       FD ARCHIVO-SESIONES.
       COPY 'copybooks/SESIONES.cpy'.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

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
          05 WS-STAT-AUDITORIA    PIC X(2).
          05 WS-STAT-PENDCAMBIO   PIC X(2).
          05 WS-STAT-PENDFIRMA    PIC X(2).
          05 WS-STAT-RETENIDAS    PIC X(2).
          05 WS-STAT-SUSPENSOS    PIC X(2).
          05 WS-STAT-SUCESIONES   PIC X(2).
          05 WS-STAT-SESIONES     PIC X(2).
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).

      *----------------------------------------------------------------
      * Periodo del reporte y umbrales
      *----------------------------------------------------------------
       01 WS-PERIODO               PIC X(7).
       01 WS-UMBRAL-PORC           PIC 9(3) VALUE 0.
       01 WS-MIN-DECISIONES        PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * Decisiones de aprobacion del periodo, una por renglon de
      * AUDITORIA, completadas con capturador, cuenta y cliente
      *----------------------------------------------------------------
       01 WS-TABLA-DECISIONES.
          05 WS-CANT-DECISIONES   PIC 9(4) VALUE 0.
          05 WS-DECISION OCCURS 3000 TIMES.
             10 WS-DEC-PROGRAMA   PIC X(13).
             10 WS-DEC-REFERENCIA PIC X(20).
             10 WS-DEC-FECHA      PIC X(10).
             10 WS-DEC-HORA       PIC X(8).
             10 WS-DEC-APROBADOR  PIC X(20).
             10 WS-DEC-CAPTURADOR PIC X(20).
             10 WS-DEC-CUENTA     PIC X(20).
             10 WS-DEC-CLIENTE    PIC X(10).
             10 WS-DEC-DOC-CLIENTE PIC X(15).
             10 WS-DEC-MONTO      PIC S9(13)V99.

      *----------------------------------------------------------------
      * Clientes (codigo y documento) para la regla de cuentas propias
      *----------------------------------------------------------------
       01 WS-TABLA-CLIENTES.
          05 WS-CANT-CLIENTES     PIC 9(4) VALUE 0.
          05 WS-CLIENTE-DOC OCCURS 2000 TIMES.
             10 WS-CLI-CODIGO     PIC X(10).
             10 WS-CLI-DOCUMENTO  PIC X(15).

      *----------------------------------------------------------------
      * Decisiones por programa y por programa/aprobador
      *----------------------------------------------------------------
       01 WS-TABLA-PROGRAMAS.
          05 WS-CANT-PROGRAMAS    PIC 9(2) VALUE 0.
          05 WS-PROGRAMA-DEC OCCURS 10 TIMES.
             10 WS-PRG-NOMBRE     PIC X(13).
             10 WS-PRG-CANT       PIC 9(5).

       01 WS-TABLA-CONCENTRA.
          05 WS-CANT-CONCENTRA    PIC 9(3) VALUE 0.
          05 WS-CONCENTRA OCCURS 500 TIMES.
             10 WS-CON-PROGRAMA   PIC X(13).
             10 WS-CON-APROBADOR  PIC X(20).
             10 WS-CON-CANT       PIC 9(5).

      *----------------------------------------------------------------
      * Horario normal de cada operador segun SESIONES.dat: eventos
      * por hora del dia (1 = 00h ... 24 = 23h)
      *----------------------------------------------------------------
       01 WS-TABLA-HORARIOS.
          05 WS-CANT-OPERADORES   PIC 9(3) VALUE 0.
          05 WS-HORARIO OCCURS 500 TIMES.
             10 WS-HOR-USUARIO    PIC X(20).
             10 WS-HOR-TOTAL      PIC 9(7).
             10 WS-HOR-CANT       PIC 9(7) OCCURS 24 TIMES.
             10 WS-HOR-DESDE      PIC 9(2).
             10 WS-HOR-HASTA      PIC 9(2).

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-GENERICO      PIC X VALUE 'N'.
          05 WS-IDX               PIC 9(4).
          05 WS-IDX-DEC           PIC 9(4).
          05 WS-IDX-CLI           PIC 9(4).
          05 WS-IDX-PRG           PIC 9(2).
          05 WS-IDX-CON           PIC 9(3).
          05 WS-IDX-OPE           PIC 9(3).
          05 WS-IDX-HORA          PIC 9(2).
          05 WS-HORA-DEC          PIC 9(2).
          05 WS-BUS-PROGRAMA      PIC X(13).
          05 WS-BUS-REFERENCIA    PIC X(20).
          05 WS-BUS-USUARIO       PIC X(20).
          05 WS-PORCENTAJE        PIC 9(3)V99.
          05 WS-OBS-PARTE-1       PIC X(200).
          05 WS-OBS-PARTE-2       PIC X(200).
          05 WS-OBS-PARTE-3       PIC X(200).
          05 WS-NVA-PROGRAMA      PIC X(13).
          05 WS-NVA-REFERENCIA    PIC X(20).
          05 WS-NVA-APROBADOR     PIC X(20).
          05 WS-NVA-CAPTURADOR    PIC X(20).
          05 WS-NVA-CUENTA        PIC X(20).

      *----------------------------------------------------------------
      * Totales de la corrida
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-CANT-DESCARTADAS  PIC 9(5) VALUE 0.
          05 WS-CANT-SIN-CAPTURADOR PIC 9(5) VALUE 0.
          05 WS-CANT-MISMO-USUARIO PIC 9(5) VALUE 0.
          05 WS-CANT-CTA-PROPIA   PIC 9(5) VALUE 0.
          05 WS-CANT-CONCENTRADOS PIC 9(5) VALUE 0.
          05 WS-CANT-FUERA-HORARIO PIC 9(5) VALUE 0.
          05 WS-CANT-SIN-HISTORIA PIC 9(5) VALUE 0.

       01 WS-DISP-MONTO PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-PORC  PIC ZZ9,99.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-SEGREGACION'.
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
           DISPLAY '  VIOLACIONES DE SEGREGACION DE FUNCIONES'
           DISPLAY WS-LINEA

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Periodo del reporte (YYYY-MM): '
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

           PERFORM 0100-PEDIR-UMBRALES

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 1000-CARGAR-DECISIONES
           PERFORM 2000-RESOLVER-CAPTURADORES
           PERFORM 3000-RESOLVER-CLIENTES
           PERFORM 4000-CARGAR-HORARIOS

           PERFORM 5100-REPORTAR-MISMO-USUARIO
           PERFORM 5200-REPORTAR-CUENTAS-PROPIAS
           PERFORM 5300-REPORTAR-CONCENTRACION
           PERFORM 5400-REPORTAR-FUERA-HORARIO
           PERFORM 6000-MOSTRAR-RESUMEN

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CANT-DECISIONES TO WS-RUN-PROCESADOS
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
      * 0100 - PEDIR LOS UMBRALES DE CONCENTRACION
      *================================================================
       0100-PEDIR-UMBRALES.
           DISPLAY '  Porcentaje maximo por supervisor (enter = 50): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-UMBRAL-1 TO WS-UMBRAL-PORC
               DISPLAY WS-UMBRAL-PORC
           ELSE
               ACCEPT WS-UMBRAL-PORC
           END-IF
           IF WS-UMBRAL-PORC = 0 OR WS-UMBRAL-PORC > 100
               MOVE 50 TO WS-UMBRAL-PORC
           END-IF

           DISPLAY '  Minimo de decisiones por programa (enter = 10): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-UMBRAL-2 TO WS-MIN-DECISIONES
               DISPLAY WS-MIN-DECISIONES
           ELSE
               ACCEPT WS-MIN-DECISIONES
           END-IF
           IF WS-MIN-DECISIONES = 0
               MOVE 10 TO WS-MIN-DECISIONES
           END-IF

           MOVE SPACES TO WS-RUN-PARAMETROS
           STRING WS-RUN-ORIGEN ' PERIODO=' WS-PERIODO
               ' PORC=' WS-UMBRAL-PORC
               ' MIN=' WS-MIN-DECISIONES
               DELIMITED SIZE INTO WS-RUN-PARAMETROS.

      *================================================================
      * 1000 - TOMAR DE AUDITORIA LAS DECISIONES DEL PERIODO
      *================================================================
       1000-CARGAR-DECISIONES.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-AUDITORIA
           IF WS-STAT-AUDITORIA = '35'
               DISPLAY '  ERROR: sin AUDITORIA.dat no hay decisiones '
                   'que revisar.'
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-AUDITORIA
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF AT-FEC-TRANSAC (1:7) = WS-PERIODO
                           PERFORM 1100-CLASIFICAR-RENGLON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-AUDITORIA.

      *================================================================
      * 1100 - RECONOCER UN RENGLON DE DECISION DE APROBACION
      *   Cada programa deja su decision con un tipo propio; el
      *   capturador y la cuenta se completan en 2000 y 3000, salvo
      *   cuando vienen en la misma observacion.
      *================================================================
       1100-CLASIFICAR-RENGLON.
           MOVE SPACES TO WS-NVA-PROGRAMA
           MOVE AT-NUM-ORDEN TO WS-NVA-REFERENCIA
           MOVE AT-COD-USUARIO TO WS-NVA-APROBADOR
           MOVE SPACES TO WS-NVA-CAPTURADOR
           MOVE SPACES TO WS-NVA-CUENTA

           EVALUATE TRUE
               WHEN AT-TIP-TRANSAC = 'APROBACION_CAMBIOS'
                   MOVE 'APR-CAMBIOS' TO WS-NVA-PROGRAMA
               WHEN AT-TIP-TRANSAC = 'SEGUNDA_FIRMA'
                    AND AT-ESTADO-FINAL = 'FIRMA_LIBERADA'
                   MOVE 'SUP-FIRMAS' TO WS-NVA-PROGRAMA
               WHEN AT-TIP-TRANSAC = 'TRANSFERENCIA_ACH'
                    AND AT-TERMINAL = 'SUP_RETENIDAS'
                    AND AT-OBSERVACION (1:10) = 'Retencion '
                   MOVE 'SUP-RETENIDAS' TO WS-NVA-PROGRAMA
                   MOVE AT-OBSERVACION (11:20) TO WS-NVA-REFERENCIA
               WHEN AT-TIP-TRANSAC = 'REVISION_SUSPENSO'
                   MOVE 'SUP-SUSPENSOS' TO WS-NVA-PROGRAMA
               WHEN AT-TIP-TRANSAC = 'REVERSO_ORDEN'
                    AND AT-ESTADO-FINAL = 'ORDEN_REVERSADA'
                   MOVE 'REV-ORDEN' TO WS-NVA-PROGRAMA
               WHEN AT-TIP-TRANSAC = 'REMATE_EMBARGO'
                   MOVE 'PRC-REMATE' TO WS-NVA-PROGRAMA
                   MOVE SPACES TO WS-OBS-PARTE-1 WS-OBS-PARTE-2
                   UNSTRING AT-OBSERVACION DELIMITED BY ', cuenta '
                       INTO WS-OBS-PARTE-1 WS-OBS-PARTE-2
                   END-UNSTRING
                   MOVE WS-OBS-PARTE-2 (1:20) TO WS-NVA-CUENTA
               WHEN AT-TIP-TRANSAC = 'ANULACION_CAJA'
                   MOVE 'TRN-CAJA' TO WS-NVA-PROGRAMA
                   PERFORM 1150-LEER-ANULACION
               WHEN AT-TIP-TRANSAC = 'SUCESION_CLIENTE'
                    AND (AT-ESTADO-FINAL = 'SUCESION_PAGADA'
                      OR AT-ESTADO-FINAL = 'PARTICION_RECHAZADA')
                   MOVE 'PRC-SUCESION' TO WS-NVA-PROGRAMA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-CANT-DECISIONES >= 3000
               ADD 1 TO WS-CANT-DESCARTADAS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-DECISIONES
           MOVE WS-CANT-DECISIONES TO WS-IDX-DEC
           MOVE WS-NVA-PROGRAMA TO WS-DEC-PROGRAMA (WS-IDX-DEC)
           MOVE WS-NVA-REFERENCIA TO WS-DEC-REFERENCIA (WS-IDX-DEC)
           MOVE AT-FEC-TRANSAC TO WS-DEC-FECHA (WS-IDX-DEC)
           MOVE AT-HOA-INICIO TO WS-DEC-HORA (WS-IDX-DEC)
           MOVE WS-NVA-APROBADOR TO WS-DEC-APROBADOR (WS-IDX-DEC)
           MOVE WS-NVA-CAPTURADOR TO WS-DEC-CAPTURADOR (WS-IDX-DEC)
           MOVE WS-NVA-CUENTA TO WS-DEC-CUENTA (WS-IDX-DEC)
           MOVE SPACES TO WS-DEC-CLIENTE (WS-IDX-DEC)
           MOVE SPACES TO WS-DEC-DOC-CLIENTE (WS-IDX-DEC)
           MOVE AT-MTO-PROCESADO TO WS-DEC-MONTO (WS-IDX-DEC).

      *================================================================
      * 1150 - DESARMAR LA OBSERVACION DE UNA ANULACION DE CAJA
      *   'Anula <original> cuenta <cuenta> autorizado por <superv>:
      *   <motivo>'. El renglon es del cajero (capturador); el que
      *   aprueba es el supervisor que dio la clave.
      *================================================================
       1150-LEER-ANULACION.
           MOVE AT-COD-USUARIO TO WS-NVA-CAPTURADOR
           MOVE SPACES TO WS-NVA-APROBADOR
           MOVE SPACES TO WS-OBS-PARTE-1 WS-OBS-PARTE-2 WS-OBS-PARTE-3

           UNSTRING AT-OBSERVACION DELIMITED BY ' autorizado por '
               INTO WS-OBS-PARTE-1 WS-OBS-PARTE-2
           END-UNSTRING
           UNSTRING WS-OBS-PARTE-2 DELIMITED BY ':'
               INTO WS-NVA-APROBADOR
           END-UNSTRING

           MOVE SPACES TO WS-OBS-PARTE-2
           UNSTRING WS-OBS-PARTE-1 DELIMITED BY ' cuenta '
               INTO WS-OBS-PARTE-3 WS-OBS-PARTE-2
           END-UNSTRING
           MOVE WS-OBS-PARTE-3 (7:20) TO WS-NVA-REFERENCIA
           MOVE WS-OBS-PARTE-2 (1:20) TO WS-NVA-CUENTA.

      *================================================================
      * 2000 - COMPLETAR CAPTURADOR Y CUENTA DESDE CADA ORIGEN
      *================================================================
       2000-RESOLVER-CAPTURADORES.
           IF WS-CANT-DECISIONES = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-LEER-PENDCAMBIO
           PERFORM 2200-LEER-PENDFIRMA
           PERFORM 2300-LEER-RETENIDAS
           PERFORM 2400-LEER-SUSPENSOS
           PERFORM 2500-LEER-SUCESIONES
           PERFORM 2600-ORIGEN-REVERSOS
           PERFORM 2700-CUENTA-REVERSOS.

      *================================================================
      * 2100 - CAMBIOS DE PARAMETROS: SOLICITANTE Y, EN LOS LIMITES,
      *   EL CLIENTE (PC-CLAVE = LC-COD-CLIENTE)
      *================================================================
       2100-LEER-PENDCAMBIO.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-PENDCAMBIO
           IF WS-STAT-PENDCAMBIO = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-PENDCAMBIO
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       MOVE 'APR-CAMBIOS' TO WS-BUS-PROGRAMA
                       MOVE PC-NUM-CAMBIO TO WS-BUS-REFERENCIA
                       PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                               UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
                           IF WS-DEC-PROGRAMA (WS-IDX-DEC)
                                   = WS-BUS-PROGRAMA
                              AND WS-DEC-REFERENCIA (WS-IDX-DEC)
                                   = WS-BUS-REFERENCIA
                               MOVE PC-COD-SOLICITANTE
                                   TO WS-DEC-CAPTURADOR (WS-IDX-DEC)
                               IF PC-ES-LIMITE
                                   MOVE PC-CLAVE (1:10)
                                       TO WS-DEC-CLIENTE (WS-IDX-DEC)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PENDCAMBIO.

      *================================================================
      * 2200 - SEGUNDA FIRMA: USUARIO QUE CAPTURO Y CUENTA ORIGEN
      *================================================================
       2200-LEER-PENDFIRMA.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-PENDFIRMA
           IF WS-STAT-PENDFIRMA = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-PENDFIRMA
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       MOVE 'SUP-FIRMAS' TO WS-BUS-PROGRAMA
                       MOVE PF-COD-PENDIENTE TO WS-BUS-REFERENCIA
                       PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                               UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
                           IF WS-DEC-PROGRAMA (WS-IDX-DEC)
                                   = WS-BUS-PROGRAMA
                              AND WS-DEC-REFERENCIA (WS-IDX-DEC)
                                   = WS-BUS-REFERENCIA
                               MOVE PF-COD-USUARIO
                                   TO WS-DEC-CAPTURADOR (WS-IDX-DEC)
                               MOVE PF-COD-CTA-ORIGEN
                                   TO WS-DEC-CUENTA (WS-IDX-DEC)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PENDFIRMA.

      *================================================================
      * 2300 - TRANSFERENCIAS RETENIDAS: USUARIO Y CUENTA ORIGEN
      *================================================================
       2300-LEER-RETENIDAS.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-RETENIDAS
           IF WS-STAT-RETENIDAS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-RETENIDAS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       MOVE 'SUP-RETENIDAS' TO WS-BUS-PROGRAMA
                       MOVE RT-COD-RETENIDA TO WS-BUS-REFERENCIA
                       PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                               UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
                           IF WS-DEC-PROGRAMA (WS-IDX-DEC)
                                   = WS-BUS-PROGRAMA
                              AND WS-DEC-REFERENCIA (WS-IDX-DEC)
                                   = WS-BUS-REFERENCIA
                               MOVE RT-COD-USUARIO
                                   TO WS-DEC-CAPTURADOR (WS-IDX-DEC)
                               MOVE RT-COD-CTA-ORIGEN
                                   TO WS-DEC-CUENTA (WS-IDX-DEC)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RETENIDAS.

      *================================================================
      * 2400 - SUSPENSOS: LA CUENTA DESTINO DE LA ORDEN ENTRANTE
      *================================================================
       2400-LEER-SUSPENSOS.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-SUSPENSOS
           IF WS-STAT-SUSPENSOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-SUSPENSOS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       MOVE 'SUP-SUSPENSOS' TO WS-BUS-PROGRAMA
                       MOVE SU-NUM-ORDEN TO WS-BUS-REFERENCIA
                       PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                               UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
                           IF WS-DEC-PROGRAMA (WS-IDX-DEC)
                                   = WS-BUS-PROGRAMA
                              AND WS-DEC-REFERENCIA (WS-IDX-DEC)
                                   = WS-BUS-REFERENCIA
                               MOVE SU-COD-CTA-DEST OF REG-SUSPENSO
                                   TO WS-DEC-CUENTA (WS-IDX-DEC)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SUSPENSOS.

      *================================================================
      * 2500 - SUCESIONES: QUIEN REGISTRO LA PARTICION Y EL CLIENTE
      *   FALLECIDO (todos los renglones de la particion los traen
      *   iguales)
      *================================================================
       2500-LEER-SUCESIONES.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-SUCESIONES
           IF WS-STAT-SUCESIONES = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-SUCESIONES
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       MOVE 'PRC-SUCESION' TO WS-BUS-PROGRAMA
                       MOVE SU-NUM-PARTICION TO WS-BUS-REFERENCIA
                       PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                               UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
                           IF WS-DEC-PROGRAMA (WS-IDX-DEC)
                                   = WS-BUS-PROGRAMA
                              AND WS-DEC-REFERENCIA (WS-IDX-DEC)
                                   = WS-BUS-REFERENCIA
                               MOVE SU-COD-REGISTRA
                                   TO WS-DEC-CAPTURADOR (WS-IDX-DEC)
                               MOVE SU-COD-CLIENTE
                                   TO WS-DEC-CLIENTE (WS-IDX-DEC)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SUCESIONES.

      *================================================================
      * 2600 - REVERSOS: EL CAPTURADOR ES EL USUARIO DEL PRIMER
      *   RENGLON DE AUDITORIA DE LA MISMA ORDEN QUE NO SEA EL REVERSO
      *   (la creacion de la orden), de cualquier periodo
      *================================================================
       2600-ORIGEN-REVERSOS.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-AUDITORIA
           IF WS-STAT-AUDITORIA = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-AUDITORIA
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF AT-NUM-ORDEN NOT = SPACES
                          AND AT-TIP-TRANSAC NOT = 'REVERSO_ORDEN'
                          AND AT-COD-USUARIO NOT = SPACES
                           MOVE 'REV-ORDEN' TO WS-BUS-PROGRAMA
                           MOVE AT-NUM-ORDEN TO WS-BUS-REFERENCIA
                           PERFORM 2650-MARCAR-CREADOR-ORDEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-AUDITORIA.

       2650-MARCAR-CREADOR-ORDEN.
           PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                   UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
               IF WS-DEC-PROGRAMA (WS-IDX-DEC) = WS-BUS-PROGRAMA
                  AND WS-DEC-REFERENCIA (WS-IDX-DEC)
                       = WS-BUS-REFERENCIA
                  AND WS-DEC-CAPTURADOR (WS-IDX-DEC) = SPACES
                   MOVE AT-COD-USUARIO
                       TO WS-DEC-CAPTURADOR (WS-IDX-DEC)
               END-IF
           END-PERFORM.

      *================================================================
      * 2700 - REVERSOS: LA CUENTA ORIGEN DE LA ORDEN REVERSADA
      *================================================================
       2700-CUENTA-REVERSOS.
           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                   UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
               IF WS-DEC-PROGRAMA (WS-IDX-DEC) = 'REV-ORDEN'
                   MOVE WS-DEC-REFERENCIA (WS-IDX-DEC) TO OT-NUM-ORDEN
                   READ ARCHIVO-ORDENES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OT-COD-CTA-ORIGEN
                               TO WS-DEC-CUENTA (WS-IDX-DEC)
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 3000 - LLEVAR CADA DECISION A SU CLIENTE Y SU DOCUMENTO
      *================================================================
       3000-RESOLVER-CLIENTES.
           IF WS-CANT-DECISIONES = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-CARGAR-CLIENTES

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  ERROR ABRIENDO CUENTAS.dat: '
                   WS-STAT-CUENTAS
               STOP RUN
           END-IF

           PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                   UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
               IF WS-DEC-CLIENTE (WS-IDX-DEC) = SPACES
                  AND WS-DEC-CUENTA (WS-IDX-DEC) NOT = SPACES
                   MOVE WS-DEC-CUENTA (WS-IDX-DEC) TO CC-COD-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-COD-CLIENTE
                               TO WS-DEC-CLIENTE (WS-IDX-DEC)
                   END-READ
               END-IF

               IF WS-DEC-CLIENTE (WS-IDX-DEC) NOT = SPACES
                   PERFORM 3200-BUSCAR-DOCUMENTO
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 3100 - CARGAR CODIGO Y DOCUMENTO DE LOS CLIENTES
      *================================================================
       3100-CARGAR-CLIENTES.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               EXIT PARAGRAPH
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
                           MOVE CL-NUM-DOCUMENTO
                               TO WS-CLI-DOCUMENTO (WS-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 3200 - DOCUMENTO DEL CLIENTE DE LA DECISION WS-IDX-DEC
      *================================================================
       3200-BUSCAR-DOCUMENTO.
           MOVE 0 TO WS-IDX-CLI
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CLIENTES
                      OR WS-IDX-CLI > 0
               IF WS-CLI-CODIGO (WS-IDX) = WS-DEC-CLIENTE (WS-IDX-DEC)
                   MOVE WS-IDX TO WS-IDX-CLI
               END-IF
           END-PERFORM

           IF WS-IDX-CLI > 0
               MOVE WS-CLI-DOCUMENTO (WS-IDX-CLI)
                   TO WS-DEC-DOC-CLIENTE (WS-IDX-DEC)
           END-IF.

      *================================================================
      * 4000 - ARMAR EL HORARIO NORMAL DE CADA OPERADOR
      *   Cuenta los ingresos y salidas del diario por hora del dia;
      *   el horario normal va de la primera a la ultima hora con al
      *   menos el 10% de los eventos del operador.
      *================================================================
       4000-CARGAR-HORARIOS.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-SESIONES
           IF WS-STAT-SESIONES = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-SESIONES
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF (SES-INGRESO OR SES-SALIDA)
                          AND SJ-HOA-EVENTO (1:2) IS NUMERIC
                           PERFORM 4100-SUMAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SESIONES

           PERFORM 4200-CALCULAR-VENTANA
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-IDX-OPE > WS-CANT-OPERADORES.

      *================================================================
      * 4100 - SUMAR UN EVENTO DEL DIARIO A LA HORA DE SU OPERADOR
      *================================================================
       4100-SUMAR-EVENTO.
           MOVE SJ-HOA-EVENTO (1:2) TO WS-HORA-DEC
           IF WS-HORA-DEC > 23
               EXIT PARAGRAPH
           END-IF

           MOVE SJ-COD-USUARIO TO WS-BUS-USUARIO
           PERFORM 8300-BUSCAR-OPERADOR

           IF WS-IDX-OPE = 0
               IF WS-CANT-OPERADORES >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-OPERADORES
               MOVE WS-CANT-OPERADORES TO WS-IDX-OPE
               MOVE WS-BUS-USUARIO TO WS-HOR-USUARIO (WS-IDX-OPE)
               MOVE 0 TO WS-HOR-TOTAL (WS-IDX-OPE)
               PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
                       UNTIL WS-IDX-HORA > 24
                   MOVE 0 TO WS-HOR-CANT (WS-IDX-OPE WS-IDX-HORA)
               END-PERFORM
           END-IF

           COMPUTE WS-IDX-HORA = WS-HORA-DEC + 1
           ADD 1 TO WS-HOR-CANT (WS-IDX-OPE WS-IDX-HORA)
           ADD 1 TO WS-HOR-TOTAL (WS-IDX-OPE).

      *================================================================
      * 4200 - PRIMERA Y ULTIMA HORA NORMAL DE UN OPERADOR
      *================================================================
       4200-CALCULAR-VENTANA.
           MOVE 99 TO WS-HOR-DESDE (WS-IDX-OPE)
           MOVE 0 TO WS-HOR-HASTA (WS-IDX-OPE)

           PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
                   UNTIL WS-IDX-HORA > 24
               IF WS-HOR-CANT (WS-IDX-OPE WS-IDX-HORA) * 10
                       >= WS-HOR-TOTAL (WS-IDX-OPE)
                   IF WS-HOR-DESDE (WS-IDX-OPE) = 99
                       COMPUTE WS-HOR-DESDE (WS-IDX-OPE) =
                           WS-IDX-HORA - 1
                   END-IF
                   COMPUTE WS-HOR-HASTA (WS-IDX-OPE) = WS-IDX-HORA - 1
               END-IF
           END-PERFORM.

      *================================================================
      * 5100 - REGLA 1: EL MISMO USUARIO CAPTURO Y APROBO
      *================================================================
       5100-REPORTAR-MISMO-USUARIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  1. MISMO USUARIO CAPTURA Y APRUEBA - PERIODO '
               WS-PERIODO
           DISPLAY WS-LINEA

           PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                   UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
               IF WS-DEC-CAPTURADOR (WS-IDX-DEC) = SPACES
                   ADD 1 TO WS-CANT-SIN-CAPTURADOR
               ELSE
                   IF WS-DEC-CAPTURADOR (WS-IDX-DEC)
                           = WS-DEC-APROBADOR (WS-IDX-DEC)
                       ADD 1 TO WS-CANT-MISMO-USUARIO
                       PERFORM 8100-MOSTRAR-DECISION
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CANT-MISMO-USUARIO = 0
               DISPLAY '  (sin hallazgos)'
           END-IF.

      *================================================================
      * 5200 - REGLA 2: EL APROBADOR DECIDIO SOBRE SU PROPIO CLIENTE
      *================================================================
       5200-REPORTAR-CUENTAS-PROPIAS.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  2. APROBACIONES SOBRE CUENTAS PROPIAS'
           DISPLAY '     (codigo de usuario = documento del cliente)'
           DISPLAY WS-LINEA

           PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                   UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
               IF WS-DEC-DOC-CLIENTE (WS-IDX-DEC) NOT = SPACES
                  AND WS-DEC-DOC-CLIENTE (WS-IDX-DEC)
                       = WS-DEC-APROBADOR (WS-IDX-DEC)
                   ADD 1 TO WS-CANT-CTA-PROPIA
                   PERFORM 8100-MOSTRAR-DECISION
               END-IF
           END-PERFORM

           IF WS-CANT-CTA-PROPIA = 0
               DISPLAY '  (sin hallazgos)'
           END-IF.

      *================================================================
      * 5300 - REGLA 3: CONCENTRACION DE DECISIONES EN UN SUPERVISOR
      *================================================================
       5300-REPORTAR-CONCENTRACION.
           PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                   UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
               PERFORM 5310-CONTAR-DECISION
           END-PERFORM

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  3. CONCENTRACION DE DECISIONES (mas del '
               WS-UMBRAL-PORC '% con ' WS-MIN-DECISIONES
               ' o mas)'
           DISPLAY WS-LINEA

           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON > WS-CANT-CONCENTRA
               MOVE WS-CON-PROGRAMA (WS-IDX-CON) TO WS-BUS-PROGRAMA
               PERFORM 8200-BUSCAR-PROGRAMA
               IF WS-PRG-CANT (WS-IDX-PRG) >= WS-MIN-DECISIONES
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-CON-CANT (WS-IDX-CON) * 100
                       / WS-PRG-CANT (WS-IDX-PRG)
                   IF WS-PORCENTAJE > WS-UMBRAL-PORC
                       ADD 1 TO WS-CANT-CONCENTRADOS
                       MOVE WS-PORCENTAJE TO WS-DISP-PORC
                       DISPLAY '  ' WS-CON-PROGRAMA (WS-IDX-CON) ' '
                           WS-CON-APROBADOR (WS-IDX-CON) ' '
                           WS-CON-CANT (WS-IDX-CON) ' de '
                           WS-PRG-CANT (WS-IDX-PRG) ' ('
                           WS-DISP-PORC '%)'
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CANT-CONCENTRADOS = 0
               DISPLAY '  (sin hallazgos)'
           END-IF.

      *================================================================
      * 5310 - SUMAR UNA DECISION A SU PROGRAMA Y A SU APROBADOR
      *================================================================
       5310-CONTAR-DECISION.
           MOVE WS-DEC-PROGRAMA (WS-IDX-DEC) TO WS-BUS-PROGRAMA
           PERFORM 8200-BUSCAR-PROGRAMA
           ADD 1 TO WS-PRG-CANT (WS-IDX-PRG)

           MOVE 0 TO WS-IDX-CON
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CONCENTRA
                      OR WS-IDX-CON > 0
               IF WS-CON-PROGRAMA (WS-IDX) = WS-BUS-PROGRAMA
                  AND WS-CON-APROBADOR (WS-IDX)
                       = WS-DEC-APROBADOR (WS-IDX-DEC)
                   MOVE WS-IDX TO WS-IDX-CON
               END-IF
           END-PERFORM

           IF WS-IDX-CON = 0
               IF WS-CANT-CONCENTRA >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-CONCENTRA
               MOVE WS-CANT-CONCENTRA TO WS-IDX-CON
               MOVE WS-BUS-PROGRAMA TO WS-CON-PROGRAMA (WS-IDX-CON)
               MOVE WS-DEC-APROBADOR (WS-IDX-DEC)
                   TO WS-CON-APROBADOR (WS-IDX-CON)
               MOVE 0 TO WS-CON-CANT (WS-IDX-CON)
           END-IF
           ADD 1 TO WS-CON-CANT (WS-IDX-CON).

      *================================================================
      * 5400 - REGLA 4: DECISIONES FUERA DEL HORARIO DEL APROBADOR
      *================================================================
       5400-REPORTAR-FUERA-HORARIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  4. DECISIONES FUERA DEL HORARIO NORMAL'
           DISPLAY WS-LINEA

           PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                   UNTIL WS-IDX-DEC > WS-CANT-DECISIONES
               PERFORM 5410-REVISAR-HORARIO
           END-PERFORM

           IF WS-CANT-FUERA-HORARIO = 0
               DISPLAY '  (sin hallazgos)'
           END-IF.

      *================================================================
      * 5410 - COMPARAR LA HORA DE UNA DECISION CON EL HORARIO
      *================================================================
       5410-REVISAR-HORARIO.
           MOVE WS-DEC-APROBADOR (WS-IDX-DEC) TO WS-BUS-USUARIO
           PERFORM 8300-BUSCAR-OPERADOR

           IF WS-IDX-OPE = 0
               ADD 1 TO WS-CANT-SIN-HISTORIA
               EXIT PARAGRAPH
           END-IF
           IF WS-HOR-TOTAL (WS-IDX-OPE) < 10
              OR WS-DEC-HORA (WS-IDX-DEC) (1:2) IS NOT NUMERIC
               ADD 1 TO WS-CANT-SIN-HISTORIA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEC-HORA (WS-IDX-DEC) (1:2) TO WS-HORA-DEC
           IF WS-HORA-DEC < WS-HOR-DESDE (WS-IDX-OPE)
              OR WS-HORA-DEC > WS-HOR-HASTA (WS-IDX-OPE)
               ADD 1 TO WS-CANT-FUERA-HORARIO
               PERFORM 8100-MOSTRAR-DECISION
               DISPLAY '      Horario normal de '
                   WS-HOR-DESDE (WS-IDX-OPE) 'h a '
                   WS-HOR-HASTA (WS-IDX-OPE) 'h ('
                   WS-HOR-TOTAL (WS-IDX-OPE) ' eventos en el diario)'
           END-IF.

      *================================================================
      * 6000 - RESUMEN DE LA CORRIDA
      *================================================================
       6000-MOSTRAR-RESUMEN.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN DEL PERIODO ' WS-PERIODO
           DISPLAY WS-LINEA
           DISPLAY '  Decisiones revisadas     : ' WS-CANT-DECISIONES
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
                   UNTIL WS-IDX-PRG > WS-CANT-PROGRAMAS
               DISPLAY '    ' WS-PRG-NOMBRE (WS-IDX-PRG) '        : '
                   WS-PRG-CANT (WS-IDX-PRG)
           END-PERFORM
           DISPLAY '  Mismo usuario            : '
               WS-CANT-MISMO-USUARIO
           DISPLAY '  Cuentas propias          : ' WS-CANT-CTA-PROPIA
           DISPLAY '  Supervisores concentrados: '
               WS-CANT-CONCENTRADOS
           DISPLAY '  Fuera de horario         : '
               WS-CANT-FUERA-HORARIO
           DISPLAY '  Sin capturador conocido  : '
               WS-CANT-SIN-CAPTURADOR
           DISPLAY '  Sin horario en el diario : '
               WS-CANT-SIN-HISTORIA
           IF WS-CANT-DESCARTADAS > 0
               DISPLAY '  AVISO: ' WS-CANT-DESCARTADAS
                   ' decision(es) no cupieron en la tabla y no se '
                   'revisaron.'
           END-IF
           DISPLAY WS-LINEA.

      *================================================================
      * 8100 - MOSTRAR UNA DECISION (WS-IDX-DEC)
      *================================================================
       8100-MOSTRAR-DECISION.
           MOVE WS-DEC-MONTO (WS-IDX-DEC) TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  ' WS-DEC-PROGRAMA (WS-IDX-DEC) ' '
               WS-DEC-REFERENCIA (WS-IDX-DEC) ' '
               WS-DEC-FECHA (WS-IDX-DEC) ' '
               WS-DEC-HORA (WS-IDX-DEC)
           DISPLAY '      Aprueba: ' WS-DEC-APROBADOR (WS-IDX-DEC)
               '  Captura: ' WS-DEC-CAPTURADOR (WS-IDX-DEC)
           DISPLAY '      Cuenta : ' WS-DEC-CUENTA (WS-IDX-DEC)
               '  Cliente: ' WS-DEC-CLIENTE (WS-IDX-DEC)
               '  Monto: $' WS-DISP-MONTO.

      *================================================================
      * 8200 - UBICAR (O CREAR) EL RENGLON DE UN PROGRAMA
      *================================================================
       8200-BUSCAR-PROGRAMA.
           MOVE 0 TO WS-IDX-PRG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-PROGRAMAS
                      OR WS-IDX-PRG > 0
               IF WS-PRG-NOMBRE (WS-IDX) = WS-BUS-PROGRAMA
                   MOVE WS-IDX TO WS-IDX-PRG
               END-IF
           END-PERFORM

           IF WS-IDX-PRG > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-PROGRAMAS < 10
               ADD 1 TO WS-CANT-PROGRAMAS
           END-IF
           MOVE WS-CANT-PROGRAMAS TO WS-IDX-PRG
           MOVE WS-BUS-PROGRAMA TO WS-PRG-NOMBRE (WS-IDX-PRG)
           MOVE 0 TO WS-PRG-CANT (WS-IDX-PRG).

      *================================================================
      * 8300 - BUSCAR UN OPERADOR EN LA TABLA DE HORARIOS (0 = NO ESTA)
      *================================================================
       8300-BUSCAR-OPERADOR.
           MOVE 0 TO WS-IDX-OPE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-OPERADORES
                      OR WS-IDX-OPE > 0
               IF WS-HOR-USUARIO (WS-IDX) = WS-BUS-USUARIO
                   MOVE WS-IDX TO WS-IDX-OPE
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
