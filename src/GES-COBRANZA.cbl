      *================================================================
      * GES-COBRANZA.cbl - Cola de Cobro de Sobregiros No Autorizados
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * El GMF, las comisiones, los cheques devueltos y los reversos
      * debitan aunque la cuenta no tenga fondos, y dejan cuentas de
      * Ahorros en rojo o Corrientes por debajo de su cupo de
      * sobregiro sin que nadie las persiga. Este batch de la noche
      * lleva la cola de cobro (COBRANZA.dat, ver COBRANZA.cpy):
      *
      *   - recalcula cada caso ABIERTO o PROPUESTO contra el saldo
      *     de la cuenta: si el disponible volvio al limite
      *     autorizado lo cierra REPAGADO; si no, actualiza el
      *     pendiente (y lo recuperado si bajo) y los dias en mora;
      *     el caso ABIERTO que cumple COB-DIAS-CASTIGO dias queda
      *     PROPUESTO para que el supervisor lo castigue en
      *     SUP-CASTIGOS;
      *   - barre CUENTAS.dat y abre un caso ABIERTO por cada cuenta
      *     en sobregiro no autorizado que no este ya en la cola;
      *   - lista la cola con la antiguedad y el monto de cada caso.
      *
      * Los abonos entrantes no esperan a esta corrida: PRC-ENTRANTE,
      * TRN-CAJA y MAIN-ACH aplican cada abono contra el caso de la
      * cuenta en el momento (ver 9700 en cada uno); aqui se recoge
      * lo que haya entrado por otros caminos (liberacion de
      * retenciones, anulaciones, ajustes).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GES-COBRANZA.
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

           SELECT ARCHIVO-COBRANZA
               ASSIGN TO 'data/COBRANZA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COBRANZA.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-PRODUCTOS
               ASSIGN TO 'data/PRODUCTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PRODUCTOS.

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

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-COBRANZA.
       COPY 'copybooks/COBRANZA.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-COBRANZA     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

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
       01 WS-NUM-CASO              PIC X(20).

      *----------------------------------------------------------------
      * Fecha de la corrida y umbral de castigo
      *----------------------------------------------------------------
       01 WS-FEC-PROCESO           PIC X(10).
       01 WS-FEC-PROCESO-NUM       PIC 9(8).
       01 WS-FEC-INICIO-NUM        PIC 9(8).
       01 WS-DIAS-CASTIGO          PIC 9(3).
       01 WS-DIAS-CALC             PIC S9(7).

      *----------------------------------------------------------------
      * Cuentas que ya tienen caso en la cola (pasada 1), para que la
      * pasada 2 no les abra otro.
      *----------------------------------------------------------------
       01 WS-TABLA-EN-COLA.
          05 WS-CANT-EN-COLA      PIC 9(5) VALUE 0.
          05 WS-IDX-COLA          PIC 9(5).
          05 WS-CTA-EN-COLA       PIC X(20) OCCURS 5000 TIMES.
          05 WS-YA-EN-COLA        PIC X VALUE 'N'.
             88 YA-EN-COLA           VALUE 'S'.

      *----------------------------------------------------------------
      * Caso en turno
      *----------------------------------------------------------------
       01 WS-CASO.
          05 WS-EOF-COBRANZA      PIC X VALUE 'N'.
          05 WS-EOF-CUENTAS       PIC X VALUE 'N'.
          05 WS-CUENTA-HALLADA    PIC X VALUE 'N'.
             88 CUENTA-HALLADA       VALUE 'S'.
          05 WS-LIM-AUTORIZADO    PIC S9(13)V99.
          05 WS-MTO-NO-AUTORIZADO PIC S9(13)V99.

      *----------------------------------------------------------------
      * Contadores del resumen
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-CASOS-NUEVOS      PIC 9(7) VALUE 0.
          05 WS-CASOS-REPAGADOS   PIC 9(7) VALUE 0.
          05 WS-CASOS-PROPUESTOS  PIC 9(7) VALUE 0.
          05 WS-CASOS-EN-COLA     PIC 9(7) VALUE 0.
          05 WS-MTO-EN-COLA       PIC S9(15)V99 VALUE 0.
          05 WS-MTO-PROPUESTO     PIC S9(15)V99 VALUE 0.

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'GES-COBRANZA'.
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
      * Catalogo de productos de deposito (PRODUCTOS.dat, ver
      * PRODUCTOS.cpy), cargado una vez al arrancar. 8910 deja en
      * WS-PRODUCTO-CTA el comportamiento del producto de la cuenta
      * (el que llama arma WS-PRD-CODIGO y WS-PRD-TIP-CUENTA); un
      * producto que no esta en el catalogo se comporta como siempre
      * lo hizo su letra A/C.
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

       01 WS-PRODUCTO-CTA.
          05 WS-PRD-CODIGO        PIC X(4).
          05 WS-PRD-TIP-CUENTA    PIC X(1).
          05 WS-PRD-MCA-INTERES   PIC X(1).
             88 PRD-PAGA-INTERES     VALUE 'S'.
          05 WS-PRD-MCA-SOBREGIRO PIC X(1).
             88 PRD-ADMITE-SOBREGIRO VALUE 'S'.
          05 WS-PRD-MCA-EXENTA    PIC X(1).
          05 WS-PRD-MESES-DORM    PIC 9(2).

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

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  COBRANZA DE SOBREGIROS NO AUTORIZADOS'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS
           PERFORM 0200-PEDIR-CORRIDA

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0300-ABRIR-ARCHIVOS

           PERFORM 1000-RECALCULAR-COLA
           PERFORM 2000-DETECTAR-NUEVOS
           PERFORM 3000-LISTAR-COLA

           PERFORM 9900-CERRAR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  Casos nuevos        : ' WS-CASOS-NUEVOS
           DISPLAY '  Casos repagados     : ' WS-CASOS-REPAGADOS
           DISPLAY '  Propuestos a castigo: ' WS-CASOS-PROPUESTOS
           DISPLAY '  Casos en la cola    : ' WS-CASOS-EN-COLA
           MOVE WS-MTO-EN-COLA TO WS-DISP-MONTO
           DISPLAY '  Pendiente en cola   : $' WS-DISP-MONTO
           MOVE WS-MTO-PROPUESTO TO WS-DISP-MONTO
           DISPLAY '  Propuesto a castigo : $' WS-DISP-MONTO

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CASOS-EN-COLA TO WS-RUN-PROCESADOS
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
      * 0200 - PEDIR LA FECHA DE LA CORRIDA Y EL UMBRAL DE CASTIGO
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

           DISPLAY '  Dias en mora para proponer castigo (enter = '
               COB-DIAS-CASTIGO '): ' WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-UMBRAL-1 TO WS-DIAS-CASTIGO
               DISPLAY WS-DIAS-CASTIGO
           ELSE
               ACCEPT WS-DIAS-CASTIGO
           END-IF
           IF WS-DIAS-CASTIGO = 0
               MOVE COB-DIAS-CASTIGO TO WS-DIAS-CASTIGO
           END-IF

           STRING WS-RUN-ORIGEN ' FECHA=' WS-FEC-PROCESO
               ' DIAS=' WS-DIAS-CASTIGO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS.

      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-COBRANZA
           IF WS-STAT-COBRANZA = '35'
               OPEN OUTPUT ARCHIVO-COBRANZA
               CLOSE ARCHIVO-COBRANZA
               OPEN EXTEND ARCHIVO-COBRANZA
           END-IF
           CLOSE ARCHIVO-COBRANZA

           PERFORM 8900-CARGAR-PRODUCTOS

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - PASADA 1: RECALCULAR LOS CASOS QUE SIGUEN EN COLA
      *================================================================
       1000-RECALCULAR-COLA.
           MOVE 'N' TO WS-EOF-COBRANZA

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '35'
               DISPLAY '  No existe CUENTAS.dat; nada que revisar.'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARCHIVO-COBRANZA

           PERFORM UNTIL WS-EOF-COBRANZA = 'S'
               READ ARCHIVO-COBRANZA
                   AT END MOVE 'S' TO WS-EOF-COBRANZA
                   NOT AT END
                       IF COB-ABIERTO OR COB-PROPUESTO
                           PERFORM 1100-RECALCULAR-CASO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-COBRANZA
           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 1100 - RECALCULAR UN CASO CONTRA EL SALDO DE SU CUENTA
      *   Lo que el pendiente haya bajado desde la ultima vez lo
      *   cubrieron abonos: va a lo recuperado. Una cuenta que ya no
      *   existe deja el caso como esta, para que lo vea el
      *   supervisor.
      *================================================================
       1100-RECALCULAR-CASO.
           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE CZ-COD-CUENTA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
           END-READ

           IF CUENTA-HALLADA
               PERFORM 2900-CALCULAR-NO-AUTORIZADO
               MOVE WS-LIM-AUTORIZADO TO CZ-LIM-AUTORIZADO
               IF WS-MTO-NO-AUTORIZADO < CZ-MTO-PENDIENTE
                   COMPUTE CZ-MTO-RECUPERADO = CZ-MTO-RECUPERADO
                       + CZ-MTO-PENDIENTE - WS-MTO-NO-AUTORIZADO
               END-IF
               MOVE WS-MTO-NO-AUTORIZADO TO CZ-MTO-PENDIENTE
           END-IF

           STRING CZ-FEC-INICIO (1:4) CZ-FEC-INICIO (6:2)
               CZ-FEC-INICIO (9:2)
               DELIMITED SIZE INTO WS-FEC-INICIO-NUM
           COMPUTE WS-DIAS-CALC =
               FUNCTION INTEGER-OF-DATE(WS-FEC-PROCESO-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-FEC-INICIO-NUM)
           IF WS-DIAS-CALC < 0
               MOVE 0 TO WS-DIAS-CALC
           END-IF
           MOVE WS-DIAS-CALC TO CZ-DIAS-MORA
           MOVE WS-FEC-PROCESO TO CZ-FEC-REVISION

           EVALUATE TRUE
               WHEN CZ-MTO-PENDIENTE <= ZERO
                   MOVE 0 TO CZ-MTO-PENDIENTE
                   MOVE 'REPAGADO  ' TO CZ-EST-CASO
                   MOVE WS-FEC-PROCESO TO CZ-FEC-CIERRE
                   ADD 1 TO WS-CASOS-REPAGADOS
                   DISPLAY '  ' CZ-NUM-CASO ' ' CZ-COD-CUENTA
                       ' REPAGADO.'
               WHEN COB-ABIERTO
                       AND CZ-DIAS-MORA >= WS-DIAS-CASTIGO
                   MOVE 'PROPUESTO ' TO CZ-EST-CASO
                   ADD 1 TO WS-CASOS-PROPUESTOS
                   MOVE CZ-MTO-PENDIENTE TO WS-DISP-MONTO
                   DISPLAY '  ' CZ-NUM-CASO ' ' CZ-COD-CUENTA
                       ' PROPUESTO a castigo: ' CZ-DIAS-MORA
                       ' dias, $' WS-DISP-MONTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           REWRITE REG-COBRANZA

           IF (COB-ABIERTO OR COB-PROPUESTO)
                   AND WS-CANT-EN-COLA < 5000
               ADD 1 TO WS-CANT-EN-COLA
               MOVE CZ-COD-CUENTA TO WS-CTA-EN-COLA (WS-CANT-EN-COLA)
           END-IF.

      *================================================================
      * 2000 - PASADA 2: ABRIR CASO A LAS CUENTAS NUEVAS EN ROJO
      *================================================================
       2000-DETECTAR-NUEVOS.
           MOVE 'N' TO WS-EOF-CUENTAS

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '35'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-COBRANZA

           PERFORM UNTIL WS-EOF-CUENTAS = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-CUENTAS
                   NOT AT END
                       IF CC-MCA-TRASLADADA NOT = FLAG-SI
                               AND CC-SAL-DISPONIBLE < ZERO
                           PERFORM 2100-EVALUAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-COBRANZA
           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 2100 - ABRIR EL CASO DE UNA CUENTA SI ESTA EN ROJO NO
      *   AUTORIZADO Y NO TIENE YA UNO EN LA COLA
      *================================================================
       2100-EVALUAR-CUENTA.
           PERFORM 2900-CALCULAR-NO-AUTORIZADO
           IF WS-MTO-NO-AUTORIZADO <= ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-YA-EN-COLA
           PERFORM VARYING WS-IDX-COLA FROM 1 BY 1
                   UNTIL WS-IDX-COLA > WS-CANT-EN-COLA
                      OR YA-EN-COLA
               IF WS-CTA-EN-COLA (WS-IDX-COLA) = CC-COD-CUENTA
                   MOVE 'S' TO WS-YA-EN-COLA
               END-IF
           END-PERFORM
           IF YA-EN-COLA
               EXIT PARAGRAPH
           END-IF

           MOVE 'COB' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           MOVE SPACES TO WS-NUM-CASO
           STRING 'COB' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-CASO

           MOVE SPACES TO REG-COBRANZA
           MOVE WS-NUM-CASO TO CZ-NUM-CASO
           MOVE CC-COD-CUENTA TO CZ-COD-CUENTA
           MOVE CC-COD-CLIENTE TO CZ-COD-CLIENTE
           MOVE WS-FEC-PROCESO TO CZ-FEC-INICIO
           MOVE WS-LIM-AUTORIZADO TO CZ-LIM-AUTORIZADO
           MOVE WS-MTO-NO-AUTORIZADO TO CZ-MTO-INICIAL
           MOVE WS-MTO-NO-AUTORIZADO TO CZ-MTO-PENDIENTE
           MOVE 0 TO CZ-MTO-RECUPERADO
           MOVE 0 TO CZ-DIAS-MORA
           MOVE WS-FEC-PROCESO TO CZ-FEC-REVISION
           MOVE 'ABIERTO   ' TO CZ-EST-CASO
           MOVE SPACES TO CZ-FEC-CIERRE
           MOVE 0 TO CZ-MTO-CASTIGADO
           MOVE SPACES TO CZ-COD-SUPERVISOR
           WRITE REG-COBRANZA

           ADD 1 TO WS-CASOS-NUEVOS
           MOVE WS-MTO-NO-AUTORIZADO TO WS-DISP-MONTO
           DISPLAY '  ' WS-NUM-CASO ' ' CC-COD-CUENTA
               ' entra a cobranza: $' WS-DISP-MONTO.

      *================================================================
      * 2900 - CALCULAR EL SOBREGIRO NO AUTORIZADO DE LA CUENTA LEIDA
      *   Con REG-CUENTA cargado deja en WS-LIM-AUTORIZADO el cupo
      *   de sobregiro (solo si el producto lo admite) y en
      *   WS-MTO-NO-AUTORIZADO lo que el disponible baja de ese
      *   cupo (cero si no lo baja).
      *================================================================
       2900-CALCULAR-NO-AUTORIZADO.
           MOVE CC-COD-PRODUCTO TO WS-PRD-CODIGO
           MOVE CC-TIP-CUENTA TO WS-PRD-TIP-CUENTA
           PERFORM 8910-RESOLVER-PRODUCTO

           MOVE 0 TO WS-LIM-AUTORIZADO
           IF PRD-ADMITE-SOBREGIRO AND CC-LIM-SOBREGIRO > 0
               MOVE CC-LIM-SOBREGIRO TO WS-LIM-AUTORIZADO
           END-IF

           MOVE 0 TO WS-MTO-NO-AUTORIZADO
           IF CC-SAL-DISPONIBLE + WS-LIM-AUTORIZADO < ZERO
               COMPUTE WS-MTO-NO-AUTORIZADO =
                   (CC-SAL-DISPONIBLE + WS-LIM-AUTORIZADO) * -1
           END-IF.

      *================================================================
      * 3000 - LISTAR LA COLA DE COBRO
      *================================================================
       3000-LISTAR-COLA.
           MOVE 'N' TO WS-EOF-COBRANZA

           DISPLAY ' '
           DISPLAY '  COLA DE COBRO AL ' WS-FEC-PROCESO
           DISPLAY WS-LINEA

           OPEN INPUT ARCHIVO-COBRANZA
           PERFORM UNTIL WS-EOF-COBRANZA = 'S'
               READ ARCHIVO-COBRANZA
                   AT END MOVE 'S' TO WS-EOF-COBRANZA
                   NOT AT END
                       IF COB-ABIERTO OR COB-PROPUESTO
                           ADD 1 TO WS-CASOS-EN-COLA
                           ADD CZ-MTO-PENDIENTE TO WS-MTO-EN-COLA
                           IF COB-PROPUESTO
                               ADD CZ-MTO-PENDIENTE
                                   TO WS-MTO-PROPUESTO
                           END-IF
                           MOVE CZ-MTO-PENDIENTE TO WS-DISP-MONTO
                           DISPLAY '  ' CZ-COD-CUENTA ' '
                               CZ-COD-CLIENTE ' ' CZ-EST-CASO
                               ' desde ' CZ-FEC-INICIO ' '
                               CZ-DIAS-MORA ' dias $' WS-DISP-MONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-COBRANZA.

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
      *   sobregiro) y lo reemplaza con el del catalogo si el
      *   producto esta alli.
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
               END-IF
           END-PERFORM.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
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
