      *================================================================
      * EVA-ALERTAS.cbl - Evaluacion de Alertas de Saldo y Movimientos
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * NOTIFICACIONES.dat solo llevaba el resultado de las
      * transferencias. Este batch evalua las alertas que el cliente
      * pidio sobre sus cuentas (ALERTASCLI.dat, ver MNT-ALERTAS) y
      * encola cada una que se cumple como un evento nuevo para
      * DSP-NOTIFICA, que ya respeta CL-CANAL-AVISOS y las
      * exclusiones del cliente:
      *
      *   - modo M (movimientos, se lanza despues de cada job que
      *     graba MOVIMIENTOS.dat): evalua cada renglon nuevo desde la
      *     marca de ALERTCTL.dat, venga del canal que venga
      *     (taquilla, recaudo, GMF, comisiones, transferencias...):
      *       AB  abono igual o mayor al umbral   -> ALERTA_ABONO
      *       DB  debito igual o mayor al umbral  -> ALERTA_DEBITO
      *       SM  el saldo cruzo hacia abajo el piso
      *                                           -> ALERTA_SALDO_BAJO
      *   - modo C (cierre, despues de SNAP-SALDOS): hace lo mismo y
      *     ademas recorre la foto del dia en SALDOS.dat: toda cuenta
      *     con alerta SM cuyo disponible quedo bajo el piso recibe el
      *     aviso, salvo que ya lo haya recibido ese dia;
      *   - al terminar deja en ALERTCTL.dat el ultimo movimiento
      *     evaluado: ninguno se evalua dos veces.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVA-ALERTAS.
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

           SELECT ARCHIVO-ALERTAS
               ASSIGN TO 'data/ALERTASCLI.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ALERTAS.

           SELECT ARCHIVO-ALERTCTL
               ASSIGN TO 'data/ALERTCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ALERTCTL.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-SALDOS
               ASSIGN TO 'data/SALDOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SALDOS.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

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

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-ALERTAS.
       COPY 'copybooks/ALERTAS.cpy'.

       FD ARCHIVO-ALERTCTL.
       COPY 'copybooks/ALERTCTL.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-SALDOS.
       COPY 'copybooks/SALDOS.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

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
          05 WS-STAT-ALERTAS      PIC X(2).
          05 WS-STAT-ALERTCTL     PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-SALDOS       PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).
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
      * Consecutivo de notificaciones
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-NOTIF             PIC X(20).

      *----------------------------------------------------------------
      * Modo de la corrida
      *----------------------------------------------------------------
       01 WS-MODO                  PIC X(1).
          88 MODO-MOVIMIENTOS         VALUE 'M'.
          88 MODO-CIERRE              VALUE 'C'.

      *----------------------------------------------------------------
      * Marca de evaluacion (ALERTCTL.dat)
      *----------------------------------------------------------------
       01 WS-MARCA.
          05 WS-ULT-NUM-MOV       PIC X(20).
          05 WS-NUEVO-ULT-MOV     PIC X(20).
          05 WS-FEC-ULT-CIERRE    PIC X(10).

      *----------------------------------------------------------------
      * Alertas vigentes en memoria
      *----------------------------------------------------------------
       01 WS-TABLA-ALERTAS.
          05 WS-ALR-CANT          PIC 9(4) VALUE 0.
          05 WS-ALR-ENTRADA OCCURS 2000 TIMES.
             10 WS-ALR-CUENTA     PIC X(20).
             10 WS-ALR-TIPO       PIC X(2).
             10 WS-ALR-UMBRAL     PIC S9(13)V99.
             10 WS-ALR-ULT-AVISO  PIC X(10).
             10 WS-ALR-TOCADA     PIC X(1).
       01 WS-IDX-ALR               PIC 9(4).

      *----------------------------------------------------------------
      * Aviso en armado
      *----------------------------------------------------------------
       01 WS-AVISO.
          05 WS-AVI-CUENTA        PIC X(20).
          05 WS-AVI-CLIENTE       PIC X(10).
          05 WS-AVI-EVENTO        PIC X(20).
          05 WS-AVI-ORDEN         PIC X(20).
          05 WS-AVI-MENSAJE       PIC X(100).
          05 WS-MTO-ABS           PIC S9(13)V99.

       01 WS-AUX.
          05 WS-EOF-ALERTAS       PIC X VALUE 'N'.
          05 WS-EOF-MOVIM         PIC X VALUE 'N'.
          05 WS-EOF-SALDOS        PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Contadores del resumen
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-MOV-EVALUADOS     PIC 9(7) VALUE 0.
          05 WS-AVI-ABONO         PIC 9(7) VALUE 0.
          05 WS-AVI-DEBITO        PIC 9(7) VALUE 0.
          05 WS-AVI-SALDO         PIC 9(7) VALUE 0.
          05 WS-AVI-TOTAL         PIC 9(7) VALUE 0.

       01 WS-DISP-MONTO            PIC -ZZ.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(66)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'EVA-ALERTAS'.
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
           DISPLAY '  EVALUACION DE ALERTAS DE SALDO Y MOVIMIENTOS'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Modo: (M)ovimientos nuevos, (C)ierre del dia: '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-MODO TO WS-MODO
               DISPLAY WS-MODO
           ELSE
               ACCEPT WS-MODO
           END-IF
           IF NOT MODO-MOVIMIENTOS AND NOT MODO-CIERRE
               DISPLAY '  ERROR: modo invalido; nada que evaluar.'
               STOP RUN
           END-IF
           STRING WS-RUN-ORIGEN ' MODO=' WS-MODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 0400-LEER-MARCA
           PERFORM 0500-CARGAR-ALERTAS

           IF WS-ALR-CANT > 0
               PERFORM 1000-EVALUAR-MOVIMIENTOS
               IF MODO-CIERRE
                   PERFORM 2000-EVALUAR-SALDOS-CIERRE
               END-IF
               PERFORM 8000-ACTUALIZAR-ALERTAS
           ELSE
               DISPLAY '  Sin alertas vigentes; solo se avanza la '
                   'marca.'
               PERFORM 1500-AVANZAR-MARCA
           END-IF

           PERFORM 8100-GRABAR-MARCA
           PERFORM 9900-CERRAR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  Movimientos evaluados    : ' WS-MOV-EVALUADOS
           DISPLAY '  Avisos de abono          : ' WS-AVI-ABONO
           DISPLAY '  Avisos de debito         : ' WS-AVI-DEBITO
           DISPLAY '  Avisos de saldo bajo     : ' WS-AVI-SALDO
           DISPLAY '  Ultimo movimiento        : ' WS-NUEVO-ULT-MOV
           DISPLAY WS-LINEA

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-AVI-TOTAL TO WS-RUN-PROCESADOS
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
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-CUENTAS

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 0400 - LEER LA MARCA DEL ULTIMO MOVIMIENTO EVALUADO
      *   Sin marca (primera corrida) se arranca en el primer
      *   movimiento de hoy: no se avisa la historia.
      *================================================================
       0400-LEER-MARCA.
           MOVE SPACES TO WS-ULT-NUM-MOV
           MOVE SPACES TO WS-FEC-ULT-CIERRE

           OPEN INPUT ARCHIVO-ALERTCTL
           IF WS-STAT-ALERTCTL NOT = '35'
               READ ARCHIVO-ALERTCTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE AK-ULT-NUM-MOVIMIENTO TO WS-ULT-NUM-MOV
                       MOVE AK-FEC-ULT-CIERRE TO WS-FEC-ULT-CIERRE
               END-READ
               CLOSE ARCHIVO-ALERTCTL
           END-IF

           IF WS-ULT-NUM-MOV = SPACES
               STRING 'MOV' WS-FECHA-COMPACTA '00000'
                   DELIMITED SIZE INTO WS-ULT-NUM-MOV
           END-IF
           MOVE WS-ULT-NUM-MOV TO WS-NUEVO-ULT-MOV.

      *================================================================
      * 0500 - CARGAR LAS ALERTAS VIGENTES
      *================================================================
       0500-CARGAR-ALERTAS.
           MOVE 0 TO WS-ALR-CANT
           MOVE 'N' TO WS-EOF-ALERTAS

           OPEN INPUT ARCHIVO-ALERTAS
           IF WS-STAT-ALERTAS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ALERTAS = 'S'
               READ ARCHIVO-ALERTAS
                   AT END MOVE 'S' TO WS-EOF-ALERTAS
                   NOT AT END
                       IF AL-MCA-ACTIVO = FLAG-SI
                               AND WS-ALR-CANT < 2000
                           ADD 1 TO WS-ALR-CANT
                           MOVE AL-COD-CUENTA
                               TO WS-ALR-CUENTA (WS-ALR-CANT)
                           MOVE AL-TIP-ALERTA
                               TO WS-ALR-TIPO (WS-ALR-CANT)
                           MOVE AL-MTO-UMBRAL
                               TO WS-ALR-UMBRAL (WS-ALR-CANT)
                           MOVE AL-FEC-ULT-AVISO
                               TO WS-ALR-ULT-AVISO (WS-ALR-CANT)
                           MOVE 'N' TO WS-ALR-TOCADA (WS-ALR-CANT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ALERTAS.

      *================================================================
      * 1000 - EVALUAR LOS MOVIMIENTOS NUEVOS DESDE LA MARCA
      *================================================================
       1000-EVALUAR-MOVIMIENTOS.
           MOVE 'N' TO WS-EOF-MOVIM

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-MOVIM = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-MOVIM
                   NOT AT END
                       IF MC-NUM-MOVIMIENTO > WS-ULT-NUM-MOV
                           ADD 1 TO WS-MOV-EVALUADOS
                           IF MC-NUM-MOVIMIENTO > WS-NUEVO-ULT-MOV
                               MOVE MC-NUM-MOVIMIENTO
                                   TO WS-NUEVO-ULT-MOV
                           END-IF
                           PERFORM 1100-EVALUAR-UN-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS.

      *================================================================
      * 1100 - EVALUAR UN MOVIMIENTO CONTRA LAS ALERTAS DE SU CUENTA
      *================================================================
       1100-EVALUAR-UN-MOVIMIENTO.
           PERFORM VARYING WS-IDX-ALR FROM 1 BY 1
                   UNTIL WS-IDX-ALR > WS-ALR-CANT
               IF WS-ALR-CUENTA (WS-IDX-ALR) = MC-COD-CUENTA
                   EVALUATE WS-ALR-TIPO (WS-IDX-ALR)
                       WHEN 'AB'
                           IF MC-MTO-MOVIMIENTO > 0
                                   AND MC-MTO-MOVIMIENTO >=
                                       WS-ALR-UMBRAL (WS-IDX-ALR)
                               PERFORM 1200-AVISAR-ABONO
                           END-IF
                       WHEN 'DB'
                           COMPUTE WS-MTO-ABS = 0 - MC-MTO-MOVIMIENTO
                           IF MC-MTO-MOVIMIENTO < 0
                                   AND WS-MTO-ABS >=
                                       WS-ALR-UMBRAL (WS-IDX-ALR)
                               PERFORM 1300-AVISAR-DEBITO
                           END-IF
                       WHEN 'SM'
                           IF MC-SAL-POSTERIOR <
                                   WS-ALR-UMBRAL (WS-IDX-ALR)
                               AND MC-SAL-ANTERIOR >=
                                   WS-ALR-UMBRAL (WS-IDX-ALR)
                               MOVE MC-SAL-POSTERIOR TO WS-MTO-ABS
                               PERFORM 1400-AVISAR-SALDO-BAJO
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *================================================================
      * 1200 - AVISAR UN ABONO IGUAL O MAYOR AL UMBRAL
      *================================================================
       1200-AVISAR-ABONO.
           MOVE MC-COD-CUENTA TO WS-AVI-CUENTA
           MOVE 'ALERTA_ABONO' TO WS-AVI-EVENTO
           MOVE MC-NUM-ORDEN TO WS-AVI-ORDEN
           MOVE MC-MTO-MOVIMIENTO TO WS-DISP-MONTO
           MOVE SPACES TO WS-AVI-MENSAJE
           STRING 'Abono de $' WS-DISP-MONTO ' en su cuenta '
               MC-COD-CUENTA ' (' MC-TIP-MOVIMIENTO ')'
               DELIMITED SIZE INTO WS-AVI-MENSAJE
           PERFORM 9870-ENCOLAR-NOTIFICACION
           ADD 1 TO WS-AVI-ABONO.

      *================================================================
      * 1300 - AVISAR UN DEBITO IGUAL O MAYOR AL UMBRAL
      *================================================================
       1300-AVISAR-DEBITO.
           MOVE MC-COD-CUENTA TO WS-AVI-CUENTA
           MOVE 'ALERTA_DEBITO' TO WS-AVI-EVENTO
           MOVE MC-NUM-ORDEN TO WS-AVI-ORDEN
           MOVE WS-MTO-ABS TO WS-DISP-MONTO
           MOVE SPACES TO WS-AVI-MENSAJE
           STRING 'Debito de $' WS-DISP-MONTO ' en su cuenta '
               MC-COD-CUENTA ' (' MC-TIP-MOVIMIENTO ')'
               DELIMITED SIZE INTO WS-AVI-MENSAJE
           PERFORM 9870-ENCOLAR-NOTIFICACION
           ADD 1 TO WS-AVI-DEBITO.

      *================================================================
      * 1400 - AVISAR QUE EL SALDO QUEDO BAJO EL PISO
      *   WS-MTO-ABS trae el saldo que quedo; la alerta se estampa con
      *   la fecha del aviso para que el cierre no lo repita.
      *================================================================
       1400-AVISAR-SALDO-BAJO.
           MOVE WS-ALR-CUENTA (WS-IDX-ALR) TO WS-AVI-CUENTA
           MOVE 'ALERTA_SALDO_BAJO' TO WS-AVI-EVENTO
           MOVE SPACES TO WS-AVI-ORDEN
           MOVE WS-MTO-ABS TO WS-DISP-MONTO
           MOVE SPACES TO WS-AVI-MENSAJE
           STRING 'Su cuenta ' WS-ALR-CUENTA (WS-IDX-ALR)
               ' quedo con saldo de $' WS-DISP-MONTO
               ', bajo el minimo que usted fijo'
               DELIMITED SIZE INTO WS-AVI-MENSAJE
           PERFORM 9870-ENCOLAR-NOTIFICACION
           MOVE WS-FECHA-STR TO WS-ALR-ULT-AVISO (WS-IDX-ALR)
           MOVE 'S' TO WS-ALR-TOCADA (WS-IDX-ALR)
           ADD 1 TO WS-AVI-SALDO.

      *================================================================
      * 1500 - AVANZAR LA MARCA SIN EVALUAR (NO HAY ALERTAS)
      *   Sin alertas vigentes no hay nada que avisar, pero la marca
      *   debe seguir al archivo: una alerta registrada despues no
      *   debe disparar por movimientos anteriores a ella.
      *================================================================
       1500-AVANZAR-MARCA.
           MOVE 'N' TO WS-EOF-MOVIM

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-MOVIM = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-MOVIM
                   NOT AT END
                       IF MC-NUM-MOVIMIENTO > WS-NUEVO-ULT-MOV
                           MOVE MC-NUM-MOVIMIENTO
                               TO WS-NUEVO-ULT-MOV
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS.

      *================================================================
      * 2000 - EVALUAR LA FOTO DEL DIA CONTRA LAS ALERTAS DE SALDO
      *   Toda cuenta cuyo disponible al cierre quedo bajo el piso
      *   recibe el aviso, aunque no haya cruzado el piso hoy (p.ej.
      *   ya estaba abajo), una vez por dia.
      *================================================================
       2000-EVALUAR-SALDOS-CIERRE.
           MOVE 'N' TO WS-EOF-SALDOS

           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               DISPLAY '  [!] Sin SALDOS.dat: corra SNAP-SALDOS antes '
                   'de la pasada de cierre.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-SALDOS = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-SALDOS
                   NOT AT END
                       IF SD-FEC-CORTE = WS-FECHA-STR
                           PERFORM 2100-EVALUAR-FOTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SALDOS
           MOVE WS-FECHA-STR TO WS-FEC-ULT-CIERRE.

      *================================================================
      * 2100 - EVALUAR UNA FOTO CONTRA LAS ALERTAS SM DE SU CUENTA
      *================================================================
       2100-EVALUAR-FOTO.
           PERFORM VARYING WS-IDX-ALR FROM 1 BY 1
                   UNTIL WS-IDX-ALR > WS-ALR-CANT
               IF WS-ALR-CUENTA (WS-IDX-ALR) = SD-COD-CUENTA
                       AND WS-ALR-TIPO (WS-IDX-ALR) = 'SM'
                       AND WS-ALR-ULT-AVISO (WS-IDX-ALR)
                           NOT = WS-FECHA-STR
                       AND SD-SAL-DISPONIBLE <
                           WS-ALR-UMBRAL (WS-IDX-ALR)
                   MOVE SD-SAL-DISPONIBLE TO WS-MTO-ABS
                   PERFORM 1400-AVISAR-SALDO-BAJO
               END-IF
           END-PERFORM.

      *================================================================
      * 8000 - ESTAMPAR EN ALERTASCLI.dat LA FECHA DE LOS AVISOS SM
      *================================================================
       8000-ACTUALIZAR-ALERTAS.
           IF WS-AVI-SALDO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-ALERTAS
           OPEN I-O ARCHIVO-ALERTAS

           PERFORM UNTIL WS-EOF-ALERTAS = 'S'
               READ ARCHIVO-ALERTAS
                   AT END MOVE 'S' TO WS-EOF-ALERTAS
                   NOT AT END
                       IF AL-MCA-ACTIVO = FLAG-SI
                           PERFORM 8010-BUSCAR-ALERTA-TOCADA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ALERTAS.

       8010-BUSCAR-ALERTA-TOCADA.
           PERFORM VARYING WS-IDX-ALR FROM 1 BY 1
                   UNTIL WS-IDX-ALR > WS-ALR-CANT
               IF WS-ALR-TOCADA (WS-IDX-ALR) = 'S'
                       AND WS-ALR-CUENTA (WS-IDX-ALR) = AL-COD-CUENTA
                       AND WS-ALR-TIPO (WS-IDX-ALR) = AL-TIP-ALERTA
                   MOVE WS-ALR-ULT-AVISO (WS-IDX-ALR)
                       TO AL-FEC-ULT-AVISO
                   REWRITE REG-ALERTA
                   MOVE WS-ALR-CANT TO WS-IDX-ALR
               END-IF
           END-PERFORM.

      *================================================================
      * 8100 - GRABAR LA MARCA DE LA CORRIDA
      *================================================================
       8100-GRABAR-MARCA.
           OPEN OUTPUT ARCHIVO-ALERTCTL
           MOVE SPACES TO REG-ALERTA-CTL
           MOVE WS-NUEVO-ULT-MOV TO AK-ULT-NUM-MOVIMIENTO
           MOVE WS-FECHA-STR TO AK-FEC-CORRIDA
           MOVE WS-HORA-STR TO AK-HOA-CORRIDA
           MOVE WS-FEC-ULT-CIERRE TO AK-FEC-ULT-CIERRE
           WRITE REG-ALERTA-CTL
           CLOSE ARCHIVO-ALERTCTL.

      *================================================================
      * 9870 - ENCOLAR EL AVISO AL CLIENTE
      *   Mismo esquema que 9870-ENCOLAR-NOTIFICACION en MAIN-ACH; el
      *   cliente sale de la cuenta, y DSP-NOTIFICA resuelve el canal
      *   y las exclusiones.
      *================================================================
       9870-ENCOLAR-NOTIFICACION.
           MOVE SPACES TO WS-AVI-CLIENTE
           MOVE WS-AVI-CUENTA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CC-COD-CLIENTE TO WS-AVI-CLIENTE
           END-READ

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

           MOVE SPACES TO REG-NOTIFICACION
           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE WS-AVI-CLIENTE TO NT-COD-CLIENTE
           MOVE WS-AVI-CUENTA TO NT-COD-CUENTA
           MOVE WS-AVI-EVENTO TO NT-TIP-EVENTO
           MOVE WS-AVI-ORDEN TO NT-NUM-ORDEN
           MOVE WS-AVI-MENSAJE TO NT-DES-MENSAJE
           MOVE 'SMS       ' TO NT-CANAL-PREFERIDO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO
           MOVE SPACES TO NT-FEC-ENVIO

           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES

           ADD 1 TO WS-AVI-TOTAL.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-CUENTAS
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
