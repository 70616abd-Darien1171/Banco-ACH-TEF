      *================================================================
      * REC-CUENTAS.cbl - Recuperacion hacia Adelante de CUENTAS.dat
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * SNAP-SALDOS avisa que un saldo se descuadro, pero si
      * CUENTAS.dat se dana a mitad del dia no habia como
      * reconstruirlo sin restaurar la copia de anoche y volver a
      * digitar el dia. Esta utilidad reconstruye los saldos desde la
      * ultima foto de cierre (SALDOS.dat, por omision el corte mas
      * reciente) reaplicando en orden cada renglon de
      * MOVIMIENTOS.dat posterior a ese corte:
      *
      *   - total      = SD-SAL-TOTAL de la foto + neto de los
      *                  movimientos posteriores (la misma regla con
      *                  que SNAP-SALDOS concilia);
      *   - bloqueado  = lo que sostienen hoy los registros de
      *                  retencion: BLOQUEOS ACTIVO, RETABONOS ACTIVO
      *                  y cheques en canje (CHEQUES EN_CANJE o
      *                  PRESENTADO), cruzado contra el bloqueado
      *                  del archivo actual;
      *   - disponible = total - bloqueado;
      *   - CC-FEC-ULT-TRANS = fecha del ultimo movimiento posterior
      *                  que estampa actividad del cliente (los
      *                  intereses, retenciones y cobros mensuales no
      *                  la estampan); si no hay ninguno se conserva
      *                  la del archivo actual.
      *
      * Los demas campos de cada cuenta se toman del CUENTAS.dat
      * actual. El resultado NO reemplaza el archivo de produccion:
      * queda en data/CUENTAS-RECUP.dat (misma organizacion y llave)
      * junto con el reporte de diferencias data/RECUPERACION.txt,
      * para que operaciones lo revise antes de cambiarlo.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC-CUENTAS.
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

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-RECUPERADO
               ASSIGN TO 'data/CUENTAS-RECUP.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-COD-CUENTA
               FILE STATUS IS WS-STAT-RECUP.

           SELECT ARCHIVO-SALDOS
               ASSIGN TO 'data/SALDOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SALDOS.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-BLOQUEOS
               ASSIGN TO 'data/BLOQUEOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BLOQUEOS.

           SELECT ARCHIVO-RETABONOS
               ASSIGN TO 'data/RETABONOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RETABONOS.

           SELECT ARCHIVO-CHEQUES
               ASSIGN TO 'data/CHEQUES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CHEQUES.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'data/RECUPERACION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

      *----------------------------------------------------------------
      * Archivo recuperado: mismo registro de 230 bytes de
      * CUENTAS.cpy, con la llave al frente.
      *----------------------------------------------------------------
       FD ARCHIVO-RECUPERADO.
       01 REG-CUENTA-RECUP.
          05 RC-COD-CUENTA      PIC X(20).
          05 FILLER             PIC X(210).

       FD ARCHIVO-SALDOS.
       COPY 'copybooks/SALDOS.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-BLOQUEOS.
       COPY 'copybooks/BLOQUEOS.cpy'.

       FD ARCHIVO-RETABONOS.
       COPY 'copybooks/RETABONOS.cpy'.

       FD ARCHIVO-CHEQUES.
       COPY 'copybooks/CHEQUES.cpy'.

       FD ARCHIVO-REPORTE.
       01 REG-LINEA-REPORTE     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-RECUP        PIC X(2).
          05 WS-STAT-SALDOS       PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-BLOQUEOS     PIC X(2).
          05 WS-STAT-RETABONOS    PIC X(2).
          05 WS-STAT-CHEQUES      PIC X(2).
          05 WS-STAT-REPORTE      PIC X(2).

      *----------------------------------------------------------------
      * Fecha del sistema y corte de partida
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

       01 WS-CORTE.
          05 WS-FECHA-CORTE       PIC X(10) VALUE SPACES.
          05 WS-ULTIMO-CORTE      PIC X(10) VALUE SPACES.
          05 WS-CORTE-EXISTE      PIC X VALUE 'N'.
             88 CORTE-EXISTE         VALUE 'S'.

      *----------------------------------------------------------------
      * Reconstruccion de la cuenta en turno
      *----------------------------------------------------------------
       01 WS-RECONSTRUCCION.
          05 WS-CTA-EN-TURNO      PIC X(20).
          05 WS-FOTO-HALLADA      PIC X VALUE 'N'.
             88 FOTO-HALLADA         VALUE 'S'.
          05 WS-FOTO-TOTAL        PIC S9(13)V99.
          05 WS-NETO-MOVIM        PIC S9(15)V99.
          05 WS-CANT-MOVIM        PIC 9(7).
          05 WS-FEC-ULT-MOVIM     PIC X(10).
          05 WS-REC-TOTAL         PIC S9(15)V99.
          05 WS-REC-BLOQUEADO     PIC S9(15)V99.
          05 WS-REC-DISPONIBLE    PIC S9(15)V99.
          05 WS-REC-FEC-ULT-TRANS PIC X(10).
          05 WS-BLQ-BLOQUEOS      PIC S9(15)V99.
          05 WS-BLQ-RETABONOS     PIC S9(15)V99.
          05 WS-BLQ-CHEQUES       PIC S9(15)V99.
          05 WS-CTA-CON-DIFERENCIA PIC X VALUE 'N'.
             88 CTA-CON-DIFERENCIA   VALUE 'S'.

       01 WS-AUX.
          05 WS-EOF-CUENTAS       PIC X VALUE 'N'.
             88 FIN-CUENTAS          VALUE 'S'.
          05 WS-EOF-LOCAL         PIC X VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CTA-RECUPERADAS   PIC 9(7) VALUE 0.
          05 WS-CTA-SIN-FOTO      PIC 9(7) VALUE 0.
          05 WS-CTA-DIFERENTES    PIC 9(7) VALUE 0.
          05 WS-CTA-HUERFANAS     PIC 9(7) VALUE 0.
          05 WS-MOV-REAPLICADOS   PIC 9(9) VALUE 0.

       01 WS-DISP-MONTO  PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-MONTO2 PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-MONTO3 PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-SALIDA          PIC X(100).
       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'REC-CUENTAS'.
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

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RECUPERACION HACIA ADELANTE DE CUENTAS.dat'
           DISPLAY WS-LINEA

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR

           PERFORM 0200-ELEGIR-CORTE
           IF NOT CORTE-EXISTE
               STOP RUN
           END-IF

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  ERROR ABRIENDO CUENTAS.dat: '
                   WS-STAT-CUENTAS
               DISPLAY '  Sin el archivo actual no hay de donde '
                   'tomar los datos no monetarios de las cuentas.'
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-RECUPERADO
           IF WS-STAT-RECUP NOT = '00'
               DISPLAY '  ERROR CREANDO CUENTAS-RECUP.dat: '
                   WS-STAT-RECUP
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE
           PERFORM 0300-ENCABEZADO-REPORTE

           MOVE 'N' TO WS-EOF-CUENTAS
           PERFORM UNTIL FIN-CUENTAS
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-CUENTAS
                   NOT AT END
                       PERFORM 2000-RECUPERAR-CUENTA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RECUPERADO

           PERFORM 3000-FOTOS-SIN-CUENTA

           CLOSE ARCHIVO-CUENTAS

           PERFORM 9800-MOSTRAR-RESUMEN
           CLOSE ARCHIVO-REPORTE

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CTA-RECUPERADAS TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
           STOP RUN.

      *================================================================
      * 0200 - ELEGIR EL CORTE DE PARTIDA
      *   Por omision el corte mas reciente de SALDOS.dat (la foto
      *   del ultimo dia cerrado); el operador puede pedir uno
      *   anterior si sospecha que el dano ya estaba en esa foto.
      *================================================================
       0200-ELEGIR-CORTE.
           MOVE 'N' TO WS-CORTE-EXISTE
           MOVE SPACES TO WS-ULTIMO-CORTE
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               DISPLAY '  ERROR: sin fotos en SALDOS.dat (corra '
                   'SNAP-SALDOS); no hay desde donde recuperar.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF SD-FEC-CORTE > WS-ULTIMO-CORTE
                           MOVE SD-FEC-CORTE TO WS-ULTIMO-CORTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SALDOS

           DISPLAY ' '
           DISPLAY '  Ultimo corte en SALDOS.dat: ' WS-ULTIMO-CORTE
           DISPLAY '  Corte de partida (YYYY-MM-DD, vacio = el '
               'ultimo): ' WITH NO ADVANCING
           MOVE SPACES TO WS-FECHA-CORTE
           ACCEPT WS-FECHA-CORTE
           IF WS-FECHA-CORTE = SPACES
               MOVE WS-ULTIMO-CORTE TO WS-FECHA-CORTE
           END-IF

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-SALDOS
           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF SD-FEC-CORTE = WS-FECHA-CORTE
                           MOVE 'S' TO WS-CORTE-EXISTE
                           MOVE 'S' TO WS-EOF-LOCAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SALDOS

           IF NOT CORTE-EXISTE
               DISPLAY '  ERROR: no hay fotos con corte '
                   WS-FECHA-CORTE ' en SALDOS.dat.'
           END-IF.

      *================================================================
      * 0300 - ENCABEZADO DEL REPORTE DE DIFERENCIAS
      *================================================================
       0300-ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING 'RECUPERACION DE CUENTAS.dat - ' WS-FECHA-STR ' '
               WS-HORA-STR ' - desde la foto del ' WS-FECHA-CORTE
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA
           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA
           MOVE 'Cuentas cuyo saldo recuperado difiere del archivo '
               & 'actual (actual / recuperado):'
               TO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA.

      *================================================================
      * 2000 - RECUPERAR LA CUENTA EN TURNO
      *================================================================
       2000-RECUPERAR-CUENTA.
           MOVE CC-COD-CUENTA TO WS-CTA-EN-TURNO
           MOVE 'N' TO WS-CTA-CON-DIFERENCIA

           PERFORM 2100-BUSCAR-FOTO
           PERFORM 2200-REAPLICAR-MOVIMIENTOS
           PERFORM 2300-SUMAR-RETENCIONES

           COMPUTE WS-REC-TOTAL = WS-FOTO-TOTAL + WS-NETO-MOVIM
           COMPUTE WS-REC-BLOQUEADO =
               WS-BLQ-BLOQUEOS + WS-BLQ-RETABONOS + WS-BLQ-CHEQUES
           COMPUTE WS-REC-DISPONIBLE =
               WS-REC-TOTAL - WS-REC-BLOQUEADO

           IF WS-FEC-ULT-MOVIM NOT = SPACES
                   AND WS-FEC-ULT-MOVIM > CC-FEC-ULT-TRANS
               MOVE WS-FEC-ULT-MOVIM TO WS-REC-FEC-ULT-TRANS
           ELSE
               MOVE CC-FEC-ULT-TRANS TO WS-REC-FEC-ULT-TRANS
           END-IF

           IF NOT FOTO-HALLADA
               ADD 1 TO WS-CTA-SIN-FOTO
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING WS-CTA-EN-TURNO ' sin foto del corte: total '
                   'rearmado desde cero con ' WS-CANT-MOVIM
                   ' movimiento(s)' DELIMITED SIZE
                   INTO WS-LINEA-SALIDA
               PERFORM 8590-ESCRIBIR-LINEA
           END-IF

           PERFORM 2400-REPORTAR-DIFERENCIAS

           MOVE WS-REC-TOTAL TO CC-SAL-TOTAL
           MOVE WS-REC-BLOQUEADO TO CC-SAL-BLOQUEADO
           MOVE WS-REC-DISPONIBLE TO CC-SAL-DISPONIBLE
           MOVE WS-REC-FEC-ULT-TRANS TO CC-FEC-ULT-TRANS

           WRITE REG-CUENTA-RECUP FROM REG-CUENTA
           IF WS-STAT-RECUP NOT = '00'
               DISPLAY '  ERROR ESCRIBIENDO CUENTAS-RECUP.dat ('
                   WS-CTA-EN-TURNO '): ' WS-STAT-RECUP
               STOP RUN
           END-IF

           ADD 1 TO WS-CTA-RECUPERADAS
           ADD WS-CANT-MOVIM TO WS-MOV-REAPLICADOS.

      *================================================================
      * 2100 - BUSCAR LA FOTO DE LA CUENTA EN EL CORTE DE PARTIDA
      *================================================================
       2100-BUSCAR-FOTO.
           MOVE 'N' TO WS-FOTO-HALLADA
           MOVE ZERO TO WS-FOTO-TOTAL
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF SD-COD-CUENTA = WS-CTA-EN-TURNO
                               AND SD-FEC-CORTE = WS-FECHA-CORTE
                           MOVE 'S' TO WS-FOTO-HALLADA
                           MOVE SD-SAL-TOTAL TO WS-FOTO-TOTAL
                           MOVE 'S' TO WS-EOF-LOCAL
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-SALDOS NOT = '35'
               CLOSE ARCHIVO-SALDOS
           END-IF.

      *================================================================
      * 2200 - REAPLICAR LOS MOVIMIENTOS POSTERIORES AL CORTE
      *   En el orden del archivo. Todo movimiento con fecha
      *   posterior al corte suma al total (igual que 2200 en
      *   SNAP-SALDOS); la fecha de ultima transaccion solo la mueven
      *   los que el job que los escribe estampa en la cuenta.
      *================================================================
       2200-REAPLICAR-MOVIMIENTOS.
           MOVE ZERO TO WS-NETO-MOVIM
           MOVE ZERO TO WS-CANT-MOVIM
           MOVE SPACES TO WS-FEC-ULT-MOVIM
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF MC-COD-CUENTA = WS-CTA-EN-TURNO
                               AND MC-FEC-MOVIMIENTO > WS-FECHA-CORTE
                           ADD MC-MTO-MOVIMIENTO TO WS-NETO-MOVIM
                           ADD 1 TO WS-CANT-MOVIM
                           IF MC-TIP-MOVIMIENTO NOT = MOV-INTERES
                               AND MC-TIP-MOVIMIENTO NOT =
                                   MOV-RETEFUENTE
                               AND MC-TIP-MOVIMIENTO NOT =
                                   MOV-INT-SOBREGIRO
                               AND MC-TIP-MOVIMIENTO NOT =
                                   MOV-CUOTA-MANEJO
                               AND MC-FEC-MOVIMIENTO >
                                   WS-FEC-ULT-MOVIM
                               MOVE MC-FEC-MOVIMIENTO
                                   TO WS-FEC-ULT-MOVIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-MOVIM NOT = '35'
               CLOSE ARCHIVO-MOVIMIENTOS
           END-IF.

      *================================================================
      * 2300 - SUMAR LO QUE SOSTIENEN LOS REGISTROS DE RETENCION
      *================================================================
       2300-SUMAR-RETENCIONES.
           MOVE ZERO TO WS-BLQ-BLOQUEOS
           MOVE ZERO TO WS-BLQ-RETABONOS
           MOVE ZERO TO WS-BLQ-CHEQUES

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-BLOQUEOS
           IF WS-STAT-BLOQUEOS = '35'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF
           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-BLOQUEOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF BT-COD-CUENTA = WS-CTA-EN-TURNO
                               AND BT-EST-BLOQUEO = BLQ-ACTIVO
                           ADD BT-MTO-BLOQUEADO TO WS-BLQ-BLOQUEOS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAT-BLOQUEOS NOT = '35'
               CLOSE ARCHIVO-BLOQUEOS
           END-IF

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-RETABONOS
           IF WS-STAT-RETABONOS = '35'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF
           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-RETABONOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF RA-COD-CUENTA = WS-CTA-EN-TURNO
                               AND RET-ACTIVA
                           ADD RA-MTO-RETENIDO TO WS-BLQ-RETABONOS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAT-RETABONOS NOT = '35'
               CLOSE ARCHIVO-RETABONOS
           END-IF

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-CHEQUES
           IF WS-STAT-CHEQUES = '35'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF
           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-CHEQUES
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF CQ-COD-CUENTA = WS-CTA-EN-TURNO
                               AND (CHQ-EN-CANJE OR CHQ-PRESENTADO)
                           ADD CQ-MTO-CHEQUE TO WS-BLQ-CHEQUES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAT-CHEQUES NOT = '35'
               CLOSE ARCHIVO-CHEQUES
           END-IF.

      *================================================================
      * 2400 - REPORTAR LAS DIFERENCIAS CONTRA EL ARCHIVO ACTUAL
      *   REG-CUENTA todavia tiene los valores actuales.
      *================================================================
       2400-REPORTAR-DIFERENCIAS.
           IF CC-SAL-TOTAL NOT = WS-REC-TOTAL
               MOVE CC-SAL-TOTAL TO WS-DISP-MONTO
               MOVE WS-REC-TOTAL TO WS-DISP-MONTO2
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING WS-CTA-EN-TURNO ' TOTAL      ' WS-DISP-MONTO
                   ' / ' WS-DISP-MONTO2 DELIMITED SIZE
                   INTO WS-LINEA-SALIDA
               PERFORM 8590-ESCRIBIR-LINEA
               MOVE 'S' TO WS-CTA-CON-DIFERENCIA
           END-IF

           IF CC-SAL-BLOQUEADO NOT = WS-REC-BLOQUEADO
               MOVE CC-SAL-BLOQUEADO TO WS-DISP-MONTO
               MOVE WS-REC-BLOQUEADO TO WS-DISP-MONTO2
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING WS-CTA-EN-TURNO ' BLOQUEADO  ' WS-DISP-MONTO
                   ' / ' WS-DISP-MONTO2 DELIMITED SIZE
                   INTO WS-LINEA-SALIDA
               PERFORM 8590-ESCRIBIR-LINEA
               MOVE WS-BLQ-BLOQUEOS TO WS-DISP-MONTO
               MOVE WS-BLQ-RETABONOS TO WS-DISP-MONTO2
               MOVE WS-BLQ-CHEQUES TO WS-DISP-MONTO3
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING '    bloqueos ' WS-DISP-MONTO
                   ' retabonos ' WS-DISP-MONTO2 DELIMITED SIZE
                   INTO WS-LINEA-SALIDA
               PERFORM 8590-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING '    cheques en canje ' WS-DISP-MONTO3
                   DELIMITED SIZE INTO WS-LINEA-SALIDA
               PERFORM 8590-ESCRIBIR-LINEA
               MOVE 'S' TO WS-CTA-CON-DIFERENCIA
           END-IF

           IF CC-SAL-DISPONIBLE NOT = WS-REC-DISPONIBLE
               MOVE CC-SAL-DISPONIBLE TO WS-DISP-MONTO
               MOVE WS-REC-DISPONIBLE TO WS-DISP-MONTO2
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING WS-CTA-EN-TURNO ' DISPONIBLE ' WS-DISP-MONTO
                   ' / ' WS-DISP-MONTO2 DELIMITED SIZE
                   INTO WS-LINEA-SALIDA
               PERFORM 8590-ESCRIBIR-LINEA
               MOVE 'S' TO WS-CTA-CON-DIFERENCIA
           END-IF

           IF CC-FEC-ULT-TRANS NOT = WS-REC-FEC-ULT-TRANS
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING WS-CTA-EN-TURNO ' ULT-TRANS  ' CC-FEC-ULT-TRANS
                   ' / ' WS-REC-FEC-ULT-TRANS DELIMITED SIZE
                   INTO WS-LINEA-SALIDA
               PERFORM 8590-ESCRIBIR-LINEA
               MOVE 'S' TO WS-CTA-CON-DIFERENCIA
           END-IF

           IF CTA-CON-DIFERENCIA
               ADD 1 TO WS-CTA-DIFERENTES
           END-IF.

      *================================================================
      * 3000 - CUENTAS DE LA FOTO QUE NO ESTAN EN EL ARCHIVO ACTUAL
      *   No se pueden rearmar (faltan los datos no monetarios): se
      *   reportan para recuperarlas de la copia de respaldo.
      *================================================================
       3000-FOTOS-SIN-CUENTA.
           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF SD-FEC-CORTE = WS-FECHA-CORTE
                           MOVE SD-COD-CUENTA TO CC-COD-CUENTA
                           READ ARCHIVO-CUENTAS
                               INVALID KEY
                                   PERFORM 3100-REPORTAR-HUERFANA
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SALDOS.

      *================================================================
      * 3100 - REPORTAR UNA CUENTA DE LA FOTO SIN REGISTRO ACTUAL
      *================================================================
       3100-REPORTAR-HUERFANA.
           ADD 1 TO WS-CTA-HUERFANAS
           MOVE SD-SAL-TOTAL TO WS-DISP-MONTO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING SD-COD-CUENTA ' en la foto (total ' WS-DISP-MONTO
               ') sin registro en CUENTAS.dat' DELIMITED SIZE
               INTO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA.

      *================================================================
      * 8590 - ESCRIBIR UNA LINEA DEL REPORTE
      *================================================================
       8590-ESCRIBIR-LINEA.
           MOVE WS-LINEA-SALIDA TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

      *================================================================
      * 9800 - MOSTRAR Y REPORTAR EL RESUMEN DE LA CORRIDA
      *================================================================
       9800-MOSTRAR-RESUMEN.
           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING 'Cuentas recuperadas: ' WS-CTA-RECUPERADAS
               '  con diferencias: ' WS-CTA-DIFERENTES
               '  sin foto: ' WS-CTA-SIN-FOTO
               '  solo en la foto: ' WS-CTA-HUERFANAS
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN'
           DISPLAY '  Corte de partida        : ' WS-FECHA-CORTE
           DISPLAY '  Cuentas recuperadas     : ' WS-CTA-RECUPERADAS
           DISPLAY '  Movimientos reaplicados : ' WS-MOV-REAPLICADOS
           DISPLAY '  Cuentas con diferencias : ' WS-CTA-DIFERENTES
           DISPLAY '  Sin foto en el corte    : ' WS-CTA-SIN-FOTO
           DISPLAY '  Solo en la foto         : ' WS-CTA-HUERFANAS
           DISPLAY '  Archivo recuperado : data/CUENTAS-RECUP.dat'
           DISPLAY '  Diferencias        : data/RECUPERACION.txt'
           DISPLAY '  Revise el reporte antes de reemplazar '
               'CUENTAS.dat en produccion.'
           DISPLAY WS-LINEA.

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

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.
