      *================================================================
      * ADP-CONSULTAS.cbl - Consultas del Canal de Banca Electronica
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * ADP-CANAL ya recibe las transferencias de la web, pero la web
      * no podia mostrarle al cliente su saldo ni si la transferencia
      * de ayer quedo confirmada, y esas llamadas terminaban en el
      * call center contestadas desde CNS-ESTADO. Este job contesta
      * por lote las consultas que el front deja en CONSWEB.dat
      * (trazado CONSWEB.cpy) y escribe RESPWEB.dat (RESPWEB.cpy),
      * que se regenera completo en cada corrida:
      *
      *   S - saldo de una cuenta (CUENTAS.dat);
      *   O - estado de una orden por OT-NUM-ORDEN (ORDENES.dat y,
      *       si ARC-HISTORICO ya la archivo, ORDENES_HIST.dat);
      *   M - los ultimos N movimientos de una cuenta
      *       (MOVIMIENTOS.dat, sin los anulados ni sus reversos),
      *       del mas reciente al mas antiguo; N por omision 10,
      *       maximo 50.
      *
      * Solo se contesta si el cliente que manda la web es el titular
      * de la cuenta o un cotitular activo (COTITULARES.dat, igual que
      * 3700 en TRN-CAJA). Una orden se le muestra al cliente de la
      * cuenta origen o, si el destino es de este banco, al de la
      * cuenta destino. Los numeros de cuenta salen enmascarados.
      * Cada consulta, atendida o no, deja su renglon de
      * AUDITORIA.dat con canal WEB.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADP-CONSULTAS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-CONSWEB
               ASSIGN TO 'data/CONSWEB.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CONSWEB.

           SELECT ARCHIVO-RESPWEB
               ASSIGN TO 'data/RESPWEB.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RESPWEB.

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

           SELECT ARCHIVO-COTITULARES
               ASSIGN TO 'data/COTITULARES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COTIT.

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

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-CONSWEB.
       COPY 'copybooks/CONSWEB.cpy'.

       FD ARCHIVO-RESPWEB.
       COPY 'copybooks/RESPWEB.cpy'.

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

       FD ARCHIVO-COTITULARES.
       COPY 'copybooks/COTITULARES.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-CONSWEB      PIC X(2).
          05 WS-STAT-RESPWEB      PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-ORDENES-HIST PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-COTIT        PIC X(2).
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
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Datos de la consulta en curso
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-CONSWEB       PIC X VALUE 'N'.
             88 FIN-CONSWEB          VALUE 'S'.
          05 WS-EOF-LOCAL         PIC X.
          05 WS-CUENTA-HALLADA    PIC X.
             88 CUENTA-HALLADA       VALUE 'S'.
          05 WS-TITULAR-OK        PIC X.
             88 TITULAR-OK           VALUE 'S'.
          05 WS-ORDEN-HALLADA     PIC X.
             88 ORDEN-HALLADA        VALUE 'S'.
          05 WS-CTA-VALIDAR       PIC X(20).
          05 WS-ORD-CTA-ORIGEN    PIC X(20).
          05 WS-ORD-BCO-DEST      PIC X(3).
          05 WS-ORD-CTA-DEST      PIC X(20).
          05 WS-COD-RESULTADO     PIC X(3).
          05 WS-DES-RESULTADO     PIC X(40).
          05 WS-ESTADO-FINAL-AUD  PIC X(20).
          05 WS-DES-TIPO          PIC X(12).

      *----------------------------------------------------------------
      * Ultimos movimientos de la cuenta (tipo M): se recorre
      * MOVIMIENTOS.dat en orden de grabacion guardando en una rueda
      * los ultimos WS-MOV-PEDIDOS; al final la rueda se lee hacia
      * atras para contestar del mas reciente al mas antiguo.
      *----------------------------------------------------------------
       01 WS-ULTIMOS-MOVIM.
          05 WS-MOV-PEDIDOS       PIC 9(2).
          05 WS-MOV-OMISION       PIC 9(2) VALUE 10.
          05 WS-MOV-MAX           PIC 9(2) VALUE 50.
          05 WS-MOV-CANT          PIC 9(2).
          05 WS-MOV-POS           PIC 9(2).
          05 WS-MOV-ENTRADA OCCURS 50 TIMES.
             10 WS-MOV-FEC        PIC X(10).
             10 WS-MOV-HOA        PIC X(8).
             10 WS-MOV-TIP        PIC X(22).
             10 WS-MOV-MTO        PIC S9(13)V99.
             10 WS-MOV-SAL-POST   PIC S9(13)V99.
             10 WS-MOV-NUM-ORDEN  PIC X(20).
             10 WS-MOV-DES        PIC X(46).
          05 WS-IDX-MOV           PIC 9(2).

      *----------------------------------------------------------------
      * Enmascarado de numeros de cuenta (igual que 8980 en
      * CNF-CONFIRMACION)
      *----------------------------------------------------------------
       01 WS-ENMASCARADO.
          05 WS-MSK-ENTRADA       PIC X(20).
          05 WS-MSK-SALIDA        PIC X(20).
          05 WS-MSK-LARGO         PIC 9(2).
          05 WS-MSK-VISIBLE       PIC 9(2).

       01 WS-CONTADORES.
          05 WS-TOTAL-CONSULTAS   PIC 9(6) VALUE 0.
          05 WS-TOTAL-SALDOS      PIC 9(6) VALUE 0.
          05 WS-TOTAL-ORDENES     PIC 9(6) VALUE 0.
          05 WS-TOTAL-MOVIM       PIC 9(6) VALUE 0.
          05 WS-TOTAL-RENG-MOVIM  PIC 9(7) VALUE 0.
          05 WS-TOTAL-INVALIDAS   PIC 9(6) VALUE 0.
          05 WS-TOTAL-NO-EXISTE   PIC 9(6) VALUE 0.
          05 WS-TOTAL-NO-TITULAR  PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'ADP-CONSULTAS'.
          05 WS-RUN-ESTADO        PIC X(10).
          05 WS-RUN-PROCESADOS    PIC 9(7).

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CONSULTAS DEL CANAL DE BANCA ELECTRONICA'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0300-ABRIR-ARCHIVOS

           MOVE 'N' TO WS-EOF-CONSWEB
           PERFORM UNTIL FIN-CONSWEB
               READ ARCHIVO-CONSWEB
                   AT END MOVE 'S' TO WS-EOF-CONSWEB
                   NOT AT END
                       PERFORM 1000-PROCESAR-CONSULTA
               END-READ
           END-PERFORM

           PERFORM 9900-CERRAR-ARCHIVOS
           PERFORM 9800-MOSTRAR-RESUMEN

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-TOTAL-CONSULTAS TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
           STOP RUN.

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
      *   RESPWEB.dat se escribe de nuevo en cada corrida: la web
      *   recoge las respuestas de las consultas que dejo.
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-CONSWEB
           IF WS-STAT-CONSWEB NOT = '00'
               DISPLAY '  ERROR ABRIENDO CONSWEB.dat: '
                   WS-STAT-CONSWEB
               DISPLAY '  Sin consultas de la web; nada que procesar.'
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-RESPWEB
           MOVE WS-STAT-RESPWEB TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-RESPWEB' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF

           OPEN INPUT ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           OPEN INPUT ARCHIVO-ORDENES
           MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 1000 - PROCESAR UNA CONSULTA DE LA WEB
      *   Valida lo basico, la contesta segun su tipo y la deja en
      *   auditoria. Cada rama deja el resultado en WS-COD-RESULTADO.
      *================================================================
       1000-PROCESAR-CONSULTA.
           ADD 1 TO WS-TOTAL-CONSULTAS
           MOVE '000' TO WS-COD-RESULTADO
           MOVE 'Atendida' TO WS-DES-RESULTADO

           EVALUATE TRUE
               WHEN CW-CONS-SALDO
                   MOVE 'SALDO' TO WS-DES-TIPO
               WHEN CW-CONS-ORDEN
                   MOVE 'ORDEN' TO WS-DES-TIPO
               WHEN CW-CONS-MOVIMIENTOS
                   MOVE 'MOVIMIENTOS' TO WS-DES-TIPO
               WHEN OTHER
                   MOVE 'INVALIDA' TO WS-DES-TIPO
           END-EVALUATE

           IF WS-DES-TIPO = 'INVALIDA'
                   OR CW-COD-CLIENTE = SPACES
                   OR (CW-CONS-ORDEN AND CW-NUM-ORDEN = SPACES)
                   OR (NOT CW-CONS-ORDEN AND CW-COD-CUENTA = SPACES)
               ADD 1 TO WS-TOTAL-INVALIDAS
               MOVE 'E01' TO WS-COD-RESULTADO
               MOVE 'Tipo de consulta invalido o datos faltantes'
                   TO WS-DES-RESULTADO
               PERFORM 1900-RECHAZAR-CONSULTA
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN CW-CONS-SALDO
                   PERFORM 2000-CONSULTAR-SALDO
               WHEN CW-CONS-ORDEN
                   PERFORM 3000-CONSULTAR-ORDEN
               WHEN CW-CONS-MOVIMIENTOS
                   PERFORM 4000-CONSULTAR-MOVIMIENTOS
           END-EVALUATE

           IF WS-COD-RESULTADO NOT = '000'
               PERFORM 1900-RECHAZAR-CONSULTA
               EXIT PARAGRAPH
           END-IF

           MOVE 'ATENDIDA' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY '  ' CW-NUM-CONSULTA ' ' WS-DES-TIPO ' '
               CW-COD-CLIENTE ' ATENDIDA'.

      *================================================================
      * 1100 - ENCABEZAR EL RENGLON DE RESULTADO
      *================================================================
       1100-ARMAR-RESULTADO.
           MOVE SPACES TO REG-RESPUESTA-WEB
           MOVE CW-NUM-CONSULTA TO RW-NUM-CONSULTA
           MOVE 'R' TO RW-TIP-REGISTRO
           MOVE WS-COD-RESULTADO TO RW-COD-RESULTADO
           MOVE WS-DES-RESULTADO TO RW-DES-RESULTADO.

      *================================================================
      * 1900 - CONTESTAR UNA CONSULTA QUE NO SE ATIENDE
      *   Solo el renglon 'R' con el codigo; sin datos de la cuenta.
      *================================================================
       1900-RECHAZAR-CONSULTA.
           EVALUATE WS-COD-RESULTADO
               WHEN 'E02'
                   ADD 1 TO WS-TOTAL-NO-EXISTE
               WHEN 'E03'
                   ADD 1 TO WS-TOTAL-NO-TITULAR
           END-EVALUATE

           PERFORM 1100-ARMAR-RESULTADO
           WRITE REG-RESPUESTA-WEB

           MOVE SPACES TO WS-ESTADO-FINAL-AUD
           STRING 'RECHAZADA_' WS-COD-RESULTADO
               DELIMITED SIZE INTO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY '  ' CW-NUM-CONSULTA ' ' WS-DES-TIPO ' '
               CW-COD-CLIENTE ' RECHAZADA ' WS-COD-RESULTADO.

      *================================================================
      * 2000 - CONSULTA DE SALDO (TIPO S)
      *================================================================
       2000-CONSULTAR-SALDO.
           MOVE CW-COD-CUENTA TO WS-CTA-VALIDAR
           PERFORM 5000-VALIDAR-TITULAR
           IF WS-COD-RESULTADO NOT = '000'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-SALDOS
           PERFORM 1100-ARMAR-RESULTADO
           PERFORM 2100-LLENAR-SALDO
           WRITE REG-RESPUESTA-WEB.

      *================================================================
      * 2100 - LLENAR LOS DATOS DE SALDO DEL RENGLON 'R'
      *   REG-CUENTA es el que dejo 5000.
      *================================================================
       2100-LLENAR-SALDO.
           MOVE CC-COD-CUENTA TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA TO RW-SAL-COD-CUENTA
           MOVE CC-TIP-MONEDA TO RW-SAL-TIP-MONEDA
           MOVE CC-SAL-DISPONIBLE TO RW-SAL-DISPONIBLE
           MOVE CC-SAL-BLOQUEADO TO RW-SAL-BLOQUEADO
           MOVE CC-SAL-TOTAL TO RW-SAL-TOTAL
           MOVE CC-FEC-ULT-TRANS TO RW-SAL-FEC-ULT-TRANS
           MOVE 0 TO RW-SAL-CANT-MOVIM.

      *================================================================
      * 3000 - CONSULTA DEL ESTADO DE UNA ORDEN (TIPO O)
      *   Primero ORDENES.dat por llave; si no esta, el historico.
      *   La orden se muestra al cliente de la cuenta origen o al de
      *   la cuenta destino cuando el destino es de este banco.
      *================================================================
       3000-CONSULTAR-ORDEN.
           MOVE 'N' TO WS-ORDEN-HALLADA
           PERFORM 1100-ARMAR-RESULTADO

           MOVE CW-NUM-ORDEN TO OT-NUM-ORDEN
           READ ARCHIVO-ORDENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ORDEN-HALLADA
                   MOVE OT-COD-CTA-ORIGEN TO WS-ORD-CTA-ORIGEN
                   MOVE OT-COD-BCO-DEST TO WS-ORD-BCO-DEST
                   MOVE OT-COD-CTA-DEST TO WS-ORD-CTA-DEST
                   MOVE OT-NUM-ORDEN TO RW-ORD-NUM-ORDEN
                   MOVE OT-EST-ORDEN TO RW-ORD-EST-ORDEN
                   MOVE OT-FEC-CREACION TO RW-ORD-FEC-CREACION
                   MOVE OT-FEC-CONFIRMAC TO RW-ORD-FEC-CONFIRMAC
                   MOVE OT-MTO-TRANSF TO RW-ORD-MTO-TRANSF
                   MOVE OT-TIP-MONEDA TO RW-ORD-TIP-MONEDA
                   MOVE 'N' TO RW-ORD-MCA-ARCHIVADA
           END-READ

           IF NOT ORDEN-HALLADA
               PERFORM 3100-BUSCAR-ORDEN-HIST
           END-IF

           IF NOT ORDEN-HALLADA
               MOVE 'E02' TO WS-COD-RESULTADO
               MOVE 'La orden no existe' TO WS-DES-RESULTADO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ORD-CTA-ORIGEN TO WS-CTA-VALIDAR
           PERFORM 5000-VALIDAR-TITULAR
           IF NOT TITULAR-OK AND WS-ORD-BCO-DEST = COD-BANCO-PROPIO
               MOVE WS-ORD-CTA-DEST TO WS-CTA-VALIDAR
               PERFORM 5000-VALIDAR-TITULAR
           END-IF
           IF NOT TITULAR-OK
               MOVE 'E03' TO WS-COD-RESULTADO
               MOVE 'El cliente no es parte de la orden'
                   TO WS-DES-RESULTADO
               EXIT PARAGRAPH
           END-IF

           MOVE '000' TO WS-COD-RESULTADO
           MOVE 'Atendida' TO WS-DES-RESULTADO
           MOVE WS-COD-RESULTADO TO RW-COD-RESULTADO
           MOVE WS-DES-RESULTADO TO RW-DES-RESULTADO
           MOVE WS-ORD-BCO-DEST TO RW-ORD-COD-BCO-DEST
           MOVE WS-ORD-CTA-DEST TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA TO RW-ORD-COD-CTA-DEST

           ADD 1 TO WS-TOTAL-ORDENES
           WRITE REG-RESPUESTA-WEB.

      *================================================================
      * 3100 - CAER AL HISTORICO DE ORDENES (ORDENES_HIST.dat)
      *   Igual que 2500 en CNS-ESTADO: lo que ARC-HISTORICO ya
      *   archivo se contesta marcado como archivado.
      *================================================================
       3100-BUSCAR-ORDEN-HIST.
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN INPUT ARCHIVO-ORDENES-HIST
           IF WS-STAT-ORDENES-HIST = '35'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-ORDENES-HIST
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF OH-NUM-ORDEN = CW-NUM-ORDEN
                           MOVE 'S' TO WS-ORDEN-HALLADA
                           MOVE 'S' TO WS-EOF-LOCAL
                           MOVE OH-COD-CTA-ORIGEN TO WS-ORD-CTA-ORIGEN
                           MOVE OH-COD-BCO-DEST TO WS-ORD-BCO-DEST
                           MOVE OH-COD-CTA-DEST TO WS-ORD-CTA-DEST
                           MOVE OH-NUM-ORDEN TO RW-ORD-NUM-ORDEN
                           MOVE OH-EST-ORDEN TO RW-ORD-EST-ORDEN
                           MOVE OH-FEC-CREACION TO RW-ORD-FEC-CREACION
                           MOVE OH-FEC-CONFIRMAC
                               TO RW-ORD-FEC-CONFIRMAC
                           MOVE OH-MTO-TRANSF TO RW-ORD-MTO-TRANSF
                           MOVE OH-TIP-MONEDA TO RW-ORD-TIP-MONEDA
                           MOVE 'S' TO RW-ORD-MCA-ARCHIVADA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-ORDENES-HIST NOT = '35'
               CLOSE ARCHIVO-ORDENES-HIST
           END-IF.

      *================================================================
      * 4000 - ULTIMOS MOVIMIENTOS DE UNA CUENTA (TIPO M)
      *   El renglon 'R' lleva el saldo y cuantos renglones 'M'
      *   siguen.
      *================================================================
       4000-CONSULTAR-MOVIMIENTOS.
           MOVE CW-COD-CUENTA TO WS-CTA-VALIDAR
           PERFORM 5000-VALIDAR-TITULAR
           IF WS-COD-RESULTADO NOT = '000'
               EXIT PARAGRAPH
           END-IF

           IF CW-CANT-MOVIM NOT NUMERIC OR CW-CANT-MOVIM = 0
               MOVE WS-MOV-OMISION TO WS-MOV-PEDIDOS
           ELSE
               MOVE CW-CANT-MOVIM TO WS-MOV-PEDIDOS
           END-IF
           IF WS-MOV-PEDIDOS > WS-MOV-MAX
               MOVE WS-MOV-MAX TO WS-MOV-PEDIDOS
           END-IF

           PERFORM 4100-CARGAR-MOVIMIENTOS

           ADD 1 TO WS-TOTAL-MOVIM
           PERFORM 1100-ARMAR-RESULTADO
           PERFORM 2100-LLENAR-SALDO
           MOVE WS-MOV-CANT TO RW-SAL-CANT-MOVIM
           WRITE REG-RESPUESTA-WEB

      *    Del mas reciente (el ultimo guardado en la rueda) hacia
      *    atras.
           MOVE WS-MOV-POS TO WS-IDX-MOV
           PERFORM WS-MOV-CANT TIMES
               MOVE SPACES TO REG-RESPUESTA-WEB
               MOVE CW-NUM-CONSULTA TO RW-NUM-CONSULTA
               MOVE 'M' TO RW-TIP-REGISTRO
               MOVE WS-COD-RESULTADO TO RW-COD-RESULTADO
               MOVE WS-MOV-FEC (WS-IDX-MOV) TO RW-MOV-FEC
               MOVE WS-MOV-HOA (WS-IDX-MOV) TO RW-MOV-HOA
               MOVE WS-MOV-TIP (WS-IDX-MOV) TO RW-MOV-TIP
               MOVE WS-MOV-MTO (WS-IDX-MOV) TO RW-MOV-MTO
               MOVE WS-MOV-SAL-POST (WS-IDX-MOV)
                   TO RW-MOV-SAL-POSTERIOR
               MOVE WS-MOV-NUM-ORDEN (WS-IDX-MOV)
                   TO RW-MOV-NUM-ORDEN
               MOVE WS-MOV-DES (WS-IDX-MOV) TO RW-MOV-DES-DETALLE
               WRITE REG-RESPUESTA-WEB
               ADD 1 TO WS-TOTAL-RENG-MOVIM
               IF WS-IDX-MOV = 1
                   MOVE WS-MOV-PEDIDOS TO WS-IDX-MOV
               ELSE
                   SUBTRACT 1 FROM WS-IDX-MOV
               END-IF
           END-PERFORM.

      *================================================================
      * 4100 - GUARDAR LOS ULTIMOS MOVIMIENTOS DE LA CUENTA
      *   Deja en WS-MOV-POS la posicion del mas reciente y en
      *   WS-MOV-CANT cuantos hay (a lo sumo WS-MOV-PEDIDOS). No se
      *   muestran los anulados ni los reversos de una anulacion,
      *   igual que en el extracto.
      *================================================================
       4100-CARGAR-MOVIMIENTOS.
           MOVE 0 TO WS-MOV-CANT
           MOVE 0 TO WS-MOV-POS
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF MC-COD-CUENTA = CW-COD-CUENTA
                               AND NOT MC-ANULADO
                               AND NOT MC-REVERSO-ANULACION
                           PERFORM 4110-GUARDAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS.

      *================================================================
      * 4110 - PONER UN MOVIMIENTO EN LA RUEDA
      *================================================================
       4110-GUARDAR-MOVIMIENTO.
           IF WS-MOV-POS >= WS-MOV-PEDIDOS
               MOVE 1 TO WS-MOV-POS
           ELSE
               ADD 1 TO WS-MOV-POS
           END-IF
           IF WS-MOV-CANT < WS-MOV-PEDIDOS
               ADD 1 TO WS-MOV-CANT
           END-IF

           MOVE MC-FEC-MOVIMIENTO TO WS-MOV-FEC (WS-MOV-POS)
           MOVE MC-HOA-MOVIMIENTO TO WS-MOV-HOA (WS-MOV-POS)
           MOVE MC-TIP-MOVIMIENTO TO WS-MOV-TIP (WS-MOV-POS)
           MOVE MC-MTO-MOVIMIENTO TO WS-MOV-MTO (WS-MOV-POS)
           MOVE MC-SAL-POSTERIOR TO WS-MOV-SAL-POST (WS-MOV-POS)
           MOVE MC-NUM-ORDEN TO WS-MOV-NUM-ORDEN (WS-MOV-POS)
           MOVE MC-DES-DETALLE TO WS-MOV-DES (WS-MOV-POS).

      *================================================================
      * 5000 - VALIDAR QUE EL CLIENTE PUEDA VER LA CUENTA
      *   Entra WS-CTA-VALIDAR. La cuenta debe existir (E02) y el
      *   cliente de la web ser su titular o un cotitular activo
      *   (E03), como en 3700 de TRN-CAJA. Deja REG-CUENTA leido.
      *================================================================
       5000-VALIDAR-TITULAR.
           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE 'N' TO WS-TITULAR-OK

           MOVE WS-CTA-VALIDAR TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE 'E02' TO WS-COD-RESULTADO
                   MOVE 'La cuenta no existe' TO WS-DES-RESULTADO
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
           END-READ

           IF CC-COD-CLIENTE = CW-COD-CLIENTE
               MOVE 'S' TO WS-TITULAR-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-COTITULARES
           IF WS-STAT-COTIT = '35'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-COTITULARES
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF CT-COD-CUENTA = WS-CTA-VALIDAR
                               AND CT-COD-CLIENTE = CW-COD-CLIENTE
                               AND CT-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-TITULAR-OK
                           MOVE 'S' TO WS-EOF-LOCAL
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-COTIT NOT = '35'
               CLOSE ARCHIVO-COTITULARES
           END-IF

           IF NOT TITULAR-OK
               MOVE 'E03' TO WS-COD-RESULTADO
               MOVE 'El cliente no es titular de la cuenta'
                   TO WS-DES-RESULTADO
           END-IF.

      *================================================================
      * 8980 - ENMASCARAR UN NUMERO DE CUENTA O DOCUMENTO
      *   Entra WS-MSK-ENTRADA; deja en WS-MSK-SALIDA el mismo numero
      *   con todo menos los ultimos cuatro caracteres en '*'. Igual
      *   que 8980 en CNF-CONFIRMACION.
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
      * 9100 - REGISTRAR LA CONSULTA EN AUDITORIA
      *   El que llama deja el estado final en WS-ESTADO-FINAL-AUD.
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-NUEVO
           MOVE WS-ESTADO-FINAL-AUD
               TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO

           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           IF CW-CONS-ORDEN
               MOVE CW-NUM-ORDEN TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           END-IF
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'CONSULTA_WEB' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE CW-COD-CLIENTE TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'ADP_CONSULTAS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE 0 TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           MOVE 'WEB' TO AT-COD-CANAL OF WS-AUDIT-NUEVO
           IF CW-CONS-ORDEN
               STRING 'Consulta web ' CW-NUM-CONSULTA
                   ' tipo ' WS-DES-TIPO ' orden ' CW-NUM-ORDEN
                   DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
           ELSE
               STRING 'Consulta web ' CW-NUM-CONSULTA
                   ' tipo ' WS-DES-TIPO ' cuenta ' CW-COD-CUENTA
                   DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
           END-IF

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9800 - MOSTRAR RESUMEN DE LA CORRIDA
      *================================================================
       9800-MOSTRAR-RESUMEN.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN DE CONSULTAS DE LA WEB'
           DISPLAY WS-LINEA
           DISPLAY '  Consultas leidas:          ' WS-TOTAL-CONSULTAS
           DISPLAY '  Saldos contestados:        ' WS-TOTAL-SALDOS
           DISPLAY '  Ordenes contestadas:       ' WS-TOTAL-ORDENES
           DISPLAY '  Movimientos contestados:   ' WS-TOTAL-MOVIM
           DISPLAY '    renglones de movimiento: ' WS-TOTAL-RENG-MOVIM
           DISPLAY '  Rechazadas, invalidas:     ' WS-TOTAL-INVALIDAS
           DISPLAY '  Rechazadas, no existe:     ' WS-TOTAL-NO-EXISTE
           DISPLAY '  Rechazadas, no titular:    ' WS-TOTAL-NO-TITULAR
           DISPLAY WS-LINEA.

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

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-CONSWEB
           CLOSE ARCHIVO-RESPWEB
           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-ORDENES
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
