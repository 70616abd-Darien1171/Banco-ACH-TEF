      *================================================================
      * PRC-RETIROS.cbl - Recepcion de Anulaciones Entrantes
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Los demas bancos de la red tambien se equivocan: giran dos
      * veces, a la cuenta que no era, o su cliente reclama el pago.
      * Entonces nos mandan ANULENTRADA.dat (trazado ANULENTRADA.cpy)
      * pidiendo que devolvamos un abono que PRC-ENTRANTE ya aplico.
      * Hasta ahora ese pedido llegaba por correo y nadie podia
      * tocar la cuenta del cliente sin dejar rastro. Este job recibe
      * cada aviso y lo deja en la lista de trabajo
      * RETIROSENT.dat (ver RETIROSENT.cpy):
      *
      *   - una segunda solicitud viva para la misma orden del mismo
      *     banco se contesta de una vez con N05;
      *   - se busca el abono en MOVIMIENTOS.dat (MOV-DEPOSITO de la
      *     orden); si no se aplico a ninguna cuenta se niega con
      *     N01 y la respuesta sale en RESPANUL.dat (ANULRESP.cpy);
      *   - si se aplico, se anota la cuenta, el monto, si el abono
      *     sigue retenido (RETABONOS.dat) y si los fondos siguen en
      *     la cuenta, y la solicitud queda PENDIENTE para que un
      *     supervisor la decida en SUP-RETIROS.
      *
      * Aqui no se mueve plata: devolver fondos de un cliente exige
      * su consentimiento y la firma de un supervisor. Cada aviso
      * deja su renglon de AUDITORIA.dat.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC-RETIROS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-ANULENTRADA
               ASSIGN TO 'data/ANULENTRADA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ANULENTRADA.

           SELECT ARCHIVO-RETIROSENT
               ASSIGN TO 'data/RETIROSENT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RETIROSENT.

           SELECT ARCHIVO-RESPANUL
               ASSIGN TO 'data/RESPANUL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RESPANUL.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-RETABONOS
               ASSIGN TO 'data/RETABONOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RETABONOS.

           SELECT ARCHIVO-LIQENTRADA
               ASSIGN TO 'data/LIQENTRADA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LIQENTRADA.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

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

       FD ARCHIVO-ANULENTRADA.
       COPY 'copybooks/ANULENTRADA.cpy'.

       FD ARCHIVO-RETIROSENT.
       COPY 'copybooks/RETIROSENT.cpy'.

       FD ARCHIVO-RESPANUL.
       COPY 'copybooks/ANULRESP.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-RETABONOS.
       COPY 'copybooks/RETABONOS.cpy'.

       FD ARCHIVO-LIQENTRADA.
       COPY 'copybooks/LIQUIDACION.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/RETIROSENT.cpy'
           REPLACING REG-SOL-RETIRO BY WS-SOLICITUD-NUEVA.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-ANULENTRADA  PIC X(2).
          05 WS-STAT-RETIROSENT   PIC X(2).
          05 WS-STAT-RESPANUL     PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-RETABONOS    PIC X(2).
          05 WS-STAT-LIQENTRADA   PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
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
       01 WS-NUM-SOLICITUD         PIC X(20).
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Solicitudes vivas ya registradas (PENDIENTE o DEVUELTA), por
      * banco + orden, para contestar N05 a la repetida. Una NEGADA
      * no cuenta: el banco puede volver a pedirla (p.ej. cuando el
      * cliente ya dio su consentimiento).
      *----------------------------------------------------------------
       01 WS-SOLICITUDES-VIVAS.
          05 WS-VIV-CANT          PIC 9(4) VALUE 0.
          05 WS-VIV-MAX           PIC 9(4) VALUE 2000.
          05 WS-VIV-ENTRADA OCCURS 2000 TIMES.
             10 WS-VIV-BCO        PIC X(3).
             10 WS-VIV-ORDEN      PIC X(20).
          05 WS-IDX-VIV           PIC 9(4).

      *----------------------------------------------------------------
      * Datos del aviso en curso
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-ANULENTRADA   PIC X VALUE 'N'.
             88 FIN-ANULENTRADA      VALUE 'S'.
          05 WS-EOF-LOCAL         PIC X.
          05 WS-ES-REPETIDA       PIC X.
             88 ES-REPETIDA          VALUE 'S'.
          05 WS-ABONO-HALLADO     PIC X.
             88 ABONO-HALLADO        VALUE 'S'.
          05 WS-BCO-LIQ           PIC X(3).
          05 WS-COD-RESPUESTA     PIC X(3).
          05 WS-DES-RESPUESTA     PIC X(60).
          05 WS-ESTADO-FINAL-AUD  PIC X(20).

       01 WS-CONTADORES.
          05 WS-TOTAL-AVISOS      PIC 9(6) VALUE 0.
          05 WS-TOTAL-PENDIENTES  PIC 9(6) VALUE 0.
          05 WS-TOTAL-NO-HALLADOS PIC 9(6) VALUE 0.
          05 WS-TOTAL-REPETIDAS   PIC 9(6) VALUE 0.
          05 WS-TOTAL-SIN-FONDOS  PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'PRC-RETIROS'.
          05 WS-RUN-ESTADO        PIC X(10).
          05 WS-RUN-PROCESADOS    PIC 9(7).

       01 WS-DISP-MONTO PIC ZZ.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RECEPCION DE ANULACIONES ENTRANTES'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0200-CARGAR-SOLICITUDES
           PERFORM 0300-ABRIR-ARCHIVOS

           MOVE 'N' TO WS-EOF-ANULENTRADA
           PERFORM UNTIL FIN-ANULENTRADA
               READ ARCHIVO-ANULENTRADA
                   AT END MOVE 'S' TO WS-EOF-ANULENTRADA
                   NOT AT END
                       PERFORM 1000-PROCESAR-AVISO
               END-READ
           END-PERFORM

           PERFORM 9900-CERRAR-ARCHIVOS
           PERFORM 9800-MOSTRAR-RESUMEN

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-TOTAL-AVISOS TO WS-RUN-PROCESADOS
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
      * 0200 - CARGAR LAS SOLICITUDES VIVAS YA REGISTRADAS
      *================================================================
       0200-CARGAR-SOLICITUDES.
           MOVE 0 TO WS-VIV-CANT
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN INPUT ARCHIVO-RETIROSENT
           IF WS-STAT-RETIROSENT NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-RETIROSENT
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF NOT SRE-NEGADA OF REG-SOL-RETIRO
                               AND WS-VIV-CANT < WS-VIV-MAX
                           ADD 1 TO WS-VIV-CANT
                           MOVE SR-COD-BCO-ORIGEN OF REG-SOL-RETIRO
                               TO WS-VIV-BCO (WS-VIV-CANT)
                           MOVE SR-NUM-ORDEN OF REG-SOL-RETIRO
                               TO WS-VIV-ORDEN (WS-VIV-CANT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETIROSENT.

      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-ANULENTRADA
           IF WS-STAT-ANULENTRADA NOT = '00'
               DISPLAY '  ERROR ABRIENDO ANULENTRADA.dat: '
                   WS-STAT-ANULENTRADA
               DISPLAY '  Sin avisos de anulacion; nada que procesar.'
               STOP RUN
           END-IF

           OPEN EXTEND ARCHIVO-RETIROSENT
           IF WS-STAT-RETIROSENT = '35'
               OPEN OUTPUT ARCHIVO-RETIROSENT
               CLOSE ARCHIVO-RETIROSENT
               OPEN EXTEND ARCHIVO-RETIROSENT
           END-IF

           OPEN EXTEND ARCHIVO-RESPANUL
           IF WS-STAT-RESPANUL = '35'
               OPEN OUTPUT ARCHIVO-RESPANUL
               CLOSE ARCHIVO-RESPANUL
               OPEN EXTEND ARCHIVO-RESPANUL
           END-IF

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
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 1000 - PROCESAR UN AVISO DE ANULACION
      *   Arma la solicitud con lo que trae el aviso, la numera y la
      *   resuelve: repetida (N05), abono no hallado (N01) o
      *   PENDIENTE para el supervisor.
      *================================================================
       1000-PROCESAR-AVISO.
           ADD 1 TO WS-TOTAL-AVISOS

           MOVE SPACES TO WS-SOLICITUD-NUEVA
           MOVE 0 TO SR-MTO-ABONO OF WS-SOLICITUD-NUEVA
           MOVE 0 TO SR-MTO-ORIGINAL OF WS-SOLICITUD-NUEVA

           MOVE 'SRE' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'SRE' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-SOLICITUD

           MOVE WS-NUM-SOLICITUD
               TO SR-NUM-SOLICITUD OF WS-SOLICITUD-NUEVA
           MOVE WS-FECHA-STR TO SR-FEC-RECIBIDA OF WS-SOLICITUD-NUEVA
           MOVE WS-HORA-STR TO SR-HOA-RECIBIDA OF WS-SOLICITUD-NUEVA
           MOVE AI-COD-BCO-ORIGEN
               TO SR-COD-BCO-ORIGEN OF WS-SOLICITUD-NUEVA
           MOVE AI-NUM-ORDEN TO SR-NUM-ORDEN OF WS-SOLICITUD-NUEVA
           MOVE AI-DES-MOTIVO TO SR-DES-MOTIVO OF WS-SOLICITUD-NUEVA
           MOVE 'N' TO SR-MCA-FONDOS OF WS-SOLICITUD-NUEVA

           PERFORM 1100-VERIFICAR-REPETIDA
           IF ES-REPETIDA
               ADD 1 TO WS-TOTAL-REPETIDAS
               MOVE 'N05' TO WS-COD-RESPUESTA
               MOVE 'Ya hay una solicitud de anulacion para esa orden'
                   TO WS-DES-RESPUESTA
               PERFORM 1900-NEGAR-SOLICITUD
               EXIT PARAGRAPH
           END-IF

           PERFORM 2000-BUSCAR-ABONO
           IF NOT ABONO-HALLADO
               ADD 1 TO WS-TOTAL-NO-HALLADOS
               MOVE 'N01' TO WS-COD-RESPUESTA
               MOVE 'Abono no encontrado o no aplicado a una cuenta'
                   TO WS-DES-RESPUESTA
               PERFORM 1900-NEGAR-SOLICITUD
               EXIT PARAGRAPH
           END-IF

           PERFORM 3000-BUSCAR-RETENCION
           PERFORM 3100-BUSCAR-DETALLE-ORIGINAL
           PERFORM 3200-VERIFICAR-FONDOS

           MOVE 'PENDIENTE ' TO SR-ESTADO OF WS-SOLICITUD-NUEVA
           WRITE REG-SOL-RETIRO FROM WS-SOLICITUD-NUEVA
           PERFORM 1200-AGREGAR-VIVA
           ADD 1 TO WS-TOTAL-PENDIENTES

           MOVE 'PENDIENTE' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE SR-MTO-ABONO OF WS-SOLICITUD-NUEVA TO WS-DISP-MONTO
           DISPLAY '  ' WS-NUM-SOLICITUD ' ' AI-COD-BCO-ORIGEN '/'
               AI-NUM-ORDEN ' $' WS-DISP-MONTO ' PENDIENTE'
           IF SR-MCA-FONDOS OF WS-SOLICITUD-NUEVA NOT = 'S'
               ADD 1 TO WS-TOTAL-SIN-FONDOS
               DISPLAY '      [!] Los fondos ya no estan completos en '
                   'la cuenta ' SR-COD-CUENTA OF WS-SOLICITUD-NUEVA
           END-IF.

      *================================================================
      * 1100 - VERIFICAR SI YA HAY UNA SOLICITUD VIVA PARA LA ORDEN
      *================================================================
       1100-VERIFICAR-REPETIDA.
           MOVE 'N' TO WS-ES-REPETIDA

           PERFORM VARYING WS-IDX-VIV FROM 1 BY 1
                   UNTIL WS-IDX-VIV > WS-VIV-CANT OR ES-REPETIDA
               IF WS-VIV-BCO (WS-IDX-VIV) = AI-COD-BCO-ORIGEN
                       AND WS-VIV-ORDEN (WS-IDX-VIV) = AI-NUM-ORDEN
                   MOVE 'S' TO WS-ES-REPETIDA
               END-IF
           END-PERFORM.

      *================================================================
      * 1200 - AGREGAR LA SOLICITUD REGISTRADA A LAS VIVAS
      *   Un mismo archivo puede traer el aviso dos veces.
      *================================================================
       1200-AGREGAR-VIVA.
           IF WS-VIV-CANT < WS-VIV-MAX
               ADD 1 TO WS-VIV-CANT
               MOVE AI-COD-BCO-ORIGEN TO WS-VIV-BCO (WS-VIV-CANT)
               MOVE AI-NUM-ORDEN TO WS-VIV-ORDEN (WS-VIV-CANT)
           END-IF.

      *================================================================
      * 1900 - NEGAR LA SOLICITUD SIN PASAR POR EL SUPERVISOR
      *   Queda NEGADA en la lista (para consulta) y la respuesta
      *   sale en RESPANUL.dat para el banco que la pidio.
      *================================================================
       1900-NEGAR-SOLICITUD.
           MOVE 'NEGADA    ' TO SR-ESTADO OF WS-SOLICITUD-NUEVA
           MOVE WS-COD-RESPUESTA
               TO SR-COD-RESPUESTA OF WS-SOLICITUD-NUEVA
           MOVE WS-DES-RESPUESTA
               TO SR-DES-RESPUESTA OF WS-SOLICITUD-NUEVA
           MOVE WS-FECHA-STR TO SR-FEC-DECISION OF WS-SOLICITUD-NUEVA
           WRITE REG-SOL-RETIRO FROM WS-SOLICITUD-NUEVA

           MOVE SPACES TO REG-ANUL-RESPUESTA
           MOVE AI-NUM-ORDEN TO AR-NUM-ORDEN
           MOVE AI-COD-BCO-ORIGEN TO AR-COD-BCO-DEST
           MOVE WS-FECHA-STR TO AR-FEC-RESPUESTA
           MOVE WS-HORA-STR TO AR-HOA-RESPUESTA
           MOVE WS-COD-RESPUESTA TO AR-COD-RESPUESTA
           MOVE WS-DES-RESPUESTA TO AR-DES-RESPUESTA
           MOVE WS-NUM-SOLICITUD TO AR-NUM-SOLICITUD
           WRITE REG-ANUL-RESPUESTA

           STRING 'NEGADA_' WS-COD-RESPUESTA
               DELIMITED SIZE INTO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY '  ' WS-NUM-SOLICITUD ' ' AI-COD-BCO-ORIGEN '/'
               AI-NUM-ORDEN ' NEGADA ' WS-COD-RESPUESTA.

      *================================================================
      * 2000 - BUSCAR EL ABONO APLICADO EN MOVIMIENTOS.dat
      *   El deposito con el numero de orden del aviso (lo escribe
      *   PRC-ENTRANTE, o SUP-SUSPENSOS al aplicar un suspenso). Un
      *   abono redirigido por renumeracion se halla igual: el
      *   movimiento queda en la cuenta vigente.
      *================================================================
       2000-BUSCAR-ABONO.
           MOVE 'N' TO WS-ABONO-HALLADO
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF MC-NUM-ORDEN = AI-NUM-ORDEN
                               AND MC-TIP-MOVIMIENTO = MOV-DEPOSITO
                               AND MC-MTO-MOVIMIENTO > 0
                           MOVE 'S' TO WS-ABONO-HALLADO
                           MOVE MC-COD-CUENTA
                               TO SR-COD-CUENTA OF WS-SOLICITUD-NUEVA
                           MOVE MC-FEC-MOVIMIENTO
                               TO SR-FEC-ABONO OF WS-SOLICITUD-NUEVA
                           MOVE MC-MTO-MOVIMIENTO
                               TO SR-MTO-ABONO OF WS-SOLICITUD-NUEVA
                           MOVE 'S' TO WS-EOF-LOCAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS.

      *================================================================
      * 3000 - BUSCAR LA RETENCION DE DISPONIBILIDAD DEL ABONO
      *   Un abono sobre RET-ABONO-UMBRAL entro bloqueado; si sigue
      *   ACTIVO los fondos estan en CC-SAL-BLOQUEADO.
      *================================================================
       3000-BUSCAR-RETENCION.
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN INPUT ARCHIVO-RETABONOS
           IF WS-STAT-RETABONOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-RETABONOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF RA-NUM-ORDEN = AI-NUM-ORDEN
                               AND RA-COD-CUENTA =
                                   SR-COD-CUENTA OF WS-SOLICITUD-NUEVA
                               AND RET-ACTIVA
                           MOVE RA-NUM-RETENCION TO
                               SR-NUM-RETENCION OF WS-SOLICITUD-NUEVA
                           MOVE 'S' TO WS-EOF-LOCAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETABONOS.

      *================================================================
      * 3100 - BUSCAR EL DETALLE ORIGINAL EN LIQENTRADA.dat
      *   Cuenta origen, monto y moneda con que viajo la orden, para
      *   devolverla en los mismos terminos. El archivo es el del
      *   ultimo ciclo recibido; si ya no trae la orden se devuelve
      *   el monto en COP.
      *================================================================
       3100-BUSCAR-DETALLE-ORIGINAL.
           MOVE SR-MTO-ABONO OF WS-SOLICITUD-NUEVA
               TO SR-MTO-ORIGINAL OF WS-SOLICITUD-NUEVA
           MOVE 'COP' TO SR-TIP-MONEDA OF WS-SOLICITUD-NUEVA
           MOVE SPACES TO WS-BCO-LIQ
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN INPUT ARCHIVO-LIQENTRADA
           IF WS-STAT-LIQENTRADA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-LIQENTRADA
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF LQ-TIP-REGISTRO = '1'
                           MOVE LQ-ENC-COD-BCO-ORIGEN TO WS-BCO-LIQ
                       END-IF
                       IF LQ-TIP-REGISTRO = '6'
                               AND LQ-DET-NUM-ORDEN = AI-NUM-ORDEN
                               AND WS-BCO-LIQ = AI-COD-BCO-ORIGEN
                           MOVE LQ-DET-COD-CTA-ORIGEN TO
                               SR-COD-CTA-ORIGEN OF WS-SOLICITUD-NUEVA
                           MOVE LQ-DET-MTO-TRANSF TO
                               SR-MTO-ORIGINAL OF WS-SOLICITUD-NUEVA
                           MOVE LQ-DET-TIP-MONEDA TO
                               SR-TIP-MONEDA OF WS-SOLICITUD-NUEVA
                           MOVE 'S' TO WS-EOF-LOCAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LIQENTRADA.

      *================================================================
      * 3200 - VERIFICAR SI LOS FONDOS SIGUEN EN LA CUENTA
      *   Solo informativo para el supervisor, que lo vuelve a
      *   verificar al decidir: el cliente pudo haber gastado el
      *   abono disponible; el retenido sigue en el bloqueado.
      *================================================================
       3200-VERIFICAR-FONDOS.
           MOVE SR-COD-CUENTA OF WS-SOLICITUD-NUEVA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE 'N' TO SR-MCA-FONDOS OF WS-SOLICITUD-NUEVA
               NOT INVALID KEY
                   IF SR-NUM-RETENCION OF WS-SOLICITUD-NUEVA
                           NOT = SPACES
                       IF CC-SAL-BLOQUEADO >=
                               SR-MTO-ABONO OF WS-SOLICITUD-NUEVA
                           MOVE 'S' TO
                               SR-MCA-FONDOS OF WS-SOLICITUD-NUEVA
                       END-IF
                   ELSE
                       IF CC-SAL-DISPONIBLE >=
                               SR-MTO-ABONO OF WS-SOLICITUD-NUEVA
                           MOVE 'S' TO
                               SR-MCA-FONDOS OF WS-SOLICITUD-NUEVA
                       END-IF
                   END-IF
           END-READ.

      *================================================================
      * 9100 - REGISTRAR EL AVISO EN AUDITORIA
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
           MOVE AI-NUM-ORDEN TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'SOLICITUD_ANULACION' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE 'SISTEMA' TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'PRC_RETIROS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE SR-MTO-ABONO OF WS-SOLICITUD-NUEVA
               TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           STRING 'Solicitud ' WS-NUM-SOLICITUD
               ' del banco ' AI-COD-BCO-ORIGEN
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9800 - MOSTRAR RESUMEN DE LA CORRIDA
      *================================================================
       9800-MOSTRAR-RESUMEN.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN DE ANULACIONES ENTRANTES'
           DISPLAY WS-LINEA
           DISPLAY '  Avisos leidos:             ' WS-TOTAL-AVISOS
           DISPLAY '  Pendientes de supervisor:  ' WS-TOTAL-PENDIENTES
           DISPLAY '    sin fondos completos:    ' WS-TOTAL-SIN-FONDOS
           DISPLAY '  Negadas, abono no hallado: ' WS-TOTAL-NO-HALLADOS
           DISPLAY '  Negadas, repetidas:        ' WS-TOTAL-REPETIDAS
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
           CLOSE ARCHIVO-ANULENTRADA
           CLOSE ARCHIVO-RETIROSENT
           CLOSE ARCHIVO-RESPANUL
           CLOSE ARCHIVO-CUENTAS
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
