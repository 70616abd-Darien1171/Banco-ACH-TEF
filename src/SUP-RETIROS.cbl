      *================================================================
      * SUP-RETIROS.cbl - Supervisor de Anulaciones Entrantes
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * PRC-RETIROS deja en RETIROSENT.dat (ver RETIROSENT.cpy) las
      * solicitudes de otros bancos para que devolvamos un abono que
      * ya aplicamos. Este programa (hermano de SUP-SUSPENSOS) es la
      * lista de trabajo del supervisor sobre esa cola:
      *
      *   - lista las solicitudes PENDIENTE con la cuenta, el monto,
      *     si el abono sigue retenido y si habia fondos al recibirla;
      *   - (D)evolver exige el consentimiento del cliente y vuelve a
      *     verificar la cuenta (activa, no congelada) y los fondos:
      *     debita la cuenta (del bloqueado si el abono sigue
      *     retenido, y la retencion queda DEVUELTO), deja el
      *     MOV-DEVOL-RETIRO, el asiento pasivo con clientes contra
      *     clearing y el detalle R06 en el archivo de devoluciones
      *     por anulacion (DEVRETIRO.dat, trazado DEVOLUCION.cpy), y
      *     avisa al cliente;
      *   - (N)egar escribe la respuesta con su motivo en
      *     RESPANUL.dat (ANULRESP.cpy) para el banco que la pidio.
      *     Una devolucion que no pasa las verificaciones se niega
      *     igual, con el motivo que corresponda (N02, N03, N04).
      *
      * Toda decision exige credencial de SUPERVISOR activa, estampa
      * la solicitud con quien decidio y deja su renglon de
      * AUDITORIA.dat.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUP-RETIROS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-RETIROSENT
               ASSIGN TO 'data/RETIROSENT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RETIROSENT.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-RETABONOS
               ASSIGN TO 'data/RETABONOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RETABONOS.

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

           SELECT ARCHIVO-DEVRETIRO
               ASSIGN TO 'data/DEVRETIRO.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-DEVRETIRO.

           SELECT ARCHIVO-RESPANUL
               ASSIGN TO 'data/RESPANUL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RESPANUL.

           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO 'data/NOTIFICACIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

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

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RETIROSENT.
       COPY 'copybooks/RETIROSENT.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-RETABONOS.
       COPY 'copybooks/RETABONOS.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-DEVRETIRO.
       COPY 'copybooks/DEVOLUCION.cpy'.

       FD ARCHIVO-RESPANUL.
       COPY 'copybooks/ANULRESP.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/RETIROSENT.cpy'
           REPLACING REG-SOL-RETIRO BY WS-SOLICITUD-ELEGIDA.

       COPY 'copybooks/MOVIMIENTOS.cpy'
           REPLACING REG-MOVIMIENTO BY WS-MOVIM-NUEVO.

       COPY 'copybooks/ASIENTOS.cpy'
           REPLACING REG-ASIENTO BY WS-ASIENTO-NUEVO.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-RETIROSENT   PIC X(2).
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-RETABONOS    PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-DEVRETIRO    PIC X(2).
          05 WS-STAT-RESPANUL     PIC X(2).
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
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).
       01 WS-ESTADO-FINAL-AUD      PIC X(20).

      *----------------------------------------------------------------
      * Identificacion del supervisor de la sesion
      *----------------------------------------------------------------
       01 WS-SESION-SUPERVISOR.
          05 WS-COD-SUPERVISOR    PIC X(20).
          05 WS-CLAVE-SUPERVISOR  PIC X(20).
          05 WS-EOF-USUARIOS      PIC X VALUE 'N'.
          05 WS-SUP-VALIDO        PIC X VALUE 'N'.
             88 SUP-VALIDO           VALUE 'S'.

      *----------------------------------------------------------------
      * Datos capturados y auxiliares
      *----------------------------------------------------------------
       01 WS-DATOS-CAPTURADOS.
          05 WS-SOLICITUD-BUSCADA PIC X(20).
          05 WS-DECISION          PIC X(1).
             88 DECISION-DEVUELVE    VALUE 'D'.
             88 DECISION-NIEGA       VALUE 'N'.
          05 WS-CONSENTIMIENTO    PIC X(1).
          05 WS-COD-RESPUESTA     PIC X(3).
             88 MOTIVO-NEGATIVA-VALIDO VALUE 'N02' 'N03' 'N04'.
          05 WS-DES-RESPUESTA     PIC X(60).

       01 WS-AUX.
          05 WS-EOF-RETIROSENT    PIC X VALUE 'N'.
          05 WS-EOF-LOCAL         PIC X.
          05 WS-SOLICITUD-HALLADA PIC X VALUE 'N'.
             88 SOLICITUD-HALLADA    VALUE 'S'.
          05 WS-HAY-PENDIENTES    PIC X VALUE 'N'.
             88 HAY-PENDIENTES       VALUE 'S'.
          05 WS-RETENCION-VIVA    PIC X VALUE 'N'.
             88 RETENCION-VIVA       VALUE 'S'.
          05 WS-SAL-ANT-CUENTA    PIC S9(13)V99.
          05 WS-COD-CLIENTE       PIC X(10).

      *----------------------------------------------------------------
      * Datos del aviso al cliente que se va a encolar en
      * NOTIFICACIONES.dat (ver 9870-ENCOLAR-NOTIFICACION); el que
      * llama deja armados tipo de evento, mensaje, cuenta, cliente y
      * orden antes de invocarlo.
      *----------------------------------------------------------------
       01 WS-NOTIFICACION.
          05 WS-STAT-NOTIF        PIC X(2).
          05 WS-NOT-COD-CLIENTE   PIC X(10).
          05 WS-NOT-COD-CUENTA    PIC X(20).
          05 WS-NOT-TIP-EVENTO    PIC X(20).
          05 WS-NOT-NUM-ORDEN     PIC X(20).
          05 WS-NOT-MENSAJE       PIC X(100).
          05 WS-NUM-NOTIF         PIC X(20).

       01 WS-DISP-MONTO PIC ZZ.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.


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
      * Cifrado de claves (ver 8970): USUARIOS.dat guarda la huella
      * de sal + usuario + clave, nunca la clave digitada.
      *----------------------------------------------------------------
       01 WS-CIFRADO-CLAVE.
          05 WS-CIF-CLAVE         PIC X(20).
          05 WS-CIF-SAL           PIC X(8).
          05 WS-CIF-USUARIO       PIC X(20).
          05 WS-CIF-RESULTADO     PIC X(20).
          05 WS-CIF-TEXTO         PIC X(48).
          05 WS-CIF-POS           PIC 9(2).
          05 WS-CIF-RONDA         PIC 9(3).
          05 WS-CIF-BYTE-X.
             10 FILLER            PIC X VALUE LOW-VALUE.
             10 WS-CIF-CARACTER   PIC X.
          05 WS-CIF-BYTE REDEFINES WS-CIF-BYTE-X
                                  PIC 9(4) COMP.
          05 WS-CIF-H1            PIC 9(10).
          05 WS-CIF-H2            PIC 9(10).
          05 WS-CIF-ACUM          PIC 9(15).
          05 WS-CIF-COCIENTE      PIC 9(15).

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  SUPERVISOR - ANULACIONES ENTRANTES'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 0500-IDENTIFICAR-SUPERVISOR
           IF NOT SUP-VALIDO
               PERFORM 9900-CERRAR-ARCHIVOS
               STOP RUN
           END-IF

           PERFORM 1000-LISTAR-PENDIENTES

           IF HAY-PENDIENTES
               PERFORM 2000-CAPTURAR-DECISION
               PERFORM 3000-BUSCAR-SOLICITUD
               IF NOT SOLICITUD-HALLADA
                   DISPLAY '  ERROR: No existe una solicitud PENDIENTE '
                       'con ese numero.'
               ELSE
                   EVALUATE TRUE
                       WHEN DECISION-DEVUELVE
                           PERFORM 4000-DEVOLVER-ABONO
                       WHEN DECISION-NIEGA AND MOTIVO-NEGATIVA-VALIDO
                           PERFORM 5000-NEGAR-SOLICITUD
                       WHEN OTHER
                           DISPLAY '  ERROR: Decision o motivo '
                               'invalido, no se aplico ningun cambio.'
                   END-EVALUATE
               END-IF
           ELSE
               DISPLAY '  No hay anulaciones entrantes pendientes.'
           END-IF

           PERFORM 9900-CERRAR-ARCHIVOS
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
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-ASIENTOS
           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 0500 - IDENTIFICAR AL SUPERVISOR DE LA SESION
      *   Credencial de SUPERVISOR activa en USUARIOS.dat; con el
      *   maestro inexistente se acepta el codigo digitado con aviso
      *   (modo de arranque), igual que los demas supervisores.
      *================================================================
       0500-IDENTIFICAR-SUPERVISOR.
           DISPLAY ' '
           DISPLAY '  Codigo del supervisor: ' WITH NO ADVANCING
           ACCEPT WS-COD-SUPERVISOR
           DISPLAY '  Clave: ' WITH NO ADVANCING
           ACCEPT WS-CLAVE-SUPERVISOR

           MOVE 'N' TO WS-SUP-VALIDO
           MOVE 'N' TO WS-EOF-USUARIOS

           OPEN INPUT ARCHIVO-USUARIOS
           IF WS-STAT-USUARIOS = '35'
               DISPLAY '  AVISO: maestro de usuarios inexistente; se '
                   'acepta el codigo digitado (modo de arranque).'
               MOVE 'S' TO WS-SUP-VALIDO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-USUARIOS = 'S'
               READ ARCHIVO-USUARIOS
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       IF US-COD-USUARIO = WS-COD-SUPERVISOR
                           MOVE WS-CLAVE-SUPERVISOR TO WS-CIF-CLAVE
                           MOVE US-SAL-CLAVE TO WS-CIF-SAL
                           MOVE US-COD-USUARIO TO WS-CIF-USUARIO
                           PERFORM 8970-CIFRAR-CLAVE
                           IF US-CLAVE = WS-CIF-RESULTADO
                                   AND US-MCA-ACTIVO = FLAG-SI
                                   AND ROL-SUPERVISOR
                               MOVE 'S' TO WS-SUP-VALIDO
                               MOVE 'S' TO WS-EOF-USUARIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-USUARIOS

           IF NOT SUP-VALIDO
               DISPLAY ' '
               DISPLAY '  ACCESO RECHAZADO: la credencial no '
                   'corresponde a un SUPERVISOR activo.'
           END-IF.

      *================================================================
      * 1000 - LISTAR LAS SOLICITUDES PENDIENTES
      *================================================================
       1000-LISTAR-PENDIENTES.
           MOVE 'N' TO WS-EOF-RETIROSENT
           MOVE 'N' TO WS-HAY-PENDIENTES

           OPEN INPUT ARCHIVO-RETIROSENT
           IF WS-STAT-RETIROSENT = '35'
               MOVE 'S' TO WS-EOF-RETIROSENT
           END-IF

           DISPLAY ' '
           DISPLAY '  Anulaciones entrantes PENDIENTES:'
           DISPLAY '  ------------------------------------------------'

           PERFORM UNTIL WS-EOF-RETIROSENT = 'S'
               READ ARCHIVO-RETIROSENT
                   AT END MOVE 'S' TO WS-EOF-RETIROSENT
                   NOT AT END
                       IF SRE-PENDIENTE OF REG-SOL-RETIRO
                           MOVE 'S' TO WS-HAY-PENDIENTES
                           MOVE SR-MTO-ABONO OF REG-SOL-RETIRO
                               TO WS-DISP-MONTO
                           DISPLAY '  '
                               SR-NUM-SOLICITUD OF REG-SOL-RETIRO
                               ' $' WS-DISP-MONTO ' <- '
                               SR-COD-CUENTA OF REG-SOL-RETIRO
                           DISPLAY '      Banco/orden: '
                               SR-COD-BCO-ORIGEN OF REG-SOL-RETIRO
                               '/' SR-NUM-ORDEN OF REG-SOL-RETIRO
                               ', abonada el '
                               SR-FEC-ABONO OF REG-SOL-RETIRO
                           DISPLAY '      Motivo: '
                               SR-DES-MOTIVO OF REG-SOL-RETIRO (1:60)
                           IF SR-NUM-RETENCION OF REG-SOL-RETIRO
                                   NOT = SPACES
                               DISPLAY '      Abono retenido ('
                                   SR-NUM-RETENCION OF REG-SOL-RETIRO
                                   ')'
                           END-IF
                           IF SR-MCA-FONDOS OF REG-SOL-RETIRO
                                   NOT = 'S'
                               DISPLAY '      [!] Al recibirla los '
                                   'fondos ya no estaban completos'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-RETIROSENT NOT = '35'
               CLOSE ARCHIVO-RETIROSENT
           END-IF.

      *================================================================
      * 2000 - CAPTURAR LA SOLICITUD Y LA DECISION
      *   Devolver pide el consentimiento del cliente; negar pide el
      *   motivo (N01 y N05 solo los pone PRC-RETIROS).
      *================================================================
       2000-CAPTURAR-DECISION.
           MOVE SPACES TO WS-CONSENTIMIENTO
           MOVE SPACES TO WS-COD-RESPUESTA

           DISPLAY ' '
           DISPLAY '  Numero de la solicitud: ' WITH NO ADVANCING
           ACCEPT WS-SOLICITUD-BUSCADA
           DISPLAY '  Decision: (D)evolver al banco originador / '
               '(N)egar: ' WITH NO ADVANCING
           ACCEPT WS-DECISION

           IF DECISION-DEVUELVE
               DISPLAY '  El cliente autorizo la devolucion? (S/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONSENTIMIENTO
           END-IF

           IF DECISION-NIEGA
               DISPLAY '  Motivo: N02 sin fondos / N03 cliente no '
                   'autoriza / N04 cuenta inactiva o congelada: '
                   WITH NO ADVANCING
               ACCEPT WS-COD-RESPUESTA
               PERFORM 5100-DESCRIBIR-MOTIVO
           END-IF.

      *================================================================
      * 3000 - BUSCAR LA SOLICITUD ELEGIDA
      *   Deja la copia en WS-SOLICITUD-ELEGIDA; el estado se
      *   estampa en 6000 cuando la decision queda en firme (una
      *   devolucion puede terminar negada por las verificaciones).
      *================================================================
       3000-BUSCAR-SOLICITUD.
           MOVE 'N' TO WS-SOLICITUD-HALLADA
           MOVE 'N' TO WS-EOF-RETIROSENT

           OPEN INPUT ARCHIVO-RETIROSENT
           IF WS-STAT-RETIROSENT NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-RETIROSENT = 'S'
               READ ARCHIVO-RETIROSENT
                   AT END MOVE 'S' TO WS-EOF-RETIROSENT
                   NOT AT END
                       IF SR-NUM-SOLICITUD OF REG-SOL-RETIRO
                               = WS-SOLICITUD-BUSCADA
                               AND SRE-PENDIENTE OF REG-SOL-RETIRO
                           MOVE 'S' TO WS-SOLICITUD-HALLADA
                           MOVE REG-SOL-RETIRO TO WS-SOLICITUD-ELEGIDA
                           MOVE 'S' TO WS-EOF-RETIROSENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETIROSENT.

      *================================================================
      * 4000 - DEVOLVER EL ABONO AL BANCO QUE LO PIDIO
      *   Sin consentimiento del cliente no se toca la cuenta (N03).
      *   La cuenta debe seguir activa y sin congelar (N04) y cubrir
      *   el monto (N02): del bloqueado si la retencion sigue
      *   ACTIVA, si no del disponible. Cualquier falla termina en
      *   la negativa con ese motivo.
      *================================================================
       4000-DEVOLVER-ABONO.
           MOVE WS-CONSENTIMIENTO TO
               SR-MCA-CONSENTIMIENTO OF WS-SOLICITUD-ELEGIDA
           IF WS-CONSENTIMIENTO NOT = 'S'
               MOVE 'N03' TO WS-COD-RESPUESTA
               PERFORM 5100-DESCRIBIR-MOTIVO
               PERFORM 5000-NEGAR-SOLICITUD
               EXIT PARAGRAPH
           END-IF

           PERFORM 4100-VERIFICAR-RETENCION

           MOVE SPACES TO WS-COD-RESPUESTA
           MOVE SPACES TO WS-COD-CLIENTE
           MOVE SPACES TO WS-SUC-ASIENTO

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE SR-COD-CUENTA OF WS-SOLICITUD-ELEGIDA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE 'N04' TO WS-COD-RESPUESTA
               NOT INVALID KEY
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   PERFORM 4200-DEBITAR-CUENTA
           END-READ
           CLOSE ARCHIVO-CUENTAS

           IF WS-COD-RESPUESTA NOT = SPACES
               PERFORM 5100-DESCRIBIR-MOTIVO
               PERFORM 5000-NEGAR-SOLICITUD
               EXIT PARAGRAPH
           END-IF

           PERFORM 4300-REGISTRAR-MOVIMIENTO

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
               TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Debito al cliente por anulacion del originador'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           MOVE GL-CLEARING-INTERBANC
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CLEARING-INTERBANC
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
               TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Fondos devueltos al banco originador'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           IF RETENCION-VIVA
               PERFORM 4700-MARCAR-RETENCION
           END-IF

           PERFORM 4600-ESCRIBIR-DEVOLUCION

           MOVE 'DEVUELTA  ' TO SR-ESTADO OF WS-SOLICITUD-ELEGIDA
           MOVE 'R06' TO SR-COD-RESPUESTA OF WS-SOLICITUD-ELEGIDA
           MOVE 'Devuelta a pedido del banco originador'
               TO SR-DES-RESPUESTA OF WS-SOLICITUD-ELEGIDA
           PERFORM 6000-ESTAMPAR-SOLICITUD

           MOVE 'ANULACION_DEVUELTA' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA TO WS-DISP-MONTO
           MOVE WS-COD-CLIENTE TO WS-NOT-COD-CLIENTE
           MOVE SR-COD-CUENTA OF WS-SOLICITUD-ELEGIDA
               TO WS-NOT-COD-CUENTA
           MOVE 'ANULACION_DEVUELTA' TO WS-NOT-TIP-EVENTO
           MOVE SR-NUM-ORDEN OF WS-SOLICITUD-ELEGIDA
               TO WS-NOT-NUM-ORDEN
           MOVE SPACES TO WS-NOT-MENSAJE
           STRING 'Con su autorizacion se devolvio al banco '
               'originador un abono recibido por $' WS-DISP-MONTO
               DELIMITED SIZE INTO WS-NOT-MENSAJE
           PERFORM 9870-ENCOLAR-NOTIFICACION

           DISPLAY ' '
           DISPLAY '  Solicitud '
               SR-NUM-SOLICITUD OF WS-SOLICITUD-ELEGIDA
               ' DEVUELTA al banco originador (DEVRETIRO.dat).'.

      *================================================================
      * 4100 - VERIFICAR SI LA RETENCION DEL ABONO SIGUE ACTIVA
      *   Pudo liberarse (LIB-RETENCIONES) despues de recibida la
      *   solicitud; entonces los fondos ya estan en el disponible.
      *================================================================
       4100-VERIFICAR-RETENCION.
           MOVE 'N' TO WS-RETENCION-VIVA
           MOVE 'N' TO WS-EOF-LOCAL

           IF SR-NUM-RETENCION OF WS-SOLICITUD-ELEGIDA = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-RETABONOS
           IF WS-STAT-RETABONOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-RETABONOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF RA-NUM-RETENCION =
                               SR-NUM-RETENCION OF WS-SOLICITUD-ELEGIDA
                           IF RET-ACTIVA
                               MOVE 'S' TO WS-RETENCION-VIVA
                           END-IF
                           MOVE 'S' TO WS-EOF-LOCAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETABONOS.

      *================================================================
      * 4200 - VERIFICAR Y DEBITAR LA CUENTA
      *   Con la cuenta leida; deja WS-COD-RESPUESTA en N04 o N02 si
      *   no se puede debitar.
      *================================================================
       4200-DEBITAR-CUENTA.
           MOVE CC-COD-CLIENTE TO WS-COD-CLIENTE

           IF CC-MCA-ACTIVA = 'N' OR CC-MCA-CONGELADA = 'S'
               MOVE 'N04' TO WS-COD-RESPUESTA
               EXIT PARAGRAPH
           END-IF

           IF RETENCION-VIVA
               IF CC-SAL-BLOQUEADO <
                       SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
                   MOVE 'N02' TO WS-COD-RESPUESTA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CC-SAL-DISPONIBLE <
                       SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
                   MOVE 'N02' TO WS-COD-RESPUESTA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-CUENTA
           IF RETENCION-VIVA
               SUBTRACT SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
                   FROM CC-SAL-BLOQUEADO
           ELSE
               SUBTRACT SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
                   FROM CC-SAL-DISPONIBLE
           END-IF
           SUBTRACT SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
               FROM CC-SAL-TOTAL
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
           REWRITE REG-CUENTA
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CUENTA (ANULACION)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 4300 - REGISTRAR EL MOVIMIENTO DE LA DEVOLUCION
      *================================================================
       4300-REGISTRAR-MOVIMIENTO.
           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE SR-COD-CUENTA OF WS-SOLICITUD-ELEGIDA
               TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-DEVOL-RETIRO TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
               TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-SAL-ANT-CUENTA TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
      *    Un abono que seguia retenido sale del bloqueado: el saldo
      *    disponible no cambia.
           IF RETENCION-VIVA
               MOVE WS-SAL-ANT-CUENTA
                   TO MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO
           ELSE
               COMPUTE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO =
                   WS-SAL-ANT-CUENTA
                   - SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
           END-IF
           STRING 'Devolucion de abono a pedido del banco '
               SR-COD-BCO-ORIGEN OF WS-SOLICITUD-ELEGIDA
               DELIMITED SIZE INTO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE SR-NUM-ORDEN OF WS-SOLICITUD-ELEGIDA
               TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO
           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO.

      *================================================================
      * 4500 - ESCRIBIR UNA PATA DEL ASIENTO CONTABLE
      *================================================================
       4500-ESCRIBIR-ASIENTO.
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE SR-NUM-ORDEN OF WS-SOLICITUD-ELEGIDA
               TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 4510-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      * 4510 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   La pata armada en el registro de trabajo solo se escribe
      *   si su cuenta existe en el catalogo, esta activa y es
      *   posteable (igual que 9216 en MAIN-ACH). Sin catalogo
      *   ('35') se postea como siempre, pero el cierre de periodos
      *   se verifica igual.
      *================================================================
       4510-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               PERFORM 4520-VALIDAR-PERIODO-CONTABLE
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

           PERFORM 4520-VALIDAR-PERIODO-CONTABLE.

      *================================================================
      * 4520 - VALIDAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *   El periodo no puede estar CERRADO (ver PERIODOS.cpy y
      *   CIE-PERIODO); se verifica aunque no exista el catalogo
      *   PUC. Sin archivo de periodos ('35') se postea como
      *   siempre (modo de arranque).
      *================================================================
       4520-VALIDAR-PERIODO-CONTABLE.
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
      * 4600 - ESCRIBIR LA DEVOLUCION PARA EL BANCO ORIGINADOR
      *   Un grupo completo (encabezado, detalle R06 y control) por
      *   devolucion, agregado a DEVRETIRO.dat (trazado
      *   DEVOLUCION.cpy) para transmitir; el archivo se crea en la
      *   primera ('35'). Va con los datos de la orden original.
      *================================================================
       4600-ESCRIBIR-DEVOLUCION.
           OPEN EXTEND ARCHIVO-DEVRETIRO
           IF WS-STAT-DEVRETIRO = '35'
               OPEN OUTPUT ARCHIVO-DEVRETIRO
               CLOSE ARCHIVO-DEVRETIRO
               OPEN EXTEND ARCHIVO-DEVRETIRO
           END-IF

           MOVE SPACES TO REG-DEVOLUCION
           MOVE '1' TO DV-ENC-TIPO
           MOVE COD-BANCO-PROPIO TO DV-ENC-COD-BCO-EMISOR
           MOVE NOM-BANCO-PROPIO TO DV-ENC-NOM-BCO-EMISOR
           MOVE SR-COD-BCO-ORIGEN OF WS-SOLICITUD-ELEGIDA
               TO DV-ENC-COD-BCO-DEST
           MOVE WS-FECHA-STR TO DV-ENC-FEC-ARCHIVO
           MOVE WS-HORA-STR TO DV-ENC-HOA-ARCHIVO
           WRITE REG-DEVOLUCION FROM REG-DEV-ENCABEZADO

           MOVE SPACES TO REG-DEVOLUCION
           MOVE '6' TO DV-DET-TIPO
           MOVE SR-NUM-ORDEN OF WS-SOLICITUD-ELEGIDA
               TO DV-DET-NUM-ORDEN
           MOVE SR-COD-CTA-ORIGEN OF WS-SOLICITUD-ELEGIDA
               TO DV-DET-COD-CTA-ORIGEN
           MOVE SR-COD-CUENTA OF WS-SOLICITUD-ELEGIDA
               TO DV-DET-COD-CTA-DEST
           MOVE SR-MTO-ORIGINAL OF WS-SOLICITUD-ELEGIDA
               TO DV-DET-MTO-TRANSF
           MOVE SR-TIP-MONEDA OF WS-SOLICITUD-ELEGIDA
               TO DV-DET-TIP-MONEDA
           MOVE 'R06' TO DV-DET-COD-MOTIVO
           MOVE 'Devuelta a pedido del banco originador'
               TO DV-DET-DES-MOTIVO
           WRITE REG-DEVOLUCION FROM REG-DEV-DETALLE

           MOVE SPACES TO REG-DEVOLUCION
           MOVE '9' TO DV-FIN-TIPO
           MOVE 1 TO DV-FIN-CANT-ENTRADAS
           MOVE SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
               TO DV-FIN-TOTAL-DEVUELTO
           WRITE REG-DEVOLUCION FROM REG-DEV-CTRL-ARCHIVO

           CLOSE ARCHIVO-DEVRETIRO.

      *================================================================
      * 4700 - MARCAR LA RETENCION DEL ABONO COMO DEVUELTA
      *   Sale de la cola de LIB-RETENCIONES: ya no hay nada que
      *   liberar al disponible.
      *================================================================
       4700-MARCAR-RETENCION.
           MOVE 'N' TO WS-EOF-LOCAL

           OPEN I-O ARCHIVO-RETABONOS
           IF WS-STAT-RETABONOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-RETABONOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF RA-NUM-RETENCION =
                               SR-NUM-RETENCION OF WS-SOLICITUD-ELEGIDA
                               AND RET-ACTIVA
                           MOVE 'DEVUELTO  ' TO RA-EST-RETENCION
                           MOVE WS-FECHA-STR TO RA-FEC-LIBERACION
                           MOVE WS-COD-SUPERVISOR TO RA-COD-SUPERVISOR
                           REWRITE REG-RETENCION-ABONO
                           MOVE 'S' TO WS-EOF-LOCAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETABONOS.

      *================================================================
      * 5000 - NEGAR LA SOLICITUD
      *   Respuesta con el motivo en RESPANUL.dat para el banco que
      *   la pidio; el que llama deja el codigo y su descripcion.
      *================================================================
       5000-NEGAR-SOLICITUD.
           OPEN EXTEND ARCHIVO-RESPANUL
           IF WS-STAT-RESPANUL = '35'
               OPEN OUTPUT ARCHIVO-RESPANUL
               CLOSE ARCHIVO-RESPANUL
               OPEN EXTEND ARCHIVO-RESPANUL
           END-IF

           MOVE SPACES TO REG-ANUL-RESPUESTA
           MOVE SR-NUM-ORDEN OF WS-SOLICITUD-ELEGIDA TO AR-NUM-ORDEN
           MOVE SR-COD-BCO-ORIGEN OF WS-SOLICITUD-ELEGIDA
               TO AR-COD-BCO-DEST
           MOVE WS-FECHA-STR TO AR-FEC-RESPUESTA
           MOVE WS-HORA-STR TO AR-HOA-RESPUESTA
           MOVE WS-COD-RESPUESTA TO AR-COD-RESPUESTA
           MOVE WS-DES-RESPUESTA TO AR-DES-RESPUESTA
           MOVE SR-NUM-SOLICITUD OF WS-SOLICITUD-ELEGIDA
               TO AR-NUM-SOLICITUD
           WRITE REG-ANUL-RESPUESTA
           CLOSE ARCHIVO-RESPANUL

           MOVE 'NEGADA    ' TO SR-ESTADO OF WS-SOLICITUD-ELEGIDA
           MOVE WS-COD-RESPUESTA
               TO SR-COD-RESPUESTA OF WS-SOLICITUD-ELEGIDA
           MOVE WS-DES-RESPUESTA
               TO SR-DES-RESPUESTA OF WS-SOLICITUD-ELEGIDA
           PERFORM 6000-ESTAMPAR-SOLICITUD

           MOVE 'ANULACION_NEGADA' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY ' '
           DISPLAY '  Solicitud '
               SR-NUM-SOLICITUD OF WS-SOLICITUD-ELEGIDA
               ' NEGADA (' WS-COD-RESPUESTA '): ' WS-DES-RESPUESTA.

      *================================================================
      * 5100 - DESCRIPCION DEL MOTIVO DE NEGATIVA
      *================================================================
       5100-DESCRIBIR-MOTIVO.
           EVALUATE WS-COD-RESPUESTA
               WHEN 'N02'
                   MOVE 'Los fondos ya no estan disponibles'
                       TO WS-DES-RESPUESTA
               WHEN 'N03'
                   MOVE 'El cliente no autoriza la devolucion'
                       TO WS-DES-RESPUESTA
               WHEN 'N04'
                   MOVE 'Cuenta inactiva o congelada'
                       TO WS-DES-RESPUESTA
               WHEN OTHER
                   MOVE SPACES TO WS-DES-RESPUESTA
           END-EVALUATE.

      *================================================================
      * 6000 - ESTAMPAR LA DECISION EN LA SOLICITUD
      *   Reescribe el renglon PENDIENTE con el estado, el motivo,
      *   el consentimiento, el supervisor y la fecha.
      *================================================================
       6000-ESTAMPAR-SOLICITUD.
           MOVE WS-COD-SUPERVISOR
               TO SR-COD-SUPERVISOR OF WS-SOLICITUD-ELEGIDA
           MOVE WS-FECHA-STR TO SR-FEC-DECISION OF WS-SOLICITUD-ELEGIDA
           MOVE 'N' TO WS-EOF-RETIROSENT

           OPEN I-O ARCHIVO-RETIROSENT
           MOVE WS-STAT-RETIROSENT TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-RETIROSENT' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-RETIROSENT = 'S'
               READ ARCHIVO-RETIROSENT
                   AT END MOVE 'S' TO WS-EOF-RETIROSENT
                   NOT AT END
                       IF SR-NUM-SOLICITUD OF REG-SOL-RETIRO =
                           SR-NUM-SOLICITUD OF WS-SOLICITUD-ELEGIDA
                               AND SRE-PENDIENTE OF REG-SOL-RETIRO
                           REWRITE REG-SOL-RETIRO
                               FROM WS-SOLICITUD-ELEGIDA
                           MOVE 'S' TO WS-EOF-RETIROSENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETIROSENT.

      *================================================================
      * 9100 - REGISTRAR LA DECISION EN AUDITORIA
      *   El que llama deja el estado final en WS-ESTADO-FINAL-AUD;
      *   aqui se arma el renglon completo.
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE WS-ESTADO-FINAL-AUD
               TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO

           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE SR-NUM-ORDEN OF WS-SOLICITUD-ELEGIDA
               TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'REVISION_ANULACION' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-SUPERVISOR TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'SUP_RETIROS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE SR-MTO-ABONO OF WS-SOLICITUD-ELEGIDA
               TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           MOVE SPACES TO AT-OBSERVACION OF WS-AUDIT-NUEVO
           STRING 'Solicitud '
               SR-NUM-SOLICITUD OF WS-SOLICITUD-ELEGIDA
               ' del banco '
               SR-COD-BCO-ORIGEN OF WS-SOLICITUD-ELEGIDA
               ' decidida por el supervisor'
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9870 - ENCOLAR UN AVISO AL CLIENTE EN NOTIFICACIONES.dat
      *   La plataforma de mensajeria drena la cola; aqui solo queda
      *   PENDIENTE con el canal preferido por omision. El archivo se
      *   crea en el primer aviso ('35').
      *================================================================
       9870-ENCOLAR-NOTIFICACION.
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

           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE WS-NOT-COD-CLIENTE TO NT-COD-CLIENTE
           MOVE WS-NOT-COD-CUENTA TO NT-COD-CUENTA
           MOVE WS-NOT-TIP-EVENTO TO NT-TIP-EVENTO
           MOVE WS-NOT-NUM-ORDEN TO NT-NUM-ORDEN
           MOVE WS-NOT-MENSAJE TO NT-DES-MENSAJE
           MOVE 'SMS       ' TO NT-CANAL-PREFERIDO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO

           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-ASIENTOS
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

      *================================================================
      * 8970 - CIFRAR UNA CLAVE CON LA SAL DEL USUARIO
      *   Entran WS-CIF-CLAVE (la digitada), WS-CIF-SAL (US-SAL-CLAVE)
      *   y WS-CIF-USUARIO; deja en WS-CIF-RESULTADO la huella de 20
      *   digitos que se guarda en US-CLAVE y en la historia. Son dos
      *   acumuladores modulo primos grandes que recorren el texto
      *   200 veces: no tiene vuelta atras y la sal hace que la misma
      *   clave en dos usuarios deje huellas distintas. Toda
      *   validacion cifra lo digitado y compara huellas.
      *================================================================
       8970-CIFRAR-CLAVE.
           MOVE SPACES TO WS-CIF-TEXTO
           STRING WS-CIF-SAL WS-CIF-USUARIO WS-CIF-CLAVE
               DELIMITED SIZE INTO WS-CIF-TEXTO
           MOVE 5381 TO WS-CIF-H1
           MOVE 52711 TO WS-CIF-H2

           PERFORM VARYING WS-CIF-RONDA FROM 1 BY 1
                   UNTIL WS-CIF-RONDA > 200
               PERFORM VARYING WS-CIF-POS FROM 1 BY 1
                       UNTIL WS-CIF-POS > 48
                   MOVE WS-CIF-TEXTO (WS-CIF-POS:1)
                       TO WS-CIF-CARACTER
                   COMPUTE WS-CIF-ACUM = WS-CIF-H1 * 33
                       + WS-CIF-BYTE + WS-CIF-RONDA
                   DIVIDE WS-CIF-ACUM BY 2147483647
                       GIVING WS-CIF-COCIENTE REMAINDER WS-CIF-H1
                   COMPUTE WS-CIF-ACUM = WS-CIF-H2 * 131
                       + WS-CIF-BYTE + WS-CIF-H1
                   DIVIDE WS-CIF-ACUM BY 999999937
                       GIVING WS-CIF-COCIENTE REMAINDER WS-CIF-H2
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-CIF-RESULTADO
           STRING WS-CIF-H1 WS-CIF-H2
               DELIMITED SIZE INTO WS-CIF-RESULTADO.
