      *================================================================
      * SUP-CASTIGOS.cbl - Supervisor de Castigo de Sobregiros
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * GES-COBRANZA deja PROPUESTO en la cola de cobro (COBRANZA.dat,
      * ver COBRANZA.cpy) el sobregiro no autorizado que cumplio
      * COB-DIAS-CASTIGO dias sin repagarse. Este programa (hermano
      * de SUP-SUSPENSOS) es la decision del supervisor sobre esos
      * casos:
      *
      *   - lista los casos PROPUESTO con la cuenta, los dias en mora
      *     y el pendiente de la ultima corrida;
      *   - sobre el caso elegido vuelve a leer la cuenta: si ya no
      *     esta por debajo de su limite autorizado el caso se cierra
      *     REPAGADO sin mover plata;
      *   - si sigue en rojo, castiga lo no autorizado: abona la
      *     cuenta hasta su limite (MOV-CASTIGO), lleva la perdida a
      *     GL-CASTIGO-SOBREGIROS contra pasivo con clientes, cierra
      *     el caso CASTIGADO y encola el aviso CASTIGO_SOBREGIRO al
      *     cliente.
      *
      * Toda decision exige credencial de SUPERVISOR activa, estampa
      * el caso con quien decidio y deja su renglon de AUDITORIA.dat.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUP-CASTIGOS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-COBRANZA
               ASSIGN TO 'data/COBRANZA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COBRANZA.

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

       FD ARCHIVO-COBRANZA.
       COPY 'copybooks/COBRANZA.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

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

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/COBRANZA.cpy'
           REPLACING REG-COBRANZA BY WS-CASO-ELEGIDO.

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
          05 WS-STAT-COBRANZA     PIC X(2).
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).
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
       01 WS-NUM-NOTIF             PIC X(20).
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
          05 WS-CASO-BUSCADO      PIC X(20).
          05 WS-CONFIRMACION      PIC X(1).
             88 CONFIRMA-CASTIGO     VALUE 'S'.

       01 WS-AUX.
          05 WS-EOF-COBRANZA      PIC X VALUE 'N'.
          05 WS-CASO-HALLADO      PIC X VALUE 'N'.
             88 CASO-HALLADO         VALUE 'S'.
          05 WS-HAY-PROPUESTOS    PIC X VALUE 'N'.
             88 HAY-PROPUESTOS       VALUE 'S'.
          05 WS-CUENTA-HALLADA    PIC X VALUE 'N'.
             88 CUENTA-HALLADA       VALUE 'S'.
          05 WS-SAL-ANT-CUENTA    PIC S9(13)V99.
          05 WS-MTO-NO-AUTORIZADO PIC S9(13)V99.

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
           DISPLAY '  SUPERVISOR - CASTIGO DE SOBREGIROS'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 0500-IDENTIFICAR-SUPERVISOR
           IF NOT SUP-VALIDO
               PERFORM 9900-CERRAR-ARCHIVOS
               STOP RUN
           END-IF

           PERFORM 1000-LISTAR-PROPUESTOS

           IF HAY-PROPUESTOS
               PERFORM 2000-CAPTURAR-DECISION
               PERFORM 3000-BUSCAR-CASO
               EVALUATE TRUE
                   WHEN NOT CASO-HALLADO
                       DISPLAY '  ERROR: No existe un caso PROPUESTO '
                           'con ese numero.'
                   WHEN NOT CONFIRMA-CASTIGO
                       DISPLAY '  Castigo no confirmado, no se '
                           'aplico ningun cambio.'
                   WHEN OTHER
                       PERFORM 4000-CASTIGAR-CASO
               END-EVALUATE
           ELSE
               DISPLAY '  No hay casos propuestos a castigo.'
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
      * 1000 - LISTAR LOS CASOS PROPUESTOS A CASTIGO
      *================================================================
       1000-LISTAR-PROPUESTOS.
           MOVE 'N' TO WS-EOF-COBRANZA
           MOVE 'N' TO WS-HAY-PROPUESTOS

           OPEN INPUT ARCHIVO-COBRANZA
           IF WS-STAT-COBRANZA = '35'
               MOVE 'S' TO WS-EOF-COBRANZA
           END-IF

           DISPLAY ' '
           DISPLAY '  Sobregiros PROPUESTOS a castigo:'
           DISPLAY '  ------------------------------------------------'

           PERFORM UNTIL WS-EOF-COBRANZA = 'S'
               READ ARCHIVO-COBRANZA
                   AT END MOVE 'S' TO WS-EOF-COBRANZA
                   NOT AT END
                       IF COB-PROPUESTO OF REG-COBRANZA
                           MOVE 'S' TO WS-HAY-PROPUESTOS
                           MOVE CZ-MTO-PENDIENTE OF REG-COBRANZA
                               TO WS-DISP-MONTO
                           DISPLAY '  '
                               CZ-NUM-CASO OF REG-COBRANZA
                               ' $' WS-DISP-MONTO ' -> '
                               CZ-COD-CUENTA OF REG-COBRANZA
                           DISPLAY '      Cliente '
                               CZ-COD-CLIENTE OF REG-COBRANZA
                               ', en rojo desde '
                               CZ-FEC-INICIO OF REG-COBRANZA
                               ' (' CZ-DIAS-MORA OF REG-COBRANZA
                               ' dias al '
                               CZ-FEC-REVISION OF REG-COBRANZA ')'
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-COBRANZA NOT = '35'
               CLOSE ARCHIVO-COBRANZA
           END-IF.

      *================================================================
      * 2000 - CAPTURAR EL CASO Y LA CONFIRMACION
      *================================================================
       2000-CAPTURAR-DECISION.
           DISPLAY ' '
           DISPLAY '  Numero del caso: ' WITH NO ADVANCING
           ACCEPT WS-CASO-BUSCADO
           DISPLAY '  Confirma el castigo del sobregiro (S/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMACION.

      *================================================================
      * 3000 - BUSCAR EL CASO ELEGIDO
      *   Deja la copia en WS-CASO-ELEGIDO; el renglon se estampa
      *   en 6000 cuando se sabe si termina CASTIGADO o REPAGADO.
      *================================================================
       3000-BUSCAR-CASO.
           MOVE 'N' TO WS-CASO-HALLADO
           MOVE 'N' TO WS-EOF-COBRANZA

           OPEN INPUT ARCHIVO-COBRANZA
           IF WS-STAT-COBRANZA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-COBRANZA = 'S'
               READ ARCHIVO-COBRANZA
                   AT END MOVE 'S' TO WS-EOF-COBRANZA
                   NOT AT END
                       IF CZ-NUM-CASO OF REG-COBRANZA
                               = WS-CASO-BUSCADO
                               AND COB-PROPUESTO OF REG-COBRANZA
                           MOVE 'S' TO WS-CASO-HALLADO
                           MOVE REG-COBRANZA TO WS-CASO-ELEGIDO
                           MOVE 'S' TO WS-EOF-COBRANZA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-COBRANZA.

      *================================================================
      * 4000 - CASTIGAR EL SOBREGIRO DEL CASO
      *   Se recalcula contra el saldo de hoy con el limite del caso:
      *   lo que haya entrado desde la ultima corrida ya no se
      *   castiga, y si cubrio todo el caso se cierra REPAGADO.
      *================================================================
       4000-CASTIGAR-CASO.
           MOVE SPACES TO WS-SUC-ASIENTO
           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE 0 TO WS-MTO-NO-AUTORIZADO

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE CZ-COD-CUENTA OF WS-CASO-ELEGIDO TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-CUENTA
                   IF CC-SAL-DISPONIBLE
                           + CZ-LIM-AUTORIZADO OF WS-CASO-ELEGIDO
                           < ZERO
                       COMPUTE WS-MTO-NO-AUTORIZADO =
                           (CC-SAL-DISPONIBLE
                           + CZ-LIM-AUTORIZADO OF WS-CASO-ELEGIDO)
                           * -1
                       ADD WS-MTO-NO-AUTORIZADO TO CC-SAL-DISPONIBLE
                       ADD WS-MTO-NO-AUTORIZADO TO CC-SAL-TOTAL
                       REWRITE REG-CUENTA
                       MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
                       MOVE 'REESCRIBIR CUENTA (CASTIGO)'
                           TO WS-CHK-DESCRIPCION
                       PERFORM 9950-VERIFICAR-ESTADO-IO
                   END-IF
           END-READ
           CLOSE ARCHIVO-CUENTAS

           IF NOT CUENTA-HALLADA
               DISPLAY '  ERROR: La cuenta '
                   CZ-COD-CUENTA OF WS-CASO-ELEGIDO
                   ' no existe; el caso queda como esta.'
               EXIT PARAGRAPH
           END-IF

           IF WS-MTO-NO-AUTORIZADO = ZERO
               PERFORM 6000-ESTAMPAR-CASO
               MOVE 'COBRANZA_REPAGADA' TO WS-ESTADO-FINAL-AUD
               PERFORM 9100-REGISTRAR-AUDITORIA
               DISPLAY ' '
               DISPLAY '  La cuenta ya no esta en sobregiro no '
                   'autorizado: caso '
                   CZ-NUM-CASO OF WS-CASO-ELEGIDO ' REPAGADO.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE CZ-COD-CUENTA OF WS-CASO-ELEGIDO
               TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-CASTIGO TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-MTO-NO-AUTORIZADO
               TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-SAL-ANT-CUENTA TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           COMPUTE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO =
               WS-SAL-ANT-CUENTA + WS-MTO-NO-AUTORIZADO
           MOVE 'Castigo de sobregiro no autorizado'
               TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE CZ-NUM-CASO OF WS-CASO-ELEGIDO
               TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO
           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE GL-CASTIGO-SOBREGIROS
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CASTIGO-SOBREGIROS
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-NO-AUTORIZADO
               TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Perdida por sobregiro no autorizado castigado'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-NO-AUTORIZADO
               TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Saldo del cliente llevado a su limite autorizado'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO

           PERFORM 6000-ESTAMPAR-CASO
           PERFORM 7000-ENCOLAR-AVISO

           MOVE 'COBRANZA_CASTIGADA' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE WS-MTO-NO-AUTORIZADO TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  Caso ' CZ-NUM-CASO OF WS-CASO-ELEGIDO
               ' CASTIGADO por $' WS-DISP-MONTO.

      *================================================================
      * 4500 - ESCRIBIR UNA PATA DEL ASIENTO CONTABLE
      *================================================================
       4500-ESCRIBIR-ASIENTO.
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE CZ-NUM-CASO OF WS-CASO-ELEGIDO
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
      * 6000 - ESTAMPAR EL CASO CON LA DECISION
      *   Con WS-MTO-NO-AUTORIZADO en cero el caso se cierra
      *   REPAGADO (lo cubrieron abonos); si no, CASTIGADO por ese
      *   monto. En ambos queda el supervisor y la fecha de cierre.
      *================================================================
       6000-ESTAMPAR-CASO.
           MOVE 'N' TO WS-EOF-COBRANZA

           OPEN I-O ARCHIVO-COBRANZA
           MOVE WS-STAT-COBRANZA TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-COBRANZA' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-COBRANZA = 'S'
               READ ARCHIVO-COBRANZA
                   AT END MOVE 'S' TO WS-EOF-COBRANZA
                   NOT AT END
                       IF CZ-NUM-CASO OF REG-COBRANZA
                               = CZ-NUM-CASO OF WS-CASO-ELEGIDO
                           IF WS-MTO-NO-AUTORIZADO = ZERO
                               MOVE 'REPAGADO  '
                                   TO CZ-EST-CASO OF REG-COBRANZA
                               ADD CZ-MTO-PENDIENTE OF REG-COBRANZA
                                   TO CZ-MTO-RECUPERADO OF REG-COBRANZA
                           ELSE
                               MOVE 'CASTIGADO '
                                   TO CZ-EST-CASO OF REG-COBRANZA
                               IF WS-MTO-NO-AUTORIZADO <
                                       CZ-MTO-PENDIENTE OF REG-COBRANZA
                                   COMPUTE
                                       CZ-MTO-RECUPERADO OF REG-COBRANZA
                                     = CZ-MTO-RECUPERADO OF REG-COBRANZA
                                     + CZ-MTO-PENDIENTE OF REG-COBRANZA
                                     - WS-MTO-NO-AUTORIZADO
                               END-IF
                           END-IF
                           MOVE WS-MTO-NO-AUTORIZADO
                               TO CZ-MTO-CASTIGADO OF REG-COBRANZA
                           MOVE 0 TO CZ-MTO-PENDIENTE OF REG-COBRANZA
                           MOVE WS-FECHA-STR
                               TO CZ-FEC-REVISION OF REG-COBRANZA
                           MOVE WS-FECHA-STR
                               TO CZ-FEC-CIERRE OF REG-COBRANZA
                           MOVE WS-COD-SUPERVISOR
                               TO CZ-COD-SUPERVISOR OF REG-COBRANZA
                           REWRITE REG-COBRANZA
                           MOVE 'S' TO WS-EOF-COBRANZA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-COBRANZA.

      *================================================================
      * 7000 - ENCOLAR EL AVISO DE CASTIGO AL CLIENTE
      *================================================================
       7000-ENCOLAR-AVISO.
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

           MOVE WS-MTO-NO-AUTORIZADO TO WS-DISP-MONTO
           MOVE SPACES TO REG-NOTIFICACION
           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE CZ-COD-CLIENTE OF WS-CASO-ELEGIDO TO NT-COD-CLIENTE
           MOVE CZ-COD-CUENTA OF WS-CASO-ELEGIDO TO NT-COD-CUENTA
           MOVE 'CASTIGO_SOBREGIRO' TO NT-TIP-EVENTO
           MOVE CZ-NUM-CASO OF WS-CASO-ELEGIDO TO NT-NUM-ORDEN
           STRING 'Su sobregiro no autorizado por $' WS-DISP-MONTO
               ' fue castigado; consulte con su oficina'
               DELIMITED SIZE INTO NT-DES-MENSAJE
           MOVE 'SMS       ' TO NT-CANAL-PREFERIDO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO
           MOVE SPACES TO NT-FEC-ENVIO
           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES.

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
           MOVE CZ-NUM-CASO OF WS-CASO-ELEGIDO
               TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'CASTIGO_SOBREGIRO' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-SUPERVISOR TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'SUP_CASTIGOS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-MTO-NO-AUTORIZADO
               TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           STRING 'Caso de cobranza '
               CZ-NUM-CASO OF WS-CASO-ELEGIDO
               ' decidido por el supervisor'
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

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
