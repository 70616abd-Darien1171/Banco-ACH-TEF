      *================================================================
      * MNT-ASIENTOS.cbl - Captura de Asientos Manuales de Contabilidad
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * El mayor solo recibia los asientos que escriben los programas;
      * los ajustes, causaciones, correcciones y reclasificaciones de
      * contabilidad se llevaban por fuera y RPT-BALANCE y
      * GEN-INTERFAZ nunca cuadraban con los libros oficiales. Este
      * programa (la primera mano; la segunda es APR-ASIENTOS) captura
      * un asiento de varias patas:
      *
      *   - clase del asiento, concepto y sucursal (centro de costo,
      *     una para todas las patas);
      *   - pata por pata: cuenta contable, debito o credito y monto.
      *     La cuenta debe existir en PUC.dat, activa y posteable, o
      *     la pata no se acepta;
      *   - el asiento debe cuadrar (debitos = creditos, al menos una
      *     pata de cada lado) y el periodo del dia no puede estar
      *     CERRADO en PERIODOS.dat.
      *
      * Con la confirmacion del operador las patas quedan PENDIENTE en
      * ASIMANUAL.dat (ver ASIMANUAL.cpy) con numero ASM-PREFIJO +
      * fecha + consecutivo; nada llega a ASIENTOS.dat hasta que un
      * SUPERVISOR distinto las apruebe. Cada captura deja su renglon
      * de AUDITORIA.dat. El programa se gobierna por la matriz de
      * permisos (PERMISOS.dat) como los demas mantenimientos.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-ASIENTOS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-ASIMANUAL
               ASSIGN TO 'data/ASIMANUAL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ASIMANUAL.

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

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

           SELECT ARCHIVO-PERMISOS
               ASSIGN TO 'data/PERMISOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PERMISOS.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-STAT-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-ASIMANUAL.
       COPY 'copybooks/ASIMANUAL.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       FD ARCHIVO-PERMISOS.
       COPY 'copybooks/PERMISOS.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-ASIMANUAL    PIC X(2).
          05 WS-STAT-PUC          PIC X(2).
          05 WS-STAT-PERIODOS     PIC X(2).
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
       01 WS-NUM-ASIENTO           PIC X(20).

      *----------------------------------------------------------------
      * Identificacion del operador y chequeo contra la matriz de
      * permisos (PERMISOS.dat, ver PERMISOS.cpy), igual que 0191 en
      * MAIN-ACH: un renglon que niega gana, un programa gobernado
      * sin permiso no abre, y sin matriz todo sigue permitido.
      *----------------------------------------------------------------
       01 WS-CHEQUEO-PERMISO.
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-STAT-PERMISOS     PIC X(2).
          05 WS-COD-OPERADOR      PIC X(20).
          05 WS-CLAVE-OPERADOR    PIC X(20).
          05 WS-EOF-USUARIOS      PIC X VALUE 'N'.
          05 WS-USUARIO-HALLADO   PIC X VALUE 'N'.
             88 USUARIO-HALLADO      VALUE 'S'.
          05 WS-EOF-PERMISOS      PIC X VALUE 'N'.
          05 WS-PRG-GOBERNADO     PIC X VALUE 'N'.
             88 PRG-GOBERNADO        VALUE 'S'.
          05 WS-PERMISO-CONCEDIDO PIC X VALUE 'N'.
             88 PERMISO-CONCEDIDO    VALUE 'S'.
          05 WS-PERMISO-NEGADO    PIC X VALUE 'N'.
             88 PERMISO-NEGADO       VALUE 'S'.
          05 WS-PRM-PROGRAMA      PIC X(20) VALUE 'MNT-ASIENTOS'.
          05 WS-PRM-FUNCION       PIC X(10) VALUE '*'.
          05 WS-PRM-ROL-OPERADOR  PIC X(10).

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

      *----------------------------------------------------------------
      * Asiento en captura: datos comunes y tabla de patas
      *----------------------------------------------------------------
       01 WS-ASIENTO-CAPTURA.
          05 WS-CAP-OPC-CLASE     PIC X(1).
          05 WS-CAP-CLASE         PIC X(10).
          05 WS-CAP-CONCEPTO      PIC X(100).
          05 WS-CAP-SUCURSAL      PIC X(4).
          05 WS-CANT-PATAS        PIC 9(2) VALUE 0.
          05 WS-IDX-PATA          PIC 9(2).
          05 WS-PATA OCCURS 20 TIMES.
             10 WS-PAT-CTA-CONTABLE  PIC X(6).
             10 WS-PAT-NOM-CONTABLE  PIC X(30).
             10 WS-PAT-TIP-MOVIMIENTO PIC X(1).
             10 WS-PAT-MONTO         PIC S9(13)V99.
          05 WS-TOT-DEBITOS       PIC S9(15)V99 VALUE 0.
          05 WS-TOT-CREDITOS      PIC S9(15)V99 VALUE 0.
          05 WS-CANT-DEBITOS      PIC 9(2) VALUE 0.
          05 WS-CANT-CREDITOS     PIC 9(2) VALUE 0.

       01 WS-DATOS-CAPTURADOS.
          05 WS-CAP-CTA-CONTABLE  PIC X(6).
          05 WS-CAP-TIP-MOVIMIENTO PIC X(1).
             88 CAP-ES-DEBITO        VALUE 'D'.
             88 CAP-ES-CREDITO       VALUE 'C'.
          05 WS-CAP-MONTO         PIC 9(13)V99.
          05 WS-CONFIRMACION      PIC X(1).
             88 CONFIRMA-CAPTURA     VALUE 'S'.

      *----------------------------------------------------------------
      * Validacion contable (catalogo PUC y periodos): igual criterio
      * que 9216/9217 en MAIN-ACH, pero aqui un error devuelve la pata
      * al operador en vez de detener la corrida.
      *----------------------------------------------------------------
       01 WS-VALIDA-CONTABLE.
          05 WS-EOF-PUC           PIC X.
          05 WS-CTA-HALLADA       PIC X.
             88 CTA-HALLADA          VALUE 'S'.
          05 WS-PUC-POSTEABLE     PIC X.
             88 PUC-POSTEABLE        VALUE 'S'.
          05 WS-NOM-CTA-HALLADA   PIC X(30).
          05 WS-EOF-PERIODOS      PIC X.
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

       01 WS-AUX.
          05 WS-FIN-PATAS         PIC X VALUE 'N'.
          05 WS-EOF-ASIMANUAL     PIC X VALUE 'N'.
          05 WS-HAY-PENDIENTES    PIC X VALUE 'N'.
             88 HAY-PENDIENTES       VALUE 'S'.
          05 WS-ASIENTO-LISTADO   PIC X(20).
          05 WS-ASIENTO-VALIDO    PIC X VALUE 'N'.
             88 ASIENTO-VALIDO       VALUE 'S'.

       01 WS-DISP-MONTO  PIC ZZ.ZZZ.ZZZ.ZZZ,99.
       01 WS-DISP-MONTO2 PIC ZZ.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CAPTURA DE ASIENTOS MANUALES - CONTABILIDAD'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0190-IDENTIFICAR-OPERADOR
           IF NOT USUARIO-HALLADO
               DISPLAY ' '
               DISPLAY '  ACCESO RECHAZADO: codigo o clave del '
                   'operador no validos en el maestro de usuarios.'
               STOP RUN
           END-IF
           PERFORM 0191-VERIFICAR-PERMISO

           PERFORM 1000-LISTAR-PENDIENTES
           PERFORM 2000-CAPTURAR-ENCABEZADO
           IF WS-CAP-CLASE = SPACES
               DISPLAY '  Captura cancelada; no se registro nada.'
               STOP RUN
           END-IF

           PERFORM 3000-CAPTURAR-PATAS
           PERFORM 4000-VALIDAR-ASIENTO
           IF NOT ASIENTO-VALIDO
               DISPLAY '  Asiento no registrado; capturelo de nuevo.'
               STOP RUN
           END-IF

           DISPLAY ' '
           DISPLAY '  Confirma dejar el asiento PENDIENTE de '
               'aprobacion (S/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRMACION
           IF NOT CONFIRMA-CAPTURA
               DISPLAY '  Captura no confirmada; no se registro nada.'
               STOP RUN
           END-IF

           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 5000-REGISTRAR-PENDIENTE
           PERFORM 9100-REGISTRAR-AUDITORIA
           PERFORM 9900-CERRAR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  Asiento ' WS-NUM-ASIENTO ' PENDIENTE; debe '
               'aprobarlo otro supervisor en APR-ASIENTOS.'
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
      * 0190 - IDENTIFICAR AL OPERADOR DE LA SESION
      *   Codigo + clave contra USUARIOS.dat (activo y huella igual,
      *   ver 8970), que ademas da su rol. A diferencia de los demas
      *   mantenimientos, el operador debe validar: su codigo es el
      *   que APR-ASIENTOS compara contra el aprobador, y sin clave
      *   un supervisor podria capturar a nombre de un colega y
      *   aprobar el asiento el mismo. Sin maestro de usuarios se
      *   acepta el codigo digitado con aviso (modo de arranque).
      *================================================================
       0190-IDENTIFICAR-OPERADOR.
           DISPLAY ' '
           DISPLAY '  Codigo del operador: ' WITH NO ADVANCING
           ACCEPT WS-COD-OPERADOR
           DISPLAY '  Clave: ' WITH NO ADVANCING
           ACCEPT WS-CLAVE-OPERADOR

           MOVE 'N' TO WS-USUARIO-HALLADO
           MOVE SPACES TO WS-PRM-ROL-OPERADOR
           MOVE 'N' TO WS-EOF-USUARIOS

           IF WS-COD-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-USUARIOS
           IF WS-STAT-USUARIOS = '35'
               DISPLAY '  AVISO: maestro de usuarios inexistente; se '
                   'acepta el codigo digitado (modo de arranque).'
               MOVE 'S' TO WS-USUARIO-HALLADO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-USUARIOS = 'S'
               READ ARCHIVO-USUARIOS
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       IF US-COD-USUARIO = WS-COD-OPERADOR
                           MOVE WS-CLAVE-OPERADOR TO WS-CIF-CLAVE
                           MOVE US-SAL-CLAVE TO WS-CIF-SAL
                           MOVE US-COD-USUARIO TO WS-CIF-USUARIO
                           PERFORM 8970-CIFRAR-CLAVE
                           IF US-MCA-ACTIVO = FLAG-SI
                                   AND US-CLAVE = WS-CIF-RESULTADO
                               MOVE 'S' TO WS-USUARIO-HALLADO
                               MOVE US-ROL TO WS-PRM-ROL-OPERADOR
                           END-IF
                           MOVE 'S' TO WS-EOF-USUARIOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-USUARIOS.

      *================================================================
      * 0191 - VERIFICAR EL PERMISO DEL OPERADOR EN LA MATRIZ
      *   Igual que 0191 en MAIN-ACH y TRN-CAJA: sin matriz ('35')
      *   todo sigue permitido; un programa gobernado solo abre para
      *   quien tenga renglon que lo permita y una negacion expresa
      *   gana.
      *================================================================
       0191-VERIFICAR-PERMISO.
           MOVE 'N' TO WS-EOF-PERMISOS
           MOVE 'N' TO WS-PRG-GOBERNADO
           MOVE 'N' TO WS-PERMISO-CONCEDIDO
           MOVE 'N' TO WS-PERMISO-NEGADO

           OPEN INPUT ARCHIVO-PERMISOS
           IF WS-STAT-PERMISOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PERMISOS = 'S'
               READ ARCHIVO-PERMISOS
                   AT END MOVE 'S' TO WS-EOF-PERMISOS
                   NOT AT END
                       PERFORM 0192-EVALUAR-RENGLON-PERMISO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PERMISOS

           IF PERMISO-NEGADO
                   OR (PRG-GOBERNADO AND NOT PERMISO-CONCEDIDO)
               DISPLAY ' '
               DISPLAY '  ACCESO RECHAZADO: sin permiso para '
                   'este programa (ver matriz de permisos).'
               STOP RUN
           END-IF.

      *================================================================
      * 0192 - APLICAR UN RENGLON DE LA MATRIZ
      *================================================================
       0192-EVALUAR-RENGLON-PERMISO.
           IF PM-MCA-ACTIVO NOT = FLAG-SI
                   OR PM-COD-PROGRAMA NOT = WS-PRM-PROGRAMA
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-PRG-GOBERNADO

           IF PM-COD-FUNCION NOT = '*'
                   AND PM-COD-FUNCION NOT = SPACES
                   AND PM-COD-FUNCION NOT = WS-PRM-FUNCION
               EXIT PARAGRAPH
           END-IF

           IF (PM-SUJETO-USUARIO
                   AND PM-COD-SUJETO = WS-COD-OPERADOR)
               OR (PM-SUJETO-ROL
                   AND PM-COD-SUJETO = WS-PRM-ROL-OPERADOR)
               IF PM-MCA-PERMITE = FLAG-SI
                   MOVE 'S' TO WS-PERMISO-CONCEDIDO
               ELSE
                   MOVE 'S' TO WS-PERMISO-NEGADO
               END-IF
           END-IF.

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
      *   ASIMANUAL puede no existir todavia (primera captura); si el
      *   OPEN EXTEND da estado '35' se crea con OPEN OUTPUT y se
      *   vuelve a abrir, igual que MNT-TASAS con TASAS.dat.
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-ASIMANUAL
           IF WS-STAT-ASIMANUAL = '35'
               OPEN OUTPUT ARCHIVO-ASIMANUAL
               CLOSE ARCHIVO-ASIMANUAL
               OPEN EXTEND ARCHIVO-ASIMANUAL
           END-IF
           MOVE WS-STAT-ASIMANUAL TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-ASIMANUAL' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - LISTAR LOS ASIENTOS PENDIENTES DE APROBACION
      *   Solo el encabezado de cada uno (la primera pata), para que
      *   el operador no capture dos veces el mismo ajuste.
      *================================================================
       1000-LISTAR-PENDIENTES.
           MOVE 'N' TO WS-EOF-ASIMANUAL
           MOVE 'N' TO WS-HAY-PENDIENTES
           MOVE SPACES TO WS-ASIENTO-LISTADO

           OPEN INPUT ARCHIVO-ASIMANUAL
           IF WS-STAT-ASIMANUAL = '35'
               MOVE 'S' TO WS-EOF-ASIMANUAL
           END-IF

           DISPLAY ' '
           DISPLAY '  Asientos manuales PENDIENTE de aprobacion:'
           DISPLAY '  ------------------------------------------------'

           PERFORM UNTIL WS-EOF-ASIMANUAL = 'S'
               READ ARCHIVO-ASIMANUAL
                   AT END MOVE 'S' TO WS-EOF-ASIMANUAL
                   NOT AT END
                       IF AJM-PENDIENTE
                               AND AJ-NUM-ASIENTO
                                   NOT = WS-ASIENTO-LISTADO
                           MOVE 'S' TO WS-HAY-PENDIENTES
                           MOVE AJ-NUM-ASIENTO TO WS-ASIENTO-LISTADO
                           DISPLAY '  ' AJ-NUM-ASIENTO ' '
                               AJ-CLASE ' ' AJ-FEC-CAPTURA ' por '
                               AJ-COD-CAPTURA
                           DISPLAY '      ' AJ-DES-CONCEPTO (1:60)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-ASIMANUAL NOT = '35'
               CLOSE ARCHIVO-ASIMANUAL
           END-IF

           IF NOT HAY-PENDIENTES
               DISPLAY '  (ninguno)'
           END-IF.

      *================================================================
      * 2000 - CAPTURAR LOS DATOS COMUNES DEL ASIENTO
      *   Clase en blanco o invalida cancela la captura.
      *================================================================
       2000-CAPTURAR-ENCABEZADO.
           MOVE SPACES TO WS-CAP-CLASE

           DISPLAY ' '
           DISPLAY '  Clase: (A)juste, (C)ausacion, c(O)rreccion, '
               '(R)eclasificacion: ' WITH NO ADVANCING
           ACCEPT WS-CAP-OPC-CLASE

           EVALUATE WS-CAP-OPC-CLASE
               WHEN 'A'
                   MOVE 'AJUSTE    ' TO WS-CAP-CLASE
               WHEN 'C'
                   MOVE 'CAUSACION ' TO WS-CAP-CLASE
               WHEN 'O'
                   MOVE 'CORRECCION' TO WS-CAP-CLASE
               WHEN 'R'
                   MOVE 'RECLASIFIC' TO WS-CAP-CLASE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY '  Concepto: ' WITH NO ADVANCING
           MOVE SPACES TO WS-CAP-CONCEPTO
           ACCEPT WS-CAP-CONCEPTO
           IF WS-CAP-CONCEPTO = SPACES
               DISPLAY '  ERROR: El concepto es obligatorio.'
               MOVE SPACES TO WS-CAP-CLASE
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Sucursal (ENTER = ' SUC-CASA-MATRIZ '): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CAP-SUCURSAL
           ACCEPT WS-CAP-SUCURSAL
           IF WS-CAP-SUCURSAL = SPACES
               MOVE SUC-CASA-MATRIZ TO WS-CAP-SUCURSAL
           END-IF.

      *================================================================
      * 3000 - CAPTURAR LAS PATAS
      *   Cuenta en blanco termina. Cada pata se valida contra el
      *   catalogo al digitarla; una pata rechazada no entra a la
      *   tabla y se vuelve a pedir.
      *================================================================
       3000-CAPTURAR-PATAS.
           MOVE 0 TO WS-CANT-PATAS
           MOVE 0 TO WS-TOT-DEBITOS
           MOVE 0 TO WS-TOT-CREDITOS
           MOVE 0 TO WS-CANT-DEBITOS
           MOVE 0 TO WS-CANT-CREDITOS
           MOVE 'N' TO WS-FIN-PATAS

           DISPLAY ' '
           DISPLAY '  Patas del asiento (cuenta en blanco termina):'

           PERFORM UNTIL WS-FIN-PATAS = 'S'
               PERFORM 3100-CAPTURAR-UNA-PATA
           END-PERFORM.

       3100-CAPTURAR-UNA-PATA.
           IF WS-CANT-PATAS >= ASM-MAX-PATAS
               DISPLAY '  El asiento llego a ' ASM-MAX-PATAS
                   ' patas.'
               MOVE 'S' TO WS-FIN-PATAS
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '  Cuenta contable: ' WITH NO ADVANCING
           MOVE SPACES TO WS-CAP-CTA-CONTABLE
           ACCEPT WS-CAP-CTA-CONTABLE
           IF WS-CAP-CTA-CONTABLE = SPACES
               MOVE 'S' TO WS-FIN-PATAS
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-VALIDAR-CTA-CONTABLE
           IF NOT PUC-POSTEABLE
               EXIT PARAGRAPH
           END-IF
           DISPLAY '    ' WS-NOM-CTA-HALLADA

           DISPLAY '  (D)ebito o (C)redito: ' WITH NO ADVANCING
           ACCEPT WS-CAP-TIP-MOVIMIENTO
           IF NOT CAP-ES-DEBITO AND NOT CAP-ES-CREDITO
               DISPLAY '  ERROR: Digite D o C; pata no aceptada.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Monto: ' WITH NO ADVANCING
           MOVE 0 TO WS-CAP-MONTO
           ACCEPT WS-CAP-MONTO
           IF WS-CAP-MONTO = 0
               DISPLAY '  ERROR: El monto debe ser mayor que cero; '
                   'pata no aceptada.'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-PATAS
           MOVE WS-CANT-PATAS TO WS-IDX-PATA
           MOVE WS-CAP-CTA-CONTABLE
               TO WS-PAT-CTA-CONTABLE (WS-IDX-PATA)
           MOVE WS-NOM-CTA-HALLADA TO WS-PAT-NOM-CONTABLE (WS-IDX-PATA)
           MOVE WS-CAP-TIP-MOVIMIENTO
               TO WS-PAT-TIP-MOVIMIENTO (WS-IDX-PATA)
           MOVE WS-CAP-MONTO TO WS-PAT-MONTO (WS-IDX-PATA)

           IF CAP-ES-DEBITO
               ADD WS-CAP-MONTO TO WS-TOT-DEBITOS
               ADD 1 TO WS-CANT-DEBITOS
           ELSE
               ADD WS-CAP-MONTO TO WS-TOT-CREDITOS
               ADD 1 TO WS-CANT-CREDITOS
           END-IF

           MOVE WS-TOT-DEBITOS TO WS-DISP-MONTO
           MOVE WS-TOT-CREDITOS TO WS-DISP-MONTO2
           DISPLAY '  Debitos $' WS-DISP-MONTO '  Creditos $'
               WS-DISP-MONTO2.

      *================================================================
      * 3200 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   Debe existir, estar activa y ser posteable. A diferencia de
      *   los asientos automaticos, sin catalogo ('35') no se acepta
      *   ninguna pata: un codigo digitado a mano es justo el que
      *   el catalogo existe para atajar.
      *================================================================
       3200-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-CTA-HALLADA
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE SPACES TO WS-NOM-CTA-HALLADA
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               DISPLAY '  ERROR: No hay catalogo de cuentas (PUC.dat); '
                   'carguelo con MNT-PUC.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PUC = 'S'
               READ ARCHIVO-PUC
                   AT END MOVE 'S' TO WS-EOF-PUC
                   NOT AT END
                       IF PU-COD-CUENTA = WS-CAP-CTA-CONTABLE
                           MOVE 'S' TO WS-CTA-HALLADA
                           MOVE PU-NOM-CUENTA TO WS-NOM-CTA-HALLADA
                           IF PU-MCA-ACTIVA = FLAG-SI
                                   AND PU-MCA-POSTEABLE = FLAG-SI
                               MOVE 'S' TO WS-PUC-POSTEABLE
                           END-IF
                           MOVE 'S' TO WS-EOF-PUC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PUC

           EVALUATE TRUE
               WHEN NOT CTA-HALLADA
                   DISPLAY '  ERROR: La cuenta ' WS-CAP-CTA-CONTABLE
                       ' no existe en el catalogo; pata no aceptada.'
               WHEN NOT PUC-POSTEABLE
                   DISPLAY '  ERROR: La cuenta ' WS-CAP-CTA-CONTABLE
                       ' esta retirada o no es posteable; pata no '
                       'aceptada.'
           END-EVALUATE.

      *================================================================
      * 4000 - VALIDAR EL ASIENTO COMPLETO
      *   Dos o mas patas, al menos un debito y un credito, debitos
      *   iguales a creditos y el periodo del dia abierto (APR-ASIENTOS
      *   lo vuelve a verificar el dia de la aprobacion).
      *================================================================
       4000-VALIDAR-ASIENTO.
           MOVE 'N' TO WS-ASIENTO-VALIDO

           IF WS-CANT-DEBITOS = 0 OR WS-CANT-CREDITOS = 0
               DISPLAY ' '
               DISPLAY '  ERROR: El asiento necesita al menos una '
                   'pata debito y una credito.'
               EXIT PARAGRAPH
           END-IF

           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
               MOVE WS-TOT-DEBITOS TO WS-DISP-MONTO
               MOVE WS-TOT-CREDITOS TO WS-DISP-MONTO2
               DISPLAY ' '
               DISPLAY '  ERROR: El asiento no cuadra: debitos $'
                   WS-DISP-MONTO ' creditos $' WS-DISP-MONTO2
               EXIT PARAGRAPH
           END-IF

           PERFORM 4100-VALIDAR-PERIODO-CONTABLE
           IF PERIODO-CERRADO
               DISPLAY ' '
               DISPLAY '  ERROR: El periodo ' WS-FECHA-STR (1:7)
                   ' esta CERRADO (ver CIE-PERIODO).'
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-ASIENTO-VALIDO.

      *================================================================
      * 4100 - VALIDAR EL PERIODO CONTABLE DEL DIA
      *   Sin archivo de periodos ('35') no hay periodo cerrado (modo
      *   de arranque), igual que en los demas escritores.
      *================================================================
       4100-VALIDAR-PERIODO-CONTABLE.
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
                       IF PD-PERIODO = WS-FECHA-STR (1:7)
                               AND PER-CERRADO
                           MOVE 'S' TO WS-PERIODO-CERRADO
                           MOVE 'S' TO WS-EOF-PERIODOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PERIODOS.

      *================================================================
      * 5000 - REGISTRAR EL ASIENTO PENDIENTE EN ASIMANUAL.dat
      *================================================================
       5000-REGISTRAR-PENDIENTE.
           MOVE ASM-PREFIJO TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING ASM-PREFIJO WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           PERFORM VARYING WS-IDX-PATA FROM 1 BY 1
                   UNTIL WS-IDX-PATA > WS-CANT-PATAS
               MOVE SPACES TO REG-ASI-MANUAL
               MOVE WS-NUM-ASIENTO TO AJ-NUM-ASIENTO
               MOVE WS-IDX-PATA TO AJ-NUM-PATA
               MOVE WS-CAP-CLASE TO AJ-CLASE
               MOVE WS-PAT-CTA-CONTABLE (WS-IDX-PATA)
                   TO AJ-COD-CTA-CONTABLE
               MOVE WS-PAT-NOM-CONTABLE (WS-IDX-PATA)
                   TO AJ-NOM-CTA-CONTABLE
               MOVE WS-PAT-TIP-MOVIMIENTO (WS-IDX-PATA)
                   TO AJ-TIP-MOVIMIENTO
               MOVE WS-PAT-MONTO (WS-IDX-PATA) TO AJ-MTO-PATA
               MOVE WS-CAP-SUCURSAL TO AJ-COD-SUCURSAL
               MOVE WS-CAP-CONCEPTO TO AJ-DES-CONCEPTO
               MOVE WS-FECHA-STR TO AJ-FEC-CAPTURA
               MOVE WS-HORA-STR TO AJ-HOA-CAPTURA
               MOVE WS-COD-OPERADOR TO AJ-COD-CAPTURA
               MOVE 'PENDIENTE ' TO AJ-ESTADO
               WRITE REG-ASI-MANUAL
               MOVE WS-STAT-ASIMANUAL TO WS-CHK-ESTADO
               MOVE 'ESCRIBIR ARCHIVO-ASIMANUAL'
                   TO WS-CHK-DESCRIPCION
               PERFORM 9950-VERIFICAR-ESTADO-IO
           END-PERFORM.

      *================================================================
      * 9100 - REGISTRAR LA CAPTURA EN AUDITORIA
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-NUEVO

           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE WS-NUM-ASIENTO TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'ASIENTO_MANUAL' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-COD-OPERADOR TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'MNT_ASIENTOS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE 'ASIENTO_PENDIENTE' TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE WS-TOT-DEBITOS TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           MOVE 'SIS' TO AT-COD-CANAL OF WS-AUDIT-NUEVO

           STRING WS-CAP-CLASE ' de ' WS-CANT-PATAS ' patas: '
               WS-CAP-CONCEPTO
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-ASIMANUAL
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
