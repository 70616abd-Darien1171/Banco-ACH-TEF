      *================================================================
      * APR-NOMINA.cbl - Vinculacion Masiva de Empleados de Nomina
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * La dispersion de nomina (0230 en MAIN-ACH) abona a empleados
      * que ya tienen cuenta; cuando una empresa trae su nomina al
      * banco, caja abria cientos de cuentas una por una con
      * MNT-CLIENTE y APR-CUENTA. Este programa toma el archivo de
      * vinculacion de la empresa (ALTANOMINA.dat, ver ALTANOMINA.cpy)
      * y por cada empleado:
      *
      *   - busca al cliente por tipo y numero de documento en
      *     CLIENTES.dat; si no existe lo crea, con el mismo tamizaje
      *     del nombre contra LISTANOMBRES.dat que hace MNT-CLIENTE
      *     (el que calza se rechaza, el casi-acierto se crea y queda
      *     en REVNOMBRES.dat) y con el KYC prellenado por la empresa:
      *     ocupacion del cargo o del encabezado, salario como ingreso
      *     declarado y como actividad esperada;
      *   - le abre la cuenta de ahorros del producto de nomina (si
      *     ya tiene una activa de ese producto la reutiliza), en cero:
      *     la fondea la primera dispersion. Queda exenta de GMF si el
      *     producto lo admite y el cliente no tiene ya otra exenta;
      *   - la inscribe en BENEFICIARIOS.dat como beneficiario de la
      *     empresa, para la dispersion;
      *   - deja su renglon en RESULTNOMINA.dat (ver RESULTNOM.cpy)
      *     con el cliente y la cuenta, o el motivo del rechazo, para
      *     devolverlo a la empresa.
      *
      * Antes de abrir nada se valida el archivo completo: encabezado
      * con la cuenta de nomina activa de la empresa, producto
      * vigente y control 'T' cuadrado; si algo falla se rechaza todo.
      * Un empleado que ya quedo vinculado sale como EXISTENTE, asi
      * que volver a correr el mismo archivo no abre cuentas dobles.
      * La corrida exige la credencial de un SUPERVISOR y cada
      * cliente, cuenta e inscripcion deja su renglon en AUDITORIA.dat
      * y en la bitacora de cambios, como en los mantenimientos.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APR-NOMINA.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-ALTAS
               ASSIGN TO 'data/ALTANOMINA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ALTAS.

           SELECT ARCHIVO-RESULTADOS
               ASSIGN TO 'data/RESULTNOMINA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RESULT.

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

           SELECT ARCHIVO-PRODUCTOS
               ASSIGN TO 'data/PRODUCTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PRODUCTOS.

           SELECT ARCHIVO-BENEFICIARIOS
               ASSIGN TO 'data/BENEFICIARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BENEF.

           SELECT ARCHIVO-LISTANOMBRES
               ASSIGN TO 'data/LISTANOMBRES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LISTANOM.

           SELECT ARCHIVO-REVNOMBRES
               ASSIGN TO 'data/REVNOMBRES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REVNOM.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO 'data/CAMBIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CAMBIOS.

           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO 'data/NOTIFICACIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

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

       FD ARCHIVO-ALTAS.
       COPY 'copybooks/ALTANOMINA.cpy'.

       FD ARCHIVO-RESULTADOS.
       COPY 'copybooks/RESULTNOM.cpy'.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-BENEFICIARIOS.
       COPY 'copybooks/BENEFICIARIOS.cpy'.

       FD ARCHIVO-LISTANOMBRES.
       COPY 'copybooks/LISTANOMBRES.cpy'.

       FD ARCHIVO-REVNOMBRES.
       COPY 'copybooks/REVNOMBRES.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-CAMBIOS.
       COPY 'copybooks/CAMBIOSJR.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

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
          05 WS-STAT-ALTAS        PIC X(2).
          05 WS-STAT-RESULT       PIC X(2).
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-PRODUCTOS    PIC X(2).
          05 WS-STAT-BENEF        PIC X(2).
          05 WS-STAT-LISTANOM     PIC X(2).
          05 WS-STAT-REVNOM       PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).
          05 WS-STAT-USUARIOS     PIC X(2).
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
       01 WS-NUM-AUDIT             PIC X(20).
       01 WS-NUM-NOTIF             PIC X(20).

      *----------------------------------------------------------------
      * Credencial del supervisor (igual que 0500 en SUP-RETIROS) y
      * autorizacion de la corrida
      *----------------------------------------------------------------
       01 WS-COD-SUPERVISOR        PIC X(10).
       01 WS-CLAVE-SUPERVISOR      PIC X(20).
       01 WS-SUP-VALIDO            PIC X VALUE 'N'.
          88 SUP-VALIDO               VALUE 'S'.
       01 WS-EOF-USUARIOS          PIC X VALUE 'N'.
       01 WS-COD-AUTORIZA          PIC X(10).
       01 WS-MOTIVO-AUTORIZA       PIC X(100).

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
      * Encabezado y control del archivo de vinculacion (pasada 1)
      *----------------------------------------------------------------
       01 WS-ARCHIVO-ALTAS.
          05 WS-ARCHIVO-VALIDO    PIC X VALUE 'S'.
             88 ARCHIVO-VALIDO       VALUE 'S'.
          05 WS-MOTIVO-RECHAZO    PIC X(40).
          05 WS-EOF-ALTAS         PIC X VALUE 'N'.
          05 WS-HAY-ENCABEZADO    PIC X VALUE 'N'.
          05 WS-HAY-CONTROL       PIC X VALUE 'N'.
          05 WS-CANT-DETALLES     PIC 9(6) VALUE 0.
          05 WS-SUMA-SALARIOS     PIC 9(15)V99 VALUE 0.
          05 WS-CTL-CANT-LINEAS   PIC 9(6) VALUE 0.
          05 WS-CTL-TOTAL-SALARIOS PIC 9(15)V99 VALUE 0.
          05 WS-LINEA-ACTUAL      PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * Empresa y parametros comunes de la apertura
      *----------------------------------------------------------------
       01 WS-EMPRESA.
          05 WS-EMP-CTA-NOMINA    PIC X(20).
          05 WS-EMP-COD-CLIENTE   PIC X(10).
          05 WS-EMP-NOMBRE        PIC X(50).
          05 WS-EMP-SUCURSAL      PIC X(4).
          05 WS-EMP-FEC-ARCHIVO   PIC X(10).
          05 WS-EMP-NUM-SECUENCIA PIC 9(6).
          05 WS-EMP-OCUPACION     PIC X(30).
          05 WS-PRD-CODIGO        PIC X(4).
          05 WS-PRD-TIP-CUENTA    PIC X(1).
          05 WS-PRD-MCA-EXENTA    PIC X(1).
          05 WS-EOF-PRODUCTOS     PIC X VALUE 'N'.
          05 WS-PRODUCTO-HALLADO  PIC X VALUE 'N'.
             88 PRODUCTO-HALLADO     VALUE 'S'.

      *----------------------------------------------------------------
      * Empleado en turno: cliente, cuenta e inscripcion
      *----------------------------------------------------------------
       01 WS-EMPLEADO.
          05 WS-EOF-CLIENTES      PIC X VALUE 'N'.
          05 WS-CLIENTE-ENCONTRADO PIC X VALUE 'N'.
             88 CLIENTE-ENCONTRADO   VALUE 'S'.
          05 WS-CODIGO-OCUPADO    PIC X VALUE 'N'.
             88 CODIGO-OCUPADO       VALUE 'S'.
          05 WS-CLI-COD-CLIENTE   PIC X(10).
          05 WS-CLI-NOM-LEGAL     PIC X(50).
          05 WS-CLI-MCA-ACTIVO    PIC X(1).
          05 WS-CLI-MCA-FALLECIDO PIC X(1).
          05 WS-CLI-CANAL-AVISOS  PIC X(10).
          05 WS-CLIENTE-NUEVO     PIC X VALUE 'N'.
             88 CLIENTE-NUEVO        VALUE 'S'.
          05 WS-CAP-OCUPACION     PIC X(30).
          05 WS-EOF-CUENTAS       PIC X VALUE 'N'.
          05 WS-CTA-NOMINA        PIC X(20).
          05 WS-HAY-CTA-NOMINA    PIC X VALUE 'N'.
             88 HAY-CTA-NOMINA       VALUE 'S'.
          05 WS-HAY-EXENTA        PIC X VALUE 'N'.
             88 HAY-EXENTA           VALUE 'S'.
          05 WS-CUENTA-OCUPADA    PIC X VALUE 'N'.
             88 CUENTA-OCUPADA       VALUE 'S'.
          05 WS-EOF-BENEF         PIC X VALUE 'N'.
          05 WS-BENEF-HALLADO     PIC X VALUE 'N'.
             88 BENEF-HALLADO        VALUE 'S'.
          05 WS-INTENTOS          PIC 9(2).

      *----------------------------------------------------------------
      * Numero de cuenta nuevo: banco-sucursal-consecutivo-digito
      * (001-002-0000123456-0). El consecutivo es AAMMDD + cuatro
      * digitos del consecutivo diario NCT; el digito es la suma de
      * los diez digitos modulo 10.
      *----------------------------------------------------------------
       01 WS-NUMERO-CUENTA.
          05 WS-NCT-NUMERO        PIC X(10).
          05 WS-NCT-DIGITOS REDEFINES WS-NCT-NUMERO.
             10 WS-NCT-DIGITO     PIC 9(1) OCCURS 10 TIMES.
          05 WS-NCT-IDX           PIC 9(2).
          05 WS-NCT-SUMA          PIC 9(3).
          05 WS-NCT-COCIENTE      PIC 9(3).
          05 WS-NCT-VERIFICA      PIC 9(1).

      *----------------------------------------------------------------
      * Tamizaje del nombre contra la lista de nombres (2300): el
      * mismo de MNT-CLIENTE. >= UMBRAL-NOM-BLOQUEA rechaza al
      * empleado; entre UMBRAL-NOM-REVISA y el bloqueo el cliente se
      * crea y queda un casi-acierto PENDIENTE en REVNOMBRES.dat.
      *----------------------------------------------------------------
       01 WS-TAMIZAJE-NOMBRES.
          05 WS-EOF-LISTANOM       PIC X VALUE 'N'.
          05 WS-NOM-EVALUADO       PIC X(50).
          05 WS-NOM-IDX            PIC 9(3) COMP.
          05 WS-NOM-LARGO-1        PIC 9(3) COMP.
          05 WS-NOM-LARGO-2        PIC 9(3) COMP.
          05 WS-NOM-LARGO-MAX      PIC 9(3) COMP.
          05 WS-NOM-IGUALES        PIC 9(3) COMP.
          05 WS-POR-SIM-NOM        PIC 9(3).
          05 WS-MEJOR-SIM-NOM      PIC 9(3).
          05 WS-MEJOR-NOM-LISTADO  PIC X(50).
          05 WS-MEJOR-FUENTE-NOM   PIC X(20).

      *----------------------------------------------------------------
      * Auditoria, bitacora de cambios y aviso: el que llama deja
      * los datos del renglon
      *----------------------------------------------------------------
       01 WS-AUD-TIP-TRANSAC       PIC X(20).
       01 WS-ESTADO-FINAL-AUD      PIC X(20).
       01 WS-AUD-OBSERVAC          PIC X(100).

       01 WS-BITACORA-CAMBIOS.
          05 WS-STAT-CAMBIOS      PIC X(2).
          05 WS-CJR-ARCHIVO       PIC X(15).
          05 WS-CJR-CLAVE         PIC X(30).
          05 WS-CJR-CAMPO         PIC X(20).
          05 WS-CJR-ANTERIOR      PIC X(50).
          05 WS-CJR-NUEVO         PIC X(50).

       01 WS-NOT-MENSAJE           PIC X(100).

      *----------------------------------------------------------------
      * Contadores del resumen
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-TOTAL-LINEAS      PIC 9(6) VALUE 0.
          05 WS-TOTAL-CLI-NUEVOS  PIC 9(6) VALUE 0.
          05 WS-TOTAL-CLI-EXIST   PIC 9(6) VALUE 0.
          05 WS-TOTAL-CTA-ABIERTAS PIC 9(6) VALUE 0.
          05 WS-TOTAL-CTA-EXIST   PIC 9(6) VALUE 0.
          05 WS-TOTAL-BENEF       PIC 9(6) VALUE 0.
          05 WS-TOTAL-REVISION    PIC 9(6) VALUE 0.
          05 WS-TOTAL-RECHAZOS    PIC 9(6) VALUE 0.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS): renglon
      * INICIADO al arrancar y TERMINADO al acabar bien; una corrida
      * que muere deja solo su INICIADO.
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'APR-NOMINA'.
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
           DISPLAY '  VINCULACION MASIVA DE EMPLEADOS DE NOMINA'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS

           PERFORM 0500-IDENTIFICAR-SUPERVISOR
           IF NOT SUP-VALIDO
               PERFORM 9900-CERRAR-ARCHIVOS
               STOP RUN
           END-IF
           DISPLAY '  Razon de la vinculacion: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-AUTORIZA

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           OPEN OUTPUT ARCHIVO-RESULTADOS

           PERFORM 1000-VALIDAR-ARCHIVO
           IF ARCHIVO-VALIDO
               PERFORM 1100-VALIDAR-EMPRESA
           END-IF
           IF ARCHIVO-VALIDO
               PERFORM 1200-DETERMINAR-PRODUCTO
           END-IF

           IF ARCHIVO-VALIDO
               PERFORM 2000-PROCESAR-ARCHIVO
           ELSE
               PERFORM 1900-RECHAZAR-ARCHIVO
           END-IF

           CLOSE ARCHIVO-RESULTADOS

           PERFORM 9800-MOSTRAR-RESUMEN
           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-TOTAL-LINEAS TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

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
           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 0500 - IDENTIFICAR AL SUPERVISOR (CODIGO + CLAVE)
      *   Igual que 0500 en SUP-RETIROS: la credencial se valida
      *   contra USUARIOS.dat con rol SUPERVISOR activo; sin maestro
      *   de usuarios se acepta el codigo digitado (modo de arranque).
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
               IF WS-COD-SUPERVISOR NOT = SPACES
                   MOVE 'S' TO WS-SUP-VALIDO
               END-IF
               MOVE WS-COD-SUPERVISOR TO WS-COD-AUTORIZA
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
           END-IF

           MOVE WS-COD-SUPERVISOR TO WS-COD-AUTORIZA.

      *================================================================
      * 1000 - PASADA 1: VALIDAR ENCABEZADO, DETALLES Y CONTROL
      *   El primer renglon debe ser el encabezado 'H' y el ultimo el
      *   control 'T'; la cantidad de detalles y la suma de salarios
      *   deben cuadrar con el control. Nada se abre todavia.
      *================================================================
       1000-VALIDAR-ARCHIVO.
           MOVE 'S' TO WS-ARCHIVO-VALIDO
           MOVE 'N' TO WS-EOF-ALTAS

           OPEN INPUT ARCHIVO-ALTAS
           IF WS-STAT-ALTAS = '35'
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'No existe ALTANOMINA.dat' TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ALTAS = 'S'
               READ ARCHIVO-ALTAS
                   AT END MOVE 'S' TO WS-EOF-ALTAS
                   NOT AT END
                       PERFORM 1010-VALIDAR-RENGLON
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ALTAS

           IF NOT ARCHIVO-VALIDO
               EXIT PARAGRAPH
           END-IF

           IF WS-HAY-CONTROL NOT = 'S'
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'Falta el control T (archivo truncado)'
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-DETALLES = 0
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'El archivo no trae empleados'
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-DETALLES NOT = WS-CTL-CANT-LINEAS
                   OR WS-SUMA-SALARIOS NOT = WS-CTL-TOTAL-SALARIOS
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'Control T descuadrado con los detalles'
                   TO WS-MOTIVO-RECHAZO
           END-IF.

       1010-VALIDAR-RENGLON.
           IF WS-HAY-CONTROL = 'S'
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'Hay renglones despues del control T'
                   TO WS-MOTIVO-RECHAZO
               MOVE 'S' TO WS-EOF-ALTAS
               EXIT PARAGRAPH
           END-IF

           IF WS-HAY-ENCABEZADO NOT = 'S'
               IF AN-ENC-TIPO NOT = 'H'
                   MOVE 'N' TO WS-ARCHIVO-VALIDO
                   MOVE 'El primer renglon no es el encabezado H'
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'S' TO WS-EOF-ALTAS
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO WS-HAY-ENCABEZADO
               MOVE AN-ENC-CTA-EMPRESA TO WS-EMP-CTA-NOMINA
               MOVE AN-ENC-FEC-ARCHIVO TO WS-EMP-FEC-ARCHIVO
               MOVE AN-ENC-NUM-SECUENCIA TO WS-EMP-NUM-SECUENCIA
               MOVE AN-ENC-COD-SUCURSAL TO WS-EMP-SUCURSAL
               MOVE AN-ENC-COD-PRODUCTO TO WS-PRD-CODIGO
               MOVE AN-ENC-OCUPACION TO WS-EMP-OCUPACION
               EXIT PARAGRAPH
           END-IF

           EVALUATE AN-ENC-TIPO
               WHEN 'H'
                   MOVE 'N' TO WS-ARCHIVO-VALIDO
                   MOVE 'Encabezado H repetido'
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'S' TO WS-EOF-ALTAS
               WHEN 'T'
                   MOVE 'S' TO WS-HAY-CONTROL
                   MOVE AN-CTL-CANT-LINEAS TO WS-CTL-CANT-LINEAS
                   MOVE AN-CTL-TOTAL-SALARIOS
                       TO WS-CTL-TOTAL-SALARIOS
               WHEN OTHER
                   ADD 1 TO WS-CANT-DETALLES
                   IF AN-SALARIO IS NUMERIC
                       ADD AN-SALARIO TO WS-SUMA-SALARIOS
                   END-IF
           END-EVALUATE.

      *================================================================
      * 1100 - VALIDAR LA CUENTA DE NOMINA DE LA EMPRESA
      *   Debe existir, estar activa y no congelada; de ella salen el
      *   cliente empresa (dueno de las inscripciones) y la sucursal
      *   por omision de las cuentas nuevas.
      *================================================================
       1100-VALIDAR-EMPRESA.
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '35'
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'No existe CUENTAS.dat' TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMP-CTA-NOMINA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE 'N' TO WS-ARCHIVO-VALIDO
                   MOVE 'Cuenta de la empresa inexistente'
                       TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF CC-MCA-ACTIVA NOT = FLAG-SI
                           OR CC-MCA-CONGELADA = FLAG-SI
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'Cuenta de la empresa inactiva/congelada'
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE CC-COD-CLIENTE TO WS-EMP-COD-CLIENTE
                       MOVE CC-NOM-CLIENTE TO WS-EMP-NOMBRE
                       IF WS-EMP-SUCURSAL = SPACES
                           MOVE CC-COD-SUCURSAL TO WS-EMP-SUCURSAL
                       END-IF
                   END-IF
           END-READ

           CLOSE ARCHIVO-CUENTAS

           IF ARCHIVO-VALIDO AND WS-EMP-OCUPACION = SPACES
               STRING 'EMPLEADO ' WS-EMP-NOMBRE
                   DELIMITED SIZE INTO WS-EMP-OCUPACION
           END-IF.

      *================================================================
      * 1200 - DETERMINAR EL PRODUCTO DE LAS CUENTAS DE NOMINA
      *   El del encabezado o PRD-DEF-NOMINA, vigente en el catalogo.
      *   Sin catalogo (arranque) o sin el producto por omision en
      *   el, la cuenta se abre como ahorros que admite exencion de
      *   GMF, el comportamiento de siempre de la letra A.
      *================================================================
       1200-DETERMINAR-PRODUCTO.
           IF WS-PRD-CODIGO = SPACES
               MOVE PRD-DEF-NOMINA TO WS-PRD-CODIGO
           END-IF
           MOVE 'N' TO WS-PRODUCTO-HALLADO
           MOVE 'N' TO WS-EOF-PRODUCTOS

           OPEN INPUT ARCHIVO-PRODUCTOS
           IF WS-STAT-PRODUCTOS = '35'
               MOVE 'S' TO WS-EOF-PRODUCTOS
           END-IF

           PERFORM UNTIL WS-EOF-PRODUCTOS = 'S'
               READ ARCHIVO-PRODUCTOS
                   AT END MOVE 'S' TO WS-EOF-PRODUCTOS
                   NOT AT END
                       IF PT-COD-PRODUCTO = WS-PRD-CODIGO
                           MOVE 'S' TO WS-EOF-PRODUCTOS
                           IF PT-MCA-ACTIVO = FLAG-SI
                               MOVE 'S' TO WS-PRODUCTO-HALLADO
                               MOVE PT-TIP-CUENTA
                                   TO WS-PRD-TIP-CUENTA
                               MOVE PT-MCA-EXENTA-GMF
                                   TO WS-PRD-MCA-EXENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-PRODUCTOS NOT = '35'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF

           IF PRODUCTO-HALLADO
               EXIT PARAGRAPH
           END-IF

           IF WS-PRD-CODIGO = PRD-DEF-NOMINA
               MOVE 'A' TO WS-PRD-TIP-CUENTA
               MOVE FLAG-SI TO WS-PRD-MCA-EXENTA
           ELSE
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'Producto del encabezado no vigente'
                   TO WS-MOTIVO-RECHAZO
           END-IF.

      *================================================================
      * 1900 - RESPONDER EL ARCHIVO RECHAZADO COMPLETO
      *================================================================
       1900-RECHAZAR-ARCHIVO.
           DISPLAY ' '
           DISPLAY '  *** ARCHIVO DE VINCULACION RECHAZADO ***'
           DISPLAY '  ' WS-MOTIVO-RECHAZO
           DISPLAY '  No se creo ningun cliente ni cuenta.'

           MOVE SPACES TO REG-RESULTADO-NOMINA
           MOVE 0 TO RA-NUM-LINEA
           MOVE 'RECHAZADA' TO RA-ESTADO
           MOVE 'R99' TO RA-COD-RECHAZO
           MOVE WS-MOTIVO-RECHAZO TO RA-DES-RESULTADO
           WRITE REG-RESULTADO-NOMINA.

      *================================================================
      * 2000 - PASADA 2: VINCULAR CADA EMPLEADO DEL ARCHIVO
      *================================================================
       2000-PROCESAR-ARCHIVO.
           DISPLAY ' '
           DISPLAY '  Empresa : ' WS-EMP-COD-CLIENTE ' ' WS-EMP-NOMBRE
           DISPLAY '  Cuenta  : ' WS-EMP-CTA-NOMINA
           DISPLAY '  Archivo : ' WS-EMP-FEC-ARCHIVO ' secuencia '
               WS-EMP-NUM-SECUENCIA ' (' WS-CANT-DETALLES
               ' empleados)'
           DISPLAY '  Producto: ' WS-PRD-CODIGO ' sucursal '
               WS-EMP-SUCURSAL

           MOVE 'N' TO WS-EOF-ALTAS
           MOVE 0 TO WS-LINEA-ACTUAL
           OPEN INPUT ARCHIVO-ALTAS

           PERFORM UNTIL WS-EOF-ALTAS = 'S'
               READ ARCHIVO-ALTAS
                   AT END MOVE 'S' TO WS-EOF-ALTAS
                   NOT AT END
                       IF AN-ENC-TIPO NOT = 'H'
                               AND AN-ENC-TIPO NOT = 'T'
                           ADD 1 TO WS-LINEA-ACTUAL
                           ADD 1 TO WS-TOTAL-LINEAS
                           PERFORM 2100-VINCULAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ALTAS.

      *================================================================
      * 2100 - VINCULAR UN EMPLEADO: CLIENTE, CUENTA E INSCRIPCION
      *================================================================
       2100-VINCULAR-EMPLEADO.
           MOVE SPACES TO REG-RESULTADO-NOMINA
           MOVE WS-LINEA-ACTUAL TO RA-NUM-LINEA
           MOVE AN-TIP-DOCUMENTO TO RA-TIP-DOCUMENTO
           MOVE AN-NUM-DOCUMENTO TO RA-NUM-DOCUMENTO
           MOVE AN-NOM-EMPLEADO TO RA-NOM-EMPLEADO

           IF (AN-TIP-DOCUMENTO NOT = 'CC'
                   AND AN-TIP-DOCUMENTO NOT = 'CE'
                   AND AN-TIP-DOCUMENTO NOT = 'PA'
                   AND AN-TIP-DOCUMENTO NOT = 'PE')
                   OR AN-NUM-DOCUMENTO = SPACES
               MOVE 'R01' TO RA-COD-RECHAZO
               MOVE 'Tipo o numero de documento invalido'
                   TO RA-DES-RESULTADO
               PERFORM 2900-RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF

           IF AN-NOM-EMPLEADO = SPACES
               MOVE 'R02' TO RA-COD-RECHAZO
               MOVE 'Nombre del empleado vacio' TO RA-DES-RESULTADO
               PERFORM 2900-RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF

           IF AN-SALARIO IS NOT NUMERIC
               MOVE 'R03' TO RA-COD-RECHAZO
               MOVE 'Salario invalido' TO RA-DES-RESULTADO
               PERFORM 2900-RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF
           IF AN-SALARIO NOT > 0
               MOVE 'R03' TO RA-COD-RECHAZO
               MOVE 'Salario invalido' TO RA-DES-RESULTADO
               PERFORM 2900-RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-BUSCAR-CLIENTE-DOCUMENTO
           MOVE 'N' TO WS-CLIENTE-NUEVO

           IF CLIENTE-ENCONTRADO
               IF WS-CLI-MCA-ACTIVO NOT = FLAG-SI
                       OR WS-CLI-MCA-FALLECIDO = FLAG-SI
                   MOVE WS-CLI-COD-CLIENTE TO RA-COD-CLIENTE
                   MOVE 'R05' TO RA-COD-RECHAZO
                   MOVE 'Cliente inactivo o fallecido'
                       TO RA-DES-RESULTADO
                   PERFORM 2900-RECHAZAR-LINEA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-CLI-EXIST
           ELSE
               PERFORM 2300-TAMIZAR-NOMBRE-LISTA
               IF WS-MEJOR-SIM-NOM >= UMBRAL-NOM-BLOQUEA
                   MOVE 'R04' TO RA-COD-RECHAZO
                   MOVE 'Nombre coincide con lista de vigilancia'
                       TO RA-DES-RESULTADO
                   DISPLAY '  [!] Linea ' WS-LINEA-ACTUAL ': '
                       AN-NOM-EMPLEADO ' coincide con '
                       WS-MEJOR-NOM-LISTADO ' (' WS-MEJOR-FUENTE-NOM
                       ' ' WS-MEJOR-SIM-NOM '%)'
                   PERFORM 2900-RECHAZAR-LINEA
                   EXIT PARAGRAPH
               END-IF
               PERFORM 2400-CREAR-CLIENTE
               IF WS-CLI-COD-CLIENTE = SPACES
                   MOVE 'R06' TO RA-COD-RECHAZO
                   MOVE 'Sin codigo de cliente disponible'
                       TO RA-DES-RESULTADO
                   PERFORM 2900-RECHAZAR-LINEA
                   EXIT PARAGRAPH
               END-IF
               IF WS-MEJOR-SIM-NOM >= UMBRAL-NOM-REVISA
                   PERFORM 2380-ENCOLAR-REVISION-NOMBRE
               END-IF
           END-IF

           MOVE WS-CLI-COD-CLIENTE TO RA-COD-CLIENTE
           IF CLIENTE-NUEVO
               MOVE FLAG-SI TO RA-MCA-CLIENTE-NUEVO
           ELSE
               MOVE FLAG-NO TO RA-MCA-CLIENTE-NUEVO
           END-IF

           PERFORM 2500-BUSCAR-CUENTA-NOMINA
           IF HAY-CTA-NOMINA
               ADD 1 TO WS-TOTAL-CTA-EXIST
               MOVE 'EXISTENTE' TO RA-ESTADO
               MOVE 'Ya tenia cuenta del producto de nomina'
                   TO RA-DES-RESULTADO
           ELSE
               PERFORM 2600-ABRIR-CUENTA-NOMINA
               IF WS-CTA-NOMINA = SPACES
                   MOVE 'R06' TO RA-COD-RECHAZO
                   MOVE 'Sin numero de cuenta disponible'
                       TO RA-DES-RESULTADO
                   PERFORM 2900-RECHAZAR-LINEA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-CTA-ABIERTAS
               MOVE 'ABIERTA' TO RA-ESTADO
               IF CLIENTE-NUEVO
                   MOVE 'Cliente y cuenta de nomina nuevos'
                       TO RA-DES-RESULTADO
               ELSE
                   MOVE 'Cuenta de nomina nueva' TO RA-DES-RESULTADO
               END-IF
           END-IF
           MOVE WS-CTA-NOMINA TO RA-COD-CUENTA

           PERFORM 2700-INSCRIBIR-BENEFICIARIO

           WRITE REG-RESULTADO-NOMINA.

      *================================================================
      * 2200 - BUSCAR AL EMPLEADO EN EL MAESTRO POR SU DOCUMENTO
      *================================================================
       2200-BUSCAR-CLIENTE-DOCUMENTO.
           MOVE 'N' TO WS-CLIENTE-ENCONTRADO
           MOVE 'N' TO WS-EOF-CLIENTES
           MOVE SPACES TO WS-CLI-COD-CLIENTE

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               MOVE 'S' TO WS-EOF-CLIENTES
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CL-TIP-DOCUMENTO = AN-TIP-DOCUMENTO
                               AND CL-NUM-DOCUMENTO = AN-NUM-DOCUMENTO
                           MOVE 'S' TO WS-CLIENTE-ENCONTRADO
                           MOVE CL-COD-CLIENTE TO WS-CLI-COD-CLIENTE
                           MOVE CL-NOM-LEGAL TO WS-CLI-NOM-LEGAL
                           MOVE CL-MCA-ACTIVO TO WS-CLI-MCA-ACTIVO
                           MOVE CL-MCA-FALLECIDO
                               TO WS-CLI-MCA-FALLECIDO
                           MOVE CL-CANAL-AVISOS
                               TO WS-CLI-CANAL-AVISOS
                           MOVE 'S' TO WS-EOF-CLIENTES
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CLIENTES NOT = '35'
               CLOSE ARCHIVO-CLIENTES
           END-IF.

      *================================================================
      * 2300 - TAMIZAR EL NOMBRE DEL EMPLEADO CONTRA LA LISTA
      *   Igual que 3200 en MNT-CLIENTE: barre LISTANOMBRES.dat y se
      *   queda con el mejor calce; 2100 decide con los umbrales. Si
      *   la lista no existe todavia ('35') no hay nombres listados.
      *================================================================
       2300-TAMIZAR-NOMBRE-LISTA.
           MOVE AN-NOM-EMPLEADO TO WS-NOM-EVALUADO
           MOVE 0 TO WS-MEJOR-SIM-NOM
           MOVE SPACES TO WS-MEJOR-NOM-LISTADO
           MOVE SPACES TO WS-MEJOR-FUENTE-NOM
           MOVE 'N' TO WS-EOF-LISTANOM

           OPEN INPUT ARCHIVO-LISTANOMBRES
           IF WS-STAT-LISTANOM = '35'
               MOVE 'S' TO WS-EOF-LISTANOM
           END-IF

           PERFORM UNTIL WS-EOF-LISTANOM = 'S'
               READ ARCHIVO-LISTANOMBRES
                   AT END MOVE 'S' TO WS-EOF-LISTANOM
                   NOT AT END
                       IF LM-MCA-ACTIVO = FLAG-SI
                           PERFORM 2350-COMPARAR-NOMBRE-LISTADO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-LISTANOM NOT = '35'
               CLOSE ARCHIVO-LISTANOMBRES
           END-IF.

      *================================================================
      * 2350 - COMPARAR EL NOMBRE DEL EMPLEADO CON EL RENGLON LISTADO
      *   Similitud posicion por posicion sobre la longitud mayor;
      *   se queda con el mejor porcentaje del barrido.
      *================================================================
       2350-COMPARAR-NOMBRE-LISTADO.
           MOVE 0 TO WS-NOM-LARGO-1
           MOVE 0 TO WS-NOM-LARGO-2
           MOVE 0 TO WS-NOM-IGUALES

           PERFORM VARYING WS-NOM-IDX FROM 1 BY 1
                   UNTIL WS-NOM-IDX > 50
               IF WS-NOM-EVALUADO (WS-NOM-IDX:1) NOT = SPACE
                   MOVE WS-NOM-IDX TO WS-NOM-LARGO-1
               END-IF
               IF LM-NOM-LISTADO (WS-NOM-IDX:1) NOT = SPACE
                   MOVE WS-NOM-IDX TO WS-NOM-LARGO-2
               END-IF
               IF WS-NOM-EVALUADO (WS-NOM-IDX:1) =
                       LM-NOM-LISTADO (WS-NOM-IDX:1)
                   AND WS-NOM-EVALUADO (WS-NOM-IDX:1) NOT = SPACE
                   ADD 1 TO WS-NOM-IGUALES
               END-IF
           END-PERFORM

           IF WS-NOM-LARGO-1 >= WS-NOM-LARGO-2
               MOVE WS-NOM-LARGO-1 TO WS-NOM-LARGO-MAX
           ELSE
               MOVE WS-NOM-LARGO-2 TO WS-NOM-LARGO-MAX
           END-IF

           IF WS-NOM-LARGO-MAX = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-POR-SIM-NOM ROUNDED =
               WS-NOM-IGUALES * 100 / WS-NOM-LARGO-MAX

           IF WS-POR-SIM-NOM > WS-MEJOR-SIM-NOM
               MOVE WS-POR-SIM-NOM TO WS-MEJOR-SIM-NOM
               MOVE LM-NOM-LISTADO TO WS-MEJOR-NOM-LISTADO
               MOVE LM-FUENTE TO WS-MEJOR-FUENTE-NOM
           END-IF.

      *================================================================
      * 2380 - ENCOLAR EL CASI-ACIERTO EN LA COLA DE REVISION
      *   La referencia es el codigo del cliente nuevo, para que el
      *   revisor lo cierre por contexto en MNT-LISTANOMBRES.
      *================================================================
       2380-ENCOLAR-REVISION-NOMBRE.
           OPEN EXTEND ARCHIVO-REVNOMBRES
           IF WS-STAT-REVNOM = '35'
               OPEN OUTPUT ARCHIVO-REVNOMBRES
               CLOSE ARCHIVO-REVNOMBRES
               OPEN EXTEND ARCHIVO-REVNOMBRES
           END-IF

           MOVE SPACES TO REG-REVISION-NOMBRE
           MOVE WS-FECHA-STR TO RN2-FEC-EVENTO
           MOVE WS-HORA-STR TO RN2-HOA-EVENTO
           MOVE 'APR-NOMINA' TO RN2-PROGRAMA
           MOVE WS-NOM-EVALUADO TO RN2-NOM-EVALUADO
           MOVE WS-MEJOR-NOM-LISTADO TO RN2-NOM-LISTADO
           MOVE WS-MEJOR-FUENTE-NOM TO RN2-FUENTE
           MOVE WS-MEJOR-SIM-NOM TO RN2-POR-SIMILITUD
           MOVE WS-CLI-COD-CLIENTE TO RN2-REFERENCIA
           MOVE 'PENDIENTE ' TO RN2-ESTADO
           MOVE SPACES TO RN2-COD-REVISOR
           WRITE REG-REVISION-NOMBRE

           CLOSE ARCHIVO-REVNOMBRES
           ADD 1 TO WS-TOTAL-REVISION.

      *================================================================
      * 2400 - CREAR AL EMPLEADO EN EL MAESTRO DE CLIENTES
      *   Los mismos campos que graba 3000 en MNT-CLIENTE, con el KYC
      *   que trae la empresa. Avisos por SMS si hay telefono, si no
      *   por correo. El codigo es AAMMDD + cuatro digitos del
      *   consecutivo diario CLI; uno que ya exista (creado a mano)
      *   se salta. Sin codigo libre deja WS-CLI-COD-CLIENTE en
      *   espacios.
      *================================================================
       2400-CREAR-CLIENTE.
           MOVE SPACES TO WS-CLI-COD-CLIENTE
           MOVE 'S' TO WS-CODIGO-OCUPADO
           MOVE 0 TO WS-INTENTOS

           PERFORM UNTIL NOT CODIGO-OCUPADO OR WS-INTENTOS >= 20
               ADD 1 TO WS-INTENTOS
               MOVE 'CLI' TO WS-SEC-TIPO
               PERFORM 0150-SIGUIENTE-SECUENCIA
               MOVE SPACES TO WS-CLI-COD-CLIENTE
               STRING WS-FECHA-COMPACTA (3:6) WS-SEC-VALOR (2:4)
                   DELIMITED SIZE INTO WS-CLI-COD-CLIENTE
               PERFORM 2410-VERIFICAR-CODIGO-LIBRE
           END-PERFORM

           IF CODIGO-OCUPADO
               MOVE SPACES TO WS-CLI-COD-CLIENTE
               EXIT PARAGRAPH
           END-IF

           IF AN-CARGO NOT = SPACES
               MOVE AN-CARGO TO WS-CAP-OCUPACION
           ELSE
               MOVE WS-EMP-OCUPACION TO WS-CAP-OCUPACION
           END-IF

           IF AN-TELEFONO NOT = SPACES
               MOVE 'SMS' TO WS-CLI-CANAL-AVISOS
           ELSE
               IF AN-EMAIL NOT = SPACES
                   MOVE 'EMAIL' TO WS-CLI-CANAL-AVISOS
               ELSE
                   MOVE 'NINGUNO' TO WS-CLI-CANAL-AVISOS
               END-IF
           END-IF

           OPEN EXTEND ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               OPEN OUTPUT ARCHIVO-CLIENTES
               CLOSE ARCHIVO-CLIENTES
               OPEN EXTEND ARCHIVO-CLIENTES
           END-IF

           MOVE SPACES TO REG-CLIENTE
           MOVE WS-CLI-COD-CLIENTE TO CL-COD-CLIENTE
           MOVE AN-NOM-EMPLEADO TO CL-NOM-LEGAL
           MOVE AN-TIP-DOCUMENTO TO CL-TIP-DOCUMENTO
           MOVE AN-NUM-DOCUMENTO TO CL-NUM-DOCUMENTO
           MOVE AN-DIRECCION TO CL-DIRECCION
           MOVE AN-TELEFONO TO CL-TELEFONO
           MOVE 'PERSONAL' TO CL-SEGMENTO
           MOVE FLAG-SI TO CL-MCA-ACTIVO
           MOVE WS-FECHA-STR TO CL-FEC-CREACION
           MOVE AN-EMAIL TO CL-EMAIL
           MOVE WS-CLI-CANAL-AVISOS TO CL-CANAL-AVISOS
           MOVE FLAG-NO TO CL-MCA-EXTRACTO-DIA
           MOVE WS-CAP-OCUPACION TO CL-KYC-OCUPACION
           MOVE AN-SALARIO TO CL-KYC-ING-MENSUAL
           MOVE AN-SALARIO TO CL-KYC-ACT-ESPERADA
           MOVE WS-FECHA-STR TO CL-KYC-FEC-CONFIRMA
           MOVE FLAG-NO TO CL-MCA-FALLECIDO
           WRITE REG-CLIENTE
           CLOSE ARCHIVO-CLIENTES

           MOVE 'S' TO WS-CLIENTE-NUEVO
           MOVE AN-NOM-EMPLEADO TO WS-CLI-NOM-LEGAL
           ADD 1 TO WS-TOTAL-CLI-NUEVOS

           MOVE 'MANTENIMIENTO_CLIENTE' TO WS-AUD-TIP-TRANSAC
           MOVE 'CLIENTE_CREADO' TO WS-ESTADO-FINAL-AUD
           MOVE SPACES TO WS-AUD-OBSERVAC
           STRING 'Cliente ' WS-CLI-COD-CLIENTE ' nomina '
               WS-EMP-COD-CLIENTE ': ' WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO WS-AUD-OBSERVAC
           MOVE 0 TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE 'CLIENTES' TO WS-CJR-ARCHIVO
           MOVE WS-CLI-COD-CLIENTE TO WS-CJR-CLAVE
           MOVE 'ALTA' TO WS-CJR-CAMPO
           MOVE SPACES TO WS-CJR-ANTERIOR
           MOVE AN-NOM-EMPLEADO TO WS-CJR-NUEVO
           PERFORM 9860-REGISTRAR-CAMBIO.

       2410-VERIFICAR-CODIGO-LIBRE.
           MOVE 'N' TO WS-CODIGO-OCUPADO
           MOVE 'N' TO WS-EOF-CLIENTES

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               MOVE 'S' TO WS-EOF-CLIENTES
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CL-COD-CLIENTE = WS-CLI-COD-CLIENTE
                           MOVE 'S' TO WS-CODIGO-OCUPADO
                           MOVE 'S' TO WS-EOF-CLIENTES
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CLIENTES NOT = '35'
               CLOSE ARCHIVO-CLIENTES
           END-IF.

      *================================================================
      * 2500 - BUSCAR LAS CUENTAS DEL EMPLEADO
      *   Una cuenta activa del producto de nomina se reutiliza; de
      *   paso se mira si ya tiene alguna cuenta exenta de GMF.
      *================================================================
       2500-BUSCAR-CUENTA-NOMINA.
           MOVE 'N' TO WS-HAY-CTA-NOMINA
           MOVE 'N' TO WS-HAY-EXENTA
           MOVE 'N' TO WS-EOF-CUENTAS
           MOVE SPACES TO WS-CTA-NOMINA

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '35'
               MOVE 'S' TO WS-EOF-CUENTAS
           END-IF

           PERFORM UNTIL WS-EOF-CUENTAS = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-CUENTAS
                   NOT AT END
                       IF CC-COD-CLIENTE = WS-CLI-COD-CLIENTE
                               AND CC-MCA-ACTIVA = FLAG-SI
                           IF CC-MCA-EXENTA-GMF = FLAG-SI
                               MOVE 'S' TO WS-HAY-EXENTA
                           END-IF
                           IF CC-COD-PRODUCTO = WS-PRD-CODIGO
                                   AND NOT HAY-CTA-NOMINA
                               MOVE 'S' TO WS-HAY-CTA-NOMINA
                               MOVE CC-COD-CUENTA TO WS-CTA-NOMINA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CUENTAS NOT = '35'
               CLOSE ARCHIVO-CUENTAS
           END-IF.

      *================================================================
      * 2600 - ABRIR LA CUENTA DE NOMINA DEL EMPLEADO
      *   Como 3000 en APR-CUENTA, con saldo cero (la fondea la
      *   primera dispersion) y sin cupo de sobregiro. Sin numero
      *   libre deja WS-CTA-NOMINA en espacios.
      *================================================================
       2600-ABRIR-CUENTA-NOMINA.
           MOVE SPACES TO WS-CTA-NOMINA

           OPEN I-O ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '35'
               OPEN OUTPUT ARCHIVO-CUENTAS
               CLOSE ARCHIVO-CUENTAS
               OPEN I-O ARCHIVO-CUENTAS
           END-IF

           MOVE 'S' TO WS-CUENTA-OCUPADA
           MOVE 0 TO WS-INTENTOS
           PERFORM UNTIL NOT CUENTA-OCUPADA OR WS-INTENTOS >= 20
               ADD 1 TO WS-INTENTOS
               PERFORM 2610-GENERAR-NUMERO-CUENTA
               MOVE WS-CTA-NOMINA TO CC-COD-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE 'N' TO WS-CUENTA-OCUPADA
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUENTA-OCUPADA
               END-READ
           END-PERFORM

           IF CUENTA-OCUPADA
               MOVE SPACES TO WS-CTA-NOMINA
               CLOSE ARCHIVO-CUENTAS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-CUENTA
           MOVE WS-CTA-NOMINA TO CC-COD-CUENTA
           MOVE WS-CLI-COD-CLIENTE TO CC-COD-CLIENTE
           MOVE WS-CLI-NOM-LEGAL TO CC-NOM-CLIENTE
           MOVE 'CUENTA NOMINA' TO CC-NOM-CUENTA
           MOVE WS-PRD-TIP-CUENTA TO CC-TIP-CUENTA
           MOVE WS-PRD-CODIGO TO CC-COD-PRODUCTO
           MOVE 0 TO CC-SAL-DISPONIBLE
           MOVE 0 TO CC-SAL-BLOQUEADO
           MOVE 0 TO CC-SAL-TOTAL
           MOVE FLAG-SI TO CC-MCA-ACTIVA
           MOVE FLAG-NO TO CC-MCA-CONGELADA
           MOVE WS-FECHA-STR TO CC-FEC-APERTURA
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
           MOVE COD-BANCO-PROPIO TO CC-COD-BANCO
           MOVE 0 TO CC-LIM-SOBREGIRO
           MOVE WS-EMP-SUCURSAL TO CC-COD-SUCURSAL
           IF WS-PRD-MCA-EXENTA = FLAG-SI AND NOT HAY-EXENTA
               MOVE FLAG-SI TO CC-MCA-EXENTA-GMF
           ELSE
               MOVE FLAG-NO TO CC-MCA-EXENTA-GMF
           END-IF
           MOVE FLAG-NO TO CC-MCA-DORMIDA
           MOVE FLAG-NO TO CC-MCA-TRASLADADA
           MOVE MON-COP TO CC-TIP-MONEDA

           WRITE REG-CUENTA
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  ERROR GRABANDO LA CUENTA ' WS-CTA-NOMINA
                   ': ' WS-STAT-CUENTAS
               MOVE SPACES TO WS-CTA-NOMINA
               CLOSE ARCHIVO-CUENTAS
               EXIT PARAGRAPH
           END-IF
           CLOSE ARCHIVO-CUENTAS

           MOVE 'APERTURA_CIERRE_CTA' TO WS-AUD-TIP-TRANSAC
           MOVE 'CUENTA_ABIERTA' TO WS-ESTADO-FINAL-AUD
           MOVE SPACES TO WS-AUD-OBSERVAC
           STRING 'Cuenta ' WS-CTA-NOMINA ' nomina '
               WS-EMP-COD-CLIENTE ': ' WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO WS-AUD-OBSERVAC
           MOVE 0 TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE SPACES TO WS-NOT-MENSAJE
           STRING 'Se abrio su cuenta de nomina ' WS-CTA-NOMINA
               ' por vinculacion de ' WS-EMP-NOMBRE
               DELIMITED SIZE INTO WS-NOT-MENSAJE
           PERFORM 9870-ENCOLAR-NOTIFICACION.

      *================================================================
      * 2610 - ARMAR UN NUMERO DE CUENTA CANDIDATO
      *================================================================
       2610-GENERAR-NUMERO-CUENTA.
           MOVE 'NCT' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           MOVE SPACES TO WS-NCT-NUMERO
           STRING WS-FECHA-COMPACTA (3:6) WS-SEC-VALOR (2:4)
               DELIMITED SIZE INTO WS-NCT-NUMERO

           MOVE 0 TO WS-NCT-SUMA
           PERFORM VARYING WS-NCT-IDX FROM 1 BY 1
                   UNTIL WS-NCT-IDX > 10
               ADD WS-NCT-DIGITO (WS-NCT-IDX) TO WS-NCT-SUMA
           END-PERFORM
           DIVIDE WS-NCT-SUMA BY 10
               GIVING WS-NCT-COCIENTE REMAINDER WS-NCT-VERIFICA

           MOVE SPACES TO WS-CTA-NOMINA
           STRING COD-BANCO-PROPIO '-' WS-EMP-SUCURSAL (2:3) '-'
               WS-NCT-NUMERO '-' WS-NCT-VERIFICA
               DELIMITED SIZE INTO WS-CTA-NOMINA.

      *================================================================
      * 2700 - INSCRIBIR LA CUENTA COMO BENEFICIARIO DE LA EMPRESA
      *   Renglon de BENEFICIARIOS.dat a nombre del cliente empresa
      *   (como lo deja MNT-BENEFICIARIO), salvo que ya este inscrita
      *   y activa. La cuenta es propia del banco: no lleva prenota.
      *================================================================
       2700-INSCRIBIR-BENEFICIARIO.
           MOVE 'N' TO WS-BENEF-HALLADO
           MOVE 'N' TO WS-EOF-BENEF

           OPEN INPUT ARCHIVO-BENEFICIARIOS
           IF WS-STAT-BENEF = '35'
               MOVE 'S' TO WS-EOF-BENEF
           END-IF

           PERFORM UNTIL WS-EOF-BENEF = 'S'
               READ ARCHIVO-BENEFICIARIOS
                   AT END MOVE 'S' TO WS-EOF-BENEF
                   NOT AT END
                       IF BF-COD-CLIENTE = WS-EMP-COD-CLIENTE
                               AND BF-COD-BCO-DEST = COD-BANCO-PROPIO
                               AND BF-COD-CTA-DEST = WS-CTA-NOMINA
                               AND BF-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-BENEF-HALLADO
                           MOVE 'S' TO WS-EOF-BENEF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-BENEF NOT = '35'
               CLOSE ARCHIVO-BENEFICIARIOS
           END-IF

           IF BENEF-HALLADO
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-BENEFICIARIOS
           IF WS-STAT-BENEF = '35'
               OPEN OUTPUT ARCHIVO-BENEFICIARIOS
               CLOSE ARCHIVO-BENEFICIARIOS
               OPEN EXTEND ARCHIVO-BENEFICIARIOS
           END-IF

           MOVE SPACES TO REG-BENEFICIARIO
           MOVE WS-EMP-COD-CLIENTE TO BF-COD-CLIENTE
           MOVE COD-BANCO-PROPIO TO BF-COD-BCO-DEST
           MOVE WS-CTA-NOMINA TO BF-COD-CTA-DEST
           MOVE WS-CLI-NOM-LEGAL TO BF-NOM-BENEFICIARIO
           MOVE WS-FECHA-STR TO BF-FEC-REGISTRO
           MOVE WS-HORA-STR TO BF-HOA-REGISTRO
           MOVE FLAG-SI TO BF-MCA-ACTIVO
           MOVE SPACE TO BF-EST-PRENOTE
           MOVE FLAG-NO TO BF-MCA-SOLO-VERIF
           WRITE REG-BENEFICIARIO
           CLOSE ARCHIVO-BENEFICIARIOS
           ADD 1 TO WS-TOTAL-BENEF

           MOVE 'MANTENIMIENTO_BENEF' TO WS-AUD-TIP-TRANSAC
           MOVE 'BENEF_INSCRITO' TO WS-ESTADO-FINAL-AUD
           MOVE SPACES TO WS-AUD-OBSERVAC
           STRING 'Cliente ' WS-EMP-COD-CLIENTE ' inscribe '
               WS-CTA-NOMINA ' (nomina): ' WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO WS-AUD-OBSERVAC
           MOVE 0 TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE 'BENEFICIARIOS' TO WS-CJR-ARCHIVO
           MOVE WS-EMP-COD-CLIENTE TO WS-CJR-CLAVE
           MOVE 'INSCRIPCION' TO WS-CJR-CAMPO
           MOVE SPACES TO WS-CJR-ANTERIOR
           MOVE 'ACTIVO S' TO WS-CJR-NUEVO
           PERFORM 9860-REGISTRAR-CAMBIO.

      *================================================================
      * 2900 - DEJAR EL RENGLON DE UN EMPLEADO RECHAZADO
      *   El que llama deja el codigo y el texto del rechazo.
      *================================================================
       2900-RECHAZAR-LINEA.
           MOVE 'RECHAZADA' TO RA-ESTADO
           MOVE SPACES TO RA-COD-CUENTA
           WRITE REG-RESULTADO-NOMINA
           ADD 1 TO WS-TOTAL-RECHAZOS
           DISPLAY '  Linea ' WS-LINEA-ACTUAL ' rechazada ('
               RA-COD-RECHAZO '): ' RA-DES-RESULTADO.

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

      *================================================================
      * 9100 - REGISTRAR EL RENGLON EN AUDITORIA
      *   El que llama deja el tipo de transaccion, el estado final y
      *   la observacion.
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE SPACES TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE WS-AUD-TIP-TRANSAC TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-AUTORIZA TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'APR_NOMINA' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-ESTADO-FINAL-AUD TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE WS-AUD-OBSERVAC TO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9800 - MOSTRAR RESUMEN DE LA CORRIDA
      *================================================================
       9800-MOSTRAR-RESUMEN.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN'
           DISPLAY '  Empleados procesados  : ' WS-TOTAL-LINEAS
           DISPLAY '  Clientes creados      : ' WS-TOTAL-CLI-NUEVOS
           DISPLAY '  Clientes existentes   : ' WS-TOTAL-CLI-EXIST
           DISPLAY '  Cuentas abiertas      : ' WS-TOTAL-CTA-ABIERTAS
           DISPLAY '  Cuentas reutilizadas  : ' WS-TOTAL-CTA-EXIST
           DISPLAY '  Beneficiarios inscritos: ' WS-TOTAL-BENEF
           DISPLAY '  Nombres en revision   : ' WS-TOTAL-REVISION
           DISPLAY '  Rechazados            : ' WS-TOTAL-RECHAZOS
           DISPLAY '  Respuesta para la empresa en RESULTNOMINA.dat'
           DISPLAY WS-LINEA.

      *================================================================
      * 9860 - DEJAR EL RENGLON DE ANTES/DESPUES EN LA BITACORA DE
      *   CAMBIOS (CAMBIOS.dat, consultable con CNS-CAMBIOS). El que
      *   llama arma WS-CJR-ARCHIVO, WS-CJR-CLAVE, WS-CJR-CAMPO,
      *   WS-CJR-ANTERIOR y WS-CJR-NUEVO; el archivo se crea en la
      *   primera corrida.
      *================================================================
       9860-REGISTRAR-CAMBIO.
           OPEN EXTEND ARCHIVO-CAMBIOS
           IF WS-STAT-CAMBIOS = '35'
               OPEN OUTPUT ARCHIVO-CAMBIOS
               CLOSE ARCHIVO-CAMBIOS
               OPEN EXTEND ARCHIVO-CAMBIOS
           END-IF

           MOVE SPACES TO REG-CAMBIO-JRN
           MOVE WS-FECHA-STR TO CJR-FEC-CAMBIO
           MOVE WS-HORA-STR TO CJR-HOA-CAMBIO
           MOVE WS-COD-AUTORIZA TO CJR-COD-USUARIO
           MOVE 'APR-NOMINA' TO CJR-PROGRAMA
           MOVE WS-CJR-ARCHIVO TO CJR-ARCHIVO
           MOVE WS-CJR-CLAVE TO CJR-CLAVE
           MOVE WS-CJR-CAMPO TO CJR-CAMPO
           MOVE WS-CJR-ANTERIOR TO CJR-VAL-ANTERIOR
           MOVE WS-CJR-NUEVO TO CJR-VAL-NUEVO
           WRITE REG-CAMBIO-JRN

           CLOSE ARCHIVO-CAMBIOS.

      *================================================================
      * 9870 - ENCOLAR EL AVISO DE CUENTA ABIERTA AL EMPLEADO
      *   Por su canal de avisos; una cuenta que el no pidio lo
      *   alerta antes de que llegue el primer abono. El archivo se
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

           MOVE SPACES TO REG-NOTIFICACION
           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE WS-CLI-COD-CLIENTE TO NT-COD-CLIENTE
           MOVE WS-CTA-NOMINA TO NT-COD-CUENTA
           MOVE 'CUENTA_NOMINA' TO NT-TIP-EVENTO
           MOVE WS-NOT-MENSAJE TO NT-DES-MENSAJE
           MOVE WS-CLI-CANAL-AVISOS TO NT-CANAL-PREFERIDO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO

           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES.

      *================================================================
      * 9890 - DEJAR UN RENGLON EN LA BITACORA DE CORRIDAS
      *   El que llama deja WS-RUN-ESTADO y WS-RUN-PROCESADOS; aqui
      *   se arma el renglon completo ya con el archivo abierto (el
      *   archivo se crea en la primera corrida).
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

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.
