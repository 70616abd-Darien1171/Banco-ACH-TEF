      *================================================================
      * MNT-PRODUCTOS.cbl - Mantenimiento del Catalogo de Productos
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * El comportamiento de una cuenta (interes, sobregiro, exencion
      * de GMF, plazo de dormancia) estaba amarrado a la letra A/C de
      * CC-TIP-CUENTA, y lanzar un producto nuevo ("Cuenta Nomina",
      * "Ahorro Joven") era un cambio de programa. Este programa
      * (hermano de MNT-PUC) mantiene PRODUCTOS.dat (ver
      * PRODUCTOS.cpy): lista el catalogo, agrega un producto con sus
      * parametros y retira uno marcandolo inactivo (deja de
      * ofrecerse en APR-CUENTA; las cuentas que ya lo tienen lo
      * conservan); siempre con codigo de supervisor, renglon de
      * AUDITORIA.dat y renglon de la bitacora de cambios.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-PRODUCTOS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-PRODUCTOS
               ASSIGN TO 'data/PRODUCTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PRODUCTOS.

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

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-STAT-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-CAMBIOS.
       COPY 'copybooks/CAMBIOSJR.cpy'.

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
          05 WS-STAT-PRODUCTOS    PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
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
      * Consecutivo diario de auditoria
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Opcion, captura y autorizacion
      *----------------------------------------------------------------
       01 WS-OPCION                PIC X(1).
          88 OPCION-LISTAR            VALUE '1'.
          88 OPCION-AGREGAR           VALUE '2'.
          88 OPCION-RETIRAR           VALUE '3'.

       01 WS-DATOS-CAPTURADOS.
          05 WS-CAP-CODIGO        PIC X(4).
          05 WS-CAP-NOMBRE        PIC X(30).
          05 WS-CAP-TIP-CUENTA    PIC X(1).
          05 WS-CAP-SAL-MINIMO    PIC 9(13)V99.
          05 WS-CAP-MCA-INTERES   PIC X(1).
          05 WS-CAP-MCA-SOBREGIRO PIC X(1).
          05 WS-CAP-MCA-EXENTA    PIC X(1).
          05 WS-CAP-MESES-DORM    PIC 9(2).
          05 WS-CAP-MTO-CUOTA     PIC 9(7)V99.
          05 WS-CAP-SAL-EXONERA   PIC 9(13)V99.

       01 WS-COD-AUTORIZA          PIC X(10).
       01 WS-MOTIVO-AUTORIZA       PIC X(100).
       01 WS-ESTADO-FINAL-AUD      PIC X(20).

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-PRODUCTOS     PIC X VALUE 'N'.
          05 WS-HAY-PRODUCTOS     PIC X VALUE 'N'.
          05 WS-PRODUCTO-HALLADO  PIC X VALUE 'N'.
             88 PRODUCTO-HALLADO     VALUE 'S'.
          05 WS-MTO-DISPLAY       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------
      * Bitacora comun de cambios (CAMBIOS.dat, ver CAMBIOSJR.cpy y
      * CNS-CAMBIOS): el que llama a 9860 deja la clave, el campo (o
      * la accion) y los valores anterior y nuevo del cambio.
      *----------------------------------------------------------------
       01 WS-BITACORA-CAMBIOS.
          05 WS-STAT-CAMBIOS      PIC X(2).
          05 WS-CJR-CLAVE         PIC X(30).
          05 WS-CJR-CAMPO         PIC X(20).
          05 WS-CJR-ANTERIOR      PIC X(50).
          05 WS-CJR-NUEVO         PIC X(50).

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CATALOGO DE PRODUCTOS DE DEPOSITO'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  1. Listar el catalogo'
           DISPLAY '  2. Agregar producto'
           DISPLAY '  3. Retirar producto'
           DISPLAY '  Opcion (ENTER = salir): ' WITH NO ADVANCING
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN OPCION-LISTAR
                   PERFORM 1000-LISTAR-CATALOGO
               WHEN OPCION-AGREGAR
                   PERFORM 3000-AGREGAR-PRODUCTO
               WHEN OPCION-RETIRAR
                   PERFORM 5000-RETIRAR-PRODUCTO
               WHEN OTHER
                   DISPLAY ' '
                   DISPLAY '  Sin cambios.'
           END-EVALUATE

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
           OPEN EXTEND ARCHIVO-PRODUCTOS
           IF WS-STAT-PRODUCTOS = '35'
               OPEN OUTPUT ARCHIVO-PRODUCTOS
               CLOSE ARCHIVO-PRODUCTOS
               OPEN EXTEND ARCHIVO-PRODUCTOS
           END-IF
           CLOSE ARCHIVO-PRODUCTOS

           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - LISTAR EL CATALOGO
      *================================================================
       1000-LISTAR-CATALOGO.
           MOVE 'N' TO WS-EOF-PRODUCTOS
           MOVE 'N' TO WS-HAY-PRODUCTOS

           OPEN INPUT ARCHIVO-PRODUCTOS

           DISPLAY ' '
           DISPLAY '  COD  T INT SOB GMF DORM ACT NOMBRE / SALDO MIN'
           DISPLAY '  ------------------------------------------------'

           PERFORM UNTIL WS-EOF-PRODUCTOS = 'S'
               READ ARCHIVO-PRODUCTOS
                   AT END MOVE 'S' TO WS-EOF-PRODUCTOS
                   NOT AT END
                       MOVE 'S' TO WS-HAY-PRODUCTOS
                       MOVE PT-SAL-MINIMO TO WS-MTO-DISPLAY
                       DISPLAY '  ' PT-COD-PRODUCTO ' '
                           PT-TIP-CUENTA '  ' PT-MCA-INTERES '   '
                           PT-MCA-SOBREGIRO '   ' PT-MCA-EXENTA-GMF
                           '   ' PT-MESES-DORMANCIA '   '
                           PT-MCA-ACTIVO '  ' PT-NOM-PRODUCTO
                       DISPLAY '                          '
                           'Saldo minimo: ' WS-MTO-DISPLAY
                       MOVE PT-MTO-CUOTA-MANEJO TO WS-MTO-DISPLAY
                       DISPLAY '                          '
                           'Cuota manejo: ' WS-MTO-DISPLAY
                       MOVE PT-SAL-EXONERA-CUOTA TO WS-MTO-DISPLAY
                       DISPLAY '                          '
                           'Exonera con : ' WS-MTO-DISPLAY
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PRODUCTOS

           IF WS-HAY-PRODUCTOS = 'N'
               DISPLAY '  (catalogo vacio: las cuentas se comportan '
                   'segun su letra A/C, modo de arranque)'
           END-IF.

      *================================================================
      * 2100 - CAPTURAR LA AUTORIZACION DEL CAMBIO
      *================================================================
       2100-CAPTURAR-AUTORIZACION.
           DISPLAY '  Codigo del supervisor que autoriza: '
               WITH NO ADVANCING
           ACCEPT WS-COD-AUTORIZA
           DISPLAY '  Razon del cambio: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-AUTORIZA.

      *================================================================
      * 3000 - AGREGAR UN PRODUCTO
      *================================================================
       3000-AGREGAR-PRODUCTO.
           DISPLAY ' '
           DISPLAY '  Codigo del producto (Ej: NOM1): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-CODIGO

           IF WS-CAP-CODIGO = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Codigo de producto vacio.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 3500-BUSCAR-PRODUCTO
           IF PRODUCTO-HALLADO
               DISPLAY ' '
               DISPLAY '  ERROR: Ya existe un producto vigente con '
                   'ese codigo; no se agrego nada.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Nombre: ' WITH NO ADVANCING
           ACCEPT WS-CAP-NOMBRE
           DISPLAY '  Familia (A=Ahorros C=Corriente): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-TIP-CUENTA
           DISPLAY '  Saldo minimo de apertura: ' WITH NO ADVANCING
           ACCEPT WS-CAP-SAL-MINIMO
           DISPLAY '  Paga interes (S/N): ' WITH NO ADVANCING
           ACCEPT WS-CAP-MCA-INTERES
           DISPLAY '  Admite sobregiro (S/N): ' WITH NO ADVANCING
           ACCEPT WS-CAP-MCA-SOBREGIRO
           DISPLAY '  Admite exencion de GMF (S/N): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-MCA-EXENTA
           DISPLAY '  Meses para dormancia (0 = general): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-MESES-DORM
           DISPLAY '  Cuota de manejo mensual sin IVA (0 = no cobra): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-MTO-CUOTA
           DISPLAY '  Saldo promedio que exonera la cuota (0 = no '
               'exonera): ' WITH NO ADVANCING
           ACCEPT WS-CAP-SAL-EXONERA

           IF WS-CAP-TIP-CUENTA NOT = 'A'
                   AND WS-CAP-TIP-CUENTA NOT = 'C'
               DISPLAY ' '
               DISPLAY '  ERROR: Familia invalida (A o C).'
               EXIT PARAGRAPH
           END-IF

           IF (WS-CAP-MCA-INTERES NOT = FLAG-SI
                   AND WS-CAP-MCA-INTERES NOT = FLAG-NO)
                   OR (WS-CAP-MCA-SOBREGIRO NOT = FLAG-SI
                   AND WS-CAP-MCA-SOBREGIRO NOT = FLAG-NO)
                   OR (WS-CAP-MCA-EXENTA NOT = FLAG-SI
                   AND WS-CAP-MCA-EXENTA NOT = FLAG-NO)
               DISPLAY ' '
               DISPLAY '  ERROR: Las marcas deben ser S o N.'
               EXIT PARAGRAPH
           END-IF

      *    El sobregiro solo tiene sentido en cuenta corriente.
           IF WS-CAP-MCA-SOBREGIRO = FLAG-SI
                   AND WS-CAP-TIP-CUENTA NOT = 'C'
               DISPLAY ' '
               DISPLAY '  ERROR: Solo un producto de la familia '
                   'corriente admite sobregiro.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-CAPTURAR-AUTORIZACION
           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor.'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-PRODUCTOS
           MOVE SPACES TO REG-PRODUCTO
           MOVE WS-CAP-CODIGO TO PT-COD-PRODUCTO
           MOVE WS-CAP-NOMBRE TO PT-NOM-PRODUCTO
           MOVE WS-CAP-TIP-CUENTA TO PT-TIP-CUENTA
           MOVE WS-CAP-SAL-MINIMO TO PT-SAL-MINIMO
           MOVE WS-CAP-MCA-INTERES TO PT-MCA-INTERES
           MOVE WS-CAP-MCA-SOBREGIRO TO PT-MCA-SOBREGIRO
           MOVE WS-CAP-MCA-EXENTA TO PT-MCA-EXENTA-GMF
           MOVE WS-CAP-MESES-DORM TO PT-MESES-DORMANCIA
           MOVE WS-CAP-MTO-CUOTA TO PT-MTO-CUOTA-MANEJO
           MOVE WS-CAP-SAL-EXONERA TO PT-SAL-EXONERA-CUOTA
           MOVE FLAG-SI TO PT-MCA-ACTIVO
           MOVE WS-FECHA-STR TO PT-FEC-ALTA
           MOVE WS-COD-AUTORIZA TO PT-COD-AUTORIZA
           WRITE REG-PRODUCTO
           CLOSE ARCHIVO-PRODUCTOS

           MOVE 'PRODUCTO_AGREGADO' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA
           MOVE WS-CAP-CODIGO TO WS-CJR-CLAVE
           MOVE 'ALTA' TO WS-CJR-CAMPO
           MOVE SPACES TO WS-CJR-ANTERIOR
           MOVE WS-CAP-NOMBRE TO WS-CJR-NUEVO
           PERFORM 9860-REGISTRAR-CAMBIO

           DISPLAY ' '
           DISPLAY '  Producto ' WS-CAP-CODIGO ' agregado al '
               'catalogo.'.

      *================================================================
      * 3500 - BUSCAR UN PRODUCTO VIGENTE POR SU CODIGO
      *================================================================
       3500-BUSCAR-PRODUCTO.
           MOVE 'N' TO WS-PRODUCTO-HALLADO
           MOVE 'N' TO WS-EOF-PRODUCTOS

           OPEN INPUT ARCHIVO-PRODUCTOS

           PERFORM UNTIL WS-EOF-PRODUCTOS = 'S'
               READ ARCHIVO-PRODUCTOS
                   AT END MOVE 'S' TO WS-EOF-PRODUCTOS
                   NOT AT END
                       IF PT-COD-PRODUCTO = WS-CAP-CODIGO
                               AND PT-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-PRODUCTO-HALLADO
                           MOVE 'S' TO WS-EOF-PRODUCTOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PRODUCTOS.

      *================================================================
      * 5000 - RETIRAR UN PRODUCTO (MARCARLO INACTIVO)
      *================================================================
       5000-RETIRAR-PRODUCTO.
           DISPLAY ' '
           DISPLAY '  Codigo del producto a retirar: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-CODIGO

           PERFORM 2100-CAPTURAR-AUTORIZACION
           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-PRODUCTOS
           MOVE 'N' TO WS-PRODUCTO-HALLADO

           OPEN I-O ARCHIVO-PRODUCTOS
           IF WS-STAT-PRODUCTOS NOT = '00'
               DISPLAY '  Sin catalogo; nada que retirar.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PRODUCTOS = 'S'
               READ ARCHIVO-PRODUCTOS
                   AT END MOVE 'S' TO WS-EOF-PRODUCTOS
                   NOT AT END
                       IF PT-COD-PRODUCTO = WS-CAP-CODIGO
                               AND PT-MCA-ACTIVO = FLAG-SI
                           MOVE FLAG-NO TO PT-MCA-ACTIVO
                           REWRITE REG-PRODUCTO
                           MOVE 'S' TO WS-PRODUCTO-HALLADO
                           MOVE 'S' TO WS-EOF-PRODUCTOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PRODUCTOS

           IF PRODUCTO-HALLADO
               MOVE 'PRODUCTO_RETIRADO' TO WS-ESTADO-FINAL-AUD
               PERFORM 9100-REGISTRAR-AUDITORIA
               MOVE WS-CAP-CODIGO TO WS-CJR-CLAVE
               MOVE 'MCA-ACTIVO' TO WS-CJR-CAMPO
               MOVE 'S' TO WS-CJR-ANTERIOR
               MOVE 'N' TO WS-CJR-NUEVO
               PERFORM 9860-REGISTRAR-CAMBIO
               DISPLAY ' '
               DISPLAY '  Producto retirado del catalogo; las '
                   'cuentas que lo tienen lo conservan.'
           ELSE
               DISPLAY ' '
               DISPLAY '  No se hallo un producto vigente con ese '
                   'codigo.'
           END-IF.

      *================================================================
      * 9100 - REGISTRAR EL CAMBIO EN AUDITORIA
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
           MOVE 'MANTENIMIENTO_PRODUCTO' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-AUTORIZA TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'MNT_PRODUCTOS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-ESTADO-FINAL-AUD TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE ZERO TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO

           STRING 'Producto ' WS-CAP-CODIGO ': '
               WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9860 - DEJAR EL RENGLON DE ANTES/DESPUES EN LA BITACORA DE
      *   CAMBIOS (CAMBIOS.dat, consultable con CNS-CAMBIOS). El que
      *   llama arma WS-CJR-CLAVE, WS-CJR-CAMPO, WS-CJR-ANTERIOR y
      *   WS-CJR-NUEVO; el archivo se crea en la primera corrida.
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
           MOVE 'MNT-PRODUCTOS' TO CJR-PROGRAMA
           MOVE 'PRODUCTOS' TO CJR-ARCHIVO
           MOVE WS-CJR-CLAVE TO CJR-CLAVE
           MOVE WS-CJR-CAMPO TO CJR-CAMPO
           MOVE WS-CJR-ANTERIOR TO CJR-VAL-ANTERIOR
           MOVE WS-CJR-NUEVO TO CJR-VAL-NUEVO
           WRITE REG-CAMBIO-JRN

           CLOSE ARCHIVO-CAMBIOS.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.
