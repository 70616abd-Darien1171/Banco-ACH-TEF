               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PERIODOS.

           SELECT ARCHIVO-PRODUCTOS
               ASSIGN TO 'data/PRODUCTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PRODUCTOS.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
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

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

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
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.

      *----------------------------------------------------------------
      * Modo de operacion y fechas pedidas
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

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
          05 WS-PAR-PERIODO       PIC X(7) VALUE SPACES.
          05 WS-PAR-MODO          PIC X(1) VALUE SPACES.
          05 WS-PAR-UMBRAL-1      PIC 9(9) VALUE 0.
          05 WS-PAR-UMBRAL-2      PIC 9(9) VALUE 0.
          05 WS-RUN-ORIGEN        PIC X(8) VALUE 'CONSOLA'.
          05 WS-RUN-PARAMETROS    PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Modo: (C)ausacion diaria o (F)acturacion de '
               'fin de mes: ' WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-MODO TO WS-MODO
               DISPLAY WS-MODO
           ELSE
               ACCEPT WS-MODO
           END-IF

           IF NOT MODO-CAUSACION AND NOT MODO-FACTURACION
               DISPLAY '  Opcion invalida; nada que hacer.'
               STOP RUN
           END-IF

           STRING WS-RUN-ORIGEN ' MODO=' WS-MODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
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
           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-ASIENTOS

           PERFORM 8900-CARGAR-PRODUCTOS

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
           DISPLAY '  Fecha de la foto a causar (YYYY-MM-DD, '
               'vacio = hoy): ' WITH NO ADVANCING
           MOVE SPACES TO WS-FECHA-FOTO
           IF HAY-PARAMETROS
               MOVE WS-PAR-FEC-PROCESO TO WS-FECHA-FOTO
               DISPLAY WS-FECHA-FOTO
           ELSE
               ACCEPT WS-FECHA-FOTO
           END-IF
           IF WS-FECHA-FOTO = SPACES
               MOVE WS-FECHA-STR TO WS-FECHA-FOTO
           END-IF
           MOVE SPACES TO WS-RUN-PARAMETROS
           STRING WS-RUN-ORIGEN ' MODO=' WS-MODO
               ' FECHA=' WS-FECHA-FOTO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'N' TO WS-EOF-SALDOS


      *================================================================
      * 1200 - VERIFICAR QUE LA CUENTA DE LA FOTO SEA CORRIENTE
      *   "Corriente" aqui es la cuenta cuyo producto de deposito
      *   admite sobregiro (PT-MCA-SOBREGIRO), no la letra A/C.
      *================================================================
       1200-VERIFICAR-ES-CORRIENTE.
           MOVE 'N' TO WS-ES-CORRIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CC-COD-PRODUCTO TO WS-PRD-CODIGO
                   MOVE CC-TIP-CUENTA TO WS-PRD-TIP-CUENTA
                   PERFORM 8910-RESOLVER-PRODUCTO
                   IF PRD-ADMITE-SOBREGIRO
                       MOVE 'S' TO WS-ES-CORRIENTE
                   END-IF
           END-READ
           DISPLAY ' '
           DISPLAY '  Periodo a facturar (YYYY-MM): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-PERIODO TO WS-PERIODO
               DISPLAY WS-PERIODO
           ELSE
               ACCEPT WS-PERIODO
           END-IF
           IF WS-PERIODO = SPACES
               DISPLAY '  ERROR: se requiere el periodo; nada que '
                   'facturar.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RUN-PARAMETROS
           STRING WS-RUN-ORIGEN ' MODO=' WS-MODO
               ' PERIODO=' WS-PERIODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           DISPLAY ' '
           DISPLAY '  CUENTAS EN SOBREGIRO DEL PERIODO ' WS-PERIODO
      *   del credito ya usado.
      *================================================================
       5400-DEBITAR-CUENTA.
           MOVE SPACES TO WS-SUC-ASIENTO
           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-CTA
                   SUBTRACT WS-MTO-TOTAL-CTA FROM CC-SAL-DISPONIBLE
                   SUBTRACT WS-MTO-TOTAL-CTA FROM CC-SAL-TOTAL
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 5560-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================

           CLOSE ARCHIVO-SOBREGIROS.

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
           MOVE WS-RUN-HORA TO RN-HOA-EVENTO
           MOVE WS-RUN-ESTADO TO RN-ESTADO
           MOVE WS-RUN-PROCESADOS TO RN-REG-PROCESADOS
           MOVE WS-RUN-PARAMETROS TO RN-PARAMETROS

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.
