      * bloquea salidas y retiros hasta que la sucursal la reactive
      * con MNT-CUENTA (opcion 6), y salen en el reporte de dormancia
      * con sus saldos para el regulador. Una cuenta que nunca ha
      * transado se mide desde su fecha de apertura. El plazo lo
      * fija el producto de deposito de la cuenta
      * (PT-MESES-DORMANCIA, ver MNT-PRODUCTOS); un producto sin
      * plazo propio usa LIM-MESES-DORMANCIA.
      *================================================================

       IDENTIFICATION DIVISION.
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-PRODUCTOS
               ASSIGN TO 'data/PRODUCTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PRODUCTOS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
      *----------------------------------------------------------------
      * Fecha de corte: hoy menos LIM-MESES-DORMANCIA meses (aprox.
      * 30 dias por mes, suficiente para un corte reglamentario).
      * Las cuentas de un producto con plazo propio se miden contra
      * su propio corte (WS-FECHA-CORTE-CTA).
      *----------------------------------------------------------------
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-FECHA-CORTE-NUM       PIC 9(8).
       01 WS-FECHA-CORTE           PIC X(10).
       01 WS-DIAS-DORMANCIA        PIC 9(5).
       01 WS-MESES-CORTE           PIC 9(2).
       01 WS-FECHA-CORTE-CALC      PIC X(10).
       01 WS-FECHA-CORTE-CTA       PIC X(10).

      *----------------------------------------------------------------
      * Fecha de referencia de la cuenta en turno
       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

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

       PROCEDURE DIVISION.

      *================================================================
           DISPLAY WS-LINEA

           PERFORM 0100-CALCULAR-FECHA-CORTE
           PERFORM 8900-CARGAR-PRODUCTOS

           OPEN I-O ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  Corte de inactividad : ' WS-FECHA-CORTE
               ' (' LIM-MESES-DORMANCIA ' meses; los productos con '
               'plazo propio usan el suyo)'
           DISPLAY '  Cuentas revisadas    : ' WS-CTA-REVISADAS
           DISPLAY '  Marcadas dormidas    : ' WS-CTA-DORMIDAS
           DISPLAY '  Saldo total dormido  : $' WS-DISP-MONTO
       0100-CALCULAR-FECHA-CORTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           MOVE LIM-MESES-DORMANCIA TO WS-MESES-CORTE
           PERFORM 0110-CORTE-POR-MESES
           MOVE WS-FECHA-CORTE-CALC TO WS-FECHA-CORTE.

      *================================================================
      * 0110 - FECHA DE CORTE PARA WS-MESES-CORTE MESES ATRAS
      *================================================================
       0110-CORTE-POR-MESES.
           COMPUTE WS-DIAS-DORMANCIA = WS-MESES-CORTE * 30
           COMPUTE WS-FECHA-CORTE-NUM =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - WS-DIAS-DORMANCIA
           STRING WS-FECHA-CORTE-NUM(1:4) '-'
                  WS-FECHA-CORTE-NUM(5:2) '-'
                  WS-FECHA-CORTE-NUM(7:2)
               DELIMITED SIZE INTO WS-FECHA-CORTE-CALC.

      *================================================================
      * 2000 - REVISAR LA CUENTA EN TURNO
               MOVE CC-FEC-ULT-TRANS TO WS-FEC-REFERENCIA
           END-IF

           MOVE WS-FECHA-CORTE TO WS-FECHA-CORTE-CTA
           MOVE CC-COD-PRODUCTO TO WS-PRD-CODIGO
           MOVE CC-TIP-CUENTA TO WS-PRD-TIP-CUENTA
           PERFORM 8910-RESOLVER-PRODUCTO
           IF WS-PRD-MESES-DORM > 0
                   AND WS-PRD-MESES-DORM NOT = LIM-MESES-DORMANCIA
               MOVE WS-PRD-MESES-DORM TO WS-MESES-CORTE
               PERFORM 0110-CORTE-POR-MESES
               MOVE WS-FECHA-CORTE-CALC TO WS-FECHA-CORTE-CTA
           END-IF

           IF WS-FEC-REFERENCIA = SPACES
                   OR WS-FEC-REFERENCIA >= WS-FECHA-CORTE-CTA
               EXIT PARAGRAPH
           END-IF

               ' ultima trans ' WS-FEC-REFERENCIA
           DISPLAY '      Saldo total $' WS-DISP-MONTO
               ' -> DORMIDA (reactivar en sucursal).'.

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
