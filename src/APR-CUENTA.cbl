      *
      *   Alta: captura y valida todos los campos de REG-CUENTA (el
      *     cliente debe existir en el maestro CLIENTES.dat y la razon
      *     social se copia de alli; producto de deposito del
      *     catalogo PRODUCTOS.dat, que fija el tipo A/C, si se
      *     acepta cupo de sobregiro, si puede marcarse exenta de GMF
      *     y el deposito minimo; sucursal), postea el deposito de
      *     apertura como un MOV-DEPOSITO real en MOVIMIENTOS.dat y
      *     graba la cuenta nueva con su CC-COD-PRODUCTO. Sin
      *     catalogo cargado se pide la letra A/C como antes;
      *   Cierre: verifica que CC-SAL-BLOQUEADO este en cero y que la
      *     cuenta no tenga ordenes abiertas (PENDIENTE, ENVIADA,
      *     PROGRAMADA o en revision) antes de desactivarla; si queda

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

           SELECT ARCHIVO-PRODUCTOS
               ASSIGN TO 'data/PRODUCTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PRODUCTOS.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-PRODUCTOS    PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

          05 WS-CAP-COD-CLIENTE    PIC X(10).
          05 WS-CAP-NOM-CUENTA     PIC X(50).
          05 WS-CAP-TIP-CUENTA     PIC X(1).
          05 WS-CAP-COD-PRODUCTO   PIC X(4).
          05 WS-CAP-COD-SUCURSAL   PIC X(4).
          05 WS-CAP-LIM-SOBREGIRO  PIC S9(13)V99.
          05 WS-CAP-MCA-EXENTA     PIC X(1).
             88 HAY-ORDEN-ABIERTA    VALUE 'S'.
          05 WS-NUM-ORDEN-ABIERTA PIC X(20).

      *----------------------------------------------------------------
      * Producto de deposito elegido para la cuenta nueva (ver
      * PRODUCTOS.cpy); sin catalogo rige el comportamiento de la
      * letra A/C capturada.
      *----------------------------------------------------------------
       01 WS-PRODUCTO-ELEGIDO.
          05 WS-EOF-PRODUCTOS     PIC X VALUE 'N'.
          05 WS-HAY-PRODUCTOS     PIC X VALUE 'N'.
             88 HAY-PRODUCTOS        VALUE 'S'.
          05 WS-PRODUCTO-HALLADO  PIC X VALUE 'N'.
             88 PRODUCTO-HALLADO     VALUE 'S'.
          05 WS-PRD-SAL-MINIMO    PIC S9(13)V99.
          05 WS-PRD-MCA-SOBREGIRO PIC X(1).
          05 WS-PRD-MCA-EXENTA    PIC X(1).

       01 WS-DISP-MONTO PIC ZZ.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(50)
           DISPLAY '  Nombre de la cuenta: ' WITH NO ADVANCING
           ACCEPT WS-CAP-NOM-CUENTA

           PERFORM 1300-ELEGIR-PRODUCTO
           IF NOT PRODUCTO-HALLADO
               DISPLAY ' '
               DISPLAY '  ERROR: Producto o tipo de cuenta invalido; '
                   'no se abrio nada.'
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CAP-COD-SUCURSAL

           MOVE 0 TO WS-CAP-LIM-SOBREGIRO
           IF WS-PRD-MCA-SOBREGIRO = FLAG-SI
               DISPLAY '  Cupo de sobregiro aprobado (0 = sin cupo): '
                   WITH NO ADVANCING
               ACCEPT WS-CAP-LIM-SOBREGIRO
           END-IF

           MOVE 'N' TO WS-CAP-MCA-EXENTA
           IF WS-PRD-MCA-EXENTA = FLAG-SI
               DISPLAY '  Marcar exenta de GMF (S/N, solo una cuenta '
                   'de ahorros por cliente): ' WITH NO ADVANCING
               ACCEPT WS-CAP-MCA-EXENTA
                   'ser negativo; no se abrio nada.'
               EXIT PARAGRAPH
           END-IF
           IF WS-CAP-DEPOSITO < WS-PRD-SAL-MINIMO
               MOVE WS-PRD-SAL-MINIMO TO WS-DISP-MONTO
               DISPLAY ' '
               DISPLAY '  ERROR: El producto exige un deposito de '
                   'apertura minimo de $' WS-DISP-MONTO '; no se '
                   'abrio nada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-CAPTURAR-AUTORIZACION
           IF WS-COD-AUTORIZA = SPACES
               CLOSE ARCHIVO-CLIENTES
           END-IF.

      *================================================================
      * 1300 - ELEGIR EL PRODUCTO DE DEPOSITO DE LA CUENTA NUEVA
      *   Lista los productos vigentes de PRODUCTOS.dat y toma el
      *   elegido; de el salen el tipo A/C, el saldo minimo y si la
      *   cuenta admite cupo de sobregiro y exencion de GMF. Sin
      *   catalogo (arranque) se pide la letra A/C, la cuenta queda
      *   con el producto por defecto de la letra y se comporta como
      *   siempre lo hizo esa letra.
      *================================================================
       1300-ELEGIR-PRODUCTO.
           MOVE 'N' TO WS-PRODUCTO-HALLADO
           MOVE 'N' TO WS-HAY-PRODUCTOS
           MOVE 'N' TO WS-EOF-PRODUCTOS
           MOVE SPACES TO WS-CAP-COD-PRODUCTO

           OPEN INPUT ARCHIVO-PRODUCTOS
           IF WS-STAT-PRODUCTOS = '35'
               MOVE 'S' TO WS-EOF-PRODUCTOS
           END-IF

           PERFORM UNTIL WS-EOF-PRODUCTOS = 'S'
               READ ARCHIVO-PRODUCTOS
                   AT END MOVE 'S' TO WS-EOF-PRODUCTOS
                   NOT AT END
                       IF PT-MCA-ACTIVO = FLAG-SI
                           IF NOT HAY-PRODUCTOS
                               DISPLAY '  Productos vigentes:'
                           END-IF
                           MOVE 'S' TO WS-HAY-PRODUCTOS
                           DISPLAY '    ' PT-COD-PRODUCTO ' ('
                               PT-TIP-CUENTA ') ' PT-NOM-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-PRODUCTOS NOT = '35'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF

           IF NOT HAY-PRODUCTOS
               DISPLAY '  Tipo de cuenta (A=Ahorros C=Corriente): '
                   WITH NO ADVANCING
               ACCEPT WS-CAP-TIP-CUENTA
               MOVE 0 TO WS-PRD-SAL-MINIMO
               EVALUATE WS-CAP-TIP-CUENTA
                   WHEN 'A'
                       MOVE PRD-DEF-AHORROS TO WS-CAP-COD-PRODUCTO
                       MOVE FLAG-NO TO WS-PRD-MCA-SOBREGIRO
                       MOVE FLAG-SI TO WS-PRD-MCA-EXENTA
                       MOVE 'S' TO WS-PRODUCTO-HALLADO
                   WHEN 'C'
                       MOVE PRD-DEF-CORRIENTE TO WS-CAP-COD-PRODUCTO
                       MOVE FLAG-SI TO WS-PRD-MCA-SOBREGIRO
                       MOVE FLAG-NO TO WS-PRD-MCA-EXENTA
                       MOVE 'S' TO WS-PRODUCTO-HALLADO
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Codigo del producto: ' WITH NO ADVANCING
           ACCEPT WS-CAP-COD-PRODUCTO

           MOVE 'N' TO WS-EOF-PRODUCTOS
           OPEN INPUT ARCHIVO-PRODUCTOS

           PERFORM UNTIL WS-EOF-PRODUCTOS = 'S'
               READ ARCHIVO-PRODUCTOS
                   AT END MOVE 'S' TO WS-EOF-PRODUCTOS
                   NOT AT END
                       IF PT-COD-PRODUCTO = WS-CAP-COD-PRODUCTO
                               AND PT-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-PRODUCTO-HALLADO
                           MOVE PT-TIP-CUENTA TO WS-CAP-TIP-CUENTA
                           MOVE PT-SAL-MINIMO TO WS-PRD-SAL-MINIMO
                           MOVE PT-MCA-SOBREGIRO
                               TO WS-PRD-MCA-SOBREGIRO
                           MOVE PT-MCA-EXENTA-GMF
                               TO WS-PRD-MCA-EXENTA
                           MOVE 'S' TO WS-EOF-PRODUCTOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PRODUCTOS.

      *================================================================
      * 3000 - GRABAR LA CUENTA NUEVA EN CUENTAS.dat
      *================================================================
           MOVE WS-NOM-CLIENTE-OFI TO CC-NOM-CLIENTE
           MOVE WS-CAP-NOM-CUENTA TO CC-NOM-CUENTA
           MOVE WS-CAP-TIP-CUENTA TO CC-TIP-CUENTA
           MOVE WS-CAP-COD-PRODUCTO TO CC-COD-PRODUCTO
           MOVE WS-CAP-DEPOSITO TO CC-SAL-DISPONIBLE
           MOVE 0 TO CC-SAL-BLOQUEADO
           MOVE WS-CAP-DEPOSITO TO CC-SAL-TOTAL
           END-IF

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-COD-CTA-ORIGEN = WS-CAP-COD-CUENTA
