      * del cliente igual que cualquier otra transferencia.
      *
      * Sobre cada abono de interes se practica la retencion en la
      * fuente por rendimientos financieros (tarifa RTF vigente en la
      * fecha de la corrida, ver TASASIMP.cpy): queda
      * como renglon MOV-RETEFUENTE propio en MOVIMIENTOS.dat, se
      * descuenta del abono, y el asiento de partida doble deja el
      * gasto de intereses bruto contra el pasivo con clientes (neto)
      * y la retefuente por pagar a la DIAN.
      *
      * Que una cuenta gane interes lo decide su producto de deposito
      * (PT-MCA-INTERES en PRODUCTOS.dat, ver MNT-PRODUCTOS), no la
      * letra A/C; la tabla de tramos prefiere los renglones de
      * TASASINT.dat propios del producto sobre los generales.
      *
      * Cuentas congeladas (CC-MCA-CONGELADA = 'S') o inactivas
      * (CC-MCA-ACTIVA = 'N') no acumulan interes mientras esten en
      * ese estado, igual que 1000-VALIDAR-CUENTA-ORIGEN les impide
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

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
      * saldo buscado se toma el renglon cuyo rango lo cubre con la
      * fecha de vigencia mas reciente que no supere la fecha de la
      * corrida; sin nada aplicable se cae a la tasa de respaldo.
      * Los renglones del producto de la cuenta se buscan aparte de
      * los generales y, si hay alguno aplicable, mandan.
      *----------------------------------------------------------------
       01 WS-BUSQUEDA-TRAMO.
          05 WS-STAT-TASASINT     PIC X(2).
             88 TRAMO-HALLADO        VALUE 'S'.
          05 WS-TRAMO-MEJOR-FECHA PIC X(10).
          05 WS-TASA-APLICADA     PIC 9(3)V99.
          05 WS-TRAMO-PRD-HALLADO PIC X VALUE 'N'.
             88 TRAMO-PRD-HALLADO    VALUE 'S'.
          05 WS-TRAMO-PRD-FECHA   PIC X(10).
          05 WS-TASA-PRODUCTO     PIC 9(3)V99.

      *----------------------------------------------------------------
      * Retencion en la fuente del abono en curso y asiento contable
          05 WS-MTO-RETEFUENTE    PIC S9(13)V99.
          05 WS-MTO-INTERES-NETO  PIC S9(13)V99.
          05 WS-NUM-ASIENTO       PIC X(20).
          05 WS-SUC-ASIENTO       PIC X(4) VALUE SPACES.

      *----------------------------------------------------------------
      * Estados de archivo
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
      * Tarifas de impuestos con fecha de vigencia (TASASIMP.dat, ver
      * TASASIMP.cpy), cargadas en la primera consulta. 8960 deja en
      * WS-TIM-TARIFA la tarifa del impuesto WS-TIM-TIPO (GMF, IVA o
      * RTF) que rige en la fecha valor WS-TIM-FECHA; sin renglon
      * aplicable rige la tarifa compilada en CONSTANTES.cpy.
      *----------------------------------------------------------------
       01 WS-TABLA-TARIFAS-IMP.
          05 WS-STAT-TASASIMP     PIC X(2).
          05 WS-EOF-TASASIMP      PIC X VALUE 'N'.
          05 WS-TARIFAS-CARGADAS  PIC X VALUE 'N'.
             88 TARIFAS-CARGADAS     VALUE 'S'.
          05 WS-CANT-TARIFAS-IMP  PIC 9(3) VALUE 0.
          05 WS-IDX-TIM           PIC 9(3).
          05 WS-TIM-ENTRADA OCCURS 200 TIMES.
             10 WS-TAB-TIM-TIPO      PIC X(3).
             10 WS-TAB-TIM-VIGENCIA  PIC X(10).
             10 WS-TAB-TIM-TARIFA    PIC 9(2)V99.

       01 WS-TARIFA-IMP.
          05 WS-TIM-TIPO          PIC X(3).
          05 WS-TIM-FECHA         PIC X(10).
          05 WS-TIM-TARIFA        PIC 9(2)V99.
          05 WS-TIM-VIGENCIA      PIC X(10).

       PROCEDURE DIVISION.

      *================================================================
           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-ASIENTOS

           PERFORM 8900-CARGAR-PRODUCTOS

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
                   AT END MOVE 'S' TO WS-EOF-CUENTAS
                   NOT AT END
                       ADD 1 TO WS-CTA-LEIDAS
                       MOVE CC-COD-PRODUCTO TO WS-PRD-CODIGO
                       MOVE CC-TIP-CUENTA TO WS-PRD-TIP-CUENTA
                       PERFORM 8910-RESOLVER-PRODUCTO
                       IF PRD-PAGA-INTERES
                               AND CC-MCA-ACTIVA = 'S'
                               AND CC-MCA-CONGELADA = 'N'
                           PERFORM 1100-ACREDITAR-INTERES
               CC-SAL-TOTAL * WS-TASA-APLICADA / 100

           IF WS-MTO-INTERES > ZERO
               MOVE 'RTF' TO WS-TIM-TIPO
               MOVE WS-FECHA-STR TO WS-TIM-FECHA
               PERFORM 8960-BUSCAR-TARIFA-IMP
               COMPUTE WS-MTO-RETEFUENTE ROUNDED =
                   WS-MTO-INTERES * WS-TIM-TARIFA / 100
               COMPUTE WS-MTO-INTERES-NETO =
                   WS-MTO-INTERES - WS-MTO-RETEFUENTE

      *   Deja en WS-TASA-APLICADA la tasa del tramo que cubre el
      *   saldo buscado con la vigencia mas reciente que no supere la
      *   fecha de la corrida; sin archivo o sin tramo aplicable cae
      *   a la tasa de respaldo compilada. Un tramo del producto de
      *   la cuenta (TI-COD-PRODUCTO = WS-PRD-CODIGO) gana sobre los
      *   tramos generales (TI-COD-PRODUCTO en espacios).
      *================================================================
       1050-BUSCAR-TASA-TRAMO.
           MOVE 'N' TO WS-TRAMO-HALLADO
           MOVE SPACES TO WS-TRAMO-MEJOR-FECHA
           MOVE 'N' TO WS-TRAMO-PRD-HALLADO
           MOVE SPACES TO WS-TRAMO-PRD-FECHA
           MOVE WS-TASA-INTERES-MENSUAL TO WS-TASA-APLICADA
           MOVE 'N' TO WS-EOF-TASASINT

               READ ARCHIVO-TASASINT
                   AT END MOVE 'S' TO WS-EOF-TASASINT
                   NOT AT END
                       IF TI-COD-PRODUCTO = SPACES
                               AND TI-FEC-VIGENCIA <= WS-FECHA-STR
                               AND TI-FEC-VIGENCIA >=
                                   WS-TRAMO-MEJOR-FECHA
                               AND WS-SALDO-BUSCADO >= TI-RANGO-DESDE
                               TO WS-TRAMO-MEJOR-FECHA
                           MOVE TI-TASA-MENSUAL TO WS-TASA-APLICADA
                       END-IF
                       IF TI-COD-PRODUCTO = WS-PRD-CODIGO
                               AND TI-FEC-VIGENCIA <= WS-FECHA-STR
                               AND TI-FEC-VIGENCIA >=
                                   WS-TRAMO-PRD-FECHA
                               AND WS-SALDO-BUSCADO >= TI-RANGO-DESDE
                               AND (TI-RANGO-HASTA = 0
                               OR WS-SALDO-BUSCADO <= TI-RANGO-HASTA)
                           MOVE 'S' TO WS-TRAMO-PRD-HALLADO
                           MOVE TI-FEC-VIGENCIA
                               TO WS-TRAMO-PRD-FECHA
                           MOVE TI-TASA-MENSUAL TO WS-TASA-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM

               CLOSE ARCHIVO-TASASINT
           END-IF

           IF TRAMO-PRD-HALLADO
               MOVE 'S' TO WS-TRAMO-HALLADO
               MOVE WS-TASA-PRODUCTO TO WS-TASA-APLICADA
           END-IF

           IF NOT TRAMO-HALLADO
               DISPLAY '      AVISO: sin tramo de tasa vigente para '
                   'el saldo; se usa la tasa de respaldo compilada.'
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO

           MOVE GL-GASTO-INTERES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'Retefuente sobre rendimientos financieros'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TIM-TARIFA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 1350-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF.

      *================================================================
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 1360-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
           END-IF.


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

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.

      *================================================================
      * 8950 - CARGAR LA TABLA DE TARIFAS DE IMPUESTOS
      *   Sin TASASIMP.dat la tabla queda vacia y rigen las tarifas
      *   compiladas.
      *================================================================
       8950-CARGAR-TARIFAS-IMP.
           MOVE 0 TO WS-CANT-TARIFAS-IMP
           MOVE 'N' TO WS-EOF-TASASIMP
           MOVE 'S' TO WS-TARIFAS-CARGADAS

           OPEN INPUT ARCHIVO-TASASIMP
           IF WS-STAT-TASASIMP = '35'
               MOVE 'S' TO WS-EOF-TASASIMP
           END-IF

           PERFORM UNTIL WS-EOF-TASASIMP = 'S'
               READ ARCHIVO-TASASIMP
                   AT END MOVE 'S' TO WS-EOF-TASASIMP
                   NOT AT END
                       IF WS-CANT-TARIFAS-IMP < 200
                           ADD 1 TO WS-CANT-TARIFAS-IMP
                           MOVE TX-TIP-IMPUESTO TO
                               WS-TAB-TIM-TIPO (WS-CANT-TARIFAS-IMP)
                           MOVE TX-FEC-VIGENCIA TO
                               WS-TAB-TIM-VIGENCIA (WS-CANT-TARIFAS-IMP)
                           MOVE TX-TARIFA TO
                               WS-TAB-TIM-TARIFA (WS-CANT-TARIFAS-IMP)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASASIMP NOT = '35'
               CLOSE ARCHIVO-TASASIMP
           END-IF.

      *================================================================
      * 8960 - BUSCAR LA TARIFA DE IMPUESTO VIGENTE EN UNA FECHA
      *   Entra WS-TIM-TIPO y WS-TIM-FECHA (la fecha valor de la
      *   operacion; en blanco = hoy). Parte de la tarifa compilada y
      *   la reemplaza con el renglon del mismo impuesto de vigencia
      *   mas reciente que no supere la fecha. WS-TIM-VIGENCIA queda
      *   en blanco cuando rige la compilada.
      *================================================================
       8960-BUSCAR-TARIFA-IMP.
           IF NOT TARIFAS-CARGADAS
               PERFORM 8950-CARGAR-TARIFAS-IMP
           END-IF
           IF WS-TIM-FECHA = SPACES
               MOVE WS-FECHA-STR TO WS-TIM-FECHA
           END-IF

           EVALUATE WS-TIM-TIPO
               WHEN 'GMF'
                   MOVE GMF-TARIFA-X-MIL TO WS-TIM-TARIFA
               WHEN 'IVA'
                   MOVE IVA-TARIFA-POR TO WS-TIM-TARIFA
               WHEN OTHER
                   MOVE RTF-TARIFA-POR TO WS-TIM-TARIFA
           END-EVALUATE
           MOVE SPACES TO WS-TIM-VIGENCIA

           PERFORM VARYING WS-IDX-TIM FROM 1 BY 1
                   UNTIL WS-IDX-TIM > WS-CANT-TARIFAS-IMP
               IF WS-TAB-TIM-TIPO (WS-IDX-TIM) = WS-TIM-TIPO
                       AND WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                           <= WS-TIM-FECHA
                       AND WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                           >= WS-TIM-VIGENCIA
                   MOVE WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                       TO WS-TIM-VIGENCIA
                   MOVE WS-TAB-TIM-TARIFA (WS-IDX-TIM)
                       TO WS-TIM-TARIFA
               END-IF
           END-PERFORM.
