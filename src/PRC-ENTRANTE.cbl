      *     el archivo DEVOLUCION.dat (ver DEVOLUCION.cpy), y queda en
      *     el reporte de operaciones del final de la corrida para que
      *     el otro banco reintegre los fondos a su cliente.
      *   - la cuenta congelada de un titular fallecido (CL-FALLECIDO,
      *     ver PRC-SUCESION) sigue la regla de abonos registrada con
      *     la defuncion: R recibe el abono (queda congelado para la
      *     sucesion) y D lo devuelve con R15 titular fallecido.
      *
      * Antes de este programa, un abono entrante a una cuenta cerrada
      * moria en un DISPLAY y los fondos quedaban en el limbo del
      * interbancario), y lo que no tenga mandato, fondos o cuenta
      * postable se devuelve por el mismo archivo de devoluciones con
      * su codigo de motivo (R10 sin autorizacion, R01 sin fondos).
      *
      * Un abono (o prenota) que llega con el dato viejo de una cuenta
      * nuestra renumerada, trasladada de sucursal o con el nombre del
      * titular corregido se reconoce en la referencia cruzada
      * CTAXREF.dat que deja MNT-CUENTA: el abono se redirige a la
      * cuenta vigente y al banco originador se le arma un aviso de
      * cambio (NOC, formato NOC.cpy) para que corrija su dato. Al
      * final de la corrida sale un archivo data/NOCSAL-<banco>.dat
      * por banco originador, con encabezado, detalles y control.
      *
      * El abono a una cuenta que estaba en sobregiro no autorizado
      * repaga primero su caso de la cola de cobro (COBRANZA.dat, ver
      * GES-COBRANZA) y lo cierra REPAGADO cuando lo cubre.
      *================================================================

       IDENTIFICATION DIVISION.

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

           SELECT ARCHIVO-RETABONOS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-CTAXREF
               ASSIGN TO 'data/CTAXREF.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CTAXREF.

           SELECT ARCHIVO-NOCSAL
               ASSIGN TO WS-NOM-ARCHIVO-NOC
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOCSAL.

           SELECT ARCHIVO-PUC
               ASSIGN TO 'data/PUC.dat'
               ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO 'data/CLIENTES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CLIENTES.

           SELECT ARCHIVO-COBRANZA
               ASSIGN TO 'data/COBRANZA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COBRANZA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-CTAXREF.
       COPY 'copybooks/CTAXREF.cpy'.

       FD ARCHIVO-NOCSAL.
       COPY 'copybooks/NOC.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-COBRANZA.
       COPY 'copybooks/COBRANZA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
          05 DEV-CTA-CERRADA      PIC X(3) VALUE 'R02'.
          05 DEV-CTA-INEXISTENTE  PIC X(3) VALUE 'R03'.
          05 DEV-CTA-CONGELADA    PIC X(3) VALUE 'R16'.
          05 DEV-TIT-FALLECIDO    PIC X(3) VALUE 'R15'.
             *> Titular fallecido cuya sucesion pidio devolver los
             *> abonos entrantes (CL-SUC-REGLA-ABONOS = D).
          05 DEV-SIN-FONDOS       PIC X(3) VALUE 'R01'.
             *> Cobro entrante sin fondos en la cuenta pagadora.
          05 DEV-SIN-MANDATO      PIC X(3) VALUE 'R10'.
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).
          05 WS-STAT-CTAXREF      PIC X(2).
          05 WS-STAT-NOCSAL       PIC X(2).
          05 WS-STAT-CLIENTES     PIC X(2).

      *----------------------------------------------------------------
      * Chequeo generico de estado de E/S: el que llama deja armados
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
          05 WS-DET-NUM-ORDEN      PIC X(20).
          05 WS-DET-CTA-ORIGEN     PIC X(20).
          05 WS-DET-CTA-DEST       PIC X(20).
          05 WS-DET-CTA-RECIBIDA   PIC X(20).
             *> Cuenta destino tal como vino en el archivo; difiere de
             *> WS-DET-CTA-DEST cuando 3050 redirige el abono a la
             *> cuenta vigente. La devolucion la cita asi.
          05 WS-DET-MONTO          PIC 9(13)V99.
          05 WS-DET-MONEDA         PIC X(3).
          05 WS-DET-NOM-DEST       PIC X(50).
             88 CUENTA-ENCONTRADA    VALUE 'S'.
          05 WS-ABONO-APLICABLE   PIC X VALUE 'N'.
             88 ABONO-APLICABLE      VALUE 'S'.
          05 WS-EOF-CLIENTES      PIC X VALUE 'N'.
          05 WS-COD-CLI-DEST      PIC X(10).
          05 WS-REGLA-FALLECIDO   PIC X VALUE SPACE.
             *> Espacio = el titular no esta fallecido; R/D = regla
             *> de abonos de su sucesion (ver CL-SUC-REGLA-ABONOS).
          05 WS-ENCABEZADO-DEV    PIC X VALUE 'N'.
             88 ENCABEZADO-DEV-LISTO VALUE 'S'.
          05 WS-DETALLE-PENDIENTE PIC X VALUE 'N'.

       01 WS-SAL-ANT-DESTINO       PIC S9(13)V99.

      *----------------------------------------------------------------
      * Referencia cruzada de cuentas (CTAXREF.dat, ver MNT-CUENTA):
      * la cuenta recibida se sigue por sus renumeraciones hasta la
      * vigente (a lo sumo WS-XR-MAX-SALTOS, contra un ciclo mal
      * cargado) y se mira si el nombre recibido es uno anterior del
      * titular.
      *----------------------------------------------------------------
       01 WS-REFERENCIA-CRUZADA.
          05 WS-EOF-CTAXREF       PIC X VALUE 'N'.
          05 WS-XR-SALTOS         PIC 9(2).
          05 WS-XR-MAX-SALTOS     PIC 9(2) VALUE 5.
          05 WS-XR-SEGUIR         PIC X VALUE 'N'.
          05 WS-XR-CTA-SIGUIENTE  PIC X(20).
          05 WS-XR-REDIRIGIDO     PIC X VALUE 'N'.
             88 XR-REDIRIGIDO        VALUE 'S'.
          05 WS-XR-NOMBRE-VIEJO   PIC X VALUE 'N'.
             88 XR-NOMBRE-VIEJO      VALUE 'S'.
          05 WS-XR-MOTIVO-CTA     PIC X(3).
             *> C01 renumerada; C05 si algun salto cambio sucursal.
          05 WS-XR-NOM-VIGENTE    PIC X(50).

      *----------------------------------------------------------------
      * Avisos de cambio salientes acumulados en la corrida, uno por
      * banco + cuenta vieja + motivo; al final se escribe un archivo
      * por banco originador (8100).
      *----------------------------------------------------------------
       01 WS-NOC-SALIENTES.
          05 WS-NOC-CANT          PIC 9(4) VALUE 0.
          05 WS-NOC-MAX           PIC 9(4) VALUE 500.
          05 WS-NOC-IDX           PIC 9(4).
          05 WS-NOC-IDX2          PIC 9(4).
          05 WS-NOC-HALLADO       PIC X VALUE 'N'.
             88 NOC-HALLADO          VALUE 'S'.
          05 WS-NOC-MOTIVO-NUEVO  PIC X(3).
          05 WS-NOC-BCO-ARCHIVO   PIC X(3).
          05 WS-NOC-CANT-ARCHIVO  PIC 9(6).
          05 WS-NOC-ENTRADA OCCURS 500 TIMES.
             10 WS-NOC-COD-BCO    PIC X(3).
             10 WS-NOC-CTA-VIEJA  PIC X(20).
             10 WS-NOC-CTA-NUEVA  PIC X(20).
             10 WS-NOC-COD-MOTIVO PIC X(3).
             10 WS-NOC-NOM-NUEVO  PIC X(50).
             10 WS-NOC-ESCRITO    PIC X(1).

       01 WS-NOM-ARCHIVO-NOC       PIC X(60).

      *----------------------------------------------------------------
      * Retencion de disponibilidad del abono grande (3100/3150): por
      * encima de RET-ABONO-UMBRAL el abono postea a CC-SAL-BLOQUEADO
             88 ABONO-RETENIDO       VALUE 'S'.
          05 WS-NUM-RETENCION     PIC X(20).

      *----------------------------------------------------------------
      * Verificacion de nombre del abono entrante: similitud entre el
      * nombre del archivo y el titular de la cuenta, posicion por
          05 WS-TOTAL-PRENOTAS-DEV PIC 9(6) VALUE 0.
          05 WS-TOTAL-DEVUELTOS    PIC 9(6) VALUE 0.
          05 WS-MTO-TOTAL-DEVUELTO PIC 9(15)V99 VALUE 0.
          05 WS-TOTAL-REDIRIGIDOS  PIC 9(6) VALUE 0.
          05 WS-TOTAL-ARCH-NOC     PIC 9(4) VALUE 0.

       01 WS-DISP-MONTO PIC ZZ.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(50)
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

      *----------------------------------------------------------------
      * Cola de cobro de sobregiros (COBRANZA.dat, ver GES-COBRANZA):
      * el abono a una cuenta que estaba en rojo se aplica contra el
      * pendiente de su caso (ver 9700).
      *----------------------------------------------------------------
       01 WS-COBRO-SOBREGIRO.
          05 WS-STAT-COBRANZA     PIC X(2).
          05 WS-EOF-COBRANZA      PIC X VALUE 'N'.
          05 WS-COB-CUENTA        PIC X(20).
          05 WS-COB-SAL-ANTERIOR  PIC S9(13)V99.
          05 WS-COB-SAL-NUEVO     PIC S9(13)V99.
          05 WS-COB-NO-AUTORIZADO PIC S9(13)V99.

       PROCEDURE DIVISION.

      *================================================================
               PERFORM 8000-ESCRIBIR-CONTROL-DEVOLUCION
           END-IF

           IF WS-NOC-CANT > 0
               PERFORM 8100-ESCRIBIR-NOC-SALIENTES
           END-IF

           PERFORM 9900-CERRAR-ARCHIVOS
           PERFORM 9800-MOSTRAR-RESUMEN
           STOP RUN.
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF

           PERFORM 8900-CARGAR-PRODUCTOS.

      *================================================================
      * 1000 - PROCESAR UN RENGLON DEL ARCHIVO ENTRANTE
           MOVE LQ-DET-NUM-ORDEN      TO WS-DET-NUM-ORDEN
           MOVE LQ-DET-COD-CTA-ORIGEN TO WS-DET-CTA-ORIGEN
           MOVE LQ-DET-COD-CTA-DEST   TO WS-DET-CTA-DEST
           MOVE LQ-DET-COD-CTA-DEST   TO WS-DET-CTA-RECIBIDA
           MOVE LQ-DET-MTO-TRANSF     TO WS-DET-MONTO
           MOVE LQ-DET-TIP-MONEDA     TO WS-DET-MONEDA
           MOVE LQ-DET-NOM-CLI-DEST   TO WS-DET-NOM-DEST
           MOVE LQ-DEB-NUM-ORDEN      TO WS-DET-NUM-ORDEN
           MOVE LQ-DEB-COD-CTA-ORIGEN TO WS-DET-CTA-ORIGEN
           MOVE LQ-DEB-COD-CTA-DEST   TO WS-DET-CTA-DEST
           MOVE LQ-DEB-COD-CTA-DEST   TO WS-DET-CTA-RECIBIDA
           MOVE LQ-DEB-MTO-TRANSF     TO WS-DET-MONTO
           MOVE LQ-DEB-TIP-MONEDA     TO WS-DET-MONEDA
           MOVE 'Cobro interbancario entrante' TO WS-DET-CONCEPTO
               EXIT PARAGRAPH
           END-IF

      *    El nombre recibido es uno anterior del titular (corregido
      *    en MNT-CUENTA): calza, y el originador ya recibe su NOC.
           IF XR-NOMBRE-VIEJO
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NOM-LARGO-1
           MOVE 0 TO WS-NOM-LARGO-2
           MOVE 0 TO WS-NOM-IGUALES
           MOVE SPACES TO WS-DET-NUM-ORDEN
           MOVE SPACES TO WS-DET-CTA-ORIGEN
           MOVE LQ-PRE-COD-CTA-DEST TO WS-DET-CTA-DEST
           MOVE LQ-PRE-COD-CTA-DEST TO WS-DET-CTA-RECIBIDA
           MOVE ZERO TO WS-DET-MONTO
           MOVE MON-COP TO WS-DET-MONEDA
           MOVE LQ-PRE-NOM-BENEF TO WS-DET-NOM-DEST
           MOVE SPACES TO WS-COD-MOTIVO-DEV
           MOVE SPACES TO WS-DES-MOTIVO-DEV

           PERFORM 3050-APLICAR-REFERENCIA-CRUZADA

           OPEN INPUT ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-ENCONTRADA
                   MOVE CC-NOM-CLIENTE TO WS-NOM-CTA-DEST
                   MOVE CC-COD-CLIENTE TO WS-COD-CLI-DEST
           END-READ

           IF NOT CUENTA-ENCONTRADA
                       TO WS-DES-MOTIVO-DEV
               ELSE
                   IF CC-MCA-CONGELADA = 'S'
                       PERFORM 3020-VERIFICAR-TITULAR-FALLECIDO
                       EVALUATE WS-REGLA-FALLECIDO
                           WHEN 'R'
                               MOVE 'S' TO WS-ABONO-APLICABLE
                           WHEN 'D'
                               MOVE DEV-TIT-FALLECIDO
                                   TO WS-COD-MOTIVO-DEV
                               MOVE 'Titular de la cuenta fallecido'
                                   TO WS-DES-MOTIVO-DEV
                           WHEN OTHER
                               MOVE DEV-CTA-CONGELADA
                                   TO WS-COD-MOTIVO-DEV
                               MOVE 'Cuenta destino congelada'
                                   TO WS-DES-MOTIVO-DEV
                       END-EVALUATE
                   ELSE
                       MOVE 'S' TO WS-ABONO-APLICABLE
                   END-IF

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 3020 - VERIFICAR SI EL TITULAR DE LA CUENTA CONGELADA FALLECIO
      *   Una cuenta congelada por sucesion no devuelve por R16: el
      *   abono se recibe o se devuelve con R15 segun la regla que
      *   quedo con la defuncion (ver PRC-SUCESION); sin regla vale
      *   SUC-REGLA-DEFECTO. Sin maestro de clientes ('35') la cuenta
      *   se trata como congelada comun.
      *================================================================
       3020-VERIFICAR-TITULAR-FALLECIDO.
           MOVE SPACE TO WS-REGLA-FALLECIDO
           MOVE 'N' TO WS-EOF-CLIENTES

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CL-COD-CLIENTE = WS-COD-CLI-DEST
                           MOVE 'S' TO WS-EOF-CLIENTES
                           IF CL-FALLECIDO
                               MOVE CL-SUC-REGLA-ABONOS
                                   TO WS-REGLA-FALLECIDO
                               IF NOT SUC-RECIBE-ABONOS
                                       AND NOT SUC-DEVUELVE-ABONOS
                                   MOVE SUC-REGLA-DEFECTO
                                       TO WS-REGLA-FALLECIDO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 3050 - APLICAR LA REFERENCIA CRUZADA DE CUENTAS
      *   Si la cuenta recibida fue renumerada (o trasladada de
      *   sucursal) el abono sigue hasta la cuenta vigente, que es la
      *   que 3000 valida; si el nombre recibido es uno anterior del
      *   titular, 2500 lo da por bueno. En ambos casos se encola el
      *   NOC para el banco originador.
      *================================================================
       3050-APLICAR-REFERENCIA-CRUZADA.
           MOVE 'N' TO WS-XR-REDIRIGIDO
           MOVE 'N' TO WS-XR-NOMBRE-VIEJO
           MOVE SPACES TO WS-XR-MOTIVO-CTA
           MOVE SPACES TO WS-XR-NOM-VIGENTE
           MOVE 0 TO WS-XR-SALTOS
           MOVE 'S' TO WS-XR-SEGUIR

           PERFORM UNTIL WS-XR-SEGUIR = 'N'
                   OR WS-XR-SALTOS >= WS-XR-MAX-SALTOS
               ADD 1 TO WS-XR-SALTOS
               PERFORM 3060-LEER-REFERENCIAS
           END-PERFORM

           IF XR-NOMBRE-VIEJO AND WS-DET-NOM-DEST = WS-XR-NOM-VIGENTE
               MOVE 'N' TO WS-XR-NOMBRE-VIEJO
           END-IF

           IF XR-REDIRIGIDO
               ADD 1 TO WS-TOTAL-REDIRIGIDOS
               DISPLAY '  Orden ' WS-DET-NUM-ORDEN ' -> cuenta '
                   WS-DET-CTA-RECIBIDA ' (' WS-XR-MOTIVO-CTA
                   ') redirigida a ' WS-DET-CTA-DEST
               MOVE WS-XR-MOTIVO-CTA TO WS-NOC-MOTIVO-NUEVO
               PERFORM 3070-ENCOLAR-NOC
           END-IF

           IF XR-NOMBRE-VIEJO
               DISPLAY '  Orden ' WS-DET-NUM-ORDEN ' -> nombre '
                   'anterior del titular de ' WS-DET-CTA-DEST
                   '; se avisa la correccion (C04)'
               MOVE 'C04' TO WS-NOC-MOTIVO-NUEVO
               PERFORM 3070-ENCOLAR-NOC
           END-IF.

      *================================================================
      * 3060 - LEER LA REFERENCIA CRUZADA PARA LA CUENTA EN CURSO
      *   Una pasada sobre CTAXREF.dat: manda la ultima renumeracion
      *   de la cuenta (el archivo va en orden cronologico) y el
      *   ultimo nombre corregido. Si hubo renumeracion la cuenta
      *   avanza y 3050 vuelve a pasar por la nueva.
      *================================================================
       3060-LEER-REFERENCIAS.
           MOVE 'N' TO WS-XR-SEGUIR
           MOVE SPACES TO WS-XR-CTA-SIGUIENTE
           MOVE 'N' TO WS-EOF-CTAXREF

           OPEN INPUT ARCHIVO-CTAXREF
           IF WS-STAT-CTAXREF = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CTAXREF = 'S'
               READ ARCHIVO-CTAXREF
                   AT END MOVE 'S' TO WS-EOF-CTAXREF
                   NOT AT END
                       IF XR-COD-CTA-VIEJA = WS-DET-CTA-DEST
                           EVALUATE TRUE
                               WHEN XR-RENUMERADA
                                   OR XR-TRASLADADA
                                   MOVE XR-COD-CTA-NUEVA
                                       TO WS-XR-CTA-SIGUIENTE
                                   IF XR-TRASLADADA
                                       MOVE 'C05' TO WS-XR-MOTIVO-CTA
                                   END-IF
                               WHEN XR-NOMBRE-CORREGIDO
                                   MOVE XR-NOM-NUEVO
                                       TO WS-XR-NOM-VIGENTE
                                   IF WS-DET-NOM-DEST =
                                           XR-NOM-ANTERIOR
                                       AND WS-DET-NOM-DEST
                                           NOT = SPACES
                                       MOVE 'S' TO WS-XR-NOMBRE-VIEJO
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CTAXREF

           IF WS-XR-CTA-SIGUIENTE NOT = SPACES
                   AND WS-XR-CTA-SIGUIENTE NOT = WS-DET-CTA-DEST
               MOVE WS-XR-CTA-SIGUIENTE TO WS-DET-CTA-DEST
               MOVE 'S' TO WS-XR-REDIRIGIDO
               MOVE 'S' TO WS-XR-SEGUIR
               IF WS-XR-MOTIVO-CTA = SPACES
                   MOVE 'C01' TO WS-XR-MOTIVO-CTA
               END-IF
           END-IF.

      *================================================================
      * 3070 - ENCOLAR EL NOC PARA EL BANCO ORIGINADOR
      *   Un solo aviso por banco + cuenta recibida + motivo en la
      *   corrida, por mas abonos que traiga con el dato viejo.
      *================================================================
       3070-ENCOLAR-NOC.
           IF WS-COD-BCO-ORIGINADOR = SPACES
               DISPLAY '  AVISO: archivo sin encabezado de banco; '
                   'el NOC de ' WS-DET-CTA-RECIBIDA ' no se emite.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-NOC-HALLADO
           PERFORM VARYING WS-NOC-IDX FROM 1 BY 1
                   UNTIL WS-NOC-IDX > WS-NOC-CANT OR NOC-HALLADO
               IF WS-NOC-COD-BCO (WS-NOC-IDX) = WS-COD-BCO-ORIGINADOR
                   AND WS-NOC-CTA-VIEJA (WS-NOC-IDX)
                       = WS-DET-CTA-RECIBIDA
                   AND WS-NOC-COD-MOTIVO (WS-NOC-IDX)
                       = WS-NOC-MOTIVO-NUEVO
                   MOVE 'S' TO WS-NOC-HALLADO
               END-IF
           END-PERFORM

           IF NOC-HALLADO
               EXIT PARAGRAPH
           END-IF

           IF WS-NOC-CANT >= WS-NOC-MAX
               DISPLAY '  AVISO: tabla de NOC llena; el de '
                   WS-DET-CTA-RECIBIDA ' no se emite en esta corrida.'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NOC-CANT
           MOVE WS-COD-BCO-ORIGINADOR TO WS-NOC-COD-BCO (WS-NOC-CANT)
           MOVE WS-DET-CTA-RECIBIDA TO WS-NOC-CTA-VIEJA (WS-NOC-CANT)
           MOVE WS-DET-CTA-DEST TO WS-NOC-CTA-NUEVA (WS-NOC-CANT)
           MOVE WS-NOC-MOTIVO-NUEVO
               TO WS-NOC-COD-MOTIVO (WS-NOC-CANT)
           IF WS-NOC-MOTIVO-NUEVO = 'C04'
               MOVE WS-XR-NOM-VIGENTE
                   TO WS-NOC-NOM-NUEVO (WS-NOC-CANT)
           ELSE
               MOVE SPACES TO WS-NOC-NOM-NUEVO (WS-NOC-CANT)
           END-IF
           MOVE 'N' TO WS-NOC-ESCRITO (WS-NOC-CANT).

      *================================================================
      * 3100 - ABONAR LA CUENTA DESTINO
      *   Igual que 9250-ACREDITAR-CUENTA-DESTINO en MAIN-ACH: se
      *================================================================
       3100-ABONAR-CUENTA-DESTINO.
           MOVE 'N' TO WS-ABONO-RETENIDO
           MOVE SPACES TO WS-SUC-ASIENTO
           IF WS-MTO-ABONO-COP > RET-ABONO-UMBRAL
               MOVE 'S' TO WS-ABONO-RETENIDO
           END-IF
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE WS-DET-CTA-DEST TO CC-COD-CUENTA
           MOVE 0 TO WS-COB-SAL-ANTERIOR

           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-DESTINO
                   IF ABONO-RETENIDO
                       ADD WS-MTO-ABONO-COP TO CC-SAL-BLOQUEADO
                   MOVE 'REESCRIBIR CUENTA DESTINO (ABONO)'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
                   MOVE WS-DET-CTA-DEST TO WS-COB-CUENTA
                   MOVE WS-SAL-ANT-DESTINO TO WS-COB-SAL-ANTERIOR
                   MOVE CC-SAL-DISPONIBLE TO WS-COB-SAL-NUEVO
           END-READ

           CLOSE ARCHIVO-CUENTAS

      *    El abono retenido no llega al disponible: no repaga nada
      *    hasta que LIB-RETENCIONES lo libere.
           IF NOT ABONO-RETENIDO
               PERFORM 9700-APLICAR-ABONO-COBRANZA
           END-IF

           MOVE WS-MTO-ABONO-COP TO WS-DISP-MONTO
           IF ABONO-RETENIDO
               PERFORM 3150-REGISTRAR-RETENCION
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      *   acreedor, citando nuestro numero de orden: si ese numero
      *   corresponde a una orden COBRO_ENVIADO, el banco del
      *   pagador acaba de pagar y la orden pasa a COBRO_PAGADO
      *   (lectura directa por OT-NUM-ORDEN y REWRITE). Un abono
      *   corriente no cita ordenes nuestras: la llave no existe
      *   ('23') y no se toca nada.
      *================================================================
       3500-MARCAR-COBRO-PAGADO.
           IF WS-DET-NUM-ORDEN = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARCHIVO-ORDENES
           IF WS-STAT-ORDENES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DET-NUM-ORDEN TO OT-NUM-ORDEN
           READ ARCHIVO-ORDENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OT-EST-ORDEN = EST-COBRO-ENVIADO
                       MOVE EST-COBRO-PAGADO TO OT-EST-ORDEN
                       REWRITE REG-ORDEN
                       DISPLAY '  Orden ' WS-DET-NUM-ORDEN
                           ' -> COBRO_PAGADO (el banco del '
                           'pagador pago el cobro).'
                   END-IF
           END-READ

           CLOSE ARCHIVO-ORDENES.

           PERFORM 4250-SUMAR-EMBARGOS-PAGADORA
           PERFORM 4300-CALCULAR-GMF-COBRO

           MOVE CC-COD-PRODUCTO TO WS-PRD-CODIGO
           MOVE CC-TIP-CUENTA TO WS-PRD-TIP-CUENTA
           PERFORM 8910-RESOLVER-PRODUCTO

           IF PRD-ADMITE-SOBREGIRO
               IF (CC-SAL-DISPONIBLE + CC-LIM-SOBREGIRO
                       - WS-MTO-EMBARGADO)
                       < (WS-MTO-ABONO-COP + WS-MTO-GMF-COBRO)

      *================================================================
      * 4300 - CALCULAR EL GMF CAUSADO POR EL DEBITO DEL COBRO
      *   Tarifa GMF vigente en la fecha del debito (TASASIMP.dat)
      *   sobre el monto debitado en COP, salvo que la cuenta
      *   este marcada exenta (CC-MCA-EXENTA-GMF), igual que
      *   4500-CALCULAR-GMF en MAIN-ACH. Requiere REG-CUENTA leido.
      *================================================================
           IF CC-MCA-EXENTA-GMF = 'S'
               MOVE ZERO TO WS-MTO-GMF-COBRO
           ELSE
               MOVE 'GMF' TO WS-TIM-TIPO
               MOVE WS-FECHA-STR TO WS-TIM-FECHA
               PERFORM 8960-BUSCAR-TARIFA-IMP
               COMPUTE WS-MTO-GMF-COBRO ROUNDED =
                   WS-MTO-ABONO-COP * WS-TIM-TARIFA / 1000
           END-IF.

      *================================================================
      * 4400 - DEBITAR LA CUENTA PAGADORA (MONTO + GMF)
      *================================================================
       4400-DEBITAR-CUENTA-PAGADORA.
           MOVE SPACES TO WS-SUC-ASIENTO
           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-PAGADOR
                   SUBTRACT WS-MTO-ABONO-COP FROM CC-SAL-DISPONIBLE
                   SUBTRACT WS-MTO-ABONO-COP FROM CC-SAL-TOTAL
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'GMF retenido sobre el cobro entrante'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TIM-TARIFA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 3350-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF.

      *================================================================
           MOVE '6' TO DV-DET-TIPO
           MOVE WS-DET-NUM-ORDEN  TO DV-DET-NUM-ORDEN
           MOVE WS-DET-CTA-ORIGEN TO DV-DET-COD-CTA-ORIGEN
           MOVE WS-DET-CTA-RECIBIDA TO DV-DET-COD-CTA-DEST
           MOVE WS-DET-MONTO      TO DV-DET-MTO-TRANSF
           MOVE WS-DET-MONEDA     TO DV-DET-TIP-MONEDA
           MOVE WS-COD-MOTIVO-DEV TO DV-DET-COD-MOTIVO

           WRITE REG-DEVOLUCION FROM REG-DEV-CTRL-ARCHIVO.

      *================================================================
      * 8100 - ESCRIBIR LOS ARCHIVOS DE NOC SALIENTES
      *   Uno por banco originador: el primer aviso aun sin escribir
      *   abre el archivo de su banco (8200), que recoge todos los de
      *   ese banco.
      *================================================================
       8100-ESCRIBIR-NOC-SALIENTES.
           PERFORM VARYING WS-NOC-IDX FROM 1 BY 1
                   UNTIL WS-NOC-IDX > WS-NOC-CANT
               IF WS-NOC-ESCRITO (WS-NOC-IDX) = 'N'
                   PERFORM 8200-ESCRIBIR-ARCHIVO-NOC
               END-IF
           END-PERFORM.

      *================================================================
      * 8200 - ESCRIBIR EL ARCHIVO DE NOC DE UN BANCO
      *   Encabezado '1' (emisor = nosotros, destino = el banco
      *   originador), un '6' por aviso y el control '9' con la
      *   cantidad de detalles. Se crea desde cero en cada corrida,
      *   igual que DEVOLUCION.dat.
      *================================================================
       8200-ESCRIBIR-ARCHIVO-NOC.
           MOVE WS-NOC-COD-BCO (WS-NOC-IDX) TO WS-NOC-BCO-ARCHIVO
           MOVE 0 TO WS-NOC-CANT-ARCHIVO

           MOVE SPACES TO WS-NOM-ARCHIVO-NOC
           STRING 'data/NOCSAL-' WS-NOC-BCO-ARCHIVO '.dat'
               DELIMITED SIZE INTO WS-NOM-ARCHIVO-NOC

           OPEN OUTPUT ARCHIVO-NOCSAL
           MOVE WS-STAT-NOCSAL TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-NOCSAL' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE SPACES TO REG-NOC
           MOVE '1' TO NC-ENC-TIPO
           MOVE COD-BANCO-PROPIO TO NC-ENC-COD-BCO-EMISOR
           MOVE NOM-BANCO-PROPIO TO NC-ENC-NOM-BCO-EMISOR
           MOVE WS-FECHA-STR TO NC-ENC-FEC-ARCHIVO
           MOVE WS-HORA-STR TO NC-ENC-HOA-ARCHIVO
           MOVE WS-NOC-BCO-ARCHIVO TO NC-ENC-COD-BCO-DEST
           WRITE REG-NOC-ENCABEZADO

           PERFORM VARYING WS-NOC-IDX2 FROM WS-NOC-IDX BY 1
                   UNTIL WS-NOC-IDX2 > WS-NOC-CANT
               IF WS-NOC-COD-BCO (WS-NOC-IDX2) = WS-NOC-BCO-ARCHIVO
                   PERFORM 8300-ESCRIBIR-DETALLE-NOC
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-NOC
           MOVE '9' TO NC-FIN-TIPO
           MOVE WS-NOC-CANT-ARCHIVO TO NC-FIN-CANT-ENTRADAS
           WRITE REG-NOC-CTRL-ARCHIVO

           CLOSE ARCHIVO-NOCSAL
           ADD 1 TO WS-TOTAL-ARCH-NOC

           DISPLAY '  NOC para el banco ' WS-NOC-BCO-ARCHIVO ': '
               WS-NOC-CANT-ARCHIVO ' aviso(s) en '
               WS-NOM-ARCHIVO-NOC.

      *================================================================
      * 8300 - ESCRIBIR UN DETALLE '6' DEL NOC SALIENTE
      *================================================================
       8300-ESCRIBIR-DETALLE-NOC.
           MOVE SPACES TO REG-NOC
           MOVE '6' TO NC-DET-TIPO
           MOVE COD-BANCO-PROPIO TO NC-DET-COD-BCO-VIEJO
           MOVE WS-NOC-CTA-VIEJA (WS-NOC-IDX2) TO NC-DET-CTA-VIEJA
           MOVE COD-BANCO-PROPIO TO NC-DET-COD-BCO-NUEVO
           MOVE WS-NOC-CTA-NUEVA (WS-NOC-IDX2) TO NC-DET-CTA-NUEVA
           MOVE WS-NOC-COD-MOTIVO (WS-NOC-IDX2) TO NC-DET-COD-MOTIVO
           EVALUATE WS-NOC-COD-MOTIVO (WS-NOC-IDX2)
               WHEN 'C01'
                   MOVE 'Cuenta renumerada en el mismo banco'
                       TO NC-DET-DES-MOTIVO
               WHEN 'C05'
                   MOVE 'Cuenta trasladada a otra sucursal'
                       TO NC-DET-DES-MOTIVO
               WHEN 'C04'
                   MOVE 'Nombre del titular corregido'
                       TO NC-DET-DES-MOTIVO
           END-EVALUATE
           MOVE WS-NOC-NOM-NUEVO (WS-NOC-IDX2) TO NC-DET-NOM-NUEVO
           WRITE REG-NOC-DETALLE

           MOVE 'S' TO WS-NOC-ESCRITO (WS-NOC-IDX2)
           ADD 1 TO WS-NOC-CANT-ARCHIVO.

      *================================================================
      * 9800 - MOSTRAR RESUMEN DE LA CORRIDA (REPORTE DE OPERACIONES)
      *================================================================
           DISPLAY '  Prenotas devueltas      : '
               WS-TOTAL-PRENOTAS-DEV
           DISPLAY '  Entradas devueltas      : ' WS-TOTAL-DEVUELTOS
           DISPLAY '  Abonos redirigidos      : '
               WS-TOTAL-REDIRIGIDOS
           DISPLAY '  NOC emitidos            : ' WS-NOC-CANT
               ' en ' WS-TOTAL-ARCH-NOC ' archivo(s)'
           DISPLAY '  Monto total devuelto COP: $' WS-DISP-MONTO
           DISPLAY WS-LINEA.

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
      * 9700 - APLICAR UN ABONO AL CASO DE COBRANZA DE LA CUENTA
      *   Entran WS-COB-CUENTA, WS-COB-SAL-ANTERIOR y
      *   WS-COB-SAL-NUEVO (disponible antes y despues del abono ya
      *   grabado). Solo trabaja si la cuenta estaba en rojo: busca
      *   su caso ABIERTO o PROPUESTO, rebaja el pendiente hasta lo
      *   que el nuevo disponible siga debajo del limite autorizado
      *   del caso, pasa la diferencia a lo recuperado y, si el
      *   pendiente llega a cero, lo cierra REPAGADO. Sin cola de
      *   cobro ('35') no hay nada que aplicar.
      *================================================================
       9700-APLICAR-ABONO-COBRANZA.
           IF WS-COB-SAL-ANTERIOR NOT < ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-COBRANZA
           OPEN I-O ARCHIVO-COBRANZA
           IF WS-STAT-COBRANZA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-COBRANZA = 'S'
               READ ARCHIVO-COBRANZA
                   AT END MOVE 'S' TO WS-EOF-COBRANZA
                   NOT AT END
                       IF CZ-COD-CUENTA = WS-COB-CUENTA
                               AND (COB-ABIERTO OR COB-PROPUESTO)
                           PERFORM 9710-REBAJAR-CASO-COBRANZA
                           MOVE 'S' TO WS-EOF-COBRANZA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-COBRANZA.

      *================================================================
      * 9710 - REBAJAR EL PENDIENTE DEL CASO LEIDO
      *================================================================
       9710-REBAJAR-CASO-COBRANZA.
           MOVE 0 TO WS-COB-NO-AUTORIZADO
           IF WS-COB-SAL-NUEVO + CZ-LIM-AUTORIZADO < ZERO
               COMPUTE WS-COB-NO-AUTORIZADO =
                   (WS-COB-SAL-NUEVO + CZ-LIM-AUTORIZADO) * -1
           END-IF

           IF WS-COB-NO-AUTORIZADO NOT < CZ-MTO-PENDIENTE
               EXIT PARAGRAPH
           END-IF

           COMPUTE CZ-MTO-RECUPERADO = CZ-MTO-RECUPERADO
               + CZ-MTO-PENDIENTE - WS-COB-NO-AUTORIZADO
           MOVE WS-COB-NO-AUTORIZADO TO CZ-MTO-PENDIENTE
           MOVE WS-FECHA-STR TO CZ-FEC-REVISION
           IF CZ-MTO-PENDIENTE = ZERO
               MOVE 'REPAGADO  ' TO CZ-EST-CASO
               MOVE WS-FECHA-STR TO CZ-FEC-CIERRE
               DISPLAY '  Cobranza ' CZ-NUM-CASO ' de '
                   WS-COB-CUENTA ' REPAGADA con el abono.'
           ELSE
               DISPLAY '  Cobranza ' CZ-NUM-CASO ' de '
                   WS-COB-CUENTA ' rebajada con el abono.'
           END-IF
           REWRITE REG-COBRANZA.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
               DISPLAY '  Codigo    : ' WS-CHK-ESTADO
               STOP RUN
           END-IF.

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
