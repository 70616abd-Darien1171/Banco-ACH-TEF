      *     4x1000 del debito (salvo cuenta exenta), descuenta
      *     monto + GMF, y deja el MOV-RETIRO, el renglon propio del
      *     GMF y el asiento debito al pasivo contra caja y contra el
      *     GMF por pagar;
      *   Cheque: consignacion de un cheque de otro banco. Abona
      *     CC-SAL-TOTAL pero el monto queda en CC-SAL-BLOQUEADO
      *     durante el canje (CHQ-DIAS-CANJE dias habiles), deja el
      *     renglon de CHEQUES.dat que PRC-CANJE presenta, libera o
      *     reversa, el MOV-CHEQUE y el asiento debito a cheques en
      *     canje (GL-CANJE-CHEQUES) contra el pasivo con clientes.
      *     No mueve el cajon de efectivo.
      *   Pago de convenio: el cliente paga en efectivo una factura de
      *     un facturador con convenio (CONVENIOS.cpy) citando
      *     convenio y referencia. Solo se recibe si la factura esta
      *     PENDIENTE en FACTURASCONV.dat, por su monto exacto y, ya
      *     vencida, solo si el convenio lo acepta. Abona la cuenta
      *     recaudadora del convenio como un deposito, deja el
      *     MOV-PAGO-CONVENIO, marca la factura PAGADA y deja el
      *     renglon APLICADO en PAGOSCONV.dat que PRC-CONVENIOS
      *     liquida al facturador al cierre.
      *   Anulacion: con el cajon todavia abierto, el cajero puede
      *     anular una transaccion suya del mismo dia con la clave
      *     de un supervisor. Se reversa el saldo, el asiento (patas
      *     contrarias) y el cajon, y el movimiento original y su
      *     contrapartida quedan marcados (MC-MCA-ANULADO) para que
      *     el extracto y el reporte de efectivo los omitan. Un
      *     pago de convenio solo se anula mientras no se haya
      *     liquidado al facturador; su factura vuelve a PENDIENTE.
      *   Pago de remesa (giro del exterior): el beneficiario cobra en
      *     efectivo una remesa PENDIENTE de REMESAS.dat (la carga
      *     PRC-REMESAS) presentando la clave de pago y su documento,
      *     que debe ser el que trae la remesa. Se entrega el valor
      *     COP exacto, sin cuenta: asiento debito a remesas por
      *     pagar contra caja, y la remesa queda PAGADA con el numero
      *     de la transaccion y el cajero. No se anula en caja: un
      *     pago errado lo reversa operaciones contra la remesadora.
      *
      * Cada transaccion deja su comprobante en COMPROBANTES.dat y su
      * renglon en AUDITORIA.dat con el cajero y la terminal reales.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-CHEQUES
               ASSIGN TO 'data/CHEQUES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CHEQUES.

           SELECT ARCHIVO-FERIADOS
               ASSIGN TO 'data/FERIADOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FERIADOS.

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

           SELECT ARCHIVO-CONVENIOS
               ASSIGN TO 'data/CONVENIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CONVENIOS.

           SELECT ARCHIVO-FACTURASCONV
               ASSIGN TO 'data/FACTURASCONV.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FACTCONV.

           SELECT ARCHIVO-PAGOSCONV
               ASSIGN TO 'data/PAGOSCONV.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PAGOSCONV.

           SELECT ARCHIVO-COBRANZA
               ASSIGN TO 'data/COBRANZA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COBRANZA.

           SELECT ARCHIVO-REMESAS
               ASSIGN TO 'data/REMESAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REMESAS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-CHEQUES.
       COPY 'copybooks/CHEQUES.cpy'.

       FD ARCHIVO-FERIADOS.
       COPY 'copybooks/FERIADOS.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       FD ARCHIVO-CONVENIOS.
       COPY 'copybooks/CONVENIOS.cpy'.

       FD ARCHIVO-FACTURASCONV.
       COPY 'copybooks/FACTCONV.cpy'.

       FD ARCHIVO-PAGOSCONV.
       COPY 'copybooks/PAGOSCONV.cpy'.

       FD ARCHIVO-COBRANZA.
       COPY 'copybooks/COBRANZA.cpy'.

       FD ARCHIVO-REMESAS.
       COPY 'copybooks/REMESAS.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
          05 WS-STAT-COMPROB      PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).
          05 WS-STAT-CHEQUES      PIC X(2).
          05 WS-STAT-FERIADOS     PIC X(2).
          05 WS-STAT-CONVENIOS    PIC X(2).
          05 WS-STAT-FACTCONV     PIC X(2).
          05 WS-STAT-PAGOSCONV    PIC X(2).
          05 WS-STAT-REMESAS      PIC X(2).

      *----------------------------------------------------------------
      * Chequeo generico de estado de E/S (igual que en MAIN-ACH)
       01 WS-NUM-CAJA              PIC X(20).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
          05 WS-CAJON-CERRADO-HOY PIC X VALUE 'N'.
             88 CAJON-CERRADO-HOY    VALUE 'S'.
          05 WS-MTO-BASE-CAJON    PIC S9(13)V99.
          05 WS-SUCURSAL-CAJON    PIC X(4).
          05 WS-MTO-DECLARADO     PIC S9(13)V99.
          05 WS-MTO-ESPERADO      PIC S9(13)V99.
          05 WS-MTO-DIFERENCIA    PIC S9(13)V99.
          05 WS-TIP-TRANSACCION   PIC X(1).
             88 TRN-DEPOSITO         VALUE 'D'.
             88 TRN-RETIRO           VALUE 'R'.
             88 TRN-CHEQUE           VALUE 'Q'.
             88 TRN-PAGO-CONVENIO    VALUE 'P'.
             88 TRN-REMESA           VALUE 'G'.
          05 WS-COD-CTA-CLIENTE   PIC X(20).
          05 WS-MONTO-CAJA        PIC S9(13)V99.
          05 WS-MTO-GMF           PIC S9(13)V99.
          05 WS-TRN-VALIDA        PIC X VALUE 'N'.
             88 TRN-VALIDA           VALUE 'S'.

      *----------------------------------------------------------------
      * Datos del cheque consignado (solo transaccion Q)
      *----------------------------------------------------------------
       01 WS-CHEQUE-CONSIGNADO.
          05 WS-CHQ-BCO-GIRADO    PIC X(3).
          05 WS-CHQ-NUM-CHEQUE    PIC X(10).
          05 WS-CHQ-CTA-GIRADORA  PIC X(20).
          05 WS-CHQ-FEC-CANJE     PIC X(10).
          05 WS-EOF-CHEQUES       PIC X VALUE 'N'.
          05 WS-CHQ-DUPLICADO     PIC X VALUE 'N'.
             88 CHQ-DUPLICADO        VALUE 'S'.

      *----------------------------------------------------------------
      * Factura de convenio que se paga (solo transaccion P): lo que
      * dicen CONVENIOS.dat y FACTURASCONV.dat del convenio y la
      * referencia citados.
      *----------------------------------------------------------------
       01 WS-PAGO-CONVENIO.
          05 WS-PCV-COD-CONVENIO   PIC X(6).
          05 WS-PCV-NUM-REFERENCIA PIC X(20).
          05 WS-PCV-NOM-CONVENIO   PIC X(50).
          05 WS-PCV-ACEPTA-VENCIDA PIC X(1).
          05 WS-PCV-CONV-ACTIVO    PIC X(1).
          05 WS-PCV-NOM-PAGADOR    PIC X(50).
          05 WS-PCV-MTO-FACTURA    PIC S9(13)V99.
          05 WS-PCV-FEC-VENCE      PIC X(10).
          05 WS-PCV-EST-FACTURA    PIC X(10).
          05 WS-PCV-CONV-HALLADO   PIC X VALUE 'N'.
             88 PCV-CONV-HALLADO       VALUE 'S'.
          05 WS-PCV-FAC-HALLADA    PIC X VALUE 'N'.
             88 PCV-FAC-HALLADA        VALUE 'S'.
          05 WS-PCV-VALIDO         PIC X VALUE 'N'.
             88 PCV-VALIDO             VALUE 'S'.
          05 WS-PCV-PAGO-APLICADO  PIC X VALUE 'N'.
             88 PCV-PAGO-APLICADO      VALUE 'S'.
          05 WS-EOF-CONVENIOS      PIC X VALUE 'N'.
          05 WS-EOF-FACTCONV       PIC X VALUE 'N'.
          05 WS-EOF-PAGOSCONV      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Remesa del exterior que se paga (solo transaccion G): la
      * clave y el documento que presenta el beneficiario, y lo que
      * dice REMESAS.dat de la remesa.
      *----------------------------------------------------------------
       01 WS-PAGO-REMESA.
          05 WS-PRM-CLAVE          PIC X(20).
          05 WS-PRM-TIP-DOCUMENTO  PIC X(2).
          05 WS-PRM-NUM-DOCUMENTO  PIC X(15).
          05 WS-PRM-NUM-REMESA     PIC X(20).
          05 WS-PRM-COD-REMESADORA PIC X(6).
          05 WS-PRM-REF-REMESADORA PIC X(20).
          05 WS-PRM-NOM-REMITENTE  PIC X(50).
          05 WS-PRM-PAIS-ORIGEN    PIC X(3).
          05 WS-PRM-NOM-BENEFIC    PIC X(50).
          05 WS-PRM-DOC-TIPO-REM   PIC X(2).
          05 WS-PRM-DOC-NUM-REM    PIC X(15).
          05 WS-PRM-MTO-COP        PIC S9(13)V99.
          05 WS-PRM-FEC-VENCE      PIC X(10).
          05 WS-PRM-EST-REMESA     PIC X(10).
          05 WS-PRM-CONFIRMA       PIC X(1).
          05 WS-PRM-HALLADA        PIC X VALUE 'N'.
             88 PRM-HALLADA            VALUE 'S'.
          05 WS-PRM-VALIDA         PIC X VALUE 'N'.
             88 PRM-VALIDA             VALUE 'S'.
          05 WS-EOF-REMESAS        PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Fecha de fin del canje: CHQ-DIAS-CANJE dias habiles despues
      * de la consignacion (igual que 2300 en PRC-DEVUELTAS).
      *----------------------------------------------------------------
       01 WS-CALCULO-FECHA.
          05 WS-FEC-YYYYMMDD    PIC 9(8).
          05 WS-FEC-NUEVA-INT   PIC 9(9).
          05 WS-FEC-NUEVA-YMD   PIC 9(8).
          05 WS-ANCLA-LUNES     PIC 9(9).
             *> FUNCTION INTEGER-OF-DATE(01/01/2001), un lunes
             *> conocido, para ubicar el dia de la semana.
          05 WS-DESPLAZAMIENTO-DIA PIC S9(9).
             *> 0=lunes ... 5=sabado, 6=domingo.
          05 WS-DIA-HABIL-HALLADO  PIC X VALUE 'N'.
             88 DIA-HABIL-HALLADO      VALUE 'S'.
          05 WS-FEC-CANDIDATA      PIC X(10).
          05 WS-ES-FERIADO         PIC X VALUE 'N'.
             88 ES-FERIADO             VALUE 'S'.
          05 WS-EOF-FERIADOS       PIC X VALUE 'N'.
          05 WS-DIAS-CONTADOS      PIC 9(3).

      *----------------------------------------------------------------
      * Anulacion de una transaccion de caja del mismo dia (opcion A):
      * la transaccion original, el supervisor que autoriza y las
      * patas de su asiento, que se reescriben al contrario.
      *----------------------------------------------------------------
       01 WS-ANULACION.
          05 WS-ANULANDO           PIC X VALUE 'N'.
             88 ANULANDO               VALUE 'S'.
          05 WS-ANU-NUM-ORIGINAL   PIC X(20).
          05 WS-ANU-FEC-ORIGINAL   PIC X(10).
          05 WS-ANU-MOTIVO         PIC X(60).
          05 WS-ANU-COD-SUPERV     PIC X(20).
          05 WS-ANU-CLAVE-SUPERV   PIC X(20).
          05 WS-ANU-SUPERV-OK      PIC X VALUE 'N'.
             88 ANU-SUPERV-OK          VALUE 'S'.
          05 WS-ANU-HALLADA        PIC X VALUE 'N'.
             88 ANU-HALLADA            VALUE 'S'.
          05 WS-ANU-YA-ANULADA     PIC X VALUE 'N'.
             88 ANU-YA-ANULADA         VALUE 'S'.
          05 WS-ANU-DEL-CAJERO     PIC X VALUE 'N'.
             88 ANU-DEL-CAJERO         VALUE 'S'.
          05 WS-ANU-CHQ-EN-CANJE   PIC X VALUE 'N'.
             88 ANU-CHQ-EN-CANJE       VALUE 'S'.
          05 WS-EOF-ANU            PIC X VALUE 'N'.
          05 WS-ANU-MTO-REVERSO    PIC S9(13)V99.
          05 WS-ANU-CANT-PATAS     PIC 9(2) VALUE 0.
          05 WS-ANU-PATA OCCURS 10 TIMES.
             10 WS-ANU-PATA-CTA    PIC X(6).
             10 WS-ANU-PATA-NOM    PIC X(30).
             10 WS-ANU-PATA-TIP    PIC X(1).
             10 WS-ANU-PATA-MTO    PIC S9(13)V99.
          05 WS-IDX-PATA           PIC 9(2).


      *----------------------------------------------------------------
      * Suma de los embargos judiciales vigentes de la cuenta en
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

      *----------------------------------------------------------------
      * Enmascaramiento de cuentas y documentos en las salidas que
      * recibe el cliente o que circulan por la oficina (ver 8980)
      *----------------------------------------------------------------
       01 WS-MASCARA.
          05 WS-MSK-ENTRADA       PIC X(20).
          05 WS-MSK-SALIDA        PIC X(20).
          05 WS-MSK-LARGO         PIC 9(2).
          05 WS-MSK-VISIBLE       PIC 9(2).

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

           CLOSE ARCHIVO-USUARIOS

           MOVE WS-CLAVE-OPERADOR TO WS-CIF-CLAVE
           MOVE US-SAL-CLAVE OF WS-USUARIO-SESION TO WS-CIF-SAL
           MOVE WS-COD-OPERADOR TO WS-CIF-USUARIO
           PERFORM 8970-CIFRAR-CLAVE

           IF USUARIO-HALLADO-SES
                   AND US-MCA-ACTIVO OF WS-USUARIO-SESION = FLAG-SI
                   AND US-CLAVE OF WS-USUARIO-SESION
                       = WS-CIF-RESULTADO
               PERFORM 0192-VERIFICAR-VIGENCIA-CLAVE
               IF OPERADOR-VALIDO
                   MOVE ZERO
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF

           PERFORM 8900-CARGAR-PRODUCTOS.

      *================================================================
      * 1000 - CAPTURAR LA TRANSACCION DE CAJA
       1000-CAPTURAR-TRANSACCION.
           DISPLAY ' '
           DISPLAY '  -- TRANSACCION DE CAJA --'
           DISPLAY '  (D)eposito, (R)etiro, cheQue, (P)ago de '
               'convenio, (G)iro del exterior, (A)nular, (C)ierre '
               'de caja o FIN para cerrar la sesion: '
               WITH NO ADVANCING
           ACCEPT WS-TIP-TRANSACCION

           IF WS-TIP-TRANSACCION = 'F'
               EXIT PARAGRAPH
           END-IF

           IF WS-TIP-TRANSACCION = 'A'
               PERFORM 8500-ANULAR-TRANSACCION
               MOVE SPACES TO WS-TIP-TRANSACCION
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-DEPOSITO AND NOT TRN-RETIRO AND NOT TRN-CHEQUE
                   AND NOT TRN-PAGO-CONVENIO AND NOT TRN-REMESA
               DISPLAY '  Opcion invalida.'
               EXIT PARAGRAPH
           END-IF

           IF TRN-PAGO-CONVENIO
               PERFORM 1100-CAPTURAR-PAGO-CONVENIO
               EXIT PARAGRAPH
           END-IF

           IF TRN-REMESA
               PERFORM 1200-CAPTURAR-PAGO-REMESA
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Cuenta del cliente: ' WITH NO ADVANCING
           ACCEPT WS-COD-CTA-CLIENTE

               ACCEPT WS-ORDENANTE-CAPT
           END-IF

           IF TRN-CHEQUE
               DISPLAY '  Banco girado (codigo): ' WITH NO ADVANCING
               ACCEPT WS-CHQ-BCO-GIRADO
               DISPLAY '  Numero del cheque: ' WITH NO ADVANCING
               ACCEPT WS-CHQ-NUM-CHEQUE
               DISPLAY '  Cuenta del girador: ' WITH NO ADVANCING
               ACCEPT WS-CHQ-CTA-GIRADORA
               DISPLAY '  Monto del cheque (sin decimales): '
                   WITH NO ADVANCING
           ELSE
               DISPLAY '  Monto en efectivo (sin decimales): '
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-MONTO-CAJA.

      *================================================================
      * 1100 - CAPTURAR EL PAGO DE UNA FACTURA DE CONVENIO
      *   Se muestra al cajero lo que dice la factura antes de que
      *   reciba el efectivo; sin factura no se pide monto y la
      *   transaccion queda descartada.
      *================================================================
       1100-CAPTURAR-PAGO-CONVENIO.
           DISPLAY '  Codigo del convenio: ' WITH NO ADVANCING
           ACCEPT WS-PCV-COD-CONVENIO
           DISPLAY '  Referencia de la factura: ' WITH NO ADVANCING
           ACCEPT WS-PCV-NUM-REFERENCIA

           PERFORM 3900-BUSCAR-FACTURA-CONVENIO
           IF NOT PCV-CONV-HALLADO OR NOT PCV-FAC-HALLADA
               DISPLAY '  ERROR: No existe esa referencia en el '
                   'convenio ' WS-PCV-COD-CONVENIO '.'
               MOVE SPACES TO WS-TIP-TRANSACCION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCV-MTO-FACTURA TO WS-DISP-MONTO
           DISPLAY '  ' WS-PCV-NOM-CONVENIO
           DISPLAY '  Pagador: ' WS-PCV-NOM-PAGADOR
           DISPLAY '  Valor a pagar: $' WS-DISP-MONTO
               ' | Vence: ' WS-PCV-FEC-VENCE
               ' | Estado: ' WS-PCV-EST-FACTURA

           MOVE SPACES TO WS-ORDENANTE-CAPT
           DISPLAY '  Monto recibido en efectivo (sin decimales): '
               WITH NO ADVANCING
           ACCEPT WS-MONTO-CAJA.

      *================================================================
      * 1200 - CAPTURAR EL PAGO DE UNA REMESA DEL EXTERIOR
      *   El beneficiario da la clave de pago (o el numero REM de la
      *   remesa) y su documento. Se le muestra al cajero la remesa
      *   y el valor a entregar, que es el COP exacto de la remesa;
      *   sin confirmacion la transaccion queda descartada.
      *================================================================
       1200-CAPTURAR-PAGO-REMESA.
           DISPLAY '  Clave de pago de la remesa: ' WITH NO ADVANCING
           ACCEPT WS-PRM-CLAVE
           DISPLAY '  Tipo de documento del beneficiario (CC/CE/PA/'
               'PE): ' WITH NO ADVANCING
           ACCEPT WS-PRM-TIP-DOCUMENTO
           DISPLAY '  Numero de documento: ' WITH NO ADVANCING
           ACCEPT WS-PRM-NUM-DOCUMENTO

           MOVE SPACES TO WS-COD-CTA-CLIENTE
           MOVE SPACES TO WS-ORDENANTE-CAPT
           MOVE 0 TO WS-MONTO-CAJA

           PERFORM 3910-BUSCAR-REMESA
           IF NOT PRM-HALLADA
               DISPLAY '  ERROR: No existe una remesa con esa clave '
                   'de pago.'
               MOVE SPACES TO WS-TIP-TRANSACCION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRM-MTO-COP TO WS-DISP-MONTO
           DISPLAY '  Remesa ' WS-PRM-NUM-REMESA ' de '
               WS-PRM-COD-REMESADORA ' | Estado: ' WS-PRM-EST-REMESA
           DISPLAY '  Remitente: ' WS-PRM-NOM-REMITENTE
               ' (' WS-PRM-PAIS-ORIGEN ')'
           DISPLAY '  Beneficiario: ' WS-PRM-NOM-BENEFIC
           DISPLAY '  Valor a entregar en efectivo: $' WS-DISP-MONTO
               ' | Vence: ' WS-PRM-FEC-VENCE

           DISPLAY '  Confirma el pago (S/N): ' WITH NO ADVANCING
           ACCEPT WS-PRM-CONFIRMA
           IF WS-PRM-CONFIRMA NOT = 'S' AND WS-PRM-CONFIRMA NOT = 's'
               DISPLAY '  Pago de remesa descartado.'
               MOVE SPACES TO WS-TIP-TRANSACCION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRM-MTO-COP TO WS-MONTO-CAJA.

      *================================================================
      * 2000 - PROCESAR LA TRANSACCION CAPTURADA
      *================================================================
       2000-PROCESAR-TRANSACCION.
           IF NOT TRN-DEPOSITO AND NOT TRN-RETIRO AND NOT TRN-CHEQUE
                   AND NOT TRN-PAGO-CONVENIO AND NOT TRN-REMESA
               EXIT PARAGRAPH
           END-IF

           STRING 'CJA' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-CAJA

           EVALUATE TRUE
               WHEN TRN-DEPOSITO
                   PERFORM 4000-POSTEAR-DEPOSITO
               WHEN TRN-CHEQUE
                   PERFORM 4500-POSTEAR-CHEQUE
               WHEN TRN-PAGO-CONVENIO
                   PERFORM 4700-POSTEAR-PAGO-CONVENIO
               WHEN TRN-REMESA
                   PERFORM 4800-POSTEAR-PAGO-REMESA
               WHEN OTHER
                   PERFORM 5000-POSTEAR-RETIRO
           END-EVALUATE

      *    El cheque no es efectivo: el cajon no lo cuenta.
           IF NOT TRN-CHEQUE
               PERFORM 6600-ACTUALIZAR-CAJON
           END-IF
           PERFORM 7000-GRABAR-COMPROBANTE
           PERFORM 8000-REGISTRAR-AUDITORIA.

      * 3000 - VALIDAR LA TRANSACCION
      *   El deposito solo exige que la cuenta exista y este activa y
      *   sin congelar; el retiro ademas causa el GMF y valida el
      *   disponible (Corriente puede usar su cupo de sobregiro). El
      *   cheque debe ser de otro banco y no estar ya consignado. El
      *   pago de convenio valida la factura y abona la cuenta
      *   recaudadora, que debe estar activa como en un deposito. El
      *   pago de remesa no toca cuenta: solo valida la remesa.
      *================================================================
       3000-VALIDAR-TRANSACCION.
           MOVE 'N' TO WS-TRN-VALIDA
               EXIT PARAGRAPH
           END-IF

           IF TRN-PAGO-CONVENIO
               PERFORM 3950-VALIDAR-PAGO-CONVENIO
               IF NOT PCV-VALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF TRN-REMESA
               PERFORM 3960-VALIDAR-PAGO-REMESA
               IF PRM-VALIDA
                   MOVE 'S' TO WS-TRN-VALIDA
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CUENTA-ENCONTRADA

           OPEN INPUT ARCHIVO-CUENTAS
               EXIT PARAGRAPH
           END-IF

           IF TRN-CHEQUE
               IF WS-CHQ-BCO-GIRADO = SPACES
                       OR WS-CHQ-NUM-CHEQUE = SPACES
                   DISPLAY '  ERROR: Faltan el banco girado o el '
                       'numero del cheque.'
                   EXIT PARAGRAPH
               END-IF
               IF WS-CHQ-BCO-GIRADO = COD-BANCO-PROPIO
                   DISPLAY '  ERROR: Un cheque de este mismo banco no '
                       'va a canje; paguelo contra la cuenta girada.'
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3800-VERIFICAR-CHEQUE-DUPLICADO
               IF CHQ-DUPLICADO
                   DISPLAY '  ERROR: Ese cheque ya fue consignado y '
                       'no ha sido devuelto.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF TRN-RETIRO
               PERFORM 3700-VALIDAR-COTITULARIDAD
               IF NOT ORDENANTE-OK
               IF CC-MCA-EXENTA-GMF OF WS-CUENTA-CLIENTE = FLAG-SI
                   MOVE 0 TO WS-MTO-GMF
               ELSE
                   MOVE 'GMF' TO WS-TIM-TIPO
                   MOVE WS-FECHA-STR TO WS-TIM-FECHA
                   PERFORM 8960-BUSCAR-TARIFA-IMP
                   COMPUTE WS-MTO-GMF ROUNDED =
                       WS-MONTO-CAJA * WS-TIM-TARIFA / 1000
               END-IF
               COMPUTE WS-MTO-TOTAL-RETIRO =
                   WS-MONTO-CAJA + WS-MTO-GMF
                       'retirable.'
               END-IF

               MOVE CC-COD-PRODUCTO OF WS-CUENTA-CLIENTE
                   TO WS-PRD-CODIGO
               MOVE CC-TIP-CUENTA OF WS-CUENTA-CLIENTE
                   TO WS-PRD-TIP-CUENTA
               PERFORM 8910-RESOLVER-PRODUCTO

               IF PRD-ADMITE-SOBREGIRO
                   IF (CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE +
                           CC-LIM-SOBREGIRO OF WS-CUENTA-CLIENTE
                           - WS-MTO-EMBARGADO)
               CLOSE ARCHIVO-COTITULARES
           END-IF.

      *================================================================
      * 3800 - VERIFICAR QUE EL CHEQUE NO ESTE YA CONSIGNADO
      *   Mismo banco girado y numero en un renglon que no haya sido
      *   devuelto: es el mismo papel presentado dos veces.
      *================================================================
       3800-VERIFICAR-CHEQUE-DUPLICADO.
           MOVE 'N' TO WS-CHQ-DUPLICADO
           MOVE 'N' TO WS-EOF-CHEQUES

           OPEN INPUT ARCHIVO-CHEQUES
           IF WS-STAT-CHEQUES = '35'
               MOVE 'S' TO WS-EOF-CHEQUES
           END-IF

           PERFORM UNTIL WS-EOF-CHEQUES = 'S'
               READ ARCHIVO-CHEQUES
                   AT END MOVE 'S' TO WS-EOF-CHEQUES
                   NOT AT END
                       IF CQ-COD-BCO-GIRADO = WS-CHQ-BCO-GIRADO
                               AND CQ-NUM-CHEQUE = WS-CHQ-NUM-CHEQUE
                               AND CQ-CTA-GIRADORA
                                   = WS-CHQ-CTA-GIRADORA
                               AND NOT CHQ-DEVUELTO
                               AND NOT CHQ-ANULADO
                           MOVE 'S' TO WS-CHQ-DUPLICADO
                           MOVE 'S' TO WS-EOF-CHEQUES
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CHEQUES NOT = '35'
               CLOSE ARCHIVO-CHEQUES
           END-IF.

      *================================================================
      * 3900 - BUSCAR EL CONVENIO Y LA FACTURA CITADOS
      *   Deja en WS-COD-CTA-CLIENTE la cuenta recaudadora del
      *   convenio, que es la que recibe el abono.
      *================================================================
       3900-BUSCAR-FACTURA-CONVENIO.
           MOVE 'N' TO WS-PCV-CONV-HALLADO
           MOVE 'N' TO WS-PCV-FAC-HALLADA
           MOVE 'N' TO WS-EOF-CONVENIOS
           MOVE 'N' TO WS-EOF-FACTCONV

           OPEN INPUT ARCHIVO-CONVENIOS
           IF WS-STAT-CONVENIOS NOT = '00'
               MOVE 'S' TO WS-EOF-CONVENIOS
           END-IF

           PERFORM UNTIL WS-EOF-CONVENIOS = 'S'
               READ ARCHIVO-CONVENIOS
                   AT END MOVE 'S' TO WS-EOF-CONVENIOS
                   NOT AT END
                       IF CV-COD-CONVENIO = WS-PCV-COD-CONVENIO
                           MOVE 'S' TO WS-PCV-CONV-HALLADO
                           MOVE CV-NOM-CONVENIO TO WS-PCV-NOM-CONVENIO
                           MOVE CV-MCA-ACEPTA-VENCIDA
                               TO WS-PCV-ACEPTA-VENCIDA
                           MOVE CV-MCA-ACTIVO TO WS-PCV-CONV-ACTIVO
                           MOVE CV-COD-CTA-RECAUDO
                               TO WS-COD-CTA-CLIENTE
                           MOVE 'S' TO WS-EOF-CONVENIOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CONVENIOS = '00' OR WS-STAT-CONVENIOS = '10'
               CLOSE ARCHIVO-CONVENIOS
           END-IF

           IF NOT PCV-CONV-HALLADO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-FACTURASCONV
           IF WS-STAT-FACTCONV NOT = '00'
               MOVE 'S' TO WS-EOF-FACTCONV
           END-IF

           PERFORM UNTIL WS-EOF-FACTCONV = 'S'
               READ ARCHIVO-FACTURASCONV
                   AT END MOVE 'S' TO WS-EOF-FACTCONV
                   NOT AT END
                       IF FV-COD-CONVENIO = WS-PCV-COD-CONVENIO
                               AND FV-NUM-REFERENCIA
                                   = WS-PCV-NUM-REFERENCIA
                           MOVE 'S' TO WS-PCV-FAC-HALLADA
                           MOVE FV-NOM-PAGADOR TO WS-PCV-NOM-PAGADOR
                           MOVE FV-MTO-FACTURA TO WS-PCV-MTO-FACTURA
                           MOVE FV-FEC-VENCIMIENTO TO WS-PCV-FEC-VENCE
                           MOVE FV-EST-FACTURA TO WS-PCV-EST-FACTURA
                           MOVE 'S' TO WS-EOF-FACTCONV
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-FACTCONV = '00' OR WS-STAT-FACTCONV = '10'
               CLOSE ARCHIVO-FACTURASCONV
           END-IF.

      *================================================================
      * 3950 - VALIDAR EL PAGO DE UNA FACTURA DE CONVENIO
      *   Se vuelve a leer la factura: entre la captura y el posteo
      *   otra taquilla o el canal web pudo haberla pagado.
      *================================================================
       3950-VALIDAR-PAGO-CONVENIO.
           MOVE 'N' TO WS-PCV-VALIDO

           PERFORM 3900-BUSCAR-FACTURA-CONVENIO
           IF NOT PCV-CONV-HALLADO OR NOT PCV-FAC-HALLADA
               DISPLAY '  ERROR: No existe esa referencia en el '
                   'convenio.'
               EXIT PARAGRAPH
           END-IF

           IF WS-PCV-CONV-ACTIVO NOT = FLAG-SI
               DISPLAY '  ERROR: El convenio ' WS-PCV-COD-CONVENIO
                   ' esta suspendido; no recibe pagos.'
               EXIT PARAGRAPH
           END-IF

           IF WS-PCV-EST-FACTURA NOT = 'PENDIENTE '
               DISPLAY '  ERROR: La factura ya fue pagada o tiene un '
                   'pago en tramite (' WS-PCV-EST-FACTURA ').'
               EXIT PARAGRAPH
           END-IF

           IF WS-PCV-FEC-VENCE < WS-FECHA-STR
                   AND WS-PCV-ACEPTA-VENCIDA NOT = FLAG-SI
               DISPLAY '  ERROR: La factura vencio el '
                   WS-PCV-FEC-VENCE ' y el convenio no recibe '
                   'facturas vencidas.'
               EXIT PARAGRAPH
           END-IF

           IF WS-MONTO-CAJA NOT = WS-PCV-MTO-FACTURA
               MOVE WS-PCV-MTO-FACTURA TO WS-DISP-MONTO
               DISPLAY '  ERROR: La factura solo se recibe por su '
                   'valor exacto: $' WS-DISP-MONTO
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-PCV-VALIDO.

      *================================================================
      * 3910 - BUSCAR LA REMESA POR SU CLAVE DE PAGO
      *   Sirve la clave de la remesadora o el numero REM interno.
      *================================================================
       3910-BUSCAR-REMESA.
           MOVE 'N' TO WS-PRM-HALLADA
           MOVE 'N' TO WS-EOF-REMESAS

           OPEN INPUT ARCHIVO-REMESAS
           IF WS-STAT-REMESAS NOT = '00'
               MOVE 'S' TO WS-EOF-REMESAS
           END-IF

           PERFORM UNTIL WS-EOF-REMESAS = 'S'
               READ ARCHIVO-REMESAS
                   AT END MOVE 'S' TO WS-EOF-REMESAS
                   NOT AT END
                       IF RX-REF-REMESADORA = WS-PRM-CLAVE
                               OR RX-NUM-REMESA = WS-PRM-CLAVE
                           MOVE 'S' TO WS-PRM-HALLADA
                           MOVE RX-NUM-REMESA TO WS-PRM-NUM-REMESA
                           MOVE RX-COD-REMESADORA
                               TO WS-PRM-COD-REMESADORA
                           MOVE RX-REF-REMESADORA
                               TO WS-PRM-REF-REMESADORA
                           MOVE RX-NOM-REMITENTE
                               TO WS-PRM-NOM-REMITENTE
                           MOVE RX-PAIS-ORIGEN TO WS-PRM-PAIS-ORIGEN
                           MOVE RX-NOM-BENEFICIARIO
                               TO WS-PRM-NOM-BENEFIC
                           MOVE RX-TIP-DOCUMENTO
                               TO WS-PRM-DOC-TIPO-REM
                           MOVE RX-NUM-DOCUMENTO
                               TO WS-PRM-DOC-NUM-REM
                           MOVE RX-MTO-COP TO WS-PRM-MTO-COP
                           MOVE RX-FEC-VENCE TO WS-PRM-FEC-VENCE
                           MOVE RX-EST-REMESA TO WS-PRM-EST-REMESA
                           MOVE 'S' TO WS-EOF-REMESAS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-REMESAS = '00' OR WS-STAT-REMESAS = '10'
               CLOSE ARCHIVO-REMESAS
           END-IF.

      *================================================================
      * 3960 - VALIDAR EL PAGO DE UNA REMESA
      *   Se vuelve a leer la remesa: entre la captura y el posteo
      *   otra taquilla pudo haberla pagado. Solo se paga PENDIENTE,
      *   sin vencer y a quien presenta el documento de la remesa.
      *================================================================
       3960-VALIDAR-PAGO-REMESA.
           MOVE 'N' TO WS-PRM-VALIDA

           PERFORM 3910-BUSCAR-REMESA
           IF NOT PRM-HALLADA
               DISPLAY '  ERROR: No existe una remesa con esa clave '
                   'de pago.'
               EXIT PARAGRAPH
           END-IF

           IF WS-PRM-EST-REMESA NOT = 'PENDIENTE '
               DISPLAY '  ERROR: La remesa ya no esta pendiente ('
                   WS-PRM-EST-REMESA ').'
               EXIT PARAGRAPH
           END-IF

           IF WS-PRM-FEC-VENCE < WS-FECHA-STR
               DISPLAY '  ERROR: La remesa vencio el '
                   WS-PRM-FEC-VENCE ' y se devuelve a la remesadora.'
               EXIT PARAGRAPH
           END-IF

           IF WS-PRM-TIP-DOCUMENTO NOT = WS-PRM-DOC-TIPO-REM
                   OR WS-PRM-NUM-DOCUMENTO NOT = WS-PRM-DOC-NUM-REM
               DISPLAY '  ERROR: El documento presentado no es el del '
                   'beneficiario de la remesa.'
               EXIT PARAGRAPH
           END-IF

           IF WS-MONTO-CAJA NOT = WS-PRM-MTO-COP
               DISPLAY '  ERROR: La remesa solo se paga por su valor '
                   'exacto.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-PRM-VALIDA.

      *================================================================
      * 3500 - SUMAR LOS EMBARGOS JUDICIALES VIGENTES DE LA CUENTA
      *   Igual que 5100-SUMAR-EMBARGOS-CUENTA en MAIN-ACH.
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS OF WS-CUENTA-CLIENTE
           PERFORM 6000-GRABAR-CUENTA-CLIENTE

           MOVE WS-COD-CTA-CLIENTE TO WS-COB-CUENTA
           MOVE WS-SAL-ANT-CLIENTE TO WS-COB-SAL-ANTERIOR
           MOVE CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
               TO WS-COB-SAL-NUEVO
           PERFORM 9700-APLICAR-ABONO-COBRANZA

           PERFORM 6100-REGISTRAR-MOVIMIENTO-CAJA

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE WS-SUCURSAL-CAJON TO WS-SUC-ASIENTO

           MOVE GL-CAJA TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CAJA TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               WS-DISP-MONTO.

      *================================================================
      * 4700 - POSTEAR EL PAGO DE UNA FACTURA DE CONVENIO
      *   Igual que el deposito, contra la cuenta recaudadora; la
      *   factura queda PAGADA con este comprobante y el pago
      *   APLICADO queda esperando la liquidacion del cierre.
      *================================================================
       4700-POSTEAR-PAGO-CONVENIO.
           MOVE CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
               TO WS-SAL-ANT-CLIENTE
           ADD WS-MONTO-CAJA TO
               CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
           ADD WS-MONTO-CAJA TO CC-SAL-TOTAL OF WS-CUENTA-CLIENTE
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS OF WS-CUENTA-CLIENTE
           PERFORM 6000-GRABAR-CUENTA-CLIENTE

           MOVE WS-COD-CTA-CLIENTE TO WS-COB-CUENTA
           MOVE WS-SAL-ANT-CLIENTE TO WS-COB-SAL-ANTERIOR
           MOVE CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
               TO WS-COB-SAL-NUEVO
           PERFORM 9700-APLICAR-ABONO-COBRANZA

           PERFORM 6100-REGISTRAR-MOVIMIENTO-CAJA

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE WS-SUCURSAL-CAJON TO WS-SUC-ASIENTO

           MOVE GL-CAJA TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CAJA TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MONTO-CAJA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Efectivo recibido por pago de convenio'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MONTO-CAJA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Abono a la cuenta recaudadora del convenio'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO

           PERFORM 4750-MARCAR-FACTURA-PAGADA
           PERFORM 4760-REGISTRAR-PAGO-CONVENIO

           MOVE WS-MONTO-CAJA TO WS-DISP-MONTO
           DISPLAY '  Pago ' WS-NUM-CAJA ' de la factura '
               WS-PCV-NUM-REFERENCIA ' posteado: $' WS-DISP-MONTO.

      *================================================================
      * 4750 - MARCAR LA FACTURA DEL CONVENIO COMO PAGADA
      *================================================================
       4750-MARCAR-FACTURA-PAGADA.
           MOVE 'N' TO WS-EOF-FACTCONV

           OPEN I-O ARCHIVO-FACTURASCONV
           MOVE WS-STAT-FACTCONV TO WS-CHK-ESTADO
           MOVE 'ABRIR FACTURASCONV (PAGO)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-FACTCONV = 'S'
               READ ARCHIVO-FACTURASCONV
                   AT END MOVE 'S' TO WS-EOF-FACTCONV
                   NOT AT END
                       IF FV-COD-CONVENIO = WS-PCV-COD-CONVENIO
                               AND FV-NUM-REFERENCIA
                                   = WS-PCV-NUM-REFERENCIA
                           MOVE 'PAGADA    ' TO FV-EST-FACTURA
                           MOVE WS-NUM-CAJA TO FV-NUM-PAGO
                           REWRITE REG-FACTURA-CONV
                           MOVE WS-STAT-FACTCONV TO WS-CHK-ESTADO
                           MOVE 'MARCAR FACTURA PAGADA'
                               TO WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                           MOVE 'S' TO WS-EOF-FACTCONV
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-FACTURASCONV.

      *================================================================
      * 4760 - DEJAR EL PAGO APLICADO EN PAGOSCONV.dat
      *================================================================
       4760-REGISTRAR-PAGO-CONVENIO.
           OPEN EXTEND ARCHIVO-PAGOSCONV
           IF WS-STAT-PAGOSCONV = '35'
               OPEN OUTPUT ARCHIVO-PAGOSCONV
               CLOSE ARCHIVO-PAGOSCONV
               OPEN EXTEND ARCHIVO-PAGOSCONV
           END-IF
           MOVE WS-STAT-PAGOSCONV TO WS-CHK-ESTADO
           MOVE 'ABRIR PAGOSCONV' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE SPACES TO REG-PAGO-CONVENIO
           MOVE WS-NUM-CAJA TO PV-NUM-PAGO
           MOVE WS-PCV-COD-CONVENIO TO PV-COD-CONVENIO
           MOVE WS-PCV-NUM-REFERENCIA TO PV-NUM-REFERENCIA
           MOVE WS-MONTO-CAJA TO PV-MTO-PAGO
           MOVE 'CAJ' TO PV-COD-CANAL
           MOVE WS-FECHA-STR TO PV-FEC-PAGO
           MOVE WS-HORA-STR TO PV-HOA-PAGO
           MOVE 'APLICADO  ' TO PV-EST-PAGO
           WRITE REG-PAGO-CONVENIO

           CLOSE ARCHIVO-PAGOSCONV.

      *================================================================
      * 4800 - POSTEAR EL PAGO DE UNA REMESA EN EFECTIVO
      *   No mueve cuentas de clientes: el efectivo sale del cajon
      *   contra la obligacion que PRC-REMESAS dejo por pagar.
      *================================================================
       4800-POSTEAR-PAGO-REMESA.
           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE WS-SUCURSAL-CAJON TO WS-SUC-ASIENTO

           MOVE GL-REMESAS-POR-PAGAR
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-REMESAS-POR-PAGAR
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MONTO-CAJA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Remesa del exterior pagada en taquilla'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO

           MOVE GL-CAJA TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CAJA TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MONTO-CAJA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Efectivo entregado por pago de remesa'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO

           PERFORM 4850-MARCAR-REMESA-PAGADA

           MOVE WS-MONTO-CAJA TO WS-DISP-MONTO
           DISPLAY '  Pago ' WS-NUM-CAJA ' de la remesa '
               WS-PRM-NUM-REMESA ' posteado: $' WS-DISP-MONTO.

      *================================================================
      * 4850 - MARCAR LA REMESA COMO PAGADA
      *================================================================
       4850-MARCAR-REMESA-PAGADA.
           MOVE 'N' TO WS-EOF-REMESAS

           OPEN I-O ARCHIVO-REMESAS
           MOVE WS-STAT-REMESAS TO WS-CHK-ESTADO
           MOVE 'ABRIR REMESAS (PAGO)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-REMESAS = 'S'
               READ ARCHIVO-REMESAS
                   AT END MOVE 'S' TO WS-EOF-REMESAS
                   NOT AT END
                       IF RX-NUM-REMESA = WS-PRM-NUM-REMESA
                           MOVE 'PAGADA    ' TO RX-EST-REMESA
                           MOVE WS-FECHA-STR TO RX-FEC-CIERRE
                           MOVE WS-NUM-CAJA TO RX-REF-CIERRE
                           MOVE WS-COD-OPERADOR TO RX-COD-OPERADOR
                           REWRITE REG-REMESA
                           MOVE WS-STAT-REMESAS TO WS-CHK-ESTADO
                           MOVE 'MARCAR REMESA PAGADA'
                               TO WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                           MOVE 'S' TO WS-EOF-REMESAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-REMESAS.

      *================================================================
      * 4500 - POSTEAR LA CONSIGNACION DE UN CHEQUE
      *   Igual que un abono retenido de PRC-ENTRANTE: sube el saldo
      *   total y el bloqueado, no el disponible, hasta que PRC-CANJE
      *   lo libere al cumplirse el canje.
      *================================================================
       4500-POSTEAR-CHEQUE.
           MOVE CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
               TO WS-SAL-ANT-CLIENTE
           ADD WS-MONTO-CAJA TO
               CC-SAL-BLOQUEADO OF WS-CUENTA-CLIENTE
           ADD WS-MONTO-CAJA TO CC-SAL-TOTAL OF WS-CUENTA-CLIENTE
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS OF WS-CUENTA-CLIENTE
           PERFORM 6000-GRABAR-CUENTA-CLIENTE

           PERFORM 4550-CALCULAR-FECHA-CANJE
           PERFORM 4600-REGISTRAR-CHEQUE
           PERFORM 6100-REGISTRAR-MOVIMIENTO-CAJA

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE WS-SUCURSAL-CAJON TO WS-SUC-ASIENTO

           MOVE GL-CANJE-CHEQUES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CANJE-CHEQUES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MONTO-CAJA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Cheque de otro banco recibido para canje'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MONTO-CAJA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Abono de cheque consignado (en canje)'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO

           MOVE WS-MONTO-CAJA TO WS-DISP-MONTO
           DISPLAY '  Cheque ' WS-NUM-CAJA ' consignado: $'
               WS-DISP-MONTO ' en canje hasta el ' WS-CHQ-FEC-CANJE
               '.'.

      *================================================================
      * 4550 - CALCULAR EL DIA EN QUE TERMINA EL CANJE
      *================================================================
       4550-CALCULAR-FECHA-CANJE.
           MOVE WS-FECHA-COMPACTA TO WS-FEC-YYYYMMDD
           COMPUTE WS-FEC-NUEVA-INT =
               FUNCTION INTEGER-OF-DATE (WS-FEC-YYYYMMDD)

           MOVE 0 TO WS-DIAS-CONTADOS
           PERFORM UNTIL WS-DIAS-CONTADOS >= CHQ-DIAS-CANJE
               COMPUTE WS-FEC-NUEVA-INT = WS-FEC-NUEVA-INT + 1
               PERFORM 4560-AJUSTAR-A-DIA-HABIL
               ADD 1 TO WS-DIAS-CONTADOS
           END-PERFORM

           MOVE FUNCTION DATE-OF-INTEGER (WS-FEC-NUEVA-INT)
               TO WS-FEC-NUEVA-YMD
           STRING WS-FEC-NUEVA-YMD (1:4) '-' WS-FEC-NUEVA-YMD (5:2) '-'
               WS-FEC-NUEVA-YMD (7:2)
               DELIMITED SIZE INTO WS-CHQ-FEC-CANJE.

      *================================================================
      * 4560 - AJUSTAR UNA FECHA AL DIA HABIL MAS CERCANO (ADELANTE)
      *   Igual que 0946 en MAIN-ACH: la candidata en WS-FEC-NUEVA-INT
      *   avanza de a un dia mientras caiga en sabado, domingo o
      *   festivo vigente.
      *================================================================
       4560-AJUSTAR-A-DIA-HABIL.
           COMPUTE WS-ANCLA-LUNES =
               FUNCTION INTEGER-OF-DATE (20010101)

           MOVE 'N' TO WS-DIA-HABIL-HALLADO
           PERFORM UNTIL DIA-HABIL-HALLADO
               COMPUTE WS-DESPLAZAMIENTO-DIA =
                   FUNCTION MOD (WS-FEC-NUEVA-INT - WS-ANCLA-LUNES, 7)
               IF WS-DESPLAZAMIENTO-DIA >= 5
                   COMPUTE WS-FEC-NUEVA-INT = WS-FEC-NUEVA-INT + 1
               ELSE
                   MOVE FUNCTION DATE-OF-INTEGER (WS-FEC-NUEVA-INT)
                       TO WS-FEC-NUEVA-YMD
                   STRING WS-FEC-NUEVA-YMD (1:4) '-'
                       WS-FEC-NUEVA-YMD (5:2) '-'
                       WS-FEC-NUEVA-YMD (7:2)
                       DELIMITED SIZE INTO WS-FEC-CANDIDATA
                   PERFORM 4570-VERIFICAR-FERIADO
                   IF ES-FERIADO
                       COMPUTE WS-FEC-NUEVA-INT = WS-FEC-NUEVA-INT + 1
                   ELSE
                       MOVE 'S' TO WS-DIA-HABIL-HALLADO
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================
      * 4570 - VERIFICAR SI LA FECHA CANDIDATA ES FESTIVO
      *   Sin calendario ('35') solo se saltan los fines de semana.
      *================================================================
       4570-VERIFICAR-FERIADO.
           MOVE 'N' TO WS-ES-FERIADO
           MOVE 'N' TO WS-EOF-FERIADOS

           OPEN INPUT ARCHIVO-FERIADOS
           IF WS-STAT-FERIADOS = '35'
               MOVE 'S' TO WS-EOF-FERIADOS
           END-IF

           PERFORM UNTIL WS-EOF-FERIADOS = 'S'
               READ ARCHIVO-FERIADOS
                   AT END MOVE 'S' TO WS-EOF-FERIADOS
                   NOT AT END
                       IF FE-FECHA = WS-FEC-CANDIDATA
                               AND FE-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-ES-FERIADO
                           MOVE 'S' TO WS-EOF-FERIADOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-FERIADOS NOT = '35'
               CLOSE ARCHIVO-FERIADOS
           END-IF.

      *================================================================
      * 4600 - DEJAR EL RENGLON EN_CANJE DEL CHEQUE EN CHEQUES.dat
      *================================================================
       4600-REGISTRAR-CHEQUE.
           OPEN EXTEND ARCHIVO-CHEQUES
           IF WS-STAT-CHEQUES = '35'
               OPEN OUTPUT ARCHIVO-CHEQUES
               CLOSE ARCHIVO-CHEQUES
               OPEN EXTEND ARCHIVO-CHEQUES
           END-IF

           MOVE SPACES TO REG-CHEQUE
           MOVE WS-NUM-CAJA TO CQ-NUM-CONSIGNACION
           MOVE WS-COD-CTA-CLIENTE TO CQ-COD-CUENTA
           MOVE WS-CHQ-BCO-GIRADO TO CQ-COD-BCO-GIRADO
           MOVE WS-CHQ-NUM-CHEQUE TO CQ-NUM-CHEQUE
           MOVE WS-CHQ-CTA-GIRADORA TO CQ-CTA-GIRADORA
           MOVE WS-MONTO-CAJA TO CQ-MTO-CHEQUE
           MOVE WS-FECHA-STR TO CQ-FEC-CONSIGNACION
           MOVE WS-HORA-STR TO CQ-HOA-CONSIGNACION
           MOVE WS-CHQ-FEC-CANJE TO CQ-FEC-CANJE
           MOVE 'EN_CANJE  ' TO CQ-EST-CHEQUE
           MOVE WS-COD-OPERADOR TO CQ-COD-OPERADOR
           WRITE REG-CHEQUE
           MOVE WS-STAT-CHEQUES TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ARCHIVO-CHEQUES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           CLOSE ARCHIVO-CHEQUES.

      *================================================================
      * 5000 - POSTEAR UN RETIRO EN EFECTIVO (CON SU GMF)
      *================================================================
       5000-POSTEAR-RETIRO.
           MOVE CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
               TO WS-SAL-ANT-CLIENTE
           SUBTRACT WS-MTO-TOTAL-RETIRO FROM
               CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
           SUBTRACT WS-MTO-TOTAL-RETIRO FROM
               CC-SAL-TOTAL OF WS-CUENTA-CLIENTE
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS OF WS-CUENTA-CLIENTE
           PERFORM 6000-GRABAR-CUENTA-CLIENTE

           PERFORM 6100-REGISTRAR-MOVIMIENTO-CAJA
           PERFORM 6200-REGISTRAR-MOVIMIENTO-GMF

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE WS-SUCURSAL-CAJON TO WS-SUC-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MTO-TOTAL-RETIRO
               TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Cargo por retiro de efectivo (incluye GMF)'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO

           MOVE GL-CAJA TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CAJA TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MONTO-CAJA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Efectivo entregado por taquilla'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO

           IF WS-MTO-GMF > 0
               MOVE GL-IMPUESTO-GMF
                   TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE GL-NOM-IMPUESTO-GMF
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-MTO-GMF TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'GMF 4x1000 retenido, por pagar a la DIAN'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TIM-TARIFA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 6500-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF

           MOVE WS-MONTO-CAJA TO WS-DISP-MONTO
           MOVE WS-MTO-GMF TO WS-DISP-GMF
           DISPLAY '  Retiro ' WS-NUM-CAJA ' posteado: $'
               WS-DISP-MONTO ' (GMF $' WS-DISP-GMF ').'.

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 6100 - REGISTRAR EL MOVIMIENTO DE CAJA
      *================================================================
       6100-REGISTRAR-MOVIMIENTO-CAJA.
           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-COD-CTA-CLIENTE TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-SAL-ANT-CLIENTE TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO

           EVALUATE TRUE
               WHEN TRN-DEPOSITO
                   MOVE MOV-DEPOSITO
                       TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
                   MOVE WS-MONTO-CAJA
                       TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
                   COMPUTE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO =
                       WS-SAL-ANT-CLIENTE + WS-MONTO-CAJA
                   MOVE 'Deposito en efectivo por taquilla'
                       TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
               WHEN TRN-CHEQUE
      *            En canje no movio el disponible (queda en
      *            CC-SAL-BLOQUEADO hasta que PRC-CANJE lo libere).
                   MOVE MOV-CHEQUE
                       TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
                   MOVE WS-MONTO-CAJA
                       TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
                   MOVE WS-SAL-ANT-CLIENTE
                       TO MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO
                   STRING 'Cheque ' WS-CHQ-NUM-CHEQUE ' banco '
                       WS-CHQ-BCO-GIRADO ' en canje hasta '
                       WS-CHQ-FEC-CANJE
                       DELIMITED SIZE
                       INTO MC-DES-DETALLE OF WS-MOVIM-NUEVO
               WHEN TRN-PAGO-CONVENIO
                   MOVE MOV-PAGO-CONVENIO
                       TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
                   MOVE WS-MONTO-CAJA
                       TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
                   COMPUTE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO =
                       WS-SAL-ANT-CLIENTE + WS-MONTO-CAJA
                   STRING 'Pago factura ' WS-PCV-NUM-REFERENCIA
                       ' convenio ' WS-PCV-COD-CONVENIO
                       ' por taquilla'
                       DELIMITED SIZE
                       INTO MC-DES-DETALLE OF WS-MOVIM-NUEVO
               WHEN OTHER
                   MOVE MOV-RETIRO
                       TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
                   COMPUTE MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO =
                       WS-MONTO-CAJA * -1
                   COMPUTE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO =
                       WS-SAL-ANT-CLIENTE - WS-MONTO-CAJA
                   MOVE 'Retiro en efectivo por taquilla'
                       TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           END-EVALUATE

           MOVE WS-NUM-CAJA TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO

           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO.

      *================================================================
      * 6200 - REGISTRAR EL RENGLON PROPIO DEL GMF DEL RETIRO
      *================================================================
       6200-REGISTRAR-MOVIMIENTO-GMF.
           IF WS-MTO-GMF = 0
               EXIT PARAGRAPH
           END-IF

           MOVE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO TO WS-SAL-ANT-GMF

           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-COD-CTA-CLIENTE TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-GMF TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           COMPUTE MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO =
               WS-MTO-GMF * -1
           MOVE WS-SAL-ANT-GMF TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           COMPUTE MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO =
               WS-SAL-ANT-GMF - WS-MTO-GMF
           MOVE 'GMF 4x1000 sobre el retiro'
               TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE WS-NUM-CAJA TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO

           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO.

      *================================================================
      * 6500 - ESCRIBIR UNA PATA DEL ASIENTO CONTABLE
      *================================================================
       6500-ESCRIBIR-ASIENTO.
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-NUM-CAJA TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 6510-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      * 6510 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   La pata armada en el registro de trabajo solo se escribe
      *   si su cuenta existe en el catalogo, esta activa y es
      *   posteable (igual que 9216 en MAIN-ACH). Sin catalogo
      *   ('35') se postea como siempre, pero el cierre de periodos
      *   se verifica igual.
      *================================================================
       6510-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               PERFORM 6520-VALIDAR-PERIODO-CONTABLE
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

           PERFORM 6520-VALIDAR-PERIODO-CONTABLE.

      *================================================================
      * 6520 - VALIDAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *   El periodo no puede estar CERRADO (ver PERIODOS.cpy y
      *   CIE-PERIODO); se verifica aunque no exista el catalogo
      *   PUC. Sin archivo de periodos ('35') se postea como
      *   siempre (modo de arranque).
      *================================================================
       6520-VALIDAR-PERIODO-CONTABLE.
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
      * 7000 - GRABAR EL COMPROBANTE DE LA TRANSACCION DE CAJA
      *   La cuenta queda enmascarada (8980): el comprobante se
      *   entrega al cliente.
      *================================================================
       7000-GRABAR-COMPROBANTE.
           MOVE WS-COD-CTA-CLIENTE TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-NUM-CAJA TO CB-NUM-ORDEN OF WS-COMPROBANTE-NUEVO
           MOVE WS-FECHA-STR TO CB-FEC-EMISION OF WS-COMPROBANTE-NUEVO
           MOVE WS-HORA-STR TO CB-HOA-EMISION OF WS-COMPROBANTE-NUEVO
           MOVE CC-NOM-CLIENTE OF WS-CUENTA-CLIENTE
               TO CB-NOM-CLI-ORIGEN OF WS-COMPROBANTE-NUEVO
           MOVE WS-MSK-SALIDA
               TO CB-COD-CTA-ORIGEN OF WS-COMPROBANTE-NUEVO
           IF TRN-CHEQUE
               MOVE 'TAQUILLA - CHEQUE EN CANJE'
                   TO CB-NOM-CLI-DEST OF WS-COMPROBANTE-NUEVO
               MOVE WS-CHQ-BCO-GIRADO
                   TO CB-COD-BCO-DEST OF WS-COMPROBANTE-NUEVO
           ELSE
               MOVE 'TAQUILLA - EFECTIVO'
                   TO CB-NOM-CLI-DEST OF WS-COMPROBANTE-NUEVO
               MOVE COD-BANCO-PROPIO
                   TO CB-COD-BCO-DEST OF WS-COMPROBANTE-NUEVO
           END-IF
           MOVE SPACES TO CB-COD-CTA-DEST OF WS-COMPROBANTE-NUEVO
      *    En el pago de convenio paga un tercero, sin cuenta, y el
      *    destino es la cuenta recaudadora del facturador.
           IF TRN-PAGO-CONVENIO
               MOVE WS-PCV-NOM-PAGADOR
                   TO CB-NOM-CLI-ORIGEN OF WS-COMPROBANTE-NUEVO
               MOVE SPACES TO CB-COD-CTA-ORIGEN OF WS-COMPROBANTE-NUEVO
               MOVE WS-PCV-NOM-CONVENIO
                   TO CB-NOM-CLI-DEST OF WS-COMPROBANTE-NUEVO
               MOVE WS-MSK-SALIDA
                   TO CB-COD-CTA-DEST OF WS-COMPROBANTE-NUEVO
           END-IF
      *    En el pago de remesa no hay cuenta: el remitente gira
      *    desde el exterior y el beneficiario cobra en efectivo.
           IF TRN-REMESA
               MOVE WS-PRM-NOM-REMITENTE
                   TO CB-NOM-CLI-ORIGEN OF WS-COMPROBANTE-NUEVO
               MOVE SPACES TO CB-COD-CTA-ORIGEN OF WS-COMPROBANTE-NUEVO
               MOVE WS-PRM-NOM-BENEFIC
                   TO CB-NOM-CLI-DEST OF WS-COMPROBANTE-NUEVO
           END-IF
           MOVE WS-MONTO-CAJA TO CB-MTO-TRANSF OF WS-COMPROBANTE-NUEVO
           MOVE MON-COP TO CB-TIP-MONEDA OF WS-COMPROBANTE-NUEVO
           MOVE ZERO TO CB-MTO-COMISION OF WS-COMPROBANTE-NUEVO
           MOVE WS-MTO-GMF TO CB-MTO-GMF OF WS-COMPROBANTE-NUEVO
           MOVE ZERO TO CB-MTO-IVA OF WS-COMPROBANTE-NUEVO

           EVALUATE TRUE
               WHEN TRN-DEPOSITO
                   MOVE WS-MONTO-CAJA
                       TO CB-MTO-TOTAL OF WS-COMPROBANTE-NUEVO
                   MOVE 'Deposito en efectivo por taquilla'
                       TO CB-DES-CONCEPTO OF WS-COMPROBANTE-NUEVO
               WHEN TRN-CHEQUE
                   MOVE WS-MONTO-CAJA
                       TO CB-MTO-TOTAL OF WS-COMPROBANTE-NUEVO
                   STRING 'Consignacion cheque ' WS-CHQ-NUM-CHEQUE
                       ', disponible desde ' WS-CHQ-FEC-CANJE
                       DELIMITED SIZE
                       INTO CB-DES-CONCEPTO OF WS-COMPROBANTE-NUEVO
               WHEN TRN-PAGO-CONVENIO
                   MOVE WS-MONTO-CAJA
                       TO CB-MTO-TOTAL OF WS-COMPROBANTE-NUEVO
                   STRING 'Pago factura ' WS-PCV-NUM-REFERENCIA
                       ' convenio ' WS-PCV-COD-CONVENIO
                       DELIMITED SIZE
                       INTO CB-DES-CONCEPTO OF WS-COMPROBANTE-NUEVO
               WHEN TRN-REMESA
                   MOVE WS-MONTO-CAJA
                       TO CB-MTO-TOTAL OF WS-COMPROBANTE-NUEVO
                   STRING 'Pago remesa ' WS-PRM-REF-REMESADORA
                       ' de ' WS-PRM-COD-REMESADORA
                       DELIMITED SIZE
                       INTO CB-DES-CONCEPTO OF WS-COMPROBANTE-NUEVO
               WHEN OTHER
                   MOVE WS-MTO-TOTAL-RETIRO
                       TO CB-MTO-TOTAL OF WS-COMPROBANTE-NUEVO
                   MOVE 'Retiro en efectivo por taquilla'
                       TO CB-DES-CONCEPTO OF WS-COMPROBANTE-NUEVO
           END-EVALUATE

           WRITE REG-COMPROBANTE FROM WS-COMPROBANTE-NUEVO.

      *================================================================
      * 8000 - REGISTRAR LA TRANSACCION EN AUDITORIA
      *================================================================
       8000-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE WS-NUM-CAJA TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'TRANSACCION_CAJA' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-COD-OPERADOR TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE WS-TERMINAL-OPERADOR TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE 'EXITOSA' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO

           EVALUATE TRUE
               WHEN TRN-DEPOSITO
                   MOVE WS-MONTO-CAJA
                       TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
                   MOVE 'Deposito en efectivo por taquilla'
                       TO AT-OBSERVACION OF WS-AUDIT-NUEVO
               WHEN TRN-CHEQUE
                   MOVE WS-MONTO-CAJA
                       TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
                   STRING 'Consignacion de cheque ' WS-CHQ-NUM-CHEQUE
                       ' del banco ' WS-CHQ-BCO-GIRADO ' (en canje)'
                       DELIMITED SIZE
                       INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
               WHEN TRN-PAGO-CONVENIO
                   MOVE WS-MONTO-CAJA
                       TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
                   STRING 'Pago de la factura ' WS-PCV-NUM-REFERENCIA
                       ' del convenio ' WS-PCV-COD-CONVENIO
                       ' en efectivo'
                       DELIMITED SIZE
                       INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
               WHEN TRN-REMESA
                   MOVE WS-MONTO-CAJA
                       TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
                   STRING 'Pago en efectivo de la remesa '
                       WS-PRM-NUM-REMESA ' a '
                       WS-PRM-DOC-TIPO-REM ' ' WS-PRM-DOC-NUM-REM
                       DELIMITED SIZE
                       INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
               WHEN OTHER
                   MOVE WS-MTO-TOTAL-RETIRO
                       TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
                   MOVE 'Retiro en efectivo por taquilla (incluye GMF)'
                       TO AT-OBSERVACION OF WS-AUDIT-NUEVO
           END-EVALUATE

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 8500 - ANULAR UNA TRANSACCION DE CAJA DEL MISMO DIA
      *   Solo transacciones de hoy hechas desde este cajon (que
      *   sigue abierto: un cajon CERRADO no admite sesion). Exige la
      *   clave de un supervisor distinto del cajero. El deposito se
      *   anula si el cliente no ha dispuesto de el; el cheque, si
      *   aun no salio en el archivo de canje; el pago de convenio,
      *   si aun no se liquido al facturador.
      *================================================================
       8500-ANULAR-TRANSACCION.
           PERFORM 0100-OBTENER-FECHA-HORA
           MOVE 'N' TO WS-ANULANDO

           DISPLAY '  Transaccion a anular (CJA...): '
               WITH NO ADVANCING
           ACCEPT WS-ANU-NUM-ORIGINAL

           PERFORM 8510-UBICAR-ORIGINAL
           IF NOT ANU-HALLADA
               DISPLAY '  ERROR: No hay un deposito, retiro, cheque '
                   'o pago de convenio de caja con ese numero.'
               EXIT PARAGRAPH
           END-IF

           IF WS-ANU-FEC-ORIGINAL NOT = WS-FECHA-STR
               DISPLAY '  ERROR: Solo se anulan transacciones del '
                   'mismo dia; la de ' WS-ANU-FEC-ORIGINAL
                   ' requiere una transaccion contraria.'
               EXIT PARAGRAPH
           END-IF

           IF ANU-YA-ANULADA
               DISPLAY '  ERROR: La transaccion ya fue anulada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 8520-VERIFICAR-CAJERO-ORIGINAL
           IF NOT ANU-DEL-CAJERO
               DISPLAY '  ERROR: La transaccion no se hizo desde este '
                   'cajon; debe anularla el cajero que la hizo.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 8530-LEER-CUENTA-ORIGINAL
           IF NOT CUENTA-ENCONTRADA
               DISPLAY '  ERROR: La cuenta de la transaccion ya no '
                   'existe.'
               EXIT PARAGRAPH
           END-IF

           IF (TRN-DEPOSITO OR TRN-PAGO-CONVENIO)
                   AND CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
                       < WS-MONTO-CAJA
               DISPLAY '  ERROR: El cliente ya dispuso del deposito; '
                   'el disponible no alcanza para anularlo.'
               EXIT PARAGRAPH
           END-IF

           IF TRN-CHEQUE
               PERFORM 8540-VERIFICAR-CHEQUE-ORIGINAL
               IF NOT ANU-CHQ-EN-CANJE
                   DISPLAY '  ERROR: El cheque ya salio en el archivo '
                       'de canje; no se puede anular en caja.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF TRN-PAGO-CONVENIO
               PERFORM 8545-VERIFICAR-PAGO-ORIGINAL
               IF NOT PCV-PAGO-APLICADO
                   DISPLAY '  ERROR: El pago ya se liquido al '
                       'facturador; no se puede anular en caja.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-MONTO-CAJA TO WS-DISP-MONTO
           EVALUATE TRUE
               WHEN TRN-DEPOSITO
                   DISPLAY '  Deposito de $' WS-DISP-MONTO
                       ' a la cuenta ' WS-COD-CTA-CLIENTE
               WHEN TRN-CHEQUE
                   DISPLAY '  Cheque de $' WS-DISP-MONTO
                       ' a la cuenta ' WS-COD-CTA-CLIENTE
               WHEN TRN-PAGO-CONVENIO
                   DISPLAY '  Pago de $' WS-DISP-MONTO
                       ' de la factura ' WS-PCV-NUM-REFERENCIA
                       ' del convenio ' WS-PCV-COD-CONVENIO
               WHEN OTHER
                   MOVE WS-MTO-GMF TO WS-DISP-GMF
                   DISPLAY '  Retiro de $' WS-DISP-MONTO
                       ' (GMF $' WS-DISP-GMF ') de la cuenta '
                       WS-COD-CTA-CLIENTE
           END-EVALUATE

           DISPLAY '  Motivo de la anulacion: ' WITH NO ADVANCING
           ACCEPT WS-ANU-MOTIVO
           IF WS-ANU-MOTIVO = SPACES
               DISPLAY '  ERROR: La anulacion requiere un motivo.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Codigo del supervisor que autoriza: '
               WITH NO ADVANCING
           ACCEPT WS-ANU-COD-SUPERV
           DISPLAY '  Clave del supervisor: ' WITH NO ADVANCING
           ACCEPT WS-ANU-CLAVE-SUPERV
           PERFORM 8550-VALIDAR-SUPERVISOR
           IF NOT ANU-SUPERV-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-ANULANDO
           PERFORM 0100-OBTENER-FECHA-HORA

           MOVE 'CJA' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'CJA' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-CAJA

           MOVE CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
               TO WS-SAL-ANT-CLIENTE
           EVALUATE TRUE
               WHEN TRN-DEPOSITO
               WHEN TRN-PAGO-CONVENIO
                   SUBTRACT WS-MONTO-CAJA FROM
                       CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
                   SUBTRACT WS-MONTO-CAJA FROM
                       CC-SAL-TOTAL OF WS-CUENTA-CLIENTE
                   COMPUTE WS-ANU-MTO-REVERSO = WS-MONTO-CAJA * -1
               WHEN TRN-CHEQUE
                   SUBTRACT WS-MONTO-CAJA FROM
                       CC-SAL-BLOQUEADO OF WS-CUENTA-CLIENTE
                   SUBTRACT WS-MONTO-CAJA FROM
                       CC-SAL-TOTAL OF WS-CUENTA-CLIENTE
                   COMPUTE WS-ANU-MTO-REVERSO = WS-MONTO-CAJA * -1
               WHEN OTHER
                   ADD WS-MTO-TOTAL-RETIRO TO
                       CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
                   ADD WS-MTO-TOTAL-RETIRO TO
                       CC-SAL-TOTAL OF WS-CUENTA-CLIENTE
                   MOVE WS-MTO-TOTAL-RETIRO TO WS-ANU-MTO-REVERSO
           END-EVALUATE
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS OF WS-CUENTA-CLIENTE
           PERFORM 6000-GRABAR-CUENTA-CLIENTE

           PERFORM 8560-MARCAR-MOVIMIENTOS-ORIG
           PERFORM 8570-REGISTRAR-CONTRAPARTIDA
           PERFORM 8580-REVERSAR-ASIENTO

           IF TRN-CHEQUE
               PERFORM 8590-ANULAR-CHEQUE
           ELSE
               PERFORM 6600-ACTUALIZAR-CAJON
           END-IF

           IF TRN-PAGO-CONVENIO
               PERFORM 8595-ANULAR-PAGO-CONVENIO
           END-IF

           PERFORM 8600-AUDITAR-ANULACION
           MOVE 'N' TO WS-ANULANDO

           DISPLAY '  Transaccion ' WS-ANU-NUM-ORIGINAL ' ANULADA ('
               WS-NUM-CAJA ').'.

      *================================================================
      * 8510 - UBICAR LOS MOVIMIENTOS DE LA TRANSACCION ORIGINAL
      *   El renglon principal (deposito, retiro o cheque) da el
      *   tipo, la cuenta y el monto; el del GMF, lo retenido.
      *================================================================
       8510-UBICAR-ORIGINAL.
           MOVE 'N' TO WS-ANU-HALLADA
           MOVE 'N' TO WS-ANU-YA-ANULADA
           MOVE 'N' TO WS-EOF-ANU
           MOVE SPACES TO WS-TIP-TRANSACCION
           MOVE SPACES TO WS-ANU-FEC-ORIGINAL
           MOVE 0 TO WS-MONTO-CAJA
           MOVE 0 TO WS-MTO-GMF

           CLOSE ARCHIVO-MOVIMIENTOS
           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM NOT = '00'
               MOVE 'S' TO WS-EOF-ANU
           END-IF

           PERFORM UNTIL WS-EOF-ANU = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-ANU
                   NOT AT END
                       IF MC-NUM-ORDEN OF REG-MOVIMIENTO
                               = WS-ANU-NUM-ORIGINAL
                           PERFORM 8515-TOMAR-RENGLON-ORIGINAL
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-MOVIM = '00' OR WS-STAT-MOVIM = '10'
               CLOSE ARCHIVO-MOVIMIENTOS
           END-IF
           OPEN EXTEND ARCHIVO-MOVIMIENTOS

           COMPUTE WS-MTO-TOTAL-RETIRO = WS-MONTO-CAJA + WS-MTO-GMF.

      *================================================================
      * 8515 - TOMAR UN RENGLON DE LA TRANSACCION ORIGINAL
      *================================================================
       8515-TOMAR-RENGLON-ORIGINAL.
           IF MC-ANULADO OF REG-MOVIMIENTO
               MOVE 'S' TO WS-ANU-YA-ANULADA
           END-IF

           EVALUATE TRUE
               WHEN MC-TIP-MOVIMIENTO OF REG-MOVIMIENTO = MOV-DEPOSITO
                   MOVE 'D' TO WS-TIP-TRANSACCION
                   MOVE MC-MTO-MOVIMIENTO OF REG-MOVIMIENTO
                       TO WS-MONTO-CAJA
               WHEN MC-TIP-MOVIMIENTO OF REG-MOVIMIENTO = MOV-CHEQUE
                   MOVE 'Q' TO WS-TIP-TRANSACCION
                   MOVE MC-MTO-MOVIMIENTO OF REG-MOVIMIENTO
                       TO WS-MONTO-CAJA
               WHEN MC-TIP-MOVIMIENTO OF REG-MOVIMIENTO
                       = MOV-PAGO-CONVENIO
                   MOVE 'P' TO WS-TIP-TRANSACCION
                   MOVE MC-MTO-MOVIMIENTO OF REG-MOVIMIENTO
                       TO WS-MONTO-CAJA
               WHEN MC-TIP-MOVIMIENTO OF REG-MOVIMIENTO = MOV-RETIRO
                   MOVE 'R' TO WS-TIP-TRANSACCION
                   COMPUTE WS-MONTO-CAJA =
                       MC-MTO-MOVIMIENTO OF REG-MOVIMIENTO * -1
               WHEN MC-TIP-MOVIMIENTO OF REG-MOVIMIENTO = MOV-GMF
                   COMPUTE WS-MTO-GMF =
                       MC-MTO-MOVIMIENTO OF REG-MOVIMIENTO * -1
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 'S' TO WS-ANU-HALLADA
           MOVE MC-COD-CUENTA OF REG-MOVIMIENTO TO WS-COD-CTA-CLIENTE
           MOVE MC-FEC-MOVIMIENTO OF REG-MOVIMIENTO
               TO WS-ANU-FEC-ORIGINAL.

      *================================================================
      * 8520 - VERIFICAR QUE LA ORIGINAL SEA DE ESTE CAJERO
      *   Su renglon TRANSACCION_CAJA en AUDITORIA.dat trae el
      *   cajero que la hizo.
      *================================================================
       8520-VERIFICAR-CAJERO-ORIGINAL.
           MOVE 'N' TO WS-ANU-DEL-CAJERO
           MOVE 'N' TO WS-EOF-ANU

           CLOSE ARCHIVO-AUDITORIA
           OPEN INPUT ARCHIVO-AUDITORIA
           IF WS-STAT-AUDIT NOT = '00'
               MOVE 'S' TO WS-EOF-ANU
           END-IF

           PERFORM UNTIL WS-EOF-ANU = 'S'
               READ ARCHIVO-AUDITORIA
                   AT END MOVE 'S' TO WS-EOF-ANU
                   NOT AT END
                       IF AT-NUM-ORDEN OF REG-AUDITORIA
                               = WS-ANU-NUM-ORIGINAL
                               AND AT-TIP-TRANSAC OF REG-AUDITORIA
                                   = 'TRANSACCION_CAJA'
                               AND AT-COD-USUARIO OF REG-AUDITORIA
                                   = WS-COD-OPERADOR
                           MOVE 'S' TO WS-ANU-DEL-CAJERO
                           MOVE 'S' TO WS-EOF-ANU
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-AUDIT = '00' OR WS-STAT-AUDIT = '10'
               CLOSE ARCHIVO-AUDITORIA
           END-IF
           OPEN EXTEND ARCHIVO-AUDITORIA.

      *================================================================
      * 8530 - LEER LA CUENTA DE LA TRANSACCION ORIGINAL
      *================================================================
       8530-LEER-CUENTA-ORIGINAL.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA

           OPEN INPUT ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE WS-COD-CTA-CLIENTE TO CC-COD-CUENTA OF REG-CUENTA

           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-ENCONTRADA
                   MOVE REG-CUENTA TO WS-CUENTA-CLIENTE
           END-READ

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 8540 - VERIFICAR QUE EL CHEQUE SIGA EN CANJE SIN PRESENTAR
      *================================================================
       8540-VERIFICAR-CHEQUE-ORIGINAL.
           MOVE 'N' TO WS-ANU-CHQ-EN-CANJE
           MOVE 'N' TO WS-EOF-CHEQUES

           OPEN INPUT ARCHIVO-CHEQUES
           IF WS-STAT-CHEQUES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CHEQUES = 'S'
               READ ARCHIVO-CHEQUES
                   AT END MOVE 'S' TO WS-EOF-CHEQUES
                   NOT AT END
                       IF CQ-NUM-CONSIGNACION = WS-ANU-NUM-ORIGINAL
                           IF CHQ-EN-CANJE
                               MOVE 'S' TO WS-ANU-CHQ-EN-CANJE
                           END-IF
                           MOVE 'S' TO WS-EOF-CHEQUES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CHEQUES.

      *================================================================
      * 8545 - VERIFICAR QUE EL PAGO DE CONVENIO SIGA APLICADO
      *   Ya LIQUIDADO, el dinero salio para el facturador y la
      *   devolucion se arregla con el; de paso se toman el convenio
      *   y la referencia de la factura.
      *================================================================
       8545-VERIFICAR-PAGO-ORIGINAL.
           MOVE 'N' TO WS-PCV-PAGO-APLICADO
           MOVE 'N' TO WS-EOF-PAGOSCONV

           OPEN INPUT ARCHIVO-PAGOSCONV
           IF WS-STAT-PAGOSCONV NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PAGOSCONV = 'S'
               READ ARCHIVO-PAGOSCONV
                   AT END MOVE 'S' TO WS-EOF-PAGOSCONV
                   NOT AT END
                       IF PV-NUM-PAGO = WS-ANU-NUM-ORIGINAL
                           IF PAG-APLICADO
                               MOVE 'S' TO WS-PCV-PAGO-APLICADO
                           END-IF
                           MOVE PV-COD-CONVENIO TO WS-PCV-COD-CONVENIO
                           MOVE PV-NUM-REFERENCIA
                               TO WS-PCV-NUM-REFERENCIA
                           MOVE 'S' TO WS-EOF-PAGOSCONV
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PAGOSCONV.

      *================================================================
      * 8550 - VALIDAR EL SUPERVISOR QUE AUTORIZA LA ANULACION
      *   Igual que 9860 en MNT-COMISION: SUPERVISOR activo con su
      *   clave, y distinto del cajero; el intento fallido queda en
      *   AUDITORIA.dat.
      *================================================================
       8550-VALIDAR-SUPERVISOR.
           MOVE 'N' TO WS-ANU-SUPERV-OK

           IF WS-ANU-COD-SUPERV = SPACES
                   OR WS-ANU-COD-SUPERV = WS-COD-OPERADOR
               DISPLAY '  ERROR: La anulacion la autoriza un '
                   'supervisor distinto del cajero.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-USUARIOS
           OPEN INPUT ARCHIVO-USUARIOS
           IF WS-STAT-USUARIOS = '35'
               DISPLAY '  AVISO: maestro de usuarios inexistente; se '
                   'acepta el supervisor digitado (modo de arranque).'
               MOVE 'S' TO WS-ANU-SUPERV-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-USUARIOS = 'S'
               READ ARCHIVO-USUARIOS
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       IF US-COD-USUARIO OF REG-USUARIO
                               = WS-ANU-COD-SUPERV
                           MOVE WS-ANU-CLAVE-SUPERV TO WS-CIF-CLAVE
                           MOVE US-SAL-CLAVE OF REG-USUARIO
                               TO WS-CIF-SAL
                           MOVE WS-ANU-COD-SUPERV TO WS-CIF-USUARIO
                           PERFORM 8970-CIFRAR-CLAVE
                           IF US-CLAVE OF REG-USUARIO
                                   = WS-CIF-RESULTADO
                                   AND US-MCA-ACTIVO OF REG-USUARIO
                                       = FLAG-SI
                                   AND ROL-SUPERVISOR OF REG-USUARIO
                               MOVE 'S' TO WS-ANU-SUPERV-OK
                               MOVE 'S' TO WS-EOF-USUARIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-USUARIOS

           IF NOT ANU-SUPERV-OK
               DISPLAY '  ERROR: La credencial no corresponde a un '
                   'SUPERVISOR activo; intento registrado en '
                   'auditoria.'

               MOVE 'AUD' TO WS-SEC-TIPO
               PERFORM 0150-SIGUIENTE-SECUENCIA
               STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
                   DELIMITED SIZE INTO WS-NUM-AUDIT

               MOVE SPACES TO WS-AUDIT-NUEVO
               MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
               MOVE WS-ANU-NUM-ORIGINAL
                   TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
               MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
               MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
               MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
               MOVE 'AUTORIZACION_SUPERV'
                   TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
               MOVE WS-ANU-COD-SUPERV
                   TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
               MOVE WS-TERMINAL-OPERADOR
                   TO AT-TERMINAL OF WS-AUDIT-NUEVO
               MOVE 'RECHAZADA' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
               MOVE ZERO TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
               MOVE 'Autorizacion de anulacion de caja invalida'
                   TO AT-OBSERVACION OF WS-AUDIT-NUEVO
               WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO
           END-IF.

      *================================================================
      * 8560 - MARCAR COMO ANULADOS LOS RENGLONES DE LA ORIGINAL
      *================================================================
       8560-MARCAR-MOVIMIENTOS-ORIG.
           MOVE 'N' TO WS-EOF-ANU

           CLOSE ARCHIVO-MOVIMIENTOS
           OPEN I-O ARCHIVO-MOVIMIENTOS
           MOVE WS-STAT-MOVIM TO WS-CHK-ESTADO
           MOVE 'ABRIR MOVIMIENTOS (ANULACION)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-ANU = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-ANU
                   NOT AT END
                       IF MC-NUM-ORDEN OF REG-MOVIMIENTO
                               = WS-ANU-NUM-ORIGINAL
                           MOVE 'A' TO MC-MCA-ANULADO OF REG-MOVIMIENTO
                           REWRITE REG-MOVIMIENTO
                           MOVE WS-STAT-MOVIM TO WS-CHK-ESTADO
                           MOVE 'MARCAR MOVIMIENTO ANULADO'
                               TO WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-MOVIMIENTOS.

      *================================================================
      * 8570 - REGISTRAR LA CONTRAPARTIDA DE LA ANULACION
      *   Un solo renglon que deshace el neto de la original (en un
      *   retiro, efectivo mas GMF); el cheque no habia movido el
      *   disponible y su contrapartida tampoco.
      *================================================================
       8570-REGISTRAR-CONTRAPARTIDA.
           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
           MOVE WS-COD-CTA-CLIENTE TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-ANULACION-CAJA
               TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-ANU-MTO-REVERSO
               TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-SAL-ANT-CLIENTE TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           MOVE CC-SAL-DISPONIBLE OF WS-CUENTA-CLIENTE
               TO MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO
           MOVE SPACES TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           STRING 'Anulacion de ' WS-ANU-NUM-ORIGINAL ': '
               WS-ANU-MOTIVO
               DELIMITED SIZE INTO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE WS-NUM-CAJA TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO
           MOVE 'R' TO MC-MCA-ANULADO OF WS-MOVIM-NUEVO

           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO

           MOVE SPACES TO MC-MCA-ANULADO OF WS-MOVIM-NUEVO.

      *================================================================
      * 8580 - REVERSAR EL ASIENTO DE LA ORIGINAL
      *   Cada pata de la original se reescribe con el signo
      *   contrario bajo un asiento nuevo de la anulacion.
      *================================================================
       8580-REVERSAR-ASIENTO.
           MOVE 0 TO WS-ANU-CANT-PATAS
           MOVE 'N' TO WS-EOF-ANU

           CLOSE ARCHIVO-ASIENTOS
           OPEN INPUT ARCHIVO-ASIENTOS
           IF WS-STAT-ASIENTOS NOT = '00'
               MOVE 'S' TO WS-EOF-ANU
           END-IF

           PERFORM UNTIL WS-EOF-ANU = 'S'
               READ ARCHIVO-ASIENTOS
                   AT END MOVE 'S' TO WS-EOF-ANU
                   NOT AT END
                       IF AC-NUM-ORDEN OF REG-ASIENTO
                               = WS-ANU-NUM-ORIGINAL
                               AND WS-ANU-CANT-PATAS < 10
                           ADD 1 TO WS-ANU-CANT-PATAS
                           MOVE AC-COD-CTA-CONTABLE OF REG-ASIENTO
                               TO WS-ANU-PATA-CTA (WS-ANU-CANT-PATAS)
                           MOVE AC-NOM-CTA-CONTABLE OF REG-ASIENTO
                               TO WS-ANU-PATA-NOM (WS-ANU-CANT-PATAS)
                           MOVE AC-TIP-MOVIMIENTO OF REG-ASIENTO
                               TO WS-ANU-PATA-TIP (WS-ANU-CANT-PATAS)
                           MOVE AC-MTO-ASIENTO OF REG-ASIENTO
                               TO WS-ANU-PATA-MTO (WS-ANU-CANT-PATAS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-ASIENTOS = '00' OR WS-STAT-ASIENTOS = '10'
               CLOSE ARCHIVO-ASIENTOS
           END-IF
           OPEN EXTEND ARCHIVO-ASIENTOS

           IF WS-ANU-CANT-PATAS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE WS-SUCURSAL-CAJON TO WS-SUC-ASIENTO

           PERFORM VARYING WS-IDX-PATA FROM 1 BY 1
                   UNTIL WS-IDX-PATA > WS-ANU-CANT-PATAS
               MOVE WS-ANU-PATA-CTA (WS-IDX-PATA)
                   TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE WS-ANU-PATA-NOM (WS-IDX-PATA)
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               IF WS-ANU-PATA-TIP (WS-IDX-PATA) = 'D'
                   MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               ELSE
                   MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               END-IF
               MOVE WS-ANU-PATA-MTO (WS-IDX-PATA)
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE SPACES TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               STRING 'Anulacion de la transaccion de caja '
                   WS-ANU-NUM-ORIGINAL
                   DELIMITED SIZE
                   INTO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               PERFORM 6500-ESCRIBIR-ASIENTO
           END-PERFORM.

      *================================================================
      * 8590 - MARCAR EL CHEQUE CONSIGNADO COMO ANULADO
      *================================================================
       8590-ANULAR-CHEQUE.
           MOVE 'N' TO WS-EOF-CHEQUES

           OPEN I-O ARCHIVO-CHEQUES
           MOVE WS-STAT-CHEQUES TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CHEQUES (ANULACION)'
               TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-CHEQUES = 'S'
               READ ARCHIVO-CHEQUES
                   AT END MOVE 'S' TO WS-EOF-CHEQUES
                   NOT AT END
                       IF CQ-NUM-CONSIGNACION = WS-ANU-NUM-ORIGINAL
                               AND CHQ-EN-CANJE
                           MOVE 'ANULADO   ' TO CQ-EST-CHEQUE
                           MOVE WS-FECHA-STR TO CQ-FEC-CIERRE
                           REWRITE REG-CHEQUE
                           MOVE 'S' TO WS-EOF-CHEQUES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CHEQUES.

      *================================================================
      * 8595 - ANULAR EL PAGO DE CONVENIO Y REABRIR SU FACTURA
      *================================================================
       8595-ANULAR-PAGO-CONVENIO.
           MOVE 'N' TO WS-EOF-PAGOSCONV

           OPEN I-O ARCHIVO-PAGOSCONV
           MOVE WS-STAT-PAGOSCONV TO WS-CHK-ESTADO
           MOVE 'ABRIR PAGOSCONV (ANULACION)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-PAGOSCONV = 'S'
               READ ARCHIVO-PAGOSCONV
                   AT END MOVE 'S' TO WS-EOF-PAGOSCONV
                   NOT AT END
                       IF PV-NUM-PAGO = WS-ANU-NUM-ORIGINAL
                               AND PAG-APLICADO
                           MOVE 'ANULADO   ' TO PV-EST-PAGO
                           REWRITE REG-PAGO-CONVENIO
                           MOVE 'S' TO WS-EOF-PAGOSCONV
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PAGOSCONV

           MOVE 'N' TO WS-EOF-FACTCONV

           OPEN I-O ARCHIVO-FACTURASCONV
           MOVE WS-STAT-FACTCONV TO WS-CHK-ESTADO
           MOVE 'ABRIR FACTURASCONV (ANULACION)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-FACTCONV = 'S'
               READ ARCHIVO-FACTURASCONV
                   AT END MOVE 'S' TO WS-EOF-FACTCONV
                   NOT AT END
                       IF FV-COD-CONVENIO = WS-PCV-COD-CONVENIO
                               AND FV-NUM-REFERENCIA
                                   = WS-PCV-NUM-REFERENCIA
                               AND FV-NUM-PAGO = WS-ANU-NUM-ORIGINAL
                           MOVE 'PENDIENTE ' TO FV-EST-FACTURA
                           MOVE SPACES TO FV-NUM-PAGO
                           REWRITE REG-FACTURA-CONV
                           MOVE 'S' TO WS-EOF-FACTCONV
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-FACTURASCONV.

      *================================================================
      * 8600 - REGISTRAR LA ANULACION EN AUDITORIA
      *================================================================
       8600-AUDITAR-ANULACION.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE SPACES TO WS-AUDIT-NUEVO
           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE WS-NUM-CAJA TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'ANULACION_CAJA' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-COD-OPERADOR TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE WS-TERMINAL-OPERADOR TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE 'EXITOSA' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
           IF TRN-RETIRO
               MOVE WS-MTO-TOTAL-RETIRO
                   TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           ELSE
               MOVE WS-MONTO-CAJA TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           END-IF
           STRING 'Anula ' WS-ANU-NUM-ORIGINAL
               ' cuenta ' WS-COD-CTA-CLIENTE
               ' autorizado por ' WS-ANU-COD-SUPERV ': ' WS-ANU-MOTIVO
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.
      *================================================================
      * 0210 - ABRIR (O RETOMAR) EL CAJON DEL OPERADOR PARA HOY
      *   Un cajon ABIERTO de hoy se retoma; uno CERRADO de hoy
                       IF CJ-COD-USUARIO = WS-COD-OPERADOR
                               AND CJ-FEC-APERTURA = WS-FECHA-STR
                           MOVE 'S' TO WS-CAJON-HALLADO
                           MOVE CJ-COD-SUCURSAL TO WS-SUCURSAL-CAJON
                           IF CAJA-CERRADA
                               MOVE 'S' TO WS-CAJON-CERRADO-HOY
                           END-IF
           END-IF

           DISPLAY ' '
           DISPLAY '  Apertura de caja. Sucursal de la boveda que '
               'surte el cajon: ' WITH NO ADVANCING
           ACCEPT WS-SUCURSAL-CAJON
           DISPLAY '  Base entregada al cajero '
               '(sin decimales): ' WITH NO ADVANCING
           ACCEPT WS-MTO-BASE-CAJON

           MOVE WS-HORA-STR TO CJ-HOA-APERTURA
           MOVE WS-TERMINAL-OPERADOR TO CJ-TERMINAL
           MOVE WS-MTO-BASE-CAJON TO CJ-MTO-BASE
           MOVE WS-SUCURSAL-CAJON TO CJ-COD-SUCURSAL
           MOVE ZERO TO CJ-MTO-INGRESOS
           MOVE ZERO TO CJ-MTO-EGRESOS
           MOVE ZERO TO CJ-MTO-DECLARADO
      * 6600 - ACUMULAR EL EFECTIVO DE LA TRANSACCION EN EL CAJON
      *   El deposito suma a los ingresos del cajon; el retiro suma a
      *   los egresos solo el efectivo entregado (el GMF se retiene
      *   de la cuenta, no sale del cajon). Una anulacion resta lo
      *   que la transaccion original habia sumado.
      *================================================================
       6600-ACTUALIZAR-CAJON.
           MOVE ZERO TO WS-MTO-DELTA-ING
           MOVE ZERO TO WS-MTO-DELTA-EGR
           IF TRN-DEPOSITO OR TRN-PAGO-CONVENIO
               MOVE WS-MONTO-CAJA TO WS-MTO-DELTA-ING
           ELSE
               MOVE WS-MONTO-CAJA TO WS-MTO-DELTA-EGR
           END-IF
      *    La anulacion devuelve al cajon lo que la original movio.
           IF ANULANDO
               COMPUTE WS-MTO-DELTA-ING = WS-MTO-DELTA-ING * -1
               COMPUTE WS-MTO-DELTA-EGR = WS-MTO-DELTA-EGR * -1
           END-IF

           OPEN I-O ARCHIVO-CAJAS
           IF WS-STAT-CAJAS NOT = '00'
               TO AT-OBSERVACION OF WS-AUDIT-NUEVO
           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

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
           END-READ

           CLOSE ARCHIVO-DIAOPER.

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

      *================================================================
      * 8980 - ENMASCARAR UN NUMERO DE CUENTA O DE DOCUMENTO
      *   Entra WS-MSK-ENTRADA; deja en WS-MSK-SALIDA el mismo numero
      *   con asteriscos en lugar de todo menos los cuatro ultimos
      *   caracteres. Un numero de cuatro caracteres o menos queda
      *   igual. Los archivos regulatorios (UIAF, exogena,
      *   liquidacion) no pasan por aqui: llevan el numero completo.
      *================================================================
       8980-ENMASCARAR-NUMERO.
           MOVE SPACES TO WS-MSK-SALIDA
           MOVE 20 TO WS-MSK-LARGO
           PERFORM UNTIL WS-MSK-LARGO = 0
                   OR WS-MSK-ENTRADA (WS-MSK-LARGO:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MSK-LARGO
           END-PERFORM

           IF WS-MSK-LARGO <= 4
               MOVE WS-MSK-ENTRADA TO WS-MSK-SALIDA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MSK-VISIBLE = WS-MSK-LARGO - 3
           MOVE ALL '*' TO WS-MSK-SALIDA (1:WS-MSK-VISIBLE - 1)
           MOVE WS-MSK-ENTRADA (WS-MSK-VISIBLE:4)
               TO WS-MSK-SALIDA (WS-MSK-VISIBLE:4).

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
