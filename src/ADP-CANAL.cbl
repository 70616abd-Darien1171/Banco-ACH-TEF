      * de llaves precedida de '@' (telefono/correo/documento, ver
      * LLAVES.cpy y MNT-LLAVES) con el banco destino vacio: el
      * adaptador la resuelve a banco + cuenta antes de validar, y
      * una llave no inscrita invalida el renglon; y para pagar una
      * factura de un convenio de recaudo manda '#' + el codigo del
      * convenio en la cuenta destino, el banco vacio y la referencia
      * de la factura en el concepto: el adaptador lo convierte en
      * una transferencia on-us a la cuenta recaudadora del convenio
      * solo si la factura esta PENDIENTE, el monto es el de la
      * factura y no esta vencida (o el convenio recibe vencidas),
      * la deja EN_TRAMITE y anota el pago ENVIADO en PAGOSCONV.dat
      * para que PRC-CONVENIOS lo case con su orden al cierre),
      * valida lo basico de cada
      * renglon (campos obligatorios presentes, monto numerico mayor a
      * cero) y escribe un SOLICITUDES.dat completo en el trazado
      * SOLICITUD.cpy: encabezado 'H' con el originador WEB, la fecha
      * control 'T' con el conteo y el hash total que 0251 verifica.
      * Los renglones invalidos se listan y dejan el archivo sin
      * generar, para devolverle la exportacion completa a la web.
      * Un renglon valido de una cuenta cuyo cliente cambio telefono,
      * correo o canal de avisos hace menos de ENF-HORAS-VENTANA
      * horas (CAMBIOS.dat) y por encima de ENF-MTO-UMBRAL (por su
      * equivalente en COP, con la tasa del dia de TASAS.dat) se lista
      * como en enfriamiento: sigue al lote, y 7300 en MAIN-ACH lo
      * deja en la cola de retenidas del supervisor en vez de
      * girarlo, para que la web le informe al cliente.
      *================================================================

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BANCOS.

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

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO 'data/CAMBIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CAMBIOS.

           SELECT ARCHIVO-TASAS
               ASSIGN TO 'data/TASAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASAS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-BANCOS.
       COPY 'copybooks/BANCOS.cpy'.

       FD ARCHIVO-CONVENIOS.
       COPY 'copybooks/CONVENIOS.cpy'.

       FD ARCHIVO-FACTURASCONV.
       COPY 'copybooks/FACTCONV.cpy'.

       FD ARCHIVO-PAGOSCONV.
       COPY 'copybooks/PAGOSCONV.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-CAMBIOS.
       COPY 'copybooks/CAMBIOSJR.cpy'.

       FD ARCHIVO-TASAS.
       COPY 'copybooks/TASAS.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
          05 WS-STAT-SOLIC        PIC X(2).
          05 WS-STAT-LLAVES       PIC X(2).
          05 WS-STAT-BANCOS       PIC X(2).
          05 WS-STAT-CONVENIOS    PIC X(2).
          05 WS-STAT-FACTCONV     PIC X(2).
          05 WS-STAT-PAGOSCONV    PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-CAMBIOS      PIC X(2).
          05 WS-STAT-TASAS        PIC X(2).

      *----------------------------------------------------------------
      * Enfriamiento tras un cambio de contacto (1200): misma regla
      * que 7300 en MAIN-ACH, la edad del cambio en horas enteras.
      * ENF-MTO-UMBRAL es COP: el monto del renglon, que viene en su
      * moneda, se compara por su equivalente en COP (1220), con las
      * tasas USD/EUR del dia buscadas una sola vez por corrida.
      *----------------------------------------------------------------
       01 WS-ENFRIAMIENTO.
          05 WS-EOF-CAMBIOS        PIC X VALUE 'N'.
          05 WS-ENF-EN-VENTANA     PIC X VALUE 'N'.
             88 ENF-EN-VENTANA        VALUE 'S'.
          05 WS-ENF-COD-CLIENTE    PIC X(10).
          05 WS-ENF-FEC-NUM        PIC 9(8).
          05 WS-ENF-HOY-NUM        PIC 9(8).
          05 WS-ENF-HH-CAMBIO      PIC 9(2).
          05 WS-ENF-HORAS          PIC S9(7).
          05 WS-ENF-CAMPO          PIC X(20).
          05 WS-ENF-MTO-EQ-COP     PIC S9(15)V99.
          05 WS-ENF-TASA-USD       PIC 9(7)V99 VALUE 0.
          05 WS-ENF-TASA-EUR       PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * Busqueda de la tasa del dia en TASAS.dat (1230), igual que
      * 3600 en MAIN-ACH: el renglon de la moneda con la fecha de
      * vigencia mas reciente que no supere la fecha buscada, o la
      * tasa de respaldo de CONSTANTES.cpy.
      *----------------------------------------------------------------
       01 WS-BUSQUEDA-TASA.
          05 WS-TASA-CAMBIO         PIC 9(7)V99.
          05 WS-TASA-MONEDA-BUSCADA PIC X(3).
          05 WS-TASA-FECHA-BUSCADA  PIC X(10).
          05 WS-TASA-HALLADA        PIC X VALUE 'N'.
             88 TASA-HALLADA           VALUE 'S'.
          05 WS-TASA-MEJOR-FECHA    PIC X(10).
          05 WS-TASA-MEJOR-VALOR    PIC 9(7)V99.
          05 WS-EOF-TASAS           PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Resolucion de la llave '@' del renglon en curso contra el
          05 WS-LLAVE-RESUELTA    PIC X VALUE 'N'.
             88 LLAVE-RESUELTA       VALUE 'S'.

      *----------------------------------------------------------------
      * Pago de factura de convenio ('#' en la cuenta destino): el
      * convenio y la factura citados, y las referencias ya tomadas
      * en esta misma exportacion (una factura no se paga dos veces
      * en el mismo archivo).
      *----------------------------------------------------------------
       01 WS-PAGO-CONVENIO.
          05 WS-PCV-ES-PAGO        PIC X VALUE 'N'.
             88 PCV-ES-PAGO            VALUE 'S'.
          05 WS-PCV-VALIDO         PIC X VALUE 'N'.
             88 PCV-VALIDO             VALUE 'S'.
          05 WS-PCV-COD-CONVENIO   PIC X(6).
          05 WS-PCV-NUM-REFERENCIA PIC X(20).
          05 WS-PCV-ACEPTA-VENCIDA PIC X(1).
          05 WS-PCV-HALLADO        PIC X VALUE 'N'.
             88 PCV-HALLADO            VALUE 'S'.
          05 WS-EOF-CONVENIOS      PIC X VALUE 'N'.
          05 WS-EOF-FACTCONV       PIC X VALUE 'N'.
          05 WS-PCV-CANT-VISTAS    PIC 9(4) VALUE 0.
          05 WS-PCV-IDX            PIC 9(4).
          05 WS-PCV-VISTA OCCURS 500 TIMES.
             10 WS-PCV-VIS-CONVENIO  PIC X(6).
             10 WS-PCV-VIS-REFERENCIA PIC X(20).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
      *----------------------------------------------------------------
          05 WS-SUMA-MONTOS       PIC 9(15)V99 VALUE 0.
          05 WS-LINEA-ACTUAL      PIC 9(6) VALUE 0.
          05 WS-LINEAS-MALAS      PIC 9(6) VALUE 0.
          05 WS-LINEAS-ENFRIAMIENTO PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * Validacion del formato de la cuenta destino (1160) contra
                   DISPLAY '  SOLICITUDES.dat generado: '
                       WS-CANT-DETALLES ' detalle(s), canal WEB, '
                       'listo para el modo (B)atch de MAIN-ACH.'
                   IF WS-LINEAS-ENFRIAMIENTO > 0
                       DISPLAY '  ' WS-LINEAS-ENFRIAMIENTO
                           ' detalle(s) en enfriamiento por cambio de'
                           ' contacto: quedaran retenidos para el '
                           'supervisor.'
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO WS-CANT-DETALLES
           MOVE 0 TO WS-SUMA-MONTOS
           MOVE 0 TO WS-LINEAS-MALAS
           MOVE 0 TO WS-LINEAS-ENFRIAMIENTO
           MOVE 0 TO WS-PCV-CANT-VISTAS
           MOVE WS-FECHA-HOY TO WS-ENF-HOY-NUM

           OPEN INPUT ARCHIVO-CUENTAS

           PERFORM UNTIL FIN-WEBEXPORT
               READ ARCHIVO-WEBEXPORT
                       IF LINEA-VALIDA
                           ADD 1 TO WS-CANT-DETALLES
                           ADD WS-WEB-MONTO TO WS-SUMA-MONTOS
                           PERFORM 1220-CALCULAR-EQUIVALENTE-COP
                           IF WS-ENF-MTO-EQ-COP > ENF-MTO-UMBRAL
                               PERFORM 1200-VALIDAR-ENFRIAMIENTO
                           END-IF
                       ELSE
                           ADD 1 TO WS-LINEAS-MALAS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CUENTAS = '00'
               CLOSE ARCHIVO-CUENTAS
           END-IF
           CLOSE ARCHIVO-WEBEXPORT.

      *================================================================
      * 1200 - VERIFICAR EL ENFRIAMIENTO DEL CLIENTE ORDENANTE
      *   Busca el dueno de la cuenta origen y en CAMBIOS.dat un
      *   cambio de TELEFONO, EMAIL o CANAL-AVISOS suyo hecho hace
      *   menos de ENF-HORAS-VENTANA horas. Solo lista el renglon: la
      *   retencion la hace MAIN-ACH al procesar el lote.
      *================================================================
       1200-VALIDAR-ENFRIAMIENTO.
           MOVE 'N' TO WS-ENF-EN-VENTANA
           MOVE 'N' TO WS-EOF-CAMBIOS
           MOVE SPACES TO WS-ENF-COD-CLIENTE

           IF WS-STAT-CUENTAS NOT = '00'
                   AND WS-STAT-CUENTAS NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WEB-CTA-ORIGEN TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE CC-COD-CLIENTE TO WS-ENF-COD-CLIENTE
           END-READ

           OPEN INPUT ARCHIVO-CAMBIOS
           IF WS-STAT-CAMBIOS = '35'
               MOVE 'S' TO WS-EOF-CAMBIOS
           END-IF

           PERFORM UNTIL WS-EOF-CAMBIOS = 'S'
               READ ARCHIVO-CAMBIOS
                   AT END MOVE 'S' TO WS-EOF-CAMBIOS
                   NOT AT END
                       IF CJR-ARCHIVO = 'CLIENTES'
                               AND CJR-CLAVE = WS-ENF-COD-CLIENTE
                               AND (CJR-CAMPO = 'TELEFONO'
                                   OR CJR-CAMPO = 'EMAIL'
                                   OR CJR-CAMPO = 'CANAL-AVISOS')
                           MOVE CJR-FEC-CAMBIO (1:4)
                               TO WS-ENF-FEC-NUM (1:4)
                           MOVE CJR-FEC-CAMBIO (6:2)
                               TO WS-ENF-FEC-NUM (5:2)
                           MOVE CJR-FEC-CAMBIO (9:2)
                               TO WS-ENF-FEC-NUM (7:2)
                           MOVE CJR-HOA-CAMBIO (1:2)
                               TO WS-ENF-HH-CAMBIO
                           PERFORM 1210-CALCULAR-EDAD-CAMBIO
                           IF WS-ENF-HORAS < ENF-HORAS-VENTANA
                               MOVE 'S' TO WS-ENF-EN-VENTANA
                               MOVE CJR-CAMPO TO WS-ENF-CAMPO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CAMBIOS NOT = '35'
               CLOSE ARCHIVO-CAMBIOS
           END-IF

           IF ENF-EN-VENTANA
               ADD 1 TO WS-LINEAS-ENFRIAMIENTO
               DISPLAY '  [!] Renglon ' WS-LINEA-ACTUAL
                   ': el cliente cambio su ' WS-ENF-CAMPO
                   ' hace menos de ' ENF-HORAS-VENTANA ' horas;'
               DISPLAY '      la transferencia quedara retenida para '
                   'el supervisor.'
           END-IF.

      *================================================================
      * 1220 - EQUIVALENTE EN COP DEL MONTO DEL RENGLON
      *   Moneda vacia o COP no convierte; USD/EUR con la tasa del
      *   dia, la misma con que MAIN-ACH calcula WS-MONTO-EQ-COP.
      *================================================================
       1220-CALCULAR-EQUIVALENTE-COP.
           EVALUATE WS-WEB-MONEDA
               WHEN MON-USD
                   IF WS-ENF-TASA-USD = 0
                       MOVE MON-USD TO WS-TASA-MONEDA-BUSCADA
                       MOVE WS-FECHA-STR TO WS-TASA-FECHA-BUSCADA
                       PERFORM 1230-BUSCAR-TASA-DIA
                       MOVE WS-TASA-CAMBIO TO WS-ENF-TASA-USD
                   END-IF
                   COMPUTE WS-ENF-MTO-EQ-COP ROUNDED =
                       WS-WEB-MONTO * WS-ENF-TASA-USD
               WHEN MON-EUR
                   IF WS-ENF-TASA-EUR = 0
                       MOVE MON-EUR TO WS-TASA-MONEDA-BUSCADA
                       MOVE WS-FECHA-STR TO WS-TASA-FECHA-BUSCADA
                       PERFORM 1230-BUSCAR-TASA-DIA
                       MOVE WS-TASA-CAMBIO TO WS-ENF-TASA-EUR
                   END-IF
                   COMPUTE WS-ENF-MTO-EQ-COP ROUNDED =
                       WS-WEB-MONTO * WS-ENF-TASA-EUR
               WHEN OTHER
                   MOVE WS-WEB-MONTO TO WS-ENF-MTO-EQ-COP
           END-EVALUATE.

      *================================================================
      * 1230 - BUSCAR LA TASA VIGENTE EN TASAS.dat
      *   El que llama deja WS-TASA-MONEDA-BUSCADA y WS-TASA-FECHA-
      *   BUSCADA; aqui queda WS-TASA-CAMBIO con la tasa de vigencia
      *   mas reciente que no supere esa fecha, o con la tasa de
      *   respaldo de CONSTANTES.cpy si el archivo no tiene nada
      *   aplicable (se avisa).
      *================================================================
       1230-BUSCAR-TASA-DIA.
           MOVE 'N' TO WS-TASA-HALLADA
           MOVE SPACES TO WS-TASA-MEJOR-FECHA
           MOVE 'N' TO WS-EOF-TASAS

           OPEN INPUT ARCHIVO-TASAS
           IF WS-STAT-TASAS = '35'
               MOVE 'S' TO WS-EOF-TASAS
           END-IF

           PERFORM UNTIL WS-EOF-TASAS = 'S'
               READ ARCHIVO-TASAS
                   AT END MOVE 'S' TO WS-EOF-TASAS
                   NOT AT END
                       IF TS-TIP-MONEDA = WS-TASA-MONEDA-BUSCADA
                               AND TS-FEC-VIGENCIA <=
                                   WS-TASA-FECHA-BUSCADA
                               AND TS-FEC-VIGENCIA >=
                                   WS-TASA-MEJOR-FECHA
                           MOVE 'S' TO WS-TASA-HALLADA
                           MOVE TS-FEC-VIGENCIA
                               TO WS-TASA-MEJOR-FECHA
                           MOVE TS-TASA TO WS-TASA-MEJOR-VALOR
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASAS NOT = '35'
               CLOSE ARCHIVO-TASAS
           END-IF

           IF TASA-HALLADA
               MOVE WS-TASA-MEJOR-VALOR TO WS-TASA-CAMBIO
           ELSE
               IF WS-TASA-MONEDA-BUSCADA = MON-USD
                   MOVE TC-USD TO WS-TASA-CAMBIO
               ELSE
                   MOVE TC-EUR TO WS-TASA-CAMBIO
               END-IF
               DISPLAY '  AVISO: sin tasa cargada para '
                   WS-TASA-MONEDA-BUSCADA ' al '
                   WS-TASA-FECHA-BUSCADA '; se usa la tasa de '
                   'respaldo compilada.'
           END-IF.

      *================================================================
      * 1210 - EDAD DEL CAMBIO EN HORAS ENTERAS
      *================================================================
       1210-CALCULAR-EDAD-CAMBIO.
           COMPUTE WS-ENF-HORAS =
               (FUNCTION INTEGER-OF-DATE(WS-ENF-HOY-NUM)
                - FUNCTION INTEGER-OF-DATE(WS-ENF-FEC-NUM)) * 24
               + WS-HH - WS-ENF-HH-CAMBIO.

      *================================================================
      * 1100 - DESARMAR Y VALIDAR UN RENGLON DELIMITADO
      *================================================================
       1100-DESARMAR-RENGLON.
           MOVE 'N' TO WS-LINEA-VALIDA
           MOVE 'N' TO WS-PCV-ES-PAGO
           MOVE SPACES TO WS-WEB-CTA-ORIGEN
           MOVE SPACES TO WS-WEB-BCO-DEST
           MOVE SPACES TO WS-WEB-CTA-DEST
               END-IF
           END-IF

           IF WS-WEB-CTA-DEST (1:1) = '#'
               MOVE 'S' TO WS-PCV-ES-PAGO
               PERFORM 1180-RESOLVER-CONVENIO-WEB
               IF NOT PCV-HALLADO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-WEB-CTA-ORIGEN = SPACES
                   OR WS-WEB-BCO-DEST = SPACES
                   OR WS-WEB-CTA-DEST = SPACES
               EXIT PARAGRAPH
           END-IF

           IF PCV-ES-PAGO
               PERFORM 1190-VALIDAR-FACTURA-WEB
               IF NOT PCV-VALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 1160-VALIDAR-FORMATO-CTA
           IF WS-FMT-VALIDA = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-LINEA-VALIDA

           IF PCV-ES-PAGO AND WS-PCV-CANT-VISTAS < 500
               ADD 1 TO WS-PCV-CANT-VISTAS
               MOVE WS-PCV-COD-CONVENIO
                   TO WS-PCV-VIS-CONVENIO (WS-PCV-CANT-VISTAS)
               MOVE WS-PCV-NUM-REFERENCIA
                   TO WS-PCV-VIS-REFERENCIA (WS-PCV-CANT-VISTAS)
           END-IF.

      *================================================================
      * 1150 - RESOLVER LA LLAVE '@' DEL RENGLON EN CURSO
               CLOSE ARCHIVO-LLAVES
           END-IF.

      *================================================================
      * 1180 - RESOLVER EL CONVENIO '#' DEL RENGLON EN CURSO
      *   Un convenio activo resuelve a nuestro banco + su cuenta
      *   recaudadora; la referencia de la factura viene en el
      *   concepto.
      *================================================================
       1180-RESOLVER-CONVENIO-WEB.
           MOVE 'N' TO WS-PCV-HALLADO
           MOVE 'N' TO WS-EOF-CONVENIOS
           MOVE WS-WEB-CTA-DEST (2:6) TO WS-PCV-COD-CONVENIO
           MOVE WS-WEB-CONCEPTO (1:20) TO WS-PCV-NUM-REFERENCIA

           OPEN INPUT ARCHIVO-CONVENIOS
           IF WS-STAT-CONVENIOS NOT = '00'
               MOVE 'S' TO WS-EOF-CONVENIOS
           END-IF

           PERFORM UNTIL WS-EOF-CONVENIOS = 'S'
               READ ARCHIVO-CONVENIOS
                   AT END MOVE 'S' TO WS-EOF-CONVENIOS
                   NOT AT END
                       IF CV-COD-CONVENIO = WS-PCV-COD-CONVENIO
                               AND CV-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-PCV-HALLADO
                           MOVE COD-BANCO-PROPIO TO WS-WEB-BCO-DEST
                           MOVE CV-COD-CTA-RECAUDO TO WS-WEB-CTA-DEST
                           MOVE CV-MCA-ACEPTA-VENCIDA
                               TO WS-PCV-ACEPTA-VENCIDA
                           MOVE 'S' TO WS-EOF-CONVENIOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CONVENIOS = '00'
               CLOSE ARCHIVO-CONVENIOS
           END-IF

           IF NOT PCV-HALLADO
               DISPLAY '  Renglon ' WS-LINEA-ACTUAL
                   ': convenio ' WS-PCV-COD-CONVENIO
                   ' inexistente o suspendido.'
           END-IF.

      *================================================================
      * 1190 - VALIDAR LA FACTURA DEL CONVENIO CONTRA EL RENGLON
      *   Igual que 3950 en TRN-CAJA: factura PENDIENTE, monto exacto
      *   y vencimiento segun el convenio; ademas solo en pesos y sin
      *   repetir la referencia dentro de la misma exportacion.
      *================================================================
       1190-VALIDAR-FACTURA-WEB.
           MOVE 'N' TO WS-PCV-VALIDO

           IF WS-WEB-MONEDA NOT = SPACES AND WS-WEB-MONEDA NOT = MON-COP
               DISPLAY '  Renglon ' WS-LINEA-ACTUAL
                   ': el pago de una factura de convenio es en pesos.'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PCV-IDX FROM 1 BY 1
                   UNTIL WS-PCV-IDX > WS-PCV-CANT-VISTAS
               IF WS-PCV-VIS-CONVENIO (WS-PCV-IDX)
                       = WS-PCV-COD-CONVENIO
                       AND WS-PCV-VIS-REFERENCIA (WS-PCV-IDX)
                           = WS-PCV-NUM-REFERENCIA
                   DISPLAY '  Renglon ' WS-LINEA-ACTUAL
                       ': la referencia ' WS-PCV-NUM-REFERENCIA
                       ' ya viene pagada en esta exportacion.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-EOF-FACTCONV
           MOVE 'N' TO WS-PCV-HALLADO

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
                           MOVE 'S' TO WS-PCV-HALLADO
                           MOVE 'S' TO WS-EOF-FACTCONV
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-FACTCONV = '00'
               CLOSE ARCHIVO-FACTURASCONV
           END-IF

           IF NOT PCV-HALLADO
               DISPLAY '  Renglon ' WS-LINEA-ACTUAL
                   ': la referencia ' WS-PCV-NUM-REFERENCIA
                   ' no existe en el convenio.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FAC-PENDIENTE
               DISPLAY '  Renglon ' WS-LINEA-ACTUAL
                   ': la factura ya fue pagada o tiene un pago en '
                   'tramite.'
               EXIT PARAGRAPH
           END-IF

           IF FV-FEC-VENCIMIENTO < WS-FECHA-STR
                   AND WS-PCV-ACEPTA-VENCIDA NOT = FLAG-SI
               DISPLAY '  Renglon ' WS-LINEA-ACTUAL
                   ': la factura vencio el ' FV-FEC-VENCIMIENTO
                   ' y el convenio no recibe vencidas.'
               EXIT PARAGRAPH
           END-IF

           IF WS-WEB-MONTO NOT = FV-MTO-FACTURA
               DISPLAY '  Renglon ' WS-LINEA-ACTUAL
                   ': el monto no es el valor exacto de la factura.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-PCV-VALIDO.

      *================================================================
      * 1160 - VALIDAR EL FORMATO DE LA CUENTA DESTINO DEL RENGLON
      *   Busca el banco destino en el directorio y aplica sus
           OPEN INPUT ARCHIVO-WEBEXPORT
           MOVE 'N' TO WS-EOF-WEBEXPORT
           MOVE 0 TO WS-LINEA-ACTUAL
           MOVE 0 TO WS-PCV-CANT-VISTAS

           PERFORM UNTIL FIN-WEBEXPORT
               READ ARCHIVO-WEBEXPORT
           MOVE WS-WEB-CONCEPTO TO SB-CONCEPTO
           MOVE WS-WEB-FEC-VALOR TO SB-FEC-VALOR

      *    El concepto de un pago de convenio es el que PRC-CONVENIOS
      *    busca en la orden para casarla con el pago.
           IF PCV-ES-PAGO
               MOVE SPACES TO SB-CONCEPTO
               STRING 'PAGO CONVENIO ' WS-PCV-COD-CONVENIO
                   ' REF ' WS-PCV-NUM-REFERENCIA
                   DELIMITED SIZE INTO SB-CONCEPTO
           END-IF

           WRITE REG-SOLICITUD-LOTE

           IF PCV-ES-PAGO
               PERFORM 2200-REGISTRAR-PAGO-WEB
           END-IF.

      *================================================================
      * 2200 - DEJAR EL PAGO WEB ENVIADO Y LA FACTURA EN TRAMITE
      *   La factura no se puede volver a pagar mientras la orden se
      *   procesa; PRC-CONVENIOS la deja PAGADA o PENDIENTE segun
      *   lo que le haya pasado a la orden.
      *================================================================
       2200-REGISTRAR-PAGO-WEB.
           OPEN EXTEND ARCHIVO-PAGOSCONV
           IF WS-STAT-PAGOSCONV = '35'
               OPEN OUTPUT ARCHIVO-PAGOSCONV
               CLOSE ARCHIVO-PAGOSCONV
               OPEN EXTEND ARCHIVO-PAGOSCONV
           END-IF

           MOVE SPACES TO REG-PAGO-CONVENIO
           MOVE WS-PCV-COD-CONVENIO TO PV-COD-CONVENIO
           MOVE WS-PCV-NUM-REFERENCIA TO PV-NUM-REFERENCIA
           MOVE WS-WEB-MONTO TO PV-MTO-PAGO
           MOVE 'WEB' TO PV-COD-CANAL
           MOVE WS-WEB-CTA-ORIGEN TO PV-COD-CTA-ORIGEN
           MOVE WS-FECHA-STR TO PV-FEC-PAGO
           MOVE WS-HORA-STR TO PV-HOA-PAGO
           MOVE 'ENVIADO   ' TO PV-EST-PAGO
           WRITE REG-PAGO-CONVENIO

           CLOSE ARCHIVO-PAGOSCONV

           MOVE 'N' TO WS-EOF-FACTCONV
           OPEN I-O ARCHIVO-FACTURASCONV
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
                           MOVE 'EN_TRAMITE' TO FV-EST-FACTURA
                           REWRITE REG-FACTURA-CONV
                           MOVE 'S' TO WS-EOF-FACTCONV
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-FACTCONV = '00'
               CLOSE ARCHIVO-FACTURASCONV
           END-IF.
