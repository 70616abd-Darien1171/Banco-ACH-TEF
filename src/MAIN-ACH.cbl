      *   8. Detección de fraude
      *   9. Bloquear fondos
      *  10. Crear orden de transferencia
      *  11. Enviar a banco destino (simulado); un pago pequeno a un
      *      banco del riel inmediato recibe respuesta en linea y
      *      liquida en la posicion neta continua (POSINM.dat)
      *  12. Esperar confirmación
      *  13. Descuento final
      *  14. Asiento contable

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

           SELECT ARCHIVO-BLOQUEOS
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
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LLAVES.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO 'data/CAMBIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CAMBIOS.

           SELECT ARCHIVO-ORDENES-HIST
               ASSIGN TO 'data/ORDENES_HIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ORDENES-HIST.

           SELECT ARCHIVO-CASOS
               ASSIGN TO 'data/CASOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LOTECTL.

           SELECT ARCHIVO-PAGOSINM
               ASSIGN TO 'data/PAGOSINM.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PAGOSINM.

           SELECT ARCHIVO-POSINM
               ASSIGN TO 'data/POSINM.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-POSINM.

           SELECT ARCHIVO-CONVFX
               ASSIGN TO 'data/CONVFX.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CONVFX.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

           SELECT ARCHIVO-COBRANZA
               ASSIGN TO 'data/COBRANZA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COBRANZA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-LLAVES.
       COPY 'copybooks/LLAVES.cpy'.

       FD ARCHIVO-CAMBIOS.
       COPY 'copybooks/CAMBIOSJR.cpy'.

       FD ARCHIVO-ORDENES-HIST.
       COPY 'copybooks/ORDENES.cpy'
           REPLACING REG-ORDEN BY REG-ORDEN-HIST
                     LEADING ==OT-== BY ==OH-==.

       FD ARCHIVO-CASOS.
       COPY 'copybooks/CASOS.cpy'.

       FD ARCHIVO-LOTE-CTL.
       COPY 'copybooks/LOTECTL.cpy'.

       FD ARCHIVO-PAGOSINM.
       COPY 'copybooks/PAGOSINM.cpy'.

       FD ARCHIVO-POSINM.
       COPY 'copybooks/POSINM.cpy'.

       FD ARCHIVO-CONVFX.
       COPY 'copybooks/CONVFX.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       FD ARCHIVO-COBRANZA.
       COPY 'copybooks/COBRANZA.cpy'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
          05 WS-STAT-PLANES     PIC XX VALUE '  '.
          05 WS-STAT-PROCESADOS PIC XX VALUE '  '.
          05 WS-STAT-ORIGINADORES PIC XX VALUE '  '.
          05 WS-STAT-PAGOSINM   PIC XX VALUE '  '.
          05 WS-STAT-POSINM     PIC XX VALUE '  '.
          05 WS-STAT-CONVFX     PIC XX VALUE '  '.

      *----------------------------------------------------------------
      * Datos de entrada de la solicitud
       01 WS-PROCESO.
          05 WS-COMISION        PIC S9(13)V99.
          05 WS-MTO-IVA         PIC S9(13)V99.
             *> IVA sobre la comision (WS-TAR-IVA): se debita
             *> junto con el total y queda por pagar a la DIAN en su
             *> propia pata del asiento.
          05 WS-MTO-GMF         PIC S9(13)V99.
          05 WS-NUM-AUDIT       PIC X(20).
          05 WS-NUM-RETENIDA    PIC X(20).
          05 WS-NUM-ASIENTO     PIC X(20).
          05 WS-SUC-ASIENTO     PIC X(4) VALUE SPACES.
          05 WS-COD-RESULTADO   PIC 9(2).
          05 WS-ES-SOSPECHOSA   PIC X VALUE 'N'.
          05 WS-RAZON-FRAUDE    PIC X(100).
          05 WS-MCA-ON-US       PIC X VALUE 'N'.
             88 ES-TRANSF-ON-US    VALUE 'S'.

      *----------------------------------------------------------------
      * Riel de pagos inmediatos 24/7 (0930, 8800): un envio
      * interbancario pequeno, del dia y de canal individual hacia un
      * banco conectado al riel no espera el corte ACH ni a
      * GEN-LIQUIDACION; recibe respuesta en linea y liquida en la
      * posicion neta continua de POSINM.dat.
      *----------------------------------------------------------------
       01 WS-RIEL-INMEDIATO.
          05 WS-MCA-INMEDIATO   PIC X VALUE 'N'.
             88 ES-PAGO-INMEDIATO  VALUE 'S'.
          05 WS-BCO-INMEDIATO   PIC X VALUE 'N'.
             *> BN-MCA-INMEDIATO del banco destino leido por 0900.
          05 WS-INM-RESPUESTA   PIC X VALUE ' '.
             88 INM-ACEPTADO       VALUE 'A'.
             88 INM-RECHAZADO      VALUE 'R'.
          05 WS-INM-MOTIVO      PIC X(60).
          05 WS-NUM-MENSAJE-INM PIC X(20).
          05 WS-INM-POS-HALLADA PIC X VALUE 'N'.
          05 WS-EOF-POSINM      PIC X VALUE 'N'.
          05 WS-INM-POS-NETO    PIC S9(15)V99.
             *> Neto actual con el banco destino en POSINM.dat.
       COPY 'copybooks/PAGOSINM.cpy'
           REPLACING REG-PAGO-INMEDIATO BY WS-PAGO-INM-NUEVO.

      *----------------------------------------------------------------
      * Conversion de SOL-MONTO por 3500-CONVERTIR-MONEDA:
      * WS-MONTO-COP conserva su nombre historico pero queda en la
      * moneda propia de la cuenta origen (es lo que realmente se
      * debita), y WS-MONTO-EQ-COP lleva su equivalente en pesos COP
      * (3550) para las fronteras que siempre son COP: los limites
      * acumulados del cliente (6000), el tope sin KYC (1900), los
      * umbrales en pesos de las reglas de fraude (7000/7200) y el
      * mayor contable (9210).
      *----------------------------------------------------------------
       01 WS-CAMBIO.
      * fecha + secuencia) y cerrar con un control 'T' cuyo conteo y
      * suma de montos cuadren con los detalles; un archivo truncado,
      * descuadrado, sin encabezado o cuyo identificador ya figure en
      * PROCESADOS.dat se rechaza COMPLETO antes de postear nada. El
      * numero de correccion del encabezado es parte del
      * identificador: el archivo de correccion de un lote (COR-LOTE)
      * pasa si su original ya se proceso y esa correccion no.
      *----------------------------------------------------------------
       01 WS-CONTROL-INTAKE.
          05 WS-INT-COD-ORIGINADOR PIC X(10).
          05 WS-INT-FEC-ARCHIVO    PIC X(10).
          05 WS-INT-NUM-SECUENCIA  PIC 9(6).
          05 WS-INT-NUM-CORRECCION PIC 9(2) VALUE 0.
          05 WS-INT-ORIG-HALLADO   PIC X VALUE 'N'.
             88 ORIGINAL-PROCESADO     VALUE 'S'.
          05 WS-PR-NUM-CORRECCION  PIC 9(2) VALUE 0.
          05 WS-INT-HAY-ENCABEZADO PIC X VALUE 'N'.
          05 WS-INT-HAY-CONTROL    PIC X VALUE 'N'.
          05 WS-INT-CANT-DETALLES  PIC 9(6).
             *> marca de bloquear giros reales hasta verificarla
             *> (ver BENEFICIARIOS.cpy).

      *----------------------------------------------------------------
      * Enfriamiento tras un cambio de contacto (7300): un cambio de
      * telefono, correo o canal de avisos del cliente ordenante
      * registrado en CAMBIOS.dat hace menos de ENF-HORAS-VENTANA
      * horas retiene toda salida mayor a ENF-MTO-UMBRAL. La edad se
      * mide en horas enteras, igual que en 1500.
      *----------------------------------------------------------------
       01 WS-ENFRIAMIENTO.
          05 WS-STAT-CAMBIOS       PIC X(2).
          05 WS-EOF-CAMBIOS        PIC X VALUE 'N'.
          05 WS-ENF-EN-VENTANA     PIC X VALUE 'N'.
             88 ENF-EN-VENTANA        VALUE 'S'.
          05 WS-ENF-FEC-NUM        PIC 9(8).
          05 WS-ENF-HOY-NUM        PIC 9(8).
          05 WS-ENF-HH-CAMBIO      PIC 9(2).
          05 WS-ENF-HORAS          PIC S9(7).
          05 WS-ENF-CAMPO          PIC X(20).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
      *----------------------------------------------------------------
             88 HAY-DUPLICADO            VALUE 'S'.
          05 WS-EOF-ORDEN-DUP         PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Reglas de rafaga y de primer destino para 7200-VALIDAR-RAFAGA-
      * Y-DESTINO (solo canales TAQ y WEB; el lote BAT y la
      * dispersion de nomina mandan por diseno muchas transferencias
      * seguidas a destinos nuevos):
      *   - rafaga: la cuenta origen ya lleva hoy, dentro de los
      *     ultimos WS-MIN-VENTANA-RAFAGA minutos, tantas ordenes que
      *     con la actual llega a WS-CANT-MAX-RAFAGA, o tanto monto
      *     que con el actual supera WS-MTO-MAX-RAFAGA;
      *   - primer destino: la cuenta origen nunca ha girado a ese
      *     banco + cuenta destino, ni en ORDENES.dat ni en lo que
      *     ARC-HISTORICO ya paso a ORDENES_HIST.dat, y el monto es de
      *     al menos WS-MTO-MIN-PRIMER-DESTINO.
      * Ambos topes son COP: se comparan con WS-MONTO-EQ-COP y las
      * ordenes previas se suman por su equivalente en COP (las
      * tasas USD/EUR del dia se buscan una vez por validacion).
      *----------------------------------------------------------------
       01 WS-RAFAGA-DESTINO.
          05 WS-MIN-VENTANA-RAFAGA    PIC 9(3) VALUE 10.
          05 WS-CANT-MAX-RAFAGA       PIC 9(3) VALUE 5.
          05 WS-MTO-MAX-RAFAGA        PIC S9(13)V99 VALUE 5000000.
          05 WS-MTO-MIN-PRIMER-DESTINO PIC S9(13)V99 VALUE 1000000.
          05 WS-SEG-ORDEN-RAF         PIC 9(6).
          05 WS-DIF-SEG-RAF           PIC S9(7).
          05 WS-CANT-RAFAGA           PIC 9(5).
          05 WS-SUMA-RAFAGA           PIC S9(15)V99.
          05 WS-HAY-RAFAGA            PIC X VALUE 'N'.
             88 HAY-RAFAGA               VALUE 'S'.
          05 WS-DESTINO-CONOCIDO      PIC X VALUE 'N'.
             88 DESTINO-CONOCIDO         VALUE 'S'.
          05 WS-HAY-PRIMER-DESTINO    PIC X VALUE 'N'.
             88 HAY-PRIMER-DESTINO       VALUE 'S'.
          05 WS-EOF-ORDEN-RAF         PIC X VALUE 'N'.
          05 WS-STAT-ORDENES-HIST     PIC X(2).
          05 WS-EOF-ORDEN-HIST        PIC X VALUE 'N'.
          05 WS-RAF-MTO-EQ-COP        PIC S9(15)V99.
          05 WS-RAF-TASA-USD          PIC 9(7)V99.
          05 WS-RAF-TASA-EUR          PIC 9(7)V99.
          05 WS-RAF-TASA-GUARDADA     PIC 9(7)V99.

      *----------------------------------------------------------------
      * Autenticacion reforzada (step-up) para transferencias grandes,
      * usada por 3700-VALIDAR-AUTENTICACION-REFORZADA: el umbral es
      *----------------------------------------------------------------
       01 WS-COD-CANAL          PIC X(3) VALUE 'TAQ'.

      *----------------------------------------------------------------
      * Renglon del tope por canal del cliente (LC-LIMITE-CANAL) que
      * corresponde a WS-COD-CANAL, ubicado en 6000; cero = el canal
      * no tiene tope propio.
      *----------------------------------------------------------------
       01 WS-IDX-CANAL          PIC 9(1).
       01 WS-POS-CANAL          PIC 9(1).

      *----------------------------------------------------------------
      * Identidad del operador que abrio la sesion (cajero/usuario y
      * terminal), capturada una sola vez por corrida en
      * Vigencia del conocimiento del cliente ordenante (KYC, ver
      * CLIENTES.cpy y DET-KYC): con la confirmacion vencida, el
      * cliente recibe pero no origina por encima de LIM-MTO-SIN-KYC
      * hasta refrescarla en MNT-CLIENTE. Un cliente de riesgo
      * SARLAFT alto (CAL-RIESGO) vence a LIM-MESES-VIG-KYC-ALTO.
      *----------------------------------------------------------------
       01 WS-VALIDA-KYC.
          05 WS-KYC-FEC-CONFIRMA  PIC X(10).
          05 WS-KYC-ANO           PIC 9(4).
          05 WS-KYC-MES           PIC 9(2).
          05 WS-KYC-MESES         PIC S9(5).
          05 WS-KYC-LIMITE        PIC 9(3).
          05 WS-EOF-CLI-KYC       PIC X.

      *----------------------------------------------------------------
          05 WS-DIA-PUEDE-OPERAR  PIC X VALUE 'N'.
             88 DIA-PUEDE-OPERAR     VALUE 'S'.

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
          05 WS-TAR-IVA           PIC 9(2)V99.
          05 WS-TAR-GMF           PIC 9(2)V99.
             *> Tarifas con que 4000/4500 calcularon el IVA y el GMF
             *> de la orden en curso (4600 en las que completan
             *> 0295/0297); van a las patas del asiento.

      *----------------------------------------------------------------
      * Enmascaramiento de cuentas y documentos en las salidas que
      * recibe el cliente o que circulan por la oficina (ver 8980)
      *----------------------------------------------------------------
       01 WS-MASCARA.
          05 WS-MSK-ENTRADA       PIC X(20).
          05 WS-MSK-SALIDA        PIC X(20).
          05 WS-MSK-LARGO         PIC 9(2).
          05 WS-MSK-VISIBLE       PIC 9(2).
          05 WS-MSK-CTA-ORIGEN    PIC X(20).
          05 WS-MSK-CTA-DEST      PIC X(20).

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

           MOVE 0   TO WS-COD-RESULTADO
           MOVE 'N' TO WS-ES-SOSPECHOSA
           MOVE 'N' TO WS-REQUIERE-FIRMA
           MOVE 'N' TO WS-MCA-INMEDIATO

           PERFORM 0100-OBTENER-FECHA-HORA
           MOVE WS-HORA-STR TO WS-HORA-INICIO-TRANS

           PERFORM 4000-CALCULAR-COMISION

           PERFORM 0930-EVALUAR-RIEL-INMEDIATO
           IF NOT ES-PAGO-INMEDIATO
               PERFORM 0940-VALIDAR-CORTE-ACH
           END-IF

           IF SOL-FEC-VALOR > WS-FECHA-STR
               PERFORM 0950-PROGRAMAR-TRANSFERENCIA
      *   CNF-CONFIRMACION, que es quien realmente descuenta, registra
      *   el movimiento/asiento/comprobante y cierra la auditoria (o
      *   libera los fondos si el banco destino rechaza/no responde).
      *   Un pago del riel inmediato (0930) si tiene respuesta en
      *   linea (8800): aceptado, se descuenta y contabiliza en el
      *   mismo paso como un ON-US y suma a la posicion neta continua
      *   (8850); rechazado, se liberan los fondos (8860).
      *================================================================
       0410-COMPLETAR-TRANSFERENCIA.
           PERFORM 8000-BLOQUEAR-FONDOS
               PERFORM 9300-GENERAR-COMPROBANTE
               PERFORM 9400-REGISTRAR-AUDITORIA-EXITO
           ELSE
               IF ES-PAGO-INMEDIATO
                   PERFORM 8800-ENVIAR-PAGO-INMEDIATO
                   IF INM-ACEPTADO
                       PERFORM 9100-DESCUENTO-FINAL
                       PERFORM 9285-CONVERSION-PATA-SALIENTE
                       PERFORM 9200-REGISTRAR-MOVIMIENTO
                       PERFORM 9205-REGISTRAR-MOVIMIENTO-GMF
                       PERFORM 9210-CONTABILIZAR-ASIENTO
                       PERFORM 8850-ACTUALIZAR-POSICION-INM
                       PERFORM 9300-GENERAR-COMPROBANTE
                       PERFORM 9400-REGISTRAR-AUDITORIA-EXITO
                   ELSE
                       PERFORM 8860-LIBERAR-PAGO-RECHAZADO
                   END-IF
               ELSE
                   PERFORM 8700-SIMULAR-ENVIO-BANCO-DESTINO
                   PERFORM 9285-CONVERSION-PATA-SALIENTE
                   PERFORM 9450-REGISTRAR-AUDITORIA-ENVIADA
               END-IF
           END-IF.

      *================================================================
               PERFORM 0194-RECHAZAR-INGRESO
           END-IF

           MOVE WS-CLAVE-OPERADOR TO WS-CIF-CLAVE
           MOVE US-SAL-CLAVE OF WS-USUARIO-SESION TO WS-CIF-SAL
           MOVE US-COD-USUARIO OF WS-USUARIO-SESION TO WS-CIF-USUARIO
           PERFORM 8970-CIFRAR-CLAVE
           IF US-CLAVE OF WS-USUARIO-SESION NOT = WS-CIF-RESULTADO
               PERFORM 0193-REGISTRAR-INTENTO-FALLIDO
           END-IF

               PERFORM 0194-RECHAZAR-INGRESO
           END-IF

      *    La historia guarda huellas: se cifra la nueva con la
      *    misma sal del usuario y se comparan huellas.
           MOVE WS-CLAVE-NUEVA TO WS-CIF-CLAVE
           MOVE US-SAL-CLAVE OF WS-USUARIO-SESION TO WS-CIF-SAL
           MOVE US-COD-USUARIO OF WS-USUARIO-SESION TO WS-CIF-USUARIO
           PERFORM 8970-CIFRAR-CLAVE

           IF WS-CIF-RESULTADO = US-CLAVE OF WS-USUARIO-SESION
                   OR WS-CIF-RESULTADO =
                       US-CLAVE-ANT-1 OF WS-USUARIO-SESION
                   OR WS-CIF-RESULTADO =
                       US-CLAVE-ANT-2 OF WS-USUARIO-SESION
               MOVE 'RECHAZO   ' TO WS-SJR-EVENTO
               MOVE 'Cambio de clave fallido (clave repetida)'
               TO US-CLAVE-ANT-2 OF WS-USUARIO-SESION
           MOVE US-CLAVE OF WS-USUARIO-SESION
               TO US-CLAVE-ANT-1 OF WS-USUARIO-SESION
           MOVE WS-CIF-RESULTADO TO US-CLAVE OF WS-USUARIO-SESION
           MOVE WS-FECHA-STR
               TO US-FEC-ULT-CLAVE OF WS-USUARIO-SESION
           MOVE FLAG-NO TO US-MCA-DEBE-CAMBIAR OF WS-USUARIO-SESION
           END-IF

           MOVE WS-DSP-TOTAL-COP TO WS-MONTO-COP
      *    El debito consolidado se ejecuta hoy: las tarifas de
      *    impuestos son las vigentes hoy (0236 repone la fecha valor
      *    de cada linea).
           MOVE WS-FECHA-STR TO SOL-FEC-VALOR
           PERFORM 4000-CALCULAR-COMISION

           PERFORM 5000-VALIDAR-FONDOS
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE CC-COD-SUCURSAL OF WS-CUENTA-ORIGEN
               TO WS-SUC-ASIENTO

           MOVE WS-DSP-NUM-REFERENCIA TO WS-NUM-ORDEN
           MOVE GL-PASIVO-CLIENTES
               MOVE WS-GL-IVA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'IVA sobre la comision, por pagar a la DIAN'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TAR-IVA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 9215-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF

           IF WS-GL-GMF > 0
               MOVE WS-GL-GMF TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'GMF 4x1000 retenido, por pagar a la DIAN'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TAR-GMF
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 9215-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF

           MOVE WS-MONTO-TOTAL TO WS-DISP-TOTAL
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE 'Abono de nomina en transito interbancario'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               PERFORM 9285-CONVERSION-PATA-SALIENTE
           END-IF
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-MONTO-EQ-COP TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR  TO CB-HOA-EMISION OF WS-COMPROBANTE-NUEVO
           MOVE CC-NOM-CLIENTE OF WS-CUENTA-ORIGEN
               TO CB-NOM-CLI-ORIGEN OF WS-COMPROBANTE-NUEVO
           MOVE WS-DSP-CTA-EMPRESA TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA
               TO CB-COD-CTA-ORIGEN OF WS-COMPROBANTE-NUEVO
           MOVE 'DISPERSION DE NOMINA - VARIOS BENEFICIARIOS'
               TO CB-NOM-CLI-DEST OF WS-COMPROBANTE-NUEVO
           MOVE 'N' TO WS-INT-HAY-CONTROL
           MOVE 0 TO WS-INT-CANT-DETALLES
           MOVE 0 TO WS-INT-SUMA-MONTOS
           MOVE 0 TO WS-INT-NUM-CORRECCION

           OPEN INPUT ARCHIVO-SOLICITUDES
           MOVE WS-STAT-SOLIC TO WS-CHK-ESTADO
                                   TO WS-INT-FEC-ARCHIVO
                               MOVE SB-ENC-NUM-SECUENCIA
                                   TO WS-INT-NUM-SECUENCIA
                               IF SB-ENC-NUM-CORRECCION IS NUMERIC
                                   MOVE SB-ENC-NUM-CORRECCION
                                       TO WS-INT-NUM-CORRECCION
                               END-IF
                               IF SB-ENC-COD-CANAL NOT = SPACES
                                   MOVE SB-ENC-COD-CANAL
                                       TO WS-COD-CANAL
           IF ARCHIVO-YA-PROCESADO
               DISPLAY '  ERROR: El archivo ' WS-INT-COD-ORIGINADOR
                   ' ' WS-INT-FEC-ARCHIVO ' sec '
                   WS-INT-NUM-SECUENCIA ' corr '
                   WS-INT-NUM-CORRECCION ' ya fue procesado; '
                   'resubmision rechazada.'
               EXIT PARAGRAPH
           END-IF

           IF WS-INT-NUM-CORRECCION > 0
                   AND NOT ORIGINAL-PROCESADO
               DISPLAY '  ERROR: Archivo de correccion '
                   WS-INT-NUM-CORRECCION ' de un lote cuyo original '
                   'no figura como procesado.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 0254-VALIDAR-PERFIL-ORIGINADOR
           IF NOT INTAKE-VALIDO
               EXIT PARAGRAPH
           DISPLAY '  Controles del archivo OK: originador '
               WS-INT-COD-ORIGINADOR ' fecha ' WS-INT-FEC-ARCHIVO
               ' sec ' WS-INT-NUM-SECUENCIA ', '
               WS-INT-CANT-DETALLES ' detalle(s).'
           IF WS-INT-NUM-CORRECCION > 0
               DISPLAY '  Archivo de correccion '
                   WS-INT-NUM-CORRECCION ' del lote original.'
           END-IF.

      *================================================================
      * 0254 - VALIDAR EL PERFIL CONTRACTUAL DEL ORIGINADOR

      *================================================================
      * 0253 - VERIFICAR QUE EL ARCHIVO NO SE HAYA PROCESADO YA
      *   Compara originador + fecha + secuencia + numero de
      *   correccion (espacios en PROCESADOS.dat = 00). De paso deja
      *   dicho si el original (correccion 00) ya esta inscrito, que
      *   es condicion para aceptar un archivo de correccion.
      *================================================================
       0253-VERIFICAR-NO-PROCESADO.
           MOVE 'N' TO WS-INT-YA-PROCESADO
           MOVE 'N' TO WS-INT-ORIG-HALLADO
           MOVE 'N' TO WS-EOF-PROCESADOS

           OPEN INPUT ARCHIVO-PROCESADOS
               READ ARCHIVO-PROCESADOS
                   AT END MOVE 'S' TO WS-EOF-PROCESADOS
                   NOT AT END
                       MOVE 0 TO WS-PR-NUM-CORRECCION
                       IF PR-NUM-CORRECCION IS NUMERIC
                           MOVE PR-NUM-CORRECCION
                               TO WS-PR-NUM-CORRECCION
                       END-IF
                       IF PR-COD-ORIGINADOR = WS-INT-COD-ORIGINADOR
                           AND PR-FEC-ARCHIVO = WS-INT-FEC-ARCHIVO
                           AND PR-NUM-SECUENCIA =
                               WS-INT-NUM-SECUENCIA
                           IF WS-PR-NUM-CORRECCION = 0
                               MOVE 'S' TO WS-INT-ORIG-HALLADO
                           END-IF
                           IF WS-PR-NUM-CORRECCION =
                                   WS-INT-NUM-CORRECCION
                               MOVE 'S' TO WS-INT-YA-PROCESADO
                               MOVE 'S' TO WS-EOF-PROCESADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-INT-COD-ORIGINADOR TO PR-COD-ORIGINADOR
           MOVE WS-INT-FEC-ARCHIVO TO PR-FEC-ARCHIVO
           MOVE WS-INT-NUM-SECUENCIA TO PR-NUM-SECUENCIA
           MOVE WS-INT-NUM-CORRECCION TO PR-NUM-CORRECCION
           MOVE WS-FECHA-STR TO PR-FEC-PROCESO
           MOVE WS-HORA-STR TO PR-HOA-PROCESO
           MOVE WS-INT-CANT-DETALLES TO PR-CANT-ENTRADAS
               WHEN COD-KYC-VENCIDO
                   MOVE 'KYC del ordenante vencido para el monto'
                       TO RL-DES-RESULTADO
               WHEN COD-INM-RECHAZA
                   MOVE 'Pago inmediato rechazado en linea'
                       TO RL-DES-RESULTADO
               WHEN OTHER
                   MOVE 'Error de sistema en la validacion'
                       TO RL-DES-RESULTADO
           PERFORM UNTIL FIN-REINTENTOS
               PERFORM 0264-RECLAMAR-REINTENTO
               IF REINTENTO-HALLADO
                   OPEN I-O ARCHIVO-ORDENES
                   MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
                   MOVE 'ABRIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
           PERFORM UNTIL FIN-PROGRAMADAS
               PERFORM 0265-RECLAMAR-PROGRAMADA-DUE
               IF WS-PROGRAMADA-HALLADA = 'S'
                   OPEN I-O ARCHIVO-ORDENES
                   MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
                   MOVE 'ABRIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
      * 0264 - ELEGIR LA PROGRAMADA VENCIDA DE MENOR RANGO
      *   Pasada de solo lectura que elige, entre las PROGRAMADA
      *   vencidas, la de menor OT-PRIORIDAD (0 normaliza a 99: sin
      *   prioridad paga de ultimo); a igual rango gana la de fecha
      *   valor mas antigua. Solo se leen las PROGRAMADA con fecha
      *   valor hasta hoy, por la llave alterna estado + fecha valor.
      *   El reclamo real lo hace 0265 sobre la elegida.
      *================================================================
       0264-ELEGIR-PROGRAMADA-PRIORITARIA.
           MOVE 'N' TO WS-HAY-ELEGIDA
           MOVE 'ABRIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE EST-PROGRAMADA TO OT-EST-ORDEN OF REG-ORDEN
           MOVE LOW-VALUES TO OT-FEC-VALOR OF REG-ORDEN
           START ARCHIVO-ORDENES KEY IS >= OT-LLAVE-ESTADO
               INVALID KEY MOVE 'S' TO WS-EOF-ORDENES-LOCAL
           END-START

           PERFORM UNTIL WS-EOF-ORDENES-LOCAL = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES-LOCAL
                   NOT AT END
                       IF OT-EST-ORDEN OF REG-ORDEN NOT = EST-PROGRAMADA
                               OR OT-FEC-VALOR OF REG-ORDEN
                                   > WS-FECHA-STR
                           MOVE 'S' TO WS-EOF-ORDENES-LOCAL
                       ELSE
      *                    Una orden anterior al campo trae la
      *                    prioridad en espacios: sin prioridad,
      *                    igual que cero.

      *================================================================
      * 0265 - RECLAMAR LA SIGUIENTE ORDEN PROGRAMADA VENCIDA
      *   Lee directo por OT-NUM-ORDEN, con ARCHIVO-ORDENES abierto
      *   I-O, la PROGRAMADA vencida que eligio 0264, la marca
      *   como reclamada (EST-ENVIADA, para que no la vuelva a tomar
      *   otra corrida) y arma WS-SOLICITUD con sus datos para que
      *   0400-PROCESAR-TRANSFERENCIA la procese como una transferencia
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARCHIVO-ORDENES
           MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE WS-ELEGIDA-REF TO OT-NUM-ORDEN OF REG-ORDEN
           READ ARCHIVO-ORDENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PROGRAMADA-HALLADA

                   MOVE OT-COD-CTA-ORIGEN OF REG-ORDEN
                       TO SOL-COD-CTA-ORIGEN
                   MOVE OT-COD-BCO-DEST OF REG-ORDEN
                       TO SOL-COD-BCO-DEST
                   MOVE OT-COD-CTA-DEST OF REG-ORDEN
                       TO SOL-COD-CTA-DEST
                   MOVE OT-MTO-TRANSF OF REG-ORDEN TO SOL-MONTO
                   MOVE OT-TIP-MONEDA OF REG-ORDEN
                       TO SOL-TIP-MONEDA
                   MOVE OT-DES-CONCEPTO OF REG-ORDEN
                       TO SOL-CONCEPTO
                   MOVE WS-FECHA-STR TO SOL-FEC-VALOR
                   MOVE 0 TO SOL-PRIORIDAD
                   MOVE 'BATCH_PROG' TO SOL-COD-USUARIO
                   MOVE 'PROGRAMADAS' TO SOL-TERMINAL

                   MOVE EST-ENVIADA TO OT-EST-ORDEN OF REG-ORDEN
                   REWRITE REG-ORDEN
                   MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
                   MOVE 'REESCRIBIR ARCHIVO-ORDENES'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO

                   MOVE OT-NUM-ORDEN OF REG-ORDEN
                       TO WS-REF-RECLAMADA

                   DISPLAY '  Reclamada orden programada: '
                       OT-NUM-ORDEN OF REG-ORDEN
           END-READ

           CLOSE ARCHIVO-ORDENES.

           PERFORM UNTIL FIN-RECURRENTES
               PERFORM 0285-RECLAMAR-RECURRENTE-DUE
               IF WS-RECURRENTE-HALLADA = 'S'
                   OPEN I-O ARCHIVO-ORDENES
                   MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
                   MOVE 'ABRIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
      *   por 0410-COMPLETAR-TRANSFERENCIA (bloqueo de fondos en
      *   adelante); el monto, la comision y el total ya se calcularon
      *   cuando la transaccion se retuvo, asi que no se repite 3000 en
      *   adelante. Lo que ya paso por revision sale por el ACH de
      *   siempre, nunca por el riel inmediato.
      *================================================================
       0295-PROCESAR-APROBADAS.
           DISPLAY ' '
               PERFORM 0296-RECLAMAR-APROBADA-DUE
               IF WS-APROBADA-HALLADA = 'S'
                   MOVE 0 TO WS-COD-RESULTADO
                   MOVE 'N' TO WS-MCA-INMEDIATO
                   PERFORM 0100-OBTENER-FECHA-HORA
                   MOVE WS-HORA-STR TO WS-HORA-INICIO-TRANS
                   PERFORM 1000-VALIDAR-CUENTA-ORIGEN
                       IF WS-MTO-GMF < 0
                           MOVE 0 TO WS-MTO-GMF
                       END-IF
                       PERFORM 4600-REFRESCAR-TARIFAS-IMP
                       OPEN I-O ARCHIVO-ORDENES
                       MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
                       MOVE 'ABRIR ARCHIVO-ORDENES'
                           TO WS-CHK-DESCRIPCION
               PERFORM 0298-RECLAMAR-LIBERADA
               IF WS-LIBERADA-HALLADA = 'S'
                   MOVE 0 TO WS-COD-RESULTADO
                   MOVE 'N' TO WS-MCA-INMEDIATO
                   PERFORM 0100-OBTENER-FECHA-HORA
                   MOVE WS-HORA-STR TO WS-HORA-INICIO-TRANS
                   PERFORM 1000-VALIDAR-CUENTA-ORIGEN
                       IF WS-MTO-GMF < 0
                           MOVE 0 TO WS-MTO-GMF
                       END-IF
                       PERFORM 4600-REFRESCAR-TARIFAS-IMP
                       OPEN I-O ARCHIVO-ORDENES
                       MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
                       MOVE 'ABRIR ARCHIVO-ORDENES'
                           TO WS-CHK-DESCRIPCION
       0300-ABRIR-ARCHIVOS.
      *    En los modos P/R/A/F ARCHIVO-ORDENES no se abre aqui:
      *    0265/0285 lo abren I-O para reclamar, y 0295/0297 lo abren
      *    I-O por cada item reclamado alrededor de 0410.
           IF NOT MODO-PROGRAMADAS AND NOT MODO-RECURRENTES
                   AND NOT MODO-APROBADAS AND NOT MODO-LIBERADAS
               OPEN I-O ARCHIVO-ORDENES
               IF WS-STAT-ORDENES = '35'
                   OPEN OUTPUT ARCHIVO-ORDENES
                   CLOSE ARCHIVO-ORDENES
                   OPEN I-O ARCHIVO-ORDENES
               END-IF
               MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
               MOVE 'ABRIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
               PERFORM 9950-VERIFICAR-ESTADO-IO
           END-IF
           MOVE WS-STAT-SECUENCIA TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-SECUENCIA' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM 8900-CARGAR-PRODUCTOS.

      *================================================================
      * 0150 - OBTENER SIGUIENTE CONSECUTIVO DIARIO
               EXIT PARAGRAPH
           END-IF

           IF BN-MCA-INMEDIATO = 'S'
               MOVE 'S' TO WS-BCO-INMEDIATO
           ELSE
               MOVE 'N' TO WS-BCO-INMEDIATO
           END-IF

           IF BN-MCA-ACTIVA NOT = 'S'
               DISPLAY '      ERROR: Banco destino esta inactivo en '
                   'la red ACH.'
      *   confirma). Un ENVIADA con OT-FEC-ENVIO en espacios no es un
      *   envio real sino el marcador con que 0265 reclama una
      *   PROGRAMADA vencida (la ejecucion crea una orden NUEVA), asi
      *   que se salta. Solo se leen las ENVIADA, por la llave
      *   alterna de estado; el archivo sigue abierto I-O para 8600.
      *================================================================
       0910-SUMAR-EXPOSICION-BANCO.
           MOVE 0 TO WS-MTO-EXPOSICION
           MOVE 'N' TO WS-EOF-ORD-EXPO

           MOVE EST-ENVIADA TO OT-EST-ORDEN OF REG-ORDEN
           MOVE LOW-VALUES TO OT-FEC-VALOR OF REG-ORDEN
           START ARCHIVO-ORDENES KEY IS >= OT-LLAVE-ESTADO
               INVALID KEY MOVE 'S' TO WS-EOF-ORD-EXPO
           END-START

           PERFORM UNTIL WS-EOF-ORD-EXPO = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORD-EXPO
                   NOT AT END
                       IF OT-EST-ORDEN OF REG-ORDEN NOT = EST-ENVIADA
                           MOVE 'S' TO WS-EOF-ORD-EXPO
                       ELSE
                           IF OT-COD-BCO-DEST OF REG-ORDEN
                                   = SOL-COD-BCO-DEST
                                   AND OT-FEC-ENVIO OF REG-ORDEN
                                       NOT = SPACES
                               ADD OT-MTO-TOTAL OF REG-ORDEN
                                   TO WS-MTO-EXPOSICION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================
      * 0920 - VALIDAR EL FORMATO DE LA CUENTA DESTINO
               MOVE 'N' TO WS-FMT-VALIDA
           END-IF.

      *================================================================
      * 0930 - EVALUAR SI EL ENVIO VA POR EL RIEL INMEDIATO 24/7
      *   Solo un envio interbancario del dia (sin fecha valor futura),
      *   de canal individual (taquilla o web; el lote y la dispersion
      *   siguen por ACH), hacia un banco conectado al riel
      *   (BN-MCA-INMEDIATO, dejado por 0900 en WS-BCO-INMEDIATO) y
      *   por no mas de INM-MTO-TOPE en COP. Un pago elegible no pasa
      *   por el corte ACH de 0940: sale en linea a cualquier hora y
      *   tambien en festivo.
      *================================================================
       0930-EVALUAR-RIEL-INMEDIATO.
           MOVE 'N' TO WS-MCA-INMEDIATO

           IF INM-MCA-HABILITADO NOT = FLAG-SI
               EXIT PARAGRAPH
           END-IF

           IF ES-TRANSF-ON-US
                   OR SOL-FEC-VALOR NOT = WS-FECHA-STR
                   OR WS-BCO-INMEDIATO NOT = 'S'
                   OR (WS-COD-CANAL NOT = 'TAQ'
                       AND WS-COD-CANAL NOT = 'WEB')
                   OR WS-MONTO-EQ-COP > INM-MTO-TOPE
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-MCA-INMEDIATO
           DISPLAY '      Pago elegible para el riel inmediato 24/7; '
               'no aplica el corte ACH.'.

      *================================================================
      * 0940 - VALIDAR CORTE DE ACH PARA ENVIO EL MISMO DIA
      *   Las transferencias ON-US no tocan la red ACH (8750 las

           MOVE SPACES TO WS-KYC-FEC-CONFIRMA
           MOVE 'N' TO WS-KYC-HALLADO
           MOVE LIM-MESES-VIG-KYC TO WS-KYC-LIMITE
           MOVE 'N' TO WS-EOF-CLI-KYC

           OPEN INPUT ARCHIVO-CLIENTES
                           MOVE 'S' TO WS-KYC-HALLADO
                           MOVE CL-KYC-FEC-CONFIRMA
                               TO WS-KYC-FEC-CONFIRMA
                           IF RIESGO-ALTO
                               MOVE LIM-MESES-VIG-KYC-ALTO
                                   TO WS-KYC-LIMITE
                           END-IF
                           MOVE 'S' TO WS-EOF-CLI-KYC
                       END-IF
               END-READ
           END-IF

           IF WS-KYC-FEC-CONFIRMA = SPACES
               MOVE WS-KYC-LIMITE TO WS-KYC-MESES
               ADD 1 TO WS-KYC-MESES
           ELSE
               MOVE WS-KYC-FEC-CONFIRMA (1:4) TO WS-KYC-ANO
                   - (WS-KYC-ANO * 12 + WS-KYC-MES)
           END-IF

           IF WS-KYC-MESES > WS-KYC-LIMITE
               DISPLAY '      ERROR: El conocimiento del cliente '
                   '(KYC) esta vencido; por encima de este monto '
                   'debe refrescarlo en sucursal (MNT-CLIENTE).'

      *    La comision esta gravada con IVA: se calcula sobre la
      *    comision final (ya con plan aplicado) y se descuenta junto
      *    con el total. IVA y GMF toman la tarifa vigente en la fecha
      *    valor de la orden: hoy, o la fecha futura de una
      *    programada.
           IF SOL-FEC-VALOR > WS-FECHA-STR
               MOVE SOL-FEC-VALOR TO WS-TIM-FECHA
           ELSE
               MOVE WS-FECHA-STR TO WS-TIM-FECHA
           END-IF
           MOVE 'IVA' TO WS-TIM-TIPO
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-IVA
           COMPUTE WS-MTO-IVA ROUNDED =
               WS-COMISION * WS-TAR-IVA / 100

           PERFORM 4500-CALCULAR-GMF

      * 4500 - CALCULAR EL GMF (4x1000) DEL DEBITO
      *   La base es el monto girado en COP (la comision no causa
      *   GMF). La cuenta de ahorros que el cliente marco exenta
      *   (CC-MCA-EXENTA-GMF) no retiene nada. La fecha de la tarifa
      *   (WS-TIM-FECHA) la deja 4000.
      *================================================================
       4500-CALCULAR-GMF.
           MOVE 'GMF' TO WS-TIM-TIPO
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-GMF

           IF CC-MCA-EXENTA-GMF OF WS-CUENTA-ORIGEN = FLAG-SI
               MOVE 0 TO WS-MTO-GMF
           ELSE
               COMPUTE WS-MTO-GMF ROUNDED =
                   WS-MONTO-COP * WS-TAR-GMF / 1000
           END-IF.

      *================================================================
      * 4600 - REFRESCAR LAS TARIFAS DE IVA Y GMF DE LA ORDEN
      *   0295/0297 completan una orden cuyos montos se calcularon al
      *   retenerla o parquearla, sin pasar por 4000/4500; las tarifas
      *   que 9210 estampa en las patas de impuestos se buscan aqui
      *   con la fecha valor de la orden, igual que en esos parrafos.
      *================================================================
       4600-REFRESCAR-TARIFAS-IMP.
           IF SOL-FEC-VALOR > WS-FECHA-STR
               MOVE SOL-FEC-VALOR TO WS-TIM-FECHA
           ELSE
               MOVE WS-FECHA-STR TO WS-TIM-FECHA
           END-IF
           MOVE 'IVA' TO WS-TIM-TIPO
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-IVA
           MOVE 'GMF' TO WS-TIM-TIPO
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-GMF.

      *================================================================
      * 5000 - VALIDAR FONDOS DISPONIBLES
      *   Ahorros mantiene el tope estricto de siempre. Corriente
                   ' (no disponible)'
           END-IF

           MOVE CC-COD-PRODUCTO OF WS-CUENTA-ORIGEN TO WS-PRD-CODIGO
           MOVE CC-TIP-CUENTA OF WS-CUENTA-ORIGEN TO WS-PRD-TIP-CUENTA
           PERFORM 8910-RESOLVER-PRODUCTO

           IF PRD-ADMITE-SOBREGIRO
               IF (CC-SAL-DISPONIBLE OF WS-CUENTA-ORIGEN +
                       CC-LIM-SOBREGIRO OF WS-CUENTA-ORIGEN
                       - WS-MTO-EMBARGADO)
               EXIT PARAGRAPH
           END-IF

      *    Tope diario opcional del canal por el que entra la orden:
      *    un canal sin renglon (o con el tope en cero) solo responde
      *    a los limites del cliente. Se rechaza con el mismo codigo
      *    del limite diario.
           MOVE 0 TO WS-POS-CANAL
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 4
               IF LC-COD-CANAL OF WS-LIMITE-CLIENTE (WS-IDX-CANAL)
                       = WS-COD-CANAL
                   AND LC-LIM-CANAL-DIA OF WS-LIMITE-CLIENTE
                       (WS-IDX-CANAL) IS NUMERIC
                   AND LC-LIM-CANAL-DIA OF WS-LIMITE-CLIENTE
                       (WS-IDX-CANAL) > 0
                   MOVE WS-IDX-CANAL TO WS-POS-CANAL
               END-IF
           END-PERFORM

           IF WS-POS-CANAL > 0
               IF LC-LIM-CANAL-USADO OF WS-LIMITE-CLIENTE
                       (WS-POS-CANAL) IS NOT NUMERIC
                   MOVE 0 TO LC-LIM-CANAL-USADO OF WS-LIMITE-CLIENTE
                       (WS-POS-CANAL)
               END-IF
               IF (LC-LIM-CANAL-USADO OF WS-LIMITE-CLIENTE
                       (WS-POS-CANAL) + WS-MONTO-EQ-COP)
                   > LC-LIM-CANAL-DIA OF WS-LIMITE-CLIENTE
                       (WS-POS-CANAL)
                   CLOSE ARCHIVO-LIMITES
                   DISPLAY '      ERROR: Supera el limite diario del '
                       'canal ' WS-COD-CANAL '.'
                   MOVE COD-LIMITE-DIA TO WS-COD-RESULTADO
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    En modo (V)alidacion solo se verifica el cupo: el consumo
      *    del limite queda para cuando el archivo se procese de
      *    verdad.
                   TO LC-LIM-DIA-USADO OF WS-LIMITE-CLIENTE
               ADD WS-MONTO-EQ-COP
                   TO LC-LIM-MES-USADO OF WS-LIMITE-CLIENTE
               IF WS-POS-CANAL > 0
                   ADD WS-MONTO-EQ-COP
                       TO LC-LIM-CANAL-USADO OF WS-LIMITE-CLIENTE
                           (WS-POS-CANAL)
               END-IF
               MOVE WS-FECHA-STR
                   TO LC-FEC-ACTUALIZAC OF WS-LIMITE-CLIENTE

               END-IF
           END-IF

           IF WS-COD-CANAL = 'TAQ' OR WS-COD-CANAL = 'WEB'
               PERFORM 7200-VALIDAR-RAFAGA-Y-DESTINO
           END-IF

           IF WS-MONTO-EQ-COP > ENF-MTO-UMBRAL
               PERFORM 7300-VALIDAR-CAMBIO-CONTACTO
           END-IF

           IF WS-ES-SOSPECHOSA = 'N'
               DISPLAY '      OK - Sin indicios de fraude.'
           END-IF.
                   'umbral base.'
           END-IF.

      *================================================================
      * 7200 - VALIDAR RAFAGA DE TRANSFERENCIAS Y PRIMER DESTINO
      *   Un solo recorrido de las ordenes de la cuenta origen, por la
      *   llave alterna cuenta + fecha de creacion:
      *   - las creadas hoy dentro de los ultimos WS-MIN-VENTANA-
      *     RAFAGA minutos se cuentan y se suman para la regla de
      *     rafaga (sesion secuestrada que vacia la cuenta en varias
      *     transferencias medianas);
      *   - cualquier orden previa al mismo banco + cuenta destino
      *     (aqui o en el historico, 7220) hace el destino conocido;
      *     si no hay ninguna y el monto llega a WS-MTO-MIN-PRIMER-
      *     DESTINO, es un primer envio.
      *   Ambas marcan la transaccion sospechosa con su propia razon,
      *   de modo que sigue a la retencion (0975) y al caso (0976)
      *   como cualquier otra alerta.
      *================================================================
       7200-VALIDAR-RAFAGA-Y-DESTINO.
           COMPUTE WS-SEG-ACTUAL-DUP =
               (WS-HH * 3600) + (WS-MM * 60) + WS-SS

           MOVE 0 TO WS-CANT-RAFAGA
           MOVE 0 TO WS-SUMA-RAFAGA
           MOVE 'N' TO WS-HAY-RAFAGA
           MOVE 'N' TO WS-DESTINO-CONOCIDO
           MOVE 'N' TO WS-HAY-PRIMER-DESTINO
           MOVE 'N' TO WS-EOF-ORDEN-RAF
           MOVE 0 TO WS-RAF-TASA-USD
           MOVE 0 TO WS-RAF-TASA-EUR

           MOVE SOL-COD-CTA-ORIGEN TO OT-COD-CTA-ORIGEN OF REG-ORDEN
           MOVE LOW-VALUES TO OT-FEC-CREACION OF REG-ORDEN
           START ARCHIVO-ORDENES KEY IS >= OT-LLAVE-CUENTA
               INVALID KEY MOVE 'S' TO WS-EOF-ORDEN-RAF
           END-START

           PERFORM UNTIL WS-EOF-ORDEN-RAF = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDEN-RAF
                   NOT AT END
                       IF OT-COD-CTA-ORIGEN OF REG-ORDEN
                               NOT = SOL-COD-CTA-ORIGEN
                           MOVE 'S' TO WS-EOF-ORDEN-RAF
                       ELSE
                           PERFORM 7210-EVALUAR-ORDEN-PREVIA
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO WS-CANT-RAFAGA
           ADD WS-MONTO-EQ-COP TO WS-SUMA-RAFAGA
           IF WS-CANT-RAFAGA >= WS-CANT-MAX-RAFAGA
                   OR WS-SUMA-RAFAGA > WS-MTO-MAX-RAFAGA
               MOVE 'S' TO WS-HAY-RAFAGA
           END-IF

      *    El historico solo se recorre cuando el destino no aparece
      *    en las ordenes vivas y el monto alcanza la regla.
           IF NOT DESTINO-CONOCIDO
                   AND WS-MONTO-EQ-COP >= WS-MTO-MIN-PRIMER-DESTINO
               PERFORM 7220-BUSCAR-DESTINO-HISTORICO
               IF NOT DESTINO-CONOCIDO
                   MOVE 'S' TO WS-HAY-PRIMER-DESTINO
               END-IF
           END-IF

           IF HAY-RAFAGA
               DISPLAY '      [!] Alerta: Rafaga de transferencias ('
                   WS-CANT-RAFAGA ' en los ultimos '
                   WS-MIN-VENTANA-RAFAGA ' minutos).'
               IF WS-RAZON-FRAUDE = SPACES
                   MOVE 'Rafaga de transferencias en pocos minutos'
                       TO WS-RAZON-FRAUDE
               ELSE
                   MOVE 'Multiples alertas: ver detalle en pantalla'
                       TO WS-RAZON-FRAUDE
               END-IF
               MOVE 'S' TO WS-ES-SOSPECHOSA
           END-IF

           IF HAY-PRIMER-DESTINO
               DISPLAY '      [!] Alerta: Primer envio de la cuenta '
                   'a este banco y cuenta destino.'
               IF WS-RAZON-FRAUDE = SPACES
                   MOVE 'Primer envio a un destino nuevo'
                       TO WS-RAZON-FRAUDE
               ELSE
                   MOVE 'Multiples alertas: ver detalle en pantalla'
                       TO WS-RAZON-FRAUDE
               END-IF
               MOVE 'S' TO WS-ES-SOSPECHOSA
           END-IF.

      *================================================================
      * 7210 - EVALUAR UNA ORDEN PREVIA DE LA CUENTA ORIGEN
      *   Las ordenes de la ventana se suman por el equivalente en
      *   COP de su monto (7215), igual que la orden actual.
      *================================================================
       7210-EVALUAR-ORDEN-PREVIA.
           IF OT-COD-BCO-DEST OF REG-ORDEN = SOL-COD-BCO-DEST
                   AND OT-COD-CTA-DEST OF REG-ORDEN = SOL-COD-CTA-DEST
               MOVE 'S' TO WS-DESTINO-CONOCIDO
           END-IF

           IF OT-FEC-CREACION OF REG-ORDEN NOT = WS-FECHA-STR
               EXIT PARAGRAPH
           END-IF

           MOVE OT-HOA-CREACION OF REG-ORDEN (1:2) TO WS-HH-ORDEN-DUP
           MOVE OT-HOA-CREACION OF REG-ORDEN (4:2) TO WS-MM-ORDEN-DUP
           MOVE OT-HOA-CREACION OF REG-ORDEN (7:2) TO WS-SS-ORDEN-DUP
           COMPUTE WS-SEG-ORDEN-RAF =
               (WS-HH-ORDEN-DUP * 3600)
               + (WS-MM-ORDEN-DUP * 60)
               + WS-SS-ORDEN-DUP
           COMPUTE WS-DIF-SEG-RAF =
               WS-SEG-ACTUAL-DUP - WS-SEG-ORDEN-RAF
           IF WS-DIF-SEG-RAF >= 0
                   AND WS-DIF-SEG-RAF <= (WS-MIN-VENTANA-RAFAGA * 60)
               ADD 1 TO WS-CANT-RAFAGA
               PERFORM 7215-EQUIVALENTE-COP-PREVIA
               ADD WS-RAF-MTO-EQ-COP TO WS-SUMA-RAFAGA
           END-IF.

      *================================================================
      * 7215 - EQUIVALENTE EN COP DE UNA ORDEN PREVIA
      *   OT-MTO-TRANSF va en OT-TIP-MONEDA (la moneda pedida). Las
      *   tasas USD/EUR se buscan con 3600 la primera vez que hacen
      *   falta en esta validacion; WS-TASA-CAMBIO se restituye para
      *   no alterar la conversion de la orden en curso.
      *================================================================
       7215-EQUIVALENTE-COP-PREVIA.
           EVALUATE OT-TIP-MONEDA OF REG-ORDEN
               WHEN MON-USD
                   IF WS-RAF-TASA-USD = 0
                       MOVE WS-TASA-CAMBIO TO WS-RAF-TASA-GUARDADA
                       MOVE MON-USD TO WS-TASA-MONEDA-BUSCADA
                       MOVE WS-FECHA-STR TO WS-TASA-FECHA-BUSCADA
                       PERFORM 3600-BUSCAR-TASA-DIA
                       MOVE WS-TASA-CAMBIO TO WS-RAF-TASA-USD
                       MOVE WS-RAF-TASA-GUARDADA TO WS-TASA-CAMBIO
                   END-IF
                   COMPUTE WS-RAF-MTO-EQ-COP ROUNDED =
                       OT-MTO-TRANSF OF REG-ORDEN * WS-RAF-TASA-USD
               WHEN MON-EUR
                   IF WS-RAF-TASA-EUR = 0
                       MOVE WS-TASA-CAMBIO TO WS-RAF-TASA-GUARDADA
                       MOVE MON-EUR TO WS-TASA-MONEDA-BUSCADA
                       MOVE WS-FECHA-STR TO WS-TASA-FECHA-BUSCADA
                       PERFORM 3600-BUSCAR-TASA-DIA
                       MOVE WS-TASA-CAMBIO TO WS-RAF-TASA-EUR
                       MOVE WS-RAF-TASA-GUARDADA TO WS-TASA-CAMBIO
                   END-IF
                   COMPUTE WS-RAF-MTO-EQ-COP ROUNDED =
                       OT-MTO-TRANSF OF REG-ORDEN * WS-RAF-TASA-EUR
               WHEN OTHER
                   MOVE OT-MTO-TRANSF OF REG-ORDEN TO WS-RAF-MTO-EQ-COP
           END-EVALUATE.

      *================================================================
      * 7220 - BUSCAR EL DESTINO EN EL HISTORICO DE ORDENES
      *   ARC-HISTORICO saca de ORDENES.dat las ordenes viejas; un
      *   beneficiario pagado antes del archivado sigue siendo
      *   conocido. Recorrido secuencial de ORDENES_HIST.dat hasta
      *   la primera orden de la cuenta origen al mismo banco +
      *   cuenta destino. Sin historico ('35') no hay nada que
      *   buscar.
      *================================================================
       7220-BUSCAR-DESTINO-HISTORICO.
           MOVE 'N' TO WS-EOF-ORDEN-HIST

           OPEN INPUT ARCHIVO-ORDENES-HIST
           IF WS-STAT-ORDENES-HIST = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ORDEN-HIST = 'S'
               READ ARCHIVO-ORDENES-HIST
                   AT END MOVE 'S' TO WS-EOF-ORDEN-HIST
                   NOT AT END
                       IF OH-COD-CTA-ORIGEN = SOL-COD-CTA-ORIGEN
                               AND OH-COD-BCO-DEST = SOL-COD-BCO-DEST
                               AND OH-COD-CTA-DEST = SOL-COD-CTA-DEST
                           MOVE 'S' TO WS-DESTINO-CONOCIDO
                           MOVE 'S' TO WS-EOF-ORDEN-HIST
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES-HIST.

      *================================================================
      * 7300 - VALIDAR EL ENFRIAMIENTO TRAS UN CAMBIO DE CONTACTO
      *   Busca en CAMBIOS.dat un cambio de TELEFONO, EMAIL o
      *   CANAL-AVISOS del cliente ordenante (renglones de
      *   MNT-CLIENTE sobre CLIENTES) hecho hace menos de
      *   ENF-HORAS-VENTANA horas. Si lo hay, la salida queda
      *   sospechosa y sigue a la retencion del supervisor (0975)
      *   como cualquier otra alerta. Sin bitacora ('35') no hay
      *   cambios.
      *================================================================
       7300-VALIDAR-CAMBIO-CONTACTO.
           MOVE 'N' TO WS-ENF-EN-VENTANA
           MOVE 'N' TO WS-EOF-CAMBIOS
           MOVE WS-FECHA-COMPACTA TO WS-ENF-HOY-NUM

           OPEN INPUT ARCHIVO-CAMBIOS
           IF WS-STAT-CAMBIOS = '35'
               MOVE 'S' TO WS-EOF-CAMBIOS
           END-IF

           PERFORM UNTIL WS-EOF-CAMBIOS = 'S'
               READ ARCHIVO-CAMBIOS
                   AT END MOVE 'S' TO WS-EOF-CAMBIOS
                   NOT AT END
                       IF CJR-ARCHIVO = 'CLIENTES'
                               AND CJR-CLAVE =
                                   CC-COD-CLIENTE OF WS-CUENTA-ORIGEN
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
                           PERFORM 7310-CALCULAR-EDAD-CAMBIO
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
               DISPLAY '      [!] Alerta: El cliente cambio su '
                   WS-ENF-CAMPO ' hace menos de ' ENF-HORAS-VENTANA
                   ' horas.'
               IF WS-RAZON-FRAUDE = SPACES
                   MOVE 'Salida en enfriamiento por cambio de contacto'
                       TO WS-RAZON-FRAUDE
               ELSE
                   MOVE 'Multiples alertas: ver detalle en pantalla'
                       TO WS-RAZON-FRAUDE
               END-IF
               MOVE 'S' TO WS-ES-SOSPECHOSA
           END-IF.

      *================================================================
      * 7310 - EDAD DEL CAMBIO EN HORAS ENTERAS
      *================================================================
       7310-CALCULAR-EDAD-CAMBIO.
           COMPUTE WS-ENF-HORAS =
               (FUNCTION INTEGER-OF-DATE(WS-ENF-HOY-NUM)
                - FUNCTION INTEGER-OF-DATE(WS-ENF-FEC-NUM)) * 24
               + WS-HH - WS-ENF-HH-CAMBIO.

      *================================================================
      * 7500 - VALIDAR TRANSFERENCIA DUPLICADA
      *   Lee por la llave alterna cuenta + fecha las ordenes de hoy
      *   de la cuenta origen buscando una con la misma cuenta
      *   destino y el mismo monto, creada dentro de los ultimos
      *   WS-MIN-VENTANA-DUPLICADO minutos. Se corre antes de crear la
      *   orden nueva en 8500, asi que no hay riesgo de que la
      *   transferencia en curso se empate consigo misma. Si encuentra
           MOVE 'N' TO WS-HAY-DUPLICADO
           MOVE 'N' TO WS-EOF-ORDEN-DUP

           MOVE SOL-COD-CTA-ORIGEN TO OT-COD-CTA-ORIGEN OF REG-ORDEN
           MOVE WS-FECHA-STR TO OT-FEC-CREACION OF REG-ORDEN
           START ARCHIVO-ORDENES KEY IS >= OT-LLAVE-CUENTA
               INVALID KEY MOVE 'S' TO WS-EOF-ORDEN-DUP
           END-START

           PERFORM UNTIL WS-EOF-ORDEN-DUP = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDEN-DUP
                   NOT AT END
                       IF OT-COD-CTA-ORIGEN OF REG-ORDEN
                               NOT = SOL-COD-CTA-ORIGEN
                           OR OT-FEC-CREACION OF REG-ORDEN
                               NOT = WS-FECHA-STR
                           MOVE 'S' TO WS-EOF-ORDEN-DUP
                       END-IF
                       IF WS-EOF-ORDEN-DUP NOT = 'S'
                           AND OT-COD-CTA-DEST OF REG-ORDEN
                               = SOL-COD-CTA-DEST
                           AND OT-MTO-TRANSF OF REG-ORDEN = SOL-MONTO
                           MOVE OT-HOA-CREACION OF REG-ORDEN (1:2)
                               TO WS-HH-ORDEN-DUP
                           MOVE OT-HOA-CREACION OF REG-ORDEN (4:2)
               END-READ
           END-PERFORM

           IF HAY-DUPLICADO
               DISPLAY '      [!] Alerta: Posible transferencia '
                   'duplicada (mismas cuentas y monto en los '
           PERFORM 8100-GRABAR-BLOQUEO
           PERFORM 8600-GRABAR-ORDEN.

      *================================================================
      * 8800 - ENVIAR UN PAGO POR EL RIEL INMEDIATO
      *   A diferencia de 8700, el banco destino contesta en linea.
      *   El riel rechaza el pago si la posicion neta deudora con el
      *   banco (POSINM.dat) pasaria de INM-TOPE-POSICION; si no, el
      *   banco destino lo acepta. Aceptado, la orden queda de una
      *   vez en EST-LIQUIDADA (liquida en la posicion continua, no en
      *   el ciclo de GEN-LIQUIDACION) y el bloqueo EJECUTADO;
      *   rechazado, la orden queda RECHAZADA y el bloqueo LIBERADO.
      *   El mensaje y su respuesta quedan en PAGOSINM.dat.
      *================================================================
       8800-ENVIAR-PAGO-INMEDIATO.
           DISPLAY ' '
           DISPLAY '  -- RIEL DE PAGOS INMEDIATOS 24/7 --'
           DISPLAY '  Enviando pago en linea a banco ' SOL-COD-BCO-DEST
               ' ...'

           MOVE 'PIN' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'PIN' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MENSAJE-INM

           PERFORM 8820-LEER-POSICION-INM

           MOVE SPACES TO WS-INM-MOTIVO
           IF (WS-MONTO-EQ-COP - WS-INM-POS-NETO) > INM-TOPE-POSICION
               MOVE 'R' TO WS-INM-RESPUESTA
               MOVE 'Excede el tope de posicion neta con el banco'
                   TO WS-INM-MOTIVO
           ELSE
               MOVE 'A' TO WS-INM-RESPUESTA
           END-IF

           MOVE WS-FECHA-STR TO OT-FEC-ENVIO OF WS-ORDEN-NUEVA
           IF INM-ACEPTADO
               DISPLAY '  Respuesta en linea: ACEPTADO; pago '
                   'liquidado.'
               MOVE WS-FECHA-STR TO OT-FEC-CONFIRMAC OF WS-ORDEN-NUEVA
               MOVE EST-LIQUIDADA TO OT-EST-ORDEN OF WS-ORDEN-NUEVA
               MOVE BLQ-EJECUTADO TO BT-EST-BLOQUEO OF WS-BLOQUEO-NUEVO
           ELSE
               DISPLAY '  Respuesta en linea: RECHAZADO - '
                   WS-INM-MOTIVO
               MOVE SPACES TO OT-FEC-CONFIRMAC OF WS-ORDEN-NUEVA
               MOVE EST-RECHAZADA TO OT-EST-ORDEN OF WS-ORDEN-NUEVA
               MOVE BLQ-LIBERADO TO BT-EST-BLOQUEO OF WS-BLOQUEO-NUEVO
           END-IF

           PERFORM 8100-GRABAR-BLOQUEO
           PERFORM 8600-GRABAR-ORDEN
           PERFORM 8810-GRABAR-MENSAJE-INM.

      *================================================================
      * 8810 - GRABAR EL MENSAJE DEL PAGO INMEDIATO Y SU RESPUESTA
      *   El archivo se crea en el primer pago del riel.
      *================================================================
       8810-GRABAR-MENSAJE-INM.
           MOVE WS-NUM-MENSAJE-INM
               TO PI-NUM-MENSAJE OF WS-PAGO-INM-NUEVO
           MOVE WS-NUM-ORDEN TO PI-NUM-ORDEN OF WS-PAGO-INM-NUEVO
           MOVE WS-FECHA-STR TO PI-FEC-ENVIO OF WS-PAGO-INM-NUEVO
           MOVE WS-HORA-STR TO PI-HOA-ENVIO OF WS-PAGO-INM-NUEVO
           MOVE SOL-COD-CTA-ORIGEN
               TO PI-COD-CTA-ORIGEN OF WS-PAGO-INM-NUEVO
           MOVE SOL-COD-BCO-DEST TO PI-COD-BCO-DEST OF WS-PAGO-INM-NUEVO
           MOVE SOL-COD-CTA-DEST TO PI-COD-CTA-DEST OF WS-PAGO-INM-NUEVO
           MOVE WS-MONTO-EQ-COP TO PI-MTO-PAGO OF WS-PAGO-INM-NUEVO
           MOVE WS-INM-RESPUESTA
               TO PI-COD-RESPUESTA OF WS-PAGO-INM-NUEVO
           MOVE WS-HORA-STR TO PI-HOA-RESPUESTA OF WS-PAGO-INM-NUEVO
           MOVE WS-INM-MOTIVO TO PI-DES-MOTIVO OF WS-PAGO-INM-NUEVO

           OPEN EXTEND ARCHIVO-PAGOSINM
           IF WS-STAT-PAGOSINM = '35'
               OPEN OUTPUT ARCHIVO-PAGOSINM
               CLOSE ARCHIVO-PAGOSINM
               OPEN EXTEND ARCHIVO-PAGOSINM
           END-IF
           MOVE WS-STAT-PAGOSINM TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-PAGOSINM' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           WRITE REG-PAGO-INMEDIATO FROM WS-PAGO-INM-NUEVO
           MOVE WS-STAT-PAGOSINM TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ARCHIVO-PAGOSINM' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           CLOSE ARCHIVO-PAGOSINM.

      *================================================================
      * 8820 - LEER LA POSICION NETA INMEDIATA CON EL BANCO DESTINO
      *   Deja PN-MTO-NETO del banco en WS-INM-POS-NETO (cero si aun
      *   no hay renglon o el archivo no existe).
      *================================================================
       8820-LEER-POSICION-INM.
           MOVE 0 TO WS-INM-POS-NETO
           MOVE 'N' TO WS-EOF-POSINM

           OPEN INPUT ARCHIVO-POSINM
           IF WS-STAT-POSINM = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAT-POSINM TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-POSINM' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-POSINM = 'S'
               READ ARCHIVO-POSINM
                   AT END MOVE 'S' TO WS-EOF-POSINM
                   NOT AT END
                       IF PN-COD-BCO-CONTRA = SOL-COD-BCO-DEST
                           MOVE PN-MTO-NETO TO WS-INM-POS-NETO
                           MOVE 'S' TO WS-EOF-POSINM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-POSINM.

      *================================================================
      * 8850 - SUMAR EL PAGO ACEPTADO A LA POSICION NETA CONTINUA
      *   REWRITE del renglon del banco destino, o renglon nuevo al
      *   final si es el primer pago inmediato hacia ese banco.
      *================================================================
       8850-ACTUALIZAR-POSICION-INM.
           MOVE 'N' TO WS-INM-POS-HALLADA
           MOVE 'N' TO WS-EOF-POSINM

           OPEN I-O ARCHIVO-POSINM
           IF WS-STAT-POSINM = '35'
               OPEN OUTPUT ARCHIVO-POSINM
               CLOSE ARCHIVO-POSINM
               OPEN I-O ARCHIVO-POSINM
           END-IF
           MOVE WS-STAT-POSINM TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-POSINM' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-POSINM = 'S'
               READ ARCHIVO-POSINM
                   AT END MOVE 'S' TO WS-EOF-POSINM
                   NOT AT END
                       IF PN-COD-BCO-CONTRA = SOL-COD-BCO-DEST
                           MOVE 'S' TO WS-INM-POS-HALLADA
                           MOVE 'S' TO WS-EOF-POSINM
                           ADD WS-MONTO-EQ-COP TO PN-MTO-ENVIADO
                           ADD 1 TO PN-CANT-ENVIADOS
                           SUBTRACT WS-MONTO-EQ-COP FROM PN-MTO-NETO
                           MOVE WS-FECHA-STR TO PN-FEC-ULT-MOV
                           MOVE WS-HORA-STR TO PN-HOA-ULT-MOV
                           MOVE PN-MTO-NETO TO WS-INM-POS-NETO
                           REWRITE REG-POSICION-INMEDIATA
                           MOVE WS-STAT-POSINM TO WS-CHK-ESTADO
                           MOVE 'REESCRIBIR ARCHIVO-POSINM'
                               TO WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-POSINM

           IF WS-INM-POS-HALLADA = 'N'
               OPEN EXTEND ARCHIVO-POSINM
               MOVE WS-STAT-POSINM TO WS-CHK-ESTADO
               MOVE 'ABRIR ARCHIVO-POSINM' TO WS-CHK-DESCRIPCION
               PERFORM 9950-VERIFICAR-ESTADO-IO

               MOVE SPACES TO REG-POSICION-INMEDIATA
               MOVE SOL-COD-BCO-DEST TO PN-COD-BCO-CONTRA
               MOVE WS-MONTO-EQ-COP TO PN-MTO-ENVIADO
               MOVE 1 TO PN-CANT-ENVIADOS
               MOVE 0 TO PN-MTO-RECIBIDO
               MOVE 0 TO PN-CANT-RECIBIDOS
               COMPUTE PN-MTO-NETO = WS-MONTO-EQ-COP * -1
               MOVE WS-FECHA-STR TO PN-FEC-ULT-MOV
               MOVE WS-HORA-STR TO PN-HOA-ULT-MOV
               MOVE PN-MTO-NETO TO WS-INM-POS-NETO
               WRITE REG-POSICION-INMEDIATA
               MOVE WS-STAT-POSINM TO WS-CHK-ESTADO
               MOVE 'ESCRIBIR ARCHIVO-POSINM' TO WS-CHK-DESCRIPCION
               PERFORM 9950-VERIFICAR-ESTADO-IO

               CLOSE ARCHIVO-POSINM
           END-IF

           MOVE WS-INM-POS-NETO TO WS-DISP-TOTAL
           DISPLAY '      Posicion neta inmediata con banco '
               SOL-COD-BCO-DEST ': $' WS-DISP-TOTAL.

      *================================================================
      * 8860 - LIBERAR LOS FONDOS DE UN PAGO INMEDIATO RECHAZADO
      *   8800 ya grabo el bloqueo LIBERADO y la orden RECHAZADA; aqui
      *   se devuelve lo bloqueado al disponible en memoria (nada se
      *   habia persistido en CUENTAS.dat) y se cierra como cualquier
      *   rechazo, por 9000.
      *================================================================
       8860-LIBERAR-PAGO-RECHAZADO.
           ADD WS-MONTO-TOTAL TO
               CC-SAL-DISPONIBLE OF WS-CUENTA-ORIGEN
           SUBTRACT WS-MONTO-TOTAL FROM
               CC-SAL-BLOQUEADO OF WS-CUENTA-ORIGEN

           MOVE COD-INM-RECHAZA TO WS-COD-RESULTADO
           PERFORM 9000-ERROR-SALIDA.

      *================================================================
      * 9100 - DESCUENTO FINAL (se hace real el débito)
      *   Ademas de actualizar el saldo en memoria, deja el debito
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE CC-COD-SUCURSAL OF WS-CUENTA-ORIGEN
               TO WS-SUC-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE WS-GL-IVA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'IVA sobre la comision, por pagar a la DIAN'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TAR-IVA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 9215-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF

           IF WS-GL-GMF > 0
               MOVE WS-GL-GMF TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'GMF 4x1000 retenido, por pagar a la DIAN'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TAR-GMF
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 9215-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF.

      *================================================================
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO
           MOVE WS-STAT-ASIENTOS TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ARCHIVO-ASIENTOS' TO WS-CHK-DESCRIPCION
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS OF WS-CUENTA-DESTINO

           PERFORM 9260-GRABAR-CUENTA-DESTINO

           MOVE SOL-COD-CTA-DEST TO WS-COB-CUENTA
           MOVE WS-SAL-ANT-DESTINO TO WS-COB-SAL-ANTERIOR
           MOVE CC-SAL-DISPONIBLE OF WS-CUENTA-DESTINO
               TO WS-COB-SAL-NUEVO
           PERFORM 9700-APLICAR-ABONO-COBRANZA

           PERFORM 9270-REGISTRAR-MOVIMIENTO-DESTINO

           IF WS-MONEDA-CTA-DESTINO NOT = WS-MONEDA-CTA-ORIGEN
               PERFORM 9280-CONVERSION-PATA-ON-US
           END-IF.

      *================================================================
      * 9260 - PERSISTIR EL SALDO ACTUALIZADO DE LA CUENTA DESTINO
           MOVE 'ESCRIBIR ARCHIVO-MOVIMIENTOS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 9280 - BITACORA DE LA PATA ON-US CRUZADA
      *   El banco recibe la moneda de la cuenta origen y entrega la
      *   de la cuenta destino (ver CONVFX.cpy y RPT-POSICIONFX).
      *================================================================
       9280-CONVERSION-PATA-ON-US.
           MOVE SPACES TO REG-CONVERSION
           MOVE 'U' TO CV-TIP-PATA
           MOVE WS-MONEDA-CTA-ORIGEN TO CV-MON-COMPRADA
           MOVE WS-MONTO-COP TO CV-MTO-COMPRADO
           MOVE WS-MONEDA-CTA-DESTINO TO CV-MON-VENDIDA
           MOVE WS-MONTO-ABONO-DESTINO TO CV-MTO-VENDIDO
           PERFORM 9290-GRABAR-CONVERSION.

      *================================================================
      * 9285 - BITACORA DE LA PATA SALIENTE CRUZADA
      *   Un pago que sale a la red en una moneda distinta de la de
      *   la cuenta origen: el banco recibe la moneda de la cuenta y
      *   entrega SOL-MONTO en la moneda pedida. Misma moneda, nada
      *   que registrar.
      *================================================================
       9285-CONVERSION-PATA-SALIENTE.
           IF SOL-TIP-MONEDA = WS-MONEDA-CTA-ORIGEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-CONVERSION
           MOVE 'S' TO CV-TIP-PATA
           MOVE WS-MONEDA-CTA-ORIGEN TO CV-MON-COMPRADA
           MOVE WS-MONTO-COP TO CV-MTO-COMPRADO
           MOVE SOL-TIP-MONEDA TO CV-MON-VENDIDA
           MOVE SOL-MONTO TO CV-MTO-VENDIDO
           PERFORM 9290-GRABAR-CONVERSION.

      *================================================================
      * 9290 - AGREGAR EL RENGLON A CONVFX.dat
      *================================================================
       9290-GRABAR-CONVERSION.
           MOVE WS-FECHA-STR TO CV-FEC-CONVERSION
           MOVE WS-HORA-STR TO CV-HOA-CONVERSION
           MOVE WS-NUM-ORDEN TO CV-NUM-ORDEN
           MOVE SOL-COD-CTA-ORIGEN TO CV-COD-CUENTA
           MOVE WS-MONTO-EQ-COP TO CV-MTO-EQ-COP
           MOVE WS-TASA-CTA-COP TO CV-TASA-CAMBIO

           OPEN EXTEND ARCHIVO-CONVFX
           IF WS-STAT-CONVFX = '35'
               OPEN OUTPUT ARCHIVO-CONVFX
               CLOSE ARCHIVO-CONVFX
               OPEN EXTEND ARCHIVO-CONVFX
           END-IF

           WRITE REG-CONVERSION
           MOVE WS-STAT-CONVFX TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ARCHIVO-CONVFX' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           CLOSE ARCHIVO-CONVFX.

      *================================================================
      * 9300 - GENERAR COMPROBANTE EN PANTALLA
      *   Las cuentas salen enmascaradas (8980): el comprobante se
      *   entrega al cliente.
      *================================================================
       9300-GENERAR-COMPROBANTE.
           MOVE SOL-COD-CTA-ORIGEN TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA TO WS-MSK-CTA-ORIGEN
           MOVE SOL-COD-CTA-DEST TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA TO WS-MSK-CTA-DEST

           MOVE SOL-MONTO TO WS-DISP-MONTO
           MOVE WS-COMISION TO WS-DISP-COMISION
           MOVE WS-MONTO-TOTAL TO WS-DISP-TOTAL
           DISPLAY ' '
           DISPLAY '  ORDENANTE (Cuenta Origen):'
           DISPLAY '    Titular   : ' CC-NOM-CLIENTE OF WS-CUENTA-ORIGEN
           DISPLAY '    Cuenta    : ' WS-MSK-CTA-ORIGEN
           DISPLAY ' '
           DISPLAY '  BENEFICIARIO:'
           DISPLAY '    Titular   : '
               CC-NOM-CLIENTE OF WS-CUENTA-DESTINO
           DISPLAY '    Banco     : Banco ' SOL-COD-BCO-DEST
           DISPLAY '    Cuenta    : ' WS-MSK-CTA-DEST
           DISPLAY ' '
           DISPLAY '  MOVIMIENTO:'
           DISPLAY '    Transferencia : $' WS-DISP-MONTO ' '
      * 9310 - PERSISTIR EL COMPROBANTE EN ARCHIVO-COMPROBANTES
      *   Misma informacion que 9300 muestra por consola, para poder
      *   reimprimirla o entregarla al cliente sin rehacer la
      *   transferencia (con las cuentas enmascaradas igual).
      *================================================================
       9310-GRABAR-COMPROBANTE.
           MOVE WS-NUM-ORDEN TO CB-NUM-ORDEN OF WS-COMPROBANTE-NUEVO
           MOVE WS-HORA-STR  TO CB-HOA-EMISION OF WS-COMPROBANTE-NUEVO
           MOVE CC-NOM-CLIENTE OF WS-CUENTA-ORIGEN
               TO CB-NOM-CLI-ORIGEN OF WS-COMPROBANTE-NUEVO
           MOVE WS-MSK-CTA-ORIGEN
               TO CB-COD-CTA-ORIGEN OF WS-COMPROBANTE-NUEVO
           MOVE CC-NOM-CLIENTE OF WS-CUENTA-DESTINO
               TO CB-NOM-CLI-DEST OF WS-COMPROBANTE-NUEVO
           MOVE SOL-COD-BCO-DEST
               TO CB-COD-BCO-DEST OF WS-COMPROBANTE-NUEVO
           MOVE WS-MSK-CTA-DEST
               TO CB-COD-CTA-DEST OF WS-COMPROBANTE-NUEVO
           MOVE SOL-MONTO    TO CB-MTO-TRANSF OF WS-COMPROBANTE-NUEVO
           MOVE SOL-TIP-MONEDA
           MOVE SOL-TERMINAL TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE 'EXITOSA' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
           MOVE WS-MONTO-TOTAL TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           IF ES-PAGO-INMEDIATO
               MOVE 'Pago inmediato aceptado y liquidado en linea'
                   TO AT-OBSERVACION OF WS-AUDIT-NUEVO
           ELSE
               MOVE 'Transferencia completada sin incidencias'
                   TO AT-OBSERVACION OF WS-AUDIT-NUEVO
           END-IF

           MOVE WS-COD-CANAL TO AT-COD-CANAL OF WS-AUDIT-NUEVO
           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO
                       'cuando lleguen confirmaciones.'
                   MOVE 'Tope de exposicion con el banco destino'
                       TO WS-AUDIT-OBSERVAC
               WHEN COD-INM-RECHAZA
                   DISPLAY '  Razon: El riel de pagos inmediatos '
                       'rechazo el pago en linea.'
                   MOVE WS-INM-MOTIVO TO WS-AUDIT-OBSERVAC
               WHEN OTHER
                   DISPLAY '  Razon: Error de sistema (cod: '
                       WS-COD-RESULTADO ').'
           MOVE 'RECHAZADA' TO WS-AUDIT-ESTADO
           PERFORM 9500-REGISTRAR-AUDITORIA-RECHAZO.

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
           END-PERFORM

           CLOSE ARCHIVO-CERROJOS.

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
