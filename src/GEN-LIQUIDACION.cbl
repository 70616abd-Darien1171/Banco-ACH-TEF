      * confirmacion del banco destino con un DISPLAY; este programa es
      * el que arma el archivo de salida real que en su momento se
      * transmitiria a la camara de compensacion. No se ordena
      * ORDENES.dat: por cada banco activo de BANCOS.dat se leen, por
      * la llave alterna estado + fecha valor, solo las ordenes en
      * los estados que pueden viajar en el lote (ver 2100).
      *
      * El dia se parte en ciclos de presentacion (PARAMETROS-CICLOS-
      * LIQ en CONSTANTES.cpy): con el dia ABIERTO el job se lanza en
      * cada ventana (10:00, 13:00, 16:00) y presenta lo confirmado
      * desde la anterior, para que el cliente vea el abono en el otro
      * banco el mismo dia; en la cadena de cierre (fase 4) corre el
      * ciclo de cierre con lo que quedo despues de la ultima ventana.
      * Cada orden presentada lleva en OT-LIQ-GENERACION la
      * generacion que la llevo, de modo que un ciclo no repite lo
      * que ya viaja en un lote vivo, y queda en LIQPRESENTA.dat para
      * que CNF-LIQUIDACION acuse orden por orden; cada
      * ciclo tiene su propio tope de prefondeo, su acuse y su
      * conciliacion en CNC-CAMARA.
      *
      * La camara migra a mensajes ISO 20022: de la misma seleccion
      * de ordenes sale, junto a LIQUIDACION.dat, el mismo contenido
      * como pacs.008 (creditos '6' y prenotificaciones '3', estas con
      * monto cero) en PACS008.xml y como pacs.003 (cobros '2') en
      * PACS003.xml. Cada transaccion se escribe en el mismo parrafo
      * que su renglon de lote fijo, asi que conteos y totales en COP
      * cuadran con el control de archivo '9' (se verifica al final).
      * El MsgId lleva fecha y secuencia de la generacion, que es
      * como CNF-LIQUIDACION ubica el envio cuando llega el pacs.002.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-LIQUIDACION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BANCOS.

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

           SELECT ARCHIVO-LIQUIDACION ASSIGN TO 'data/LIQUIDACION.dat'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LIQENVIOS.

           SELECT ARCHIVO-LIQPRESENTA
               ASSIGN TO 'data/LIQPRESENTA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LIQPRESENTA.

           SELECT ARCHIVO-BENEFICIARIOS
               ASSIGN TO 'data/BENEFICIARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASAS.

           SELECT ARCHIVO-ISO-CREDITOS ASSIGN TO 'data/PACS008.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ISO-CREDITOS.

           SELECT ARCHIVO-ISO-COBROS ASSIGN TO 'data/PACS003.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ISO-COBROS.

           SELECT ARCHIVO-PACS008 ASSIGN TO 'data/PACS008.xml'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PACS008.

           SELECT ARCHIVO-PACS003 ASSIGN TO 'data/PACS003.xml'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PACS003.

       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVO-LIQENVIOS.
       COPY 'copybooks/LIQENVIOS.cpy'.

       FD  ARCHIVO-LIQPRESENTA.
       COPY 'copybooks/LIQPRESENTA.cpy'.

       FD  ARCHIVO-BENEFICIARIOS.
       COPY 'copybooks/BENEFICIARIOS.cpy'.

       FD  ARCHIVO-TASAS.
       COPY 'copybooks/TASAS.cpy'.

       FD  ARCHIVO-ISO-CREDITOS.
       01 REG-ISO-CREDITO           PIC X(200).

       FD  ARCHIVO-ISO-COBROS.
       01 REG-ISO-COBRO             PIC X(200).

       FD  ARCHIVO-PACS008.
       01 REG-PACS008               PIC X(200).

       FD  ARCHIVO-PACS003.
       01 REG-PACS003               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Registro de envios a la camara (LIQENVIOS.dat): antes de
      * generar se verifica que no exista ya una generacion para la
      * fecha de proceso y el ciclo que siga viva (TRANSMITIDA o
      * ACEPTADA) - una recorrida del job no puede producir y
      * transmitir un archivo duplicado para la misma ventana. Solo
      * un envio RECHAZADO por la camara habilita regenerar el ciclo;
      * la secuencia sigue corriendo dentro de la fecha.
      *----------------------------------------------------------------
       01 WS-REGISTRO-ENVIOS.
          05 WS-EOF-LIQENVIOS       PIC X(1) VALUE 'N'.
             88 ENVIO-VIVO-HOY               VALUE 'S'.
          05 WS-NUM-SECUENCIA       PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Ciclo del dia que presenta esta corrida: con el dia ABIERTO es
      * la ultima ventana de LIQ-HOR-VENTANA ya abierta a la hora de
      * la corrida; en la cadena de cierre es el ciclo de cierre
      * (LIQ-CANT-VENTANAS + 1).
      *----------------------------------------------------------------
       01 WS-CICLO-LIQ.
          05 WS-CICLO-INTRADIA      PIC X(1) VALUE 'N'.
             88 CICLO-INTRADIA               VALUE 'S'.
          05 WS-NUM-CICLO           PIC 9(2) VALUE ZERO.
          05 WS-CICLO-CIERRE        PIC 9(2) VALUE ZERO.
          05 WS-CICLO-LEIDO         PIC 9(2) VALUE ZERO.
          05 WS-IDX-VENTANA         PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Generacion que arma esta corrida, en la forma de
      * OT-LIQ-GENERACION. Una orden CONFIRMADA con la marca de hoy
      * ya viaja en un lote vivo (sigue CONFIRMADA hasta el acuse, y
      * CNF-LIQUIDACION limpia la marca si la camara la rechaza); una
      * DIFERIDA con la marca de esta generacion ya se considero en
      * esta corrida. Ninguna de las dos se vuelve a tomar.
      *----------------------------------------------------------------
       01 WS-PRESENTADAS.
          05 WS-STAT-LIQPRESENTA    PIC X(2).
          05 WS-ORDEN-TOMADA        PIC X(1) VALUE 'N'.
             88 ORDEN-TOMADA                 VALUE 'S'.
          05 WS-GENERACION-ACTUAL.
             10 WS-GEN-FEC-ARCHIVO  PIC X(10).
             10 WS-GEN-NUM-SECUENCIA PIC 9(6).

      *----------------------------------------------------------------
      * Ordenes candidatas al lote del banco en turno, recogidas por
      * la llave alterna estado + fecha valor antes de tocar ninguna:
      * 2292/2294/2310 cambian el estado (que es parte de esa llave),
      * asi que se leen primero las llaves y despues cada orden por
      * OT-NUM-ORDEN, para no volver a encontrar una ya reescrita.
      * Se recogen de a 5000: si queda alguna por fuera, despues de
      * procesar la tanda se vuelve a recorrer el estado; las ya
      * procesadas salieron del estado o llevan la marca de esta
      * generacion, asi que la tanda siguiente toma solo las demas.
      *----------------------------------------------------------------
       01 WS-CANDIDATAS.
          05 WS-EST-CANDIDATA       PIC X(22).
          05 WS-CANT-CANDIDATAS     PIC 9(5) VALUE ZERO.
          05 WS-IDX-CAND            PIC 9(5) VALUE ZERO.
          05 WS-HAY-MAS-CANDIDATAS  PIC X(1) VALUE 'N'.
             88 HAY-MAS-CANDIDATAS           VALUE 'S'.
          05 WS-CAND-ORDEN          PIC X(20) OCCURS 5000 TIMES.

       01 WS-LINEA                  PIC X(200).

      *----------------------------------------------------------------
      * Salida ISO 20022. Las transacciones se acumulan en un archivo
      * de trabajo por mensaje (PACS008.tmp / PACS003.tmp) porque el
      * GrpHdr, que va primero, lleva el conteo y el total; al final
      * 3100 arma cada .xml con su encabezado y las transacciones.
      * Un elemento por renglon. Los montos van con punto decimal
      * (2970) y los textos libres escapados (2980).
      *----------------------------------------------------------------
       01 WS-ISO20022.
          05 WS-STAT-ISO-CREDITOS   PIC X(2).
          05 WS-STAT-ISO-COBROS     PIC X(2).
          05 WS-STAT-PACS008        PIC X(2).
          05 WS-STAT-PACS003        PIC X(2).
          05 WS-ISO-EOF             PIC X(1) VALUE 'N'.
          05 WS-ISO-DESTINO         PIC X(1).
             88 ISO-A-CREDITOS               VALUE 'C'.
             88 ISO-A-COBROS                 VALUE 'D'.
             88 ISO-A-PACS008                VALUE '8'.
             88 ISO-A-PACS003                VALUE '3'.
          05 WS-ISO-CANT-CRE        PIC 9(6) VALUE ZERO.
          05 WS-ISO-TOTAL-CRE       PIC 9(15)V99 VALUE ZERO.
          05 WS-ISO-CANT-DEB        PIC 9(6) VALUE ZERO.
          05 WS-ISO-TOTAL-DEB       PIC 9(15)V99 VALUE ZERO.
          05 WS-ISO-CANT-SUMA       PIC 9(6) VALUE ZERO.
          05 WS-ISO-TOTAL-SUMA      PIC 9(15)V99 VALUE ZERO.
          05 WS-ISO-CANT-GRUPO      PIC 9(6).
          05 WS-ISO-MSGID           PIC X(18).
          05 WS-ISO-CREDTTM         PIC X(19).
          05 WS-ISO-LINEA           PIC X(200).
          05 WS-ISO-ETIQUETA        PIC X(10).
          05 WS-ISO-ID              PIC X(35).
          05 WS-ISO-MONEDA          PIC X(3).
          05 WS-ISO-MONTO           PIC 9(15)V99.
          05 WS-ISO-MONTO-PARTES REDEFINES WS-ISO-MONTO.
             10 WS-ISO-MTO-ENTERO   PIC 9(15).
             10 WS-ISO-MTO-DECIMAL  PIC 9(2).
          05 WS-ISO-MTO-TEXTO       PIC X(20).
          05 WS-ISO-CEROS           PIC 9(2).
          05 WS-ISO-TEXTO-ENT       PIC X(100).
          05 WS-ISO-TEXTO-SAL       PIC X(200).
          05 WS-ISO-LARGO           PIC 9(3).
          05 WS-ISO-LARGO-SAL       PIC 9(3).
          05 WS-ISO-POS             PIC 9(3).
          05 WS-ISO-PUNTERO         PIC 9(3).
          05 WS-DISP-MONTO-ISO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.


      *----------------------------------------------------------------
      * Reclamo de la fase 4 de la cadena de cierre (ver DIAOPER.cpy
      * y CTL-DIA): el ciclo de cierre solo corre con el dia en
      * CERRANDO y con la fase anterior completada, y deja la suya
      * completada; con el dia ABIERTO corren los ciclos intradia sin
      * reclamar fase. Sin archivo de control se corre con aviso
      * (modo de arranque) como ciclo de cierre.
      *----------------------------------------------------------------
       01 WS-FASE-CIERRE.
          05 WS-STAT-DIAOPER      PIC X(2).
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0150-DETERMINAR-CICLO
           PERFORM 0200-VERIFICAR-REGISTRO-ENVIOS
           PERFORM 0250-LEER-TOPE-PREFONDEO
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 2000-PROCESAR-BANCOS
           PERFORM 3000-ESCRIBIR-CONTROL-ARCHIVO
           PERFORM 9900-CERRAR-ARCHIVOS
           PERFORM 3100-ARMAR-MENSAJES-ISO
           PERFORM 4000-REGISTRAR-ENVIO

           DISPLAY 'GEN-LIQUIDACION: ciclo presentado: ' WS-NUM-CICLO
           DISPLAY 'GEN-LIQUIDACION: lotes generados: ' WS-CANT-LOTES
           DISPLAY 'GEN-LIQUIDACION: entradas totales: '
               WS-CANT-ENTRADAS-ARCH
               WS-CANT-COBROS-ARCH
           DISPLAY 'GEN-LIQUIDACION: prenotificaciones emitidas: '
               WS-CANT-PRENOTAS-ARCH
           DISPLAY 'GEN-LIQUIDACION: pacs.008 transacciones: '
               WS-ISO-CANT-CRE
           DISPLAY 'GEN-LIQUIDACION: pacs.003 transacciones: '
               WS-ISO-CANT-DEB

           IF CAP-ACTIVO
               MOVE WS-NETO-ACTUAL TO WS-DISP-MONTO-CAP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR.

      *----------------------------------------------------------------
      * 0150 - DETERMINAR EL CICLO QUE PRESENTA ESTA CORRIDA
      *   En la cadena de cierre (o en modo de arranque) es el ciclo
      *   de cierre. Con el dia ABIERTO se toma la ultima ventana ya
      *   abierta: si el job de una ventana no corrio, el de la
      *   siguiente recoge lo suyo. Antes de la primera ventana no
      *   hay nada que presentar.
      *----------------------------------------------------------------
       0150-DETERMINAR-CICLO.
           COMPUTE WS-CICLO-CIERRE = LIQ-CANT-VENTANAS + 1

           IF NOT CICLO-INTRADIA
               MOVE WS-CICLO-CIERRE TO WS-NUM-CICLO
               DISPLAY 'GEN-LIQUIDACION: ciclo de cierre '
                   WS-NUM-CICLO ' de la fecha ' WS-FECHA-STR
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-NUM-CICLO
           PERFORM VARYING WS-IDX-VENTANA FROM 1 BY 1
                   UNTIL WS-IDX-VENTANA > LIQ-CANT-VENTANAS
               IF LIQ-HOR-VENTANA (WS-IDX-VENTANA) <= WS-HORA-STR
                   MOVE WS-IDX-VENTANA TO WS-NUM-CICLO
               END-IF
           END-PERFORM

           IF WS-NUM-CICLO = ZERO
               DISPLAY 'GEN-LIQUIDACION: a las ' WS-HORA-STR
                   ' no hay ninguna ventana de presentacion abierta;'
                   ' no se genera nada.'
               GOBACK
           END-IF

           DISPLAY 'GEN-LIQUIDACION: ciclo ' WS-NUM-CICLO
               ' (ventana de las ' LIQ-HOR-VENTANA (WS-NUM-CICLO)
               ') de la fecha ' WS-FECHA-STR.

      *----------------------------------------------------------------
      * 0200 - VERIFICAR EL REGISTRO DE ENVIOS DE LA FECHA DE PROCESO
      *   Recorre LIQENVIOS.dat: si ya hay una generacion de hoy para
      *   el mismo ciclo en estado TRANSMITIDA o ACEPTADA, la corrida
      *   se detiene sin producir nada (el archivo ya se transmitio);
      *   si todas las de ese ciclo quedaron RECHAZADAS por la camara,
      *   se regenera con la secuencia siguiente de la fecha. El
      *   archivo puede no existir todavia (primera corrida): estado
      *   '35' se trata como registro vacio.
      *----------------------------------------------------------------
       0200-VERIFICAR-REGISTRO-ENVIOS.
           MOVE 'N' TO WS-EOF-LIQENVIOS
                               MOVE LE-NUM-SECUENCIA
                                   TO WS-NUM-SECUENCIA
                           END-IF
                           IF LE-NUM-CICLO NUMERIC
                               MOVE LE-NUM-CICLO TO WS-CICLO-LEIDO
                           ELSE
                               MOVE WS-CICLO-CIERRE TO WS-CICLO-LEIDO
                           END-IF
                           IF NOT ENV-RECHAZADA
                                   AND WS-CICLO-LEIDO = WS-NUM-CICLO
                               MOVE 'S' TO WS-ENVIO-VIVO-HOY
                           END-IF
                       END-IF
           IF ENVIO-VIVO-HOY
               DISPLAY 'GEN-LIQUIDACION: ya existe un archivo de '
                   'liquidacion transmitido para ' WS-FECHA-STR
                   ' ciclo ' WS-NUM-CICLO
               DISPLAY 'GEN-LIQUIDACION: no se genera un duplicado; '
                   'solo un envio RECHAZADO por la camara habilita '
                   'una nueva generacion.'
           END-IF

           ADD 1 TO WS-NUM-SECUENCIA
           MOVE WS-FECHA-STR TO WS-GEN-FEC-ARCHIVO
           MOVE WS-NUM-SECUENCIA TO WS-GEN-NUM-SECUENCIA
           DISPLAY 'GEN-LIQUIDACION: generacion ' WS-NUM-SECUENCIA
               ' de la fecha ' WS-FECHA-STR.

      *----------------------------------------------------------------
      * 0250 - LEER EL TOPE DE PREFONDEO DEL CICLO
      *   Sin archivo, sin renglon o con un renglon de otra fecha u
      *   otro ciclo no hay tope (se avisa): el archivo sale completo
      *   como siempre. Un renglon sin ciclo vale para cualquier ciclo
      *   de su fecha.
      *----------------------------------------------------------------
       0250-LEER-TOPE-PREFONDEO.
           MOVE 'N' TO WS-CAP-ACTIVO
               AT END
                   CONTINUE
               NOT AT END
                   IF FO-NUM-CICLO NOT NUMERIC
                       MOVE ZERO TO FO-NUM-CICLO
                   END-IF
                   IF FO-FEC-CICLO = WS-FECHA-STR
                           AND (FO-NUM-CICLO = ZERO
                           OR FO-NUM-CICLO = WS-NUM-CICLO)
                       MOVE 'S' TO WS-CAP-ACTIVO
                       MOVE FO-MTO-FONDEADO TO WS-MTO-CAP
                       MOVE FO-MTO-FONDEADO TO WS-DISP-MONTO-CAP
                           'del ciclo: $' WS-DISP-MONTO-CAP
                   ELSE
                       DISPLAY 'GEN-LIQUIDACION: el tope cargado es '
                           'del ciclo ' FO-FEC-CICLO '/' FO-NUM-CICLO
                           '; este ciclo se corre sin limite.'
                   END-IF
           END-READ
           CLOSE ARCHIVO-PREFONDEO.
               DISPLAY 'ERROR ABRIENDO LIQUIDACION.dat: '
                   WS-STAT-LIQUIDACION
               GOBACK
           END-IF

           OPEN EXTEND ARCHIVO-LIQPRESENTA
           IF WS-STAT-LIQPRESENTA = '35'
               OPEN OUTPUT ARCHIVO-LIQPRESENTA
               CLOSE ARCHIVO-LIQPRESENTA
               OPEN EXTEND ARCHIVO-LIQPRESENTA
           END-IF
           IF WS-STAT-LIQPRESENTA NOT = '00'
               DISPLAY 'ERROR ABRIENDO LIQPRESENTA.dat: '
                   WS-STAT-LIQPRESENTA
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-ISO-CREDITOS
           IF WS-STAT-ISO-CREDITOS NOT = '00'
               DISPLAY 'ERROR ABRIENDO PACS008.tmp: '
                   WS-STAT-ISO-CREDITOS
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-ISO-COBROS
           IF WS-STAT-ISO-COBROS NOT = '00'
               DISPLAY 'ERROR ABRIENDO PACS003.tmp: '
                   WS-STAT-ISO-COBROS
               GOBACK
           END-IF.

      *----------------------------------------------------------------
           MOVE WS-FECHA-STR TO LQ-ENC-FEC-ARCHIVO
           MOVE WS-HORA-STR TO LQ-ENC-HOA-ARCHIVO
           MOVE WS-NUM-SECUENCIA TO LQ-ENC-NUM-SECUENCIA
           MOVE WS-NUM-CICLO TO LQ-ENC-NUM-CICLO

           WRITE REG-LIQUIDACION FROM REG-LIQ-ENCABEZADO.

               GOBACK
           END-IF

      *    Los cobros van primero porque bajan el neto contra el
      *    tope de prefondeo; las DIFERIDA de ciclos anteriores
      *    entran antes que lo confirmado hoy.
           MOVE EST-COBRO-PENDIENTE TO WS-EST-CANDIDATA
           PERFORM 2105-PROCESAR-ESTADO
           MOVE EST-DIFERIDA TO WS-EST-CANDIDATA
           PERFORM 2105-PROCESAR-ESTADO
           MOVE EST-CONFIRMADA TO WS-EST-CANDIDATA
           PERFORM 2105-PROCESAR-ESTADO

           CLOSE ARCHIVO-ORDENES

           PERFORM 2150-EMITIR-PRENOTAS-BANCO

           IF HAY-ENTRADAS-LOTE
               PERFORM 2400-ESCRIBIR-CONTROL-LOTE
           END-IF.

      *----------------------------------------------------------------
      * 2105 - LLEVAR AL LOTE LAS ORDENES DEL BANCO EN UN ESTADO
      *   Por tandas de hasta 5000 candidatas (ver WS-CANDIDATAS),
      *   hasta que un recorrido no deje ninguna por fuera.
      *----------------------------------------------------------------
       2105-PROCESAR-ESTADO.
           MOVE 'S' TO WS-HAY-MAS-CANDIDATAS

           PERFORM UNTIL NOT HAY-MAS-CANDIDATAS
               MOVE ZERO TO WS-CANT-CANDIDATAS
               MOVE 'N' TO WS-HAY-MAS-CANDIDATAS
               PERFORM 2110-RECOGER-CANDIDATAS

               PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                       UNTIL WS-IDX-CAND > WS-CANT-CANDIDATAS
                   MOVE WS-CAND-ORDEN (WS-IDX-CAND) TO OT-NUM-ORDEN
                   READ ARCHIVO-ORDENES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2120-PROCESAR-ORDEN
                   END-READ
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------
      * 2110 - RECOGER LAS ORDENES DEL BANCO EN UN ESTADO
      *   Recorre por la llave alterna solo las ordenes en
      *   WS-EST-CANDIDATA; las CONFIRMADA cuentan solo si se
      *   confirmaron hoy, y no cuenta ninguna que esta generacion u
      *   otro lote vivo ya haya tomado (2280). Con la tabla llena y
      *   otra candidata a la vista se corta el recorrido y se marca
      *   que hay mas.
      *----------------------------------------------------------------
       2110-RECOGER-CANDIDATAS.
           MOVE 'N' TO WS-EOF-ORDENES
           MOVE WS-EST-CANDIDATA TO OT-EST-ORDEN
           MOVE LOW-VALUES TO OT-FEC-VALOR
           START ARCHIVO-ORDENES KEY IS >= OT-LLAVE-ESTADO
               INVALID KEY MOVE 'S' TO WS-EOF-ORDENES
           END-START

           PERFORM UNTIL FIN-ORDENES
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-EST-ORDEN NOT = WS-EST-CANDIDATA
                           MOVE 'S' TO WS-EOF-ORDENES
                       ELSE
                           PERFORM 2280-VERIFICAR-TOMADA
                           IF OT-COD-BCO-DEST = BN-COD-BANCO
                               AND NOT ORDEN-TOMADA
                               AND (OT-EST-ORDEN NOT = EST-CONFIRMADA
                               OR OT-FEC-CONFIRMAC = WS-FECHA-STR)
                               PERFORM 2115-AGREGAR-CANDIDATA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
       2115-AGREGAR-CANDIDATA.
           IF WS-CANT-CANDIDATAS >= 5000
               MOVE 'S' TO WS-HAY-MAS-CANDIDATAS
               MOVE 'S' TO WS-EOF-ORDENES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-CANDIDATAS
           MOVE OT-NUM-ORDEN TO WS-CAND-ORDEN (WS-CANT-CANDIDATAS).

      *----------------------------------------------------------------
      * 2120 - LLEVAR AL LOTE UNA ORDEN CANDIDATA YA RELEIDA
      *----------------------------------------------------------------
       2120-PROCESAR-ORDEN.
           PERFORM 2280-VERIFICAR-TOMADA
           IF OT-COD-BCO-DEST = BN-COD-BANCO
                   AND NOT ORDEN-TOMADA
                   AND ((OT-EST-ORDEN = EST-CONFIRMADA
                   AND OT-FEC-CONFIRMAC = WS-FECHA-STR)
                   OR OT-EST-ORDEN = EST-DIFERIDA)
               PERFORM 2350-CONVERTIR-MONTO-COP
               PERFORM 2290-VERIFICAR-TOPE-PREFONDEO
               IF ORDEN-DIFERIDA
                   PERFORM 2292-ESTAMPAR-DIFERIDA
               ELSE
                   PERFORM 2294-REACTIVAR-DIFERIDA
                   IF NOT HAY-ENTRADAS-LOTE
                       PERFORM 2200-ESCRIBIR-ENCABEZADO-LOTE
                       MOVE 'S' TO WS-HAY-ENTRADAS-LOTE
                   END-IF
                   PERFORM 2300-ESCRIBIR-DETALLE
               END-IF
           END-IF
           IF OT-COD-BCO-DEST = BN-COD-BANCO
                   AND OT-EST-ORDEN = EST-COBRO-PENDIENTE
               IF NOT HAY-ENTRADAS-LOTE
                   PERFORM 2200-ESCRIBIR-ENCABEZADO-LOTE
                   MOVE 'S' TO WS-HAY-ENTRADAS-LOTE
               END-IF
               PERFORM 2310-ESCRIBIR-DETALLE-COBRO
           END-IF.

      *----------------------------------------------------------------

           ADD 1 TO WS-CANT-ENTRADAS-LOTE
           ADD 1 TO WS-CANT-PRENOTAS-ARCH
           PERFORM 2335-ISO-PRENOTA

           MOVE 'E' TO BF-EST-PRENOTE
      *    La fecha de registro se reestampa con la fecha de emision:
      *    El equivalente en COP ya quedo en WS-MTO-TRANSF-COP: 2100
      *    convierte antes de aplicar el tope de prefondeo.

           MOVE SPACES TO REG-LIQ-PRESENTADA
           MOVE WS-FECHA-STR TO LP-FEC-ARCHIVO
           MOVE WS-NUM-SECUENCIA TO LP-NUM-SECUENCIA
           MOVE WS-NUM-CICLO TO LP-NUM-CICLO
           MOVE BN-COD-BANCO TO LP-COD-BCO-DEST
           MOVE OT-NUM-ORDEN TO LP-NUM-ORDEN
           MOVE WS-MTO-TRANSF-COP TO LP-MTO-COP
           MOVE 'PRESENTADA  ' TO LP-EST-PRESENTA
           WRITE REG-LIQ-PRESENTADA

      *    La orden sigue CONFIRMADA hasta el acuse; la marca de la
      *    generacion es lo que impide que otro ciclo la repita.
           MOVE WS-GENERACION-ACTUAL TO OT-LIQ-GENERACION
           REWRITE REG-ORDEN
           IF WS-STAT-ORDENES NOT = '00'
               DISPLAY 'ERROR REESCRIBIENDO ORDEN PRESENTADA '
                   OT-NUM-ORDEN ': ' WS-STAT-ORDENES
               GOBACK
           END-IF

           ADD 1 TO WS-CANT-ENTRADAS-LOTE
           ADD WS-MTO-TRANSF-COP TO WS-TOTAL-DEBITO-LOTE
           ADD WS-MTO-TRANSF-COP TO WS-TOTAL-CREDITO-LOTE
           ADD WS-MTO-TRANSF-COP TO WS-NETO-ACTUAL
           PERFORM 2330-ISO-CREDITO.

      *----------------------------------------------------------------
      * 2310 - ESCRIBIR UNA ENTRADA DE COBRO (DEBITO INTERBANCARIO)
           ADD WS-MTO-TRANSF-COP TO WS-TOTAL-CREDITO-LOTE
           ADD 1 TO WS-CANT-COBROS-ARCH
           ADD WS-MTO-TRANSF-COP TO WS-TOTAL-COBROS-ARCH
           PERFORM 2340-ISO-COBRO
      *    El cobro entra plata: baja el debito neto contra la camara
      *    que gobierna el tope de prefondeo.
           SUBTRACT WS-MTO-TRANSF-COP FROM WS-NETO-ACTUAL
               GOBACK
           END-IF.

      *----------------------------------------------------------------
      * 2280 - VER SI LA ORDEN EN EL BUFFER YA FUE TOMADA
      *   Deja WS-ORDEN-TOMADA = 'S' para una CONFIRMADA que ya viaja
      *   en un lote vivo de hoy o una DIFERIDA que esta generacion ya
      *   dejo por fuera (ver WS-PRESENTADAS).
      *----------------------------------------------------------------
       2280-VERIFICAR-TOMADA.
           MOVE 'N' TO WS-ORDEN-TOMADA
           IF OT-EST-ORDEN = EST-CONFIRMADA
                   AND OT-LIQ-FEC-ARCHIVO = WS-FECHA-STR
               MOVE 'S' TO WS-ORDEN-TOMADA
           END-IF
           IF OT-EST-ORDEN = EST-DIFERIDA
                   AND OT-LIQ-GENERACION = WS-GENERACION-ACTUAL
               MOVE 'S' TO WS-ORDEN-TOMADA
           END-IF.

      *----------------------------------------------------------------
      * 2290 - VERIFICAR EL TOPE DE PREFONDEO ANTES DE INCLUIR
      *   La orden en el buffer (con su equivalente en COP ya en
      *   Una orden que se queda CONFIRMADA con fecha de hoy seria
      *   parte, para CNF-LIQUIDACION, del lote que nunca la llevo:
      *   el ACK la marcaria LIQUIDADA sin haber viajado. Con su
      *   propio estado el acuse no la toca. La marca de esta
      *   generacion evita que la tanda siguiente de 2105 la vuelva a
      *   considerar en la misma corrida.
      *----------------------------------------------------------------
       2292-ESTAMPAR-DIFERIDA.
           MOVE EST-DIFERIDA TO OT-EST-ORDEN
           MOVE WS-GENERACION-ACTUAL TO OT-LIQ-GENERACION
           REWRITE REG-ORDEN
           IF WS-STAT-ORDENES NOT = '00'
               DISPLAY 'ERROR REESCRIBIENDO ORDEN DIFERIDA '
                   OT-NUM-ORDEN ': ' WS-STAT-ORDENES
               GOBACK
           END-IF.

      *----------------------------------------------------------------
      * 2294 - REACTIVAR UNA ORDEN DIFERIDA QUE SI ENTRA AL LOTE
      *   Vuelve a CONFIRMADA con la fecha del archivo de hoy, que
      *   es el par estado + fecha con que CNF-LIQUIDACION amarra el
      *   acuse de este lote. La reescribe 2300, junto con la marca
      *   de la generacion que la lleva.
      *----------------------------------------------------------------
       2294-REACTIVAR-DIFERIDA.
           IF OT-EST-ORDEN = EST-DIFERIDA
               MOVE EST-CONFIRMADA TO OT-EST-ORDEN
               MOVE WS-FECHA-STR TO OT-FEC-CONFIRMAC
           END-IF.

      *----------------------------------------------------------------
           END-IF.


      *----------------------------------------------------------------
      * 2330 - TRANSACCION pacs.008 DE UN CREDITO '6'
      *   Misma orden y mismo monto en COP que el renglon fijo; el
      *   InstdAmt conserva la moneda y el monto originales. Los tres
      *   identificadores de PmtId llevan el numero de orden, que es
      *   lo que el pacs.002 devuelve en OrgnlEndToEndId.
      *----------------------------------------------------------------
       2330-ISO-CREDITO.
           MOVE 'C' TO WS-ISO-DESTINO
           MOVE '      <CdtTrfTxInf>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           MOVE OT-NUM-ORDEN TO WS-ISO-ID
           PERFORM 2945-ISO-PMTID
           PERFORM 2960-ISO-MONTOS

           MOVE OT-NOM-CLI-ORIGEN TO WS-ISO-TEXTO-ENT
           MOVE 'Dbtr' TO WS-ISO-ETIQUETA
           PERFORM 2940-ISO-PARTE
           MOVE OT-COD-CTA-ORIGEN TO WS-ISO-ID
           MOVE 'DbtrAcct' TO WS-ISO-ETIQUETA
           PERFORM 2950-ISO-CUENTA
           MOVE COD-BANCO-PROPIO TO WS-ISO-ID
           MOVE 'DbtrAgt' TO WS-ISO-ETIQUETA
           PERFORM 2955-ISO-AGENTE
           MOVE BN-COD-BANCO TO WS-ISO-ID
           MOVE 'CdtrAgt' TO WS-ISO-ETIQUETA
           PERFORM 2955-ISO-AGENTE
           MOVE OT-NOM-CLI-DEST TO WS-ISO-TEXTO-ENT
           MOVE 'Cdtr' TO WS-ISO-ETIQUETA
           PERFORM 2940-ISO-PARTE
           MOVE OT-COD-CTA-DEST TO WS-ISO-ID
           MOVE 'CdtrAcct' TO WS-ISO-ETIQUETA
           PERFORM 2950-ISO-CUENTA

           PERFORM 2965-ISO-CONCEPTO
           MOVE '      </CdtTrfTxInf>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           ADD 1 TO WS-ISO-CANT-CRE
           ADD WS-MTO-TRANSF-COP TO WS-ISO-TOTAL-CRE.

      *----------------------------------------------------------------
      * 2335 - TRANSACCION pacs.008 DE UNA PRENOTIFICACION '3'
      *   Monto cero con categoria PRENOTA, para que el mensaje lleve
      *   las mismas entradas que el lote fijo. No hay cuenta origen:
      *   el deudor es el cliente que inscribio el destino.
      *----------------------------------------------------------------
       2335-ISO-PRENOTA.
           MOVE 'C' TO WS-ISO-DESTINO
           MOVE '      <CdtTrfTxInf>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           MOVE SPACES TO WS-ISO-ID
           STRING 'PRE-' DELIMITED SIZE
                  BF-COD-CLIENTE DELIMITED SPACE
                  '-' DELIMITED SIZE
                  BF-COD-CTA-DEST DELIMITED SPACE
               INTO WS-ISO-ID
           PERFORM 2945-ISO-PMTID
           MOVE SPACES TO WS-ISO-LINEA
           STRING '        <PmtTpInf><CtgyPurp><Prtry>PRENOTA'
                      DELIMITED SIZE
                  '</Prtry></CtgyPurp></PmtTpInf>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           MOVE ZERO TO WS-ISO-MONTO
           PERFORM 2970-FORMATEAR-MONTO-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '        <IntrBkSttlmAmt Ccy="COP">' DELIMITED SIZE
                  WS-ISO-MTO-TEXTO DELIMITED SPACE
                  '</IntrBkSttlmAmt>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE '        <ChrgBr>SLEV</ChrgBr>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           MOVE BF-COD-CLIENTE TO WS-ISO-TEXTO-ENT
           MOVE 'Dbtr' TO WS-ISO-ETIQUETA
           PERFORM 2940-ISO-PARTE
           MOVE COD-BANCO-PROPIO TO WS-ISO-ID
           MOVE 'DbtrAgt' TO WS-ISO-ETIQUETA
           PERFORM 2955-ISO-AGENTE
           MOVE BN-COD-BANCO TO WS-ISO-ID
           MOVE 'CdtrAgt' TO WS-ISO-ETIQUETA
           PERFORM 2955-ISO-AGENTE
           MOVE BF-NOM-BENEFICIARIO TO WS-ISO-TEXTO-ENT
           MOVE 'Cdtr' TO WS-ISO-ETIQUETA
           PERFORM 2940-ISO-PARTE
           MOVE BF-COD-CTA-DEST TO WS-ISO-ID
           MOVE 'CdtrAcct' TO WS-ISO-ETIQUETA
           PERFORM 2950-ISO-CUENTA

           MOVE '      </CdtTrfTxInf>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           ADD 1 TO WS-ISO-CANT-CRE.

      *----------------------------------------------------------------
      * 2340 - TRANSACCION pacs.003 DE UN COBRO '2'
      *   El acreedor es nuestro cliente (cuenta origen de la orden,
      *   en este banco); el deudor es la cuenta pagadora en el banco
      *   del lote, que es el agente que debita.
      *----------------------------------------------------------------
       2340-ISO-COBRO.
           MOVE 'D' TO WS-ISO-DESTINO
           MOVE '      <DrctDbtTxInf>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           MOVE OT-NUM-ORDEN TO WS-ISO-ID
           PERFORM 2945-ISO-PMTID
           PERFORM 2960-ISO-MONTOS

           MOVE OT-NOM-CLI-ORIGEN TO WS-ISO-TEXTO-ENT
           MOVE 'Cdtr' TO WS-ISO-ETIQUETA
           PERFORM 2940-ISO-PARTE
           MOVE OT-COD-CTA-ORIGEN TO WS-ISO-ID
           MOVE 'CdtrAcct' TO WS-ISO-ETIQUETA
           PERFORM 2950-ISO-CUENTA
           MOVE COD-BANCO-PROPIO TO WS-ISO-ID
           MOVE 'CdtrAgt' TO WS-ISO-ETIQUETA
           PERFORM 2955-ISO-AGENTE
           MOVE OT-NOM-CLI-DEST TO WS-ISO-TEXTO-ENT
           MOVE 'Dbtr' TO WS-ISO-ETIQUETA
           PERFORM 2940-ISO-PARTE
           MOVE OT-COD-CTA-DEST TO WS-ISO-ID
           MOVE 'DbtrAcct' TO WS-ISO-ETIQUETA
           PERFORM 2950-ISO-CUENTA
           MOVE BN-COD-BANCO TO WS-ISO-ID
           MOVE 'DbtrAgt' TO WS-ISO-ETIQUETA
           PERFORM 2955-ISO-AGENTE

           PERFORM 2965-ISO-CONCEPTO
           MOVE '      </DrctDbtTxInf>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           ADD 1 TO WS-ISO-CANT-DEB
           ADD WS-MTO-TRANSF-COP TO WS-ISO-TOTAL-DEB.

      *----------------------------------------------------------------
      * 2940 - PARTE (Dbtr / Cdtr): nombre de WS-ISO-TEXTO-ENT
      *----------------------------------------------------------------
       2940-ISO-PARTE.
           PERFORM 2980-PREPARAR-TEXTO-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '        <' DELIMITED SIZE
                  WS-ISO-ETIQUETA DELIMITED SPACE
                  '><Nm>' DELIMITED SIZE
                  WS-ISO-TEXTO-SAL (1:WS-ISO-LARGO-SAL) DELIMITED SIZE
                  '</Nm></' DELIMITED SIZE
                  WS-ISO-ETIQUETA DELIMITED SPACE
                  '>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO.

      *----------------------------------------------------------------
      * 2945 - IDENTIFICACION DEL PAGO CON WS-ISO-ID
      *----------------------------------------------------------------
       2945-ISO-PMTID.
           MOVE '        <PmtId>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '          <InstrId>' DELIMITED SIZE
                  WS-ISO-ID DELIMITED SPACE
                  '</InstrId>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '          <EndToEndId>' DELIMITED SIZE
                  WS-ISO-ID DELIMITED SPACE
                  '</EndToEndId>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '          <TxId>' DELIMITED SIZE
                  WS-ISO-ID DELIMITED SPACE
                  '</TxId>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE '        </PmtId>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO.

      *----------------------------------------------------------------
      * 2950 - CUENTA (DbtrAcct / CdtrAcct) con WS-ISO-ID
      *----------------------------------------------------------------
       2950-ISO-CUENTA.
           MOVE SPACES TO WS-ISO-LINEA
           STRING '        <' DELIMITED SIZE
                  WS-ISO-ETIQUETA DELIMITED SPACE
                  '><Id><Othr><Id>' DELIMITED SIZE
                  WS-ISO-ID DELIMITED SPACE
                  '</Id></Othr></Id></' DELIMITED SIZE
                  WS-ISO-ETIQUETA DELIMITED SPACE
                  '>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO.

      *----------------------------------------------------------------
      * 2955 - AGENTE (DbtrAgt / CdtrAgt / InstgAgt): el codigo de
      *   banco en WS-ISO-ID es su identificacion ante la camara.
      *----------------------------------------------------------------
       2955-ISO-AGENTE.
           MOVE SPACES TO WS-ISO-LINEA
           STRING '        <' DELIMITED SIZE
                  WS-ISO-ETIQUETA DELIMITED SPACE
                  '><FinInstnId><ClrSysMmbId><MmbId>' DELIMITED SIZE
                  WS-ISO-ID DELIMITED SPACE
                  '</MmbId></ClrSysMmbId></FinInstnId></'
                      DELIMITED SIZE
                  WS-ISO-ETIQUETA DELIMITED SPACE
                  '>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO.

      *----------------------------------------------------------------
      * 2960 - MONTOS DE LA ORDEN EN EL BUFFER
      *   IntrBkSttlmAmt es lo que se liquida (COP, WS-MTO-TRANSF-COP
      *   ya calculado por 2350); InstdAmt, lo que ordeno el cliente.
      *----------------------------------------------------------------
       2960-ISO-MONTOS.
           MOVE WS-MTO-TRANSF-COP TO WS-ISO-MONTO
           PERFORM 2970-FORMATEAR-MONTO-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '        <IntrBkSttlmAmt Ccy="COP">' DELIMITED SIZE
                  WS-ISO-MTO-TEXTO DELIMITED SPACE
                  '</IntrBkSttlmAmt>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           MOVE OT-TIP-MONEDA TO WS-ISO-MONEDA
           IF WS-ISO-MONEDA = SPACES
               MOVE 'COP' TO WS-ISO-MONEDA
           END-IF
           MOVE OT-MTO-TRANSF TO WS-ISO-MONTO
           PERFORM 2970-FORMATEAR-MONTO-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '        <InstdAmt Ccy="' DELIMITED SIZE
                  WS-ISO-MONEDA DELIMITED SIZE
                  '">' DELIMITED SIZE
                  WS-ISO-MTO-TEXTO DELIMITED SPACE
                  '</InstdAmt>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           MOVE '        <ChrgBr>SLEV</ChrgBr>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO.

      *----------------------------------------------------------------
      * 2965 - CONCEPTO DE LA ORDEN COMO INFORMACION DE REMESA
      *----------------------------------------------------------------
       2965-ISO-CONCEPTO.
           IF OT-DES-CONCEPTO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE OT-DES-CONCEPTO TO WS-ISO-TEXTO-ENT
           PERFORM 2980-PREPARAR-TEXTO-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '        <RmtInf><Ustrd>' DELIMITED SIZE
                  WS-ISO-TEXTO-SAL (1:WS-ISO-LARGO-SAL) DELIMITED SIZE
                  '</Ustrd></RmtInf>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO.

      *----------------------------------------------------------------
      * 2970 - MONTO WS-ISO-MONTO A TEXTO XML EN WS-ISO-MTO-TEXTO
      *   El XML exige punto decimal y sin ceros a la izquierda; con
      *   DECIMAL-POINT IS COMMA no sirve un campo editado, asi que se
      *   arma con la parte entera y los centavos por separado.
      *----------------------------------------------------------------
       2970-FORMATEAR-MONTO-ISO.
           MOVE ZERO TO WS-ISO-CEROS
           INSPECT WS-ISO-MTO-ENTERO TALLYING WS-ISO-CEROS
               FOR LEADING '0'
           IF WS-ISO-CEROS > 14
               MOVE 14 TO WS-ISO-CEROS
           END-IF
           MOVE SPACES TO WS-ISO-MTO-TEXTO
           STRING WS-ISO-MTO-ENTERO (WS-ISO-CEROS + 1:)
                  '.' WS-ISO-MTO-DECIMAL
               DELIMITED SIZE INTO WS-ISO-MTO-TEXTO.

      *----------------------------------------------------------------
      * 2980 - TEXTO LIBRE WS-ISO-TEXTO-ENT LISTO PARA EL XML
      *   Quita los espacios de cola y escapa & < >. Deja el texto en
      *   WS-ISO-TEXTO-SAL y su largo en WS-ISO-LARGO-SAL; un texto en
      *   blanco sale como N/D (Nm no admite vacio).
      *----------------------------------------------------------------
       2980-PREPARAR-TEXTO-ISO.
           MOVE ZERO TO WS-ISO-LARGO
           PERFORM VARYING WS-ISO-POS FROM 1 BY 1
                   UNTIL WS-ISO-POS > 100
               IF WS-ISO-TEXTO-ENT (WS-ISO-POS:1) NOT = SPACE
                   MOVE WS-ISO-POS TO WS-ISO-LARGO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ISO-TEXTO-SAL
           MOVE 1 TO WS-ISO-PUNTERO
           PERFORM VARYING WS-ISO-POS FROM 1 BY 1
                   UNTIL WS-ISO-POS > WS-ISO-LARGO
               EVALUATE WS-ISO-TEXTO-ENT (WS-ISO-POS:1)
                   WHEN '&'
                       STRING '&amp;' DELIMITED SIZE
                           INTO WS-ISO-TEXTO-SAL
                           WITH POINTER WS-ISO-PUNTERO
                   WHEN '<'
                       STRING '&lt;' DELIMITED SIZE
                           INTO WS-ISO-TEXTO-SAL
                           WITH POINTER WS-ISO-PUNTERO
                   WHEN '>'
                       STRING '&gt;' DELIMITED SIZE
                           INTO WS-ISO-TEXTO-SAL
                           WITH POINTER WS-ISO-PUNTERO
                   WHEN OTHER
                       STRING WS-ISO-TEXTO-ENT (WS-ISO-POS:1)
                           DELIMITED SIZE
                           INTO WS-ISO-TEXTO-SAL
                           WITH POINTER WS-ISO-PUNTERO
               END-EVALUATE
           END-PERFORM

           COMPUTE WS-ISO-LARGO-SAL = WS-ISO-PUNTERO - 1
           IF WS-ISO-LARGO-SAL = 0
               MOVE 'N/D' TO WS-ISO-TEXTO-SAL
               MOVE 3 TO WS-ISO-LARGO-SAL
           END-IF.

      *----------------------------------------------------------------
      * 2990 - GRABAR WS-ISO-LINEA EN EL ARCHIVO DE WS-ISO-DESTINO
      *----------------------------------------------------------------
       2990-GRABAR-LINEA-ISO.
           EVALUATE TRUE
               WHEN ISO-A-CREDITOS
                   WRITE REG-ISO-CREDITO FROM WS-ISO-LINEA
               WHEN ISO-A-COBROS
                   WRITE REG-ISO-COBRO FROM WS-ISO-LINEA
               WHEN ISO-A-PACS008
                   WRITE REG-PACS008 FROM WS-ISO-LINEA
               WHEN ISO-A-PACS003
                   WRITE REG-PACS003 FROM WS-ISO-LINEA
           END-EVALUATE.

      *----------------------------------------------------------------
       2400-ESCRIBIR-CONTROL-LOTE.
           MOVE SPACES TO REG-LIQUIDACION

           WRITE REG-LIQUIDACION FROM REG-LIQ-CTRL-ARCHIVO.

      *----------------------------------------------------------------
      * 3100 - ARMAR PACS008.xml Y PACS003.xml
      *   Con LIQUIDACION.dat ya cerrado se conocen conteo y total de
      *   cada mensaje: se escribe el GrpHdr y detras se copian las
      *   transacciones del archivo de trabajo. Un mensaje sin
      *   transacciones queda vacio (el esquema exige al menos una),
      *   lo que ademas borra el de la corrida anterior. Al final se
      *   verifica que ambos mensajes juntos cuadren con el control
      *   de archivo '9'; si no, no se registra el envio.
      *----------------------------------------------------------------
       3100-ARMAR-MENSAJES-ISO.
           MOVE SPACES TO WS-ISO-CREDTTM
           STRING WS-FECHA-STR 'T' WS-HORA-STR
               DELIMITED SIZE INTO WS-ISO-CREDTTM

           PERFORM 3110-ARMAR-PACS008
           PERFORM 3120-ARMAR-PACS003

           COMPUTE WS-ISO-CANT-SUMA = WS-ISO-CANT-CRE + WS-ISO-CANT-DEB
           COMPUTE WS-ISO-TOTAL-SUMA =
               WS-ISO-TOTAL-CRE + WS-ISO-TOTAL-DEB
           IF WS-ISO-CANT-SUMA NOT = WS-CANT-ENTRADAS-ARCH
                   OR WS-ISO-TOTAL-SUMA NOT = WS-TOTAL-CREDITO-ARCH
               MOVE WS-ISO-TOTAL-SUMA TO WS-DISP-MONTO-ISO
               DISPLAY 'ERROR: pacs.008 + pacs.003 NO CUADRAN CON '
                   'LIQUIDACION.dat: ' WS-ISO-CANT-SUMA
                   ' transacciones por $' WS-DISP-MONTO-ISO
               MOVE WS-TOTAL-CREDITO-ARCH TO WS-DISP-MONTO-ISO
               DISPLAY '       control de archivo: '
                   WS-CANT-ENTRADAS-ARCH ' entradas por $'
                   WS-DISP-MONTO-ISO
               GOBACK
           END-IF.

      *----------------------------------------------------------------
       3110-ARMAR-PACS008.
           OPEN OUTPUT ARCHIVO-PACS008
           IF WS-STAT-PACS008 NOT = '00'
               DISPLAY 'ERROR ABRIENDO PACS008.xml: ' WS-STAT-PACS008
               GOBACK
           END-IF
           IF WS-ISO-CANT-CRE = 0
               CLOSE ARCHIVO-PACS008
               EXIT PARAGRAPH
           END-IF

           MOVE '8' TO WS-ISO-DESTINO
           MOVE SPACES TO WS-ISO-MSGID
           STRING 'P008' WS-ANO WS-MES WS-DIA WS-NUM-SECUENCIA
               DELIMITED SIZE INTO WS-ISO-MSGID
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                      DELIMITED SIZE
                  'pacs.008.001.08">' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE '  <FIToFICstmrCdtTrf>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           MOVE WS-ISO-CANT-CRE TO WS-ISO-CANT-GRUPO
           MOVE WS-ISO-TOTAL-CRE TO WS-ISO-MONTO
           PERFORM 3150-ISO-ENCABEZADO-GRUPO

           OPEN INPUT ARCHIVO-ISO-CREDITOS
           MOVE 'N' TO WS-ISO-EOF
           PERFORM UNTIL WS-ISO-EOF = 'S'
               READ ARCHIVO-ISO-CREDITOS
                   AT END MOVE 'S' TO WS-ISO-EOF
                   NOT AT END
                       WRITE REG-PACS008 FROM REG-ISO-CREDITO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ISO-CREDITOS

           MOVE '  </FIToFICstmrCdtTrf>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE '</Document>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           CLOSE ARCHIVO-PACS008.

      *----------------------------------------------------------------
       3120-ARMAR-PACS003.
           OPEN OUTPUT ARCHIVO-PACS003
           IF WS-STAT-PACS003 NOT = '00'
               DISPLAY 'ERROR ABRIENDO PACS003.xml: ' WS-STAT-PACS003
               GOBACK
           END-IF
           IF WS-ISO-CANT-DEB = 0
               CLOSE ARCHIVO-PACS003
               EXIT PARAGRAPH
           END-IF

           MOVE '3' TO WS-ISO-DESTINO
           MOVE SPACES TO WS-ISO-MSGID
           STRING 'P003' WS-ANO WS-MES WS-DIA WS-NUM-SECUENCIA
               DELIMITED SIZE INTO WS-ISO-MSGID
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                      DELIMITED SIZE
                  'pacs.003.001.08">' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE '  <FIToFICstmrDrctDbt>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO

           MOVE WS-ISO-CANT-DEB TO WS-ISO-CANT-GRUPO
           MOVE WS-ISO-TOTAL-DEB TO WS-ISO-MONTO
           PERFORM 3150-ISO-ENCABEZADO-GRUPO

           OPEN INPUT ARCHIVO-ISO-COBROS
           MOVE 'N' TO WS-ISO-EOF
           PERFORM UNTIL WS-ISO-EOF = 'S'
               READ ARCHIVO-ISO-COBROS
                   AT END MOVE 'S' TO WS-ISO-EOF
                   NOT AT END
                       WRITE REG-PACS003 FROM REG-ISO-COBRO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ISO-COBROS

           MOVE '  </FIToFICstmrDrctDbt>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE '</Document>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           CLOSE ARCHIVO-PACS003.

      *----------------------------------------------------------------
      * 3150 - GrpHdr DEL MENSAJE EN CURSO
      *   Entran WS-ISO-MSGID, WS-ISO-CANT-GRUPO y el total en COP en
      *   WS-ISO-MONTO. El MsgId (P008/P003 + fecha + secuencia) es
      *   el que vuelve como OrgnlMsgId en el pacs.002.
      *----------------------------------------------------------------
       3150-ISO-ENCABEZADO-GRUPO.
           PERFORM 2970-FORMATEAR-MONTO-ISO
           MOVE '    <GrpHdr>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '      <MsgId>' WS-ISO-MSGID '</MsgId>'
               DELIMITED SIZE INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '      <CreDtTm>' WS-ISO-CREDTTM '</CreDtTm>'
               DELIMITED SIZE INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '      <NbOfTxs>' WS-ISO-CANT-GRUPO '</NbOfTxs>'
               DELIMITED SIZE INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '      <TtlIntrBkSttlmAmt Ccy="COP">' DELIMITED SIZE
                  WS-ISO-MTO-TEXTO DELIMITED SPACE
                  '</TtlIntrBkSttlmAmt>' DELIMITED SIZE
               INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE SPACES TO WS-ISO-LINEA
           STRING '      <IntrBkSttlmDt>' WS-FECHA-STR
                  '</IntrBkSttlmDt>'
               DELIMITED SIZE INTO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE '      <SttlmInf><SttlmMtd>CLRG</SttlmMtd></SttlmInf>'
               TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO
           MOVE COD-BANCO-PROPIO TO WS-ISO-ID
           MOVE 'InstgAgt' TO WS-ISO-ETIQUETA
           PERFORM 2955-ISO-AGENTE
           MOVE '    </GrpHdr>' TO WS-ISO-LINEA
           PERFORM 2990-GRABAR-LINEA-ISO.

      *----------------------------------------------------------------
      * 4000 - REGISTRAR LA GENERACION EN EL REGISTRO DE ENVIOS
      *   Deja constancia (fecha + secuencia + ciclo) de que el
      *   archivo quedo generado y transmitido; CNF-LIQUIDACION le
      *   estampara despues el resultado del acuse de la camara. El
      *   archivo de registro se crea en la primera corrida ('35').
      *----------------------------------------------------------------
       4000-REGISTRAR-ENVIO.
           OPEN EXTEND ARCHIVO-LIQENVIOS
           MOVE WS-CANT-LOTES TO LE-CANT-LOTES
           MOVE WS-CANT-ENTRADAS-ARCH TO LE-CANT-ENTRADAS
           MOVE WS-CANT-PRENOTAS-ARCH TO LE-CANT-PRENOTAS
           MOVE WS-NUM-CICLO TO LE-NUM-CICLO
           MOVE 'TRANSMITIDA ' TO LE-EST-ENVIO

           WRITE REG-LIQ-ENVIO
      *----------------------------------------------------------------
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-BANCOS
           CLOSE ARCHIVO-LIQUIDACION
           CLOSE ARCHIVO-LIQPRESENTA
           CLOSE ARCHIVO-ISO-CREDITOS
           CLOSE ARCHIVO-ISO-COBROS.

      *================================================================
      * 0060 - RECLAMAR LA FASE DE CIERRE DE ESTE JOB
      *   El dia debe estar CERRANDO y la fase anterior completada;
      *   el reclamo deja la fase propia completada en DIAOPER.dat
      *   (archivo de un solo renglon, se reescribe completo). Con el
      *   dia ABIERTO el job corre como ciclo intradia de una ventana
      *   y no toca la cadena de cierre.
      *================================================================
       0060-RECLAMAR-FASE-CIERRE.
           MOVE 'N' TO WS-FASE-RECLAMADA
           END-READ
           CLOSE ARCHIVO-DIAOPER

           IF DIA-ABIERTO
               MOVE 'S' TO WS-CICLO-INTRADIA
               MOVE 'S' TO WS-FASE-RECLAMADA
               EXIT PARAGRAPH
           END-IF

           IF NOT DIA-CERRANDO
               DISPLAY ' '
               DISPLAY '  *** JOB NO EJECUTADO ***'
               DISPLAY '  El dia ' DO-FEC-PROCESO ' esta en estado '
                   DO-ESTADO '; los ciclos corren con el dia ABIERTO '
                   'y el de cierre en CERRANDO (ver CTL-DIA).'
               EXIT PARAGRAPH
           END-IF

               DISPLAY '  La cadena va en la fase ' DO-FASE-CIERRE
                   ' y este job es la fase ' WS-FASE-PROPIA
                   '; respete el orden LIB-BLOQUEOS, RST-LIMITES, '
                   'CNC-DIARIO, GEN-LIQUIDACION, SNAP-SALDOS, '
                   'GEN-BODEGA.'
               EXIT PARAGRAPH
           END-IF

