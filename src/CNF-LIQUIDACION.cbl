      * buzon:
      *
      *   - si la camara acepto el lote (LA-COD-RESULTADO = 'A'),
      *     estampa EST-LIQUIDADA (estado final) en las ordenes
      *     CONFIRMADA que GEN-LIQUIDACION dejo en LIQPRESENTA.dat
      *     para esa generacion y ese banco destino - son exactamente
      *     las que viajaron en el lote, aunque el dia tenga varios
      *     ciclos con la misma fecha de confirmacion;
      *   - si la camara rechazo el lote, las ordenes quedan en
      *     CONFIRMADA y su fecha de confirmacion se reestampa con la
      *     fecha de proceso de hoy, para que el proximo ciclo (que
      *     selecciona por CONFIRMADA + fecha de confirmacion del dia
      *     y ya no las ve como presentadas) las vuelva a incluir; se
      *     reporta el motivo para que operaciones investigue;
      *   - en ambos casos cada orden del lote queda ACEPTADA o
      *     RECHAZADA en LIQPRESENTA.dat. Una generacion anterior al
      *     registro de presentadas (sin ciclo en LIQENVIOS.dat) se
      *     sigue acusando por banco + fecha de confirmacion;
      *   - en ambos casos el registro de envios (LIQENVIOS.dat) queda
      *     estampado: ACEPTADA cuando todos los lotes acusados de esa
      *     generacion fueron ACK, RECHAZADA apenas llega un NAK (el
      *     borra), habilitando asi la secuencia siguiente en
      *     GEN-LIQUIDACION.
      *
      * Con la migracion de la camara a ISO 20022 los resultados
      * tambien llegan como pacs.002 en PACS002.xml (ver 5000), con el
      * mismo tratamiento pero orden por orden: cada transaccion del
      * pacs.008 trae su propio estado. Los dos buzones son
      * opcionales; la corrida procesa el que haya llegado.
      *
      * Antes de este programa las ordenes se quedaban en CONFIRMADA
      * para siempre y nadie sabia si la camara habia aceptado el
      * archivo transmitido.

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

           SELECT ARCHIVO-LIQENVIOS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LIQENVIOS.

           SELECT ARCHIVO-LIQPRESENTA
               ASSIGN TO 'data/LIQPRESENTA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LIQPRESENTA.

           SELECT ARCHIVO-CERROJOS
               ASSIGN TO 'data/CERROJOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CERROJOS.

           SELECT ARCHIVO-PACS002
               ASSIGN TO 'data/PACS002.xml'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PACS002.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-LIQENVIOS.
       COPY 'copybooks/LIQENVIOS.cpy'.

       FD ARCHIVO-LIQPRESENTA.
       COPY 'copybooks/LIQPRESENTA.cpy'.

       FD ARCHIVO-CERROJOS.
       COPY 'copybooks/CERROJOS.cpy'.

       FD ARCHIVO-PACS002.
       01 REG-PACS002             PIC X(200).

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
          05 WS-STAT-LIQACK       PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-LIQENVIOS    PIC X(2).
          05 WS-STAT-LIQPRESENTA  PIC X(2).
          05 WS-STAT-PACS002      PIC X(2).

      *----------------------------------------------------------------
      * Chequeo generico de estado de E/S: el que llama deja armados
          05 WS-ACK-COD-BCO-DEST  PIC X(3).
          05 WS-ACK-ES-NAK        PIC X VALUE 'N'.
             88 ACK-ES-NAK           VALUE 'S'.
          05 WS-ACK-NUM-CICLO     PIC 9(2).

      *----------------------------------------------------------------
      * Ordenes que viajaron en el lote acusado, segun LIQPRESENTA.dat.
      * Una generacion sin ciclo en LIQENVIOS.dat es anterior al
      * registro y se acusa por fecha de confirmacion.
      *----------------------------------------------------------------
       01 WS-LOTE-ACUSADO.
          05 WS-GEN-SIN-REGISTRO  PIC X VALUE 'N'.
             88 GEN-SIN-REGISTRO     VALUE 'S'.
          05 WS-ORDEN-DEL-LOTE    PIC X VALUE 'N'.
             88 ORDEN-DEL-LOTE       VALUE 'S'.
          05 WS-EOF-LIQPRESENTA   PIC X VALUE 'N'.
          05 WS-CANT-ORD-LOTE     PIC 9(5) VALUE 0.
          05 WS-IDX-LOTE          PIC 9(5) VALUE 0.
          05 WS-LOTE-ORDEN        PIC X(20) OCCURS 5000 TIMES.

      *----------------------------------------------------------------
      * Auxiliares de los barridos
          05 WS-TOTAL-ACK         PIC 9(7) VALUE 0.
          05 WS-TOTAL-NAK         PIC 9(7) VALUE 0.
          05 WS-TOTAL-LIQUIDADAS  PIC 9(7) VALUE 0.
          05 WS-TOTAL-PACS002     PIC 9(7) VALUE 0.
          05 WS-TOTAL-TX-ACEPT    PIC 9(7) VALUE 0.
          05 WS-TOTAL-TX-RECHAZ   PIC 9(7) VALUE 0.
          05 WS-TOTAL-COBROS-RECHAZ PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Mensaje pacs.002 en curso (ver 5000): transacciones con estado
      * propio (WS-P2-TX) y resultado de cada orden presentada de la
      * generacion (WS-P2-RES) para aplicar en ORDENES.dat.
      *----------------------------------------------------------------
       01 WS-PACS002.
          05 WS-EOF-PACS002       PIC X VALUE 'N'.
          05 WS-P2-HAY-MENSAJE    PIC X VALUE 'N'.
             88 P2-HAY-MENSAJE       VALUE 'S'.
          05 WS-P2-EN-TX          PIC X VALUE 'N'.
             88 P2-EN-TX             VALUE 'S'.
          05 WS-P2-EN-MOTIVO      PIC X VALUE 'N'.
             88 P2-EN-MOTIVO         VALUE 'S'.
          05 WS-P2-DECIDIDO       PIC X VALUE 'N'.
             88 P2-DECIDIDO          VALUE 'S'.
          05 WS-P2-HAY-RECHAZO    PIC X VALUE 'N'.
          05 WS-P2-SANGRIA        PIC X(100).
          05 WS-P2-ETIQUETA       PIC X(40).
          05 WS-P2-VALOR          PIC X(100).
          05 WS-P2-MSGID          PIC X(35).
          05 WS-P2-GRP-STS        PIC X(4).
          05 WS-P2-GRP-MOTIVO     PIC X(35).
          05 WS-P2-ORDEN-BUSCADA  PIC X(35).
          05 WS-P2-STS-APLICA     PIC X(4).
          05 WS-P2-MOTIVO-BUSCADO PIC X(35).
          05 WS-P2-RESULTADO      PIC X.
          05 WS-P2-CANT-ACEPT     PIC 9(5) VALUE 0.
          05 WS-P2-CANT-RECHAZ    PIC 9(5) VALUE 0.
          05 WS-P2-IDX            PIC 9(5) VALUE 0.
          05 WS-P2-IDX-COBRO      PIC 9(5) VALUE 0.
          05 WS-P2-CANT-TX        PIC 9(5) VALUE 0.
          05 WS-P2-TX OCCURS 5000 TIMES.
             10 WS-P2-TX-ORDEN    PIC X(35).
             10 WS-P2-TX-STS      PIC X(4).
             10 WS-P2-TX-MOTIVO   PIC X(35).
          05 WS-P2-CANT-RES       PIC 9(5) VALUE 0.
          05 WS-P2-RES OCCURS 5000 TIMES.
             10 WS-P2-RES-ORDEN   PIC X(20).
             10 WS-P2-RES-ESTADO  PIC X.
             10 WS-P2-RES-MOTIVO  PIC X(35).

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.
           PERFORM 0080-TOMAR-CERROJO-LOTE

           OPEN INPUT ARCHIVO-LIQACK
           IF WS-STAT-LIQACK NOT = '35'
               MOVE WS-STAT-LIQACK TO WS-CHK-ESTADO
               MOVE 'ABRIR ARCHIVO-LIQACK' TO WS-CHK-DESCRIPCION
               PERFORM 9950-VERIFICAR-ESTADO-IO

               MOVE 'N' TO WS-EOF-LIQACK
               PERFORM UNTIL FIN-LIQACK
                   READ ARCHIVO-LIQACK
                       AT END MOVE 'S' TO WS-EOF-LIQACK
                       NOT AT END
                           PERFORM 1000-PROCESAR-ACUSE
                   END-READ
               END-PERFORM

               CLOSE ARCHIVO-LIQACK
           END-IF

           PERFORM 5000-PROCESAR-PACS002

           PERFORM 9880-LIBERAR-CERROJO-LOTE
           PERFORM 9800-MOSTRAR-RESUMEN
           MOVE LA-FEC-ARCHIVO   TO WS-ACK-FEC-ARCHIVO
           MOVE LA-NUM-SECUENCIA TO WS-ACK-NUM-SECUENCIA
           MOVE LA-COD-BCO-DEST  TO WS-ACK-COD-BCO-DEST
           IF LA-RES-ACEPTADO
               MOVE 'N' TO WS-ACK-ES-NAK
           ELSE
               MOVE 'S' TO WS-ACK-ES-NAK
           END-IF

           PERFORM 1400-UBICAR-CICLO-GENERACION
           IF NOT GEN-SIN-REGISTRO
               PERFORM 1500-MARCAR-PRESENTADAS
           END-IF

           IF LA-RES-ACEPTADO
               ADD 1 TO WS-TOTAL-ACK
               PERFORM 2000-LIQUIDAR-ORDENES-LOTE
               DISPLAY '  ACK  lote banco ' WS-ACK-COD-BCO-DEST
                   ' del archivo ' WS-ACK-FEC-ARCHIVO ' sec '
                   WS-ACK-NUM-SECUENCIA ' ciclo ' WS-ACK-NUM-CICLO
                   ': ' WS-ORDENES-LOTE ' orden(es) -> LIQUIDADA'
           ELSE
               ADD 1 TO WS-TOTAL-NAK
               PERFORM 2500-RECONFIRMAR-ORDENES-NAK
               DISPLAY '  NAK  lote banco ' WS-ACK-COD-BCO-DEST
                   ' del archivo ' WS-ACK-FEC-ARCHIVO ' sec '
                   WS-ACK-NUM-SECUENCIA ' ciclo ' WS-ACK-NUM-CICLO
                   ' rechazado por la camara.'
               DISPLAY '       Motivo: ' LA-DES-MOTIVO
               DISPLAY '       ' WS-ORDENES-LOTE ' orden(es) siguen '
                   'CONFIRMADA con fecha de hoy y entraran en el '
                   'proximo ciclo.'
           END-IF

           PERFORM 3000-ESTAMPAR-REGISTRO-ENVIO.

      *================================================================
      * 1400 - UBICAR EL CICLO DE LA GENERACION ACUSADA
      *   Lee el ciclo de la generacion (fecha + secuencia) en
      *   LIQENVIOS.dat; sin ciclo la generacion es anterior al
      *   registro de presentadas.
      *================================================================
       1400-UBICAR-CICLO-GENERACION.
           MOVE 'S' TO WS-GEN-SIN-REGISTRO
           MOVE 0 TO WS-ACK-NUM-CICLO
           MOVE 'N' TO WS-EOF-LIQENVIOS

           OPEN INPUT ARCHIVO-LIQENVIOS
           MOVE WS-STAT-LIQENVIOS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-LIQENVIOS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-LIQENVIOS = 'S'
               READ ARCHIVO-LIQENVIOS
                   AT END MOVE 'S' TO WS-EOF-LIQENVIOS
                   NOT AT END
                       IF LE-FEC-ARCHIVO = WS-ACK-FEC-ARCHIVO
                               AND LE-NUM-SECUENCIA =
                                   WS-ACK-NUM-SECUENCIA
                           MOVE 'S' TO WS-EOF-LIQENVIOS
                           IF LE-NUM-CICLO NUMERIC
                               MOVE 'N' TO WS-GEN-SIN-REGISTRO
                               MOVE LE-NUM-CICLO TO WS-ACK-NUM-CICLO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LIQENVIOS.

      *================================================================
      * 1500 - MARCAR EN LIQPRESENTA.dat LAS ORDENES DEL LOTE ACUSADO
      *   Cada renglon de la generacion y el banco acusados queda
      *   ACEPTADA o RECHAZADA, y su orden entra a la tabla con que
      *   2000/2500 reconocen el lote en ORDENES.dat.
      *================================================================
       1500-MARCAR-PRESENTADAS.
           MOVE 0 TO WS-CANT-ORD-LOTE
           MOVE 'N' TO WS-EOF-LIQPRESENTA

           OPEN I-O ARCHIVO-LIQPRESENTA
           IF WS-STAT-LIQPRESENTA = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAT-LIQPRESENTA TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-LIQPRESENTA' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-LIQPRESENTA = 'S'
               READ ARCHIVO-LIQPRESENTA
                   AT END MOVE 'S' TO WS-EOF-LIQPRESENTA
                   NOT AT END
                       IF LP-FEC-ARCHIVO = WS-ACK-FEC-ARCHIVO
                               AND LP-NUM-SECUENCIA =
                                   WS-ACK-NUM-SECUENCIA
                               AND LP-COD-BCO-DEST =
                                   WS-ACK-COD-BCO-DEST
                           IF WS-CANT-ORD-LOTE >= 5000
                               DISPLAY ' '
                               DISPLAY '  *** LOTE CON MAS DE 5000 '
                                   'ORDENES: acuse no aplicado ***'
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CANT-ORD-LOTE
                           MOVE LP-NUM-ORDEN
                               TO WS-LOTE-ORDEN (WS-CANT-ORD-LOTE)
                           IF ACK-ES-NAK
                               MOVE 'RECHAZADA   ' TO LP-EST-PRESENTA
                           ELSE
                               MOVE 'ACEPTADA    ' TO LP-EST-PRESENTA
                           END-IF
                           REWRITE REG-LIQ-PRESENTADA
                           MOVE WS-STAT-LIQPRESENTA TO WS-CHK-ESTADO
                           MOVE 'REESCRIBIR ARCHIVO-LIQPRESENTA'
                               TO WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LIQPRESENTA.

      *================================================================
      * 2050 - VER SI LA ORDEN EN EL BUFFER VIAJO EN EL LOTE ACUSADO
      *   El que llama ya verifico estado CONFIRMADA y banco; aqui
      *   queda WS-ORDEN-DEL-LOTE.
      *================================================================
       2050-VERIFICAR-ORDEN-LOTE.
           MOVE 'N' TO WS-ORDEN-DEL-LOTE

           IF GEN-SIN-REGISTRO
               IF OT-FEC-CONFIRMAC = WS-ACK-FEC-ARCHIVO
                   MOVE 'S' TO WS-ORDEN-DEL-LOTE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-CANT-ORD-LOTE
                      OR ORDEN-DEL-LOTE
               IF WS-LOTE-ORDEN (WS-IDX-LOTE) = OT-NUM-ORDEN
                   MOVE 'S' TO WS-ORDEN-DEL-LOTE
               END-IF
           END-PERFORM.

      *================================================================
      * 2000 - ESTAMPAR LIQUIDADA EN LAS ORDENES DEL LOTE ACEPTADO
      *   Barrido completo de ORDENES.dat abierto I-O (mismo enfoque
      *   que REV-ORDEN y 0265 en MAIN-ACH): toda orden CONFIRMADA del
      *   banco acusado que viajo en el lote (2050) es parte de lo
      *   que la camara acepto.
      *================================================================
       2000-LIQUIDAR-ORDENES-LOTE.
           MOVE 0 TO WS-ORDENES-LOTE
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       MOVE 'N' TO WS-ORDEN-DEL-LOTE
                       IF OT-EST-ORDEN = EST-CONFIRMADA
                               AND OT-COD-BCO-DEST =
                                   WS-ACK-COD-BCO-DEST
                           PERFORM 2050-VERIFICAR-ORDEN-LOTE
                       END-IF
                       IF ORDEN-DEL-LOTE
                           MOVE EST-LIQUIDADA TO OT-EST-ORDEN
                           REWRITE REG-ORDEN
                           MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
      *   con la fecha de confirmacion vieja, ninguna generacion
      *   futura (que selecciona por la fecha del dia) las tomaria y
      *   se quedarian en CONFIRMADA para siempre. Con la fecha de
      *   hoy entran en el proximo ciclo, que las vuelve a registrar
      *   en LIQPRESENTA.dat con su nueva generacion. Se limpia
      *   OT-LIQ-GENERACION: con la marca de hoy GEN-LIQUIDACION las
      *   daria por presentadas en un lote vivo.
      *================================================================
       2500-RECONFIRMAR-ORDENES-NAK.
           MOVE 0 TO WS-ORDENES-LOTE
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       MOVE 'N' TO WS-ORDEN-DEL-LOTE
                       IF OT-EST-ORDEN = EST-CONFIRMADA
                               AND OT-COD-BCO-DEST =
                                   WS-ACK-COD-BCO-DEST
                           PERFORM 2050-VERIFICAR-ORDEN-LOTE
                       END-IF
                       IF ORDEN-DEL-LOTE
                           MOVE WS-FECHA-STR TO OT-FEC-CONFIRMAC
                           MOVE SPACES TO OT-LIQ-GENERACION
                           REWRITE REG-ORDEN
                           MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
                           MOVE 'REESCRIBIR ARCHIVO-ORDENES'

           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 5000 - PROCESAR LOS ESTADOS ISO 20022 (PACS002.xml)
      *   La camara devuelve el resultado de los mensajes pacs.008 y
      *   pacs.003 de GEN-LIQUIDACION como pacs.002, un elemento por
      *   renglon. El OrgnlMsgId (P008/P003 + fecha + secuencia) ubica
      *   la generacion; cada TxInfAndSts trae la orden en
      *   OrgnlEndToEndId y su TxSts. Una orden sin estado propio toma
      *   el GrpSts del mensaje. El archivo puede traer varios
      *   mensajes seguidos: cada OrgnlMsgId nuevo aplica el anterior.
      *   Sin PACS002.xml no hay nada que hacer.
      *================================================================
       5000-PROCESAR-PACS002.
           OPEN INPUT ARCHIVO-PACS002
           IF WS-STAT-PACS002 = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAT-PACS002 TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-PACS002' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'N' TO WS-EOF-PACS002
           MOVE 'N' TO WS-P2-HAY-MENSAJE
           MOVE 'N' TO WS-P2-EN-TX
           MOVE 'N' TO WS-P2-EN-MOTIVO
           PERFORM UNTIL WS-EOF-PACS002 = 'S'
               READ ARCHIVO-PACS002
                   AT END MOVE 'S' TO WS-EOF-PACS002
                   NOT AT END
                       PERFORM 5100-INTERPRETAR-RENGLON
               END-READ
           END-PERFORM

           IF P2-HAY-MENSAJE
               PERFORM 5500-APLICAR-MENSAJE
           END-IF

           CLOSE ARCHIVO-PACS002.

      *================================================================
      * 5100 - INTERPRETAR UN RENGLON DEL pacs.002
      *   '<Etiqueta>valor</Etiqueta>' se parte en sangria, etiqueta
      *   y valor; una etiqueta de cierre llega como '/Etiqueta'. El
      *   OrgnlMsgId dentro de un TxInfAndSts repite el del grupo y no
      *   abre mensaje nuevo.
      *================================================================
       5100-INTERPRETAR-RENGLON.
           MOVE SPACES TO WS-P2-SANGRIA WS-P2-ETIQUETA WS-P2-VALOR
           UNSTRING REG-PACS002 DELIMITED BY '<' OR '>'
               INTO WS-P2-SANGRIA WS-P2-ETIQUETA WS-P2-VALOR
           END-UNSTRING

           EVALUATE WS-P2-ETIQUETA
               WHEN 'OrgnlMsgId'
                   IF NOT P2-EN-TX
                       IF P2-HAY-MENSAJE
                           PERFORM 5500-APLICAR-MENSAJE
                       END-IF
                       MOVE 'S' TO WS-P2-HAY-MENSAJE
                       MOVE WS-P2-VALOR TO WS-P2-MSGID
                       MOVE SPACES TO WS-P2-GRP-STS WS-P2-GRP-MOTIVO
                       MOVE 0 TO WS-P2-CANT-TX
                   END-IF
               WHEN 'GrpSts'
                   MOVE WS-P2-VALOR TO WS-P2-GRP-STS
               WHEN 'TxInfAndSts'
                   MOVE 'S' TO WS-P2-EN-TX
               WHEN '/TxInfAndSts'
                   MOVE 'N' TO WS-P2-EN-TX
               WHEN 'OrgnlEndToEndId'
                   IF P2-EN-TX AND P2-HAY-MENSAJE
                       IF WS-P2-CANT-TX >= 5000
                           DISPLAY ' '
                           DISPLAY '  *** pacs.002 CON MAS DE 5000 '
                               'TRANSACCIONES: estado no aplicado ***'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-P2-CANT-TX
                       MOVE WS-P2-VALOR
                           TO WS-P2-TX-ORDEN (WS-P2-CANT-TX)
                       MOVE SPACES TO WS-P2-TX-STS (WS-P2-CANT-TX)
                                      WS-P2-TX-MOTIVO (WS-P2-CANT-TX)
                   END-IF
               WHEN 'TxSts'
                   IF P2-EN-TX AND WS-P2-CANT-TX > 0
                       MOVE WS-P2-VALOR TO WS-P2-TX-STS (WS-P2-CANT-TX)
                   END-IF
               WHEN 'StsRsnInf'
                   MOVE 'S' TO WS-P2-EN-MOTIVO
               WHEN '/StsRsnInf'
                   MOVE 'N' TO WS-P2-EN-MOTIVO
               WHEN 'Cd'
                   IF P2-EN-MOTIVO
                       IF P2-EN-TX AND WS-P2-CANT-TX > 0
                           MOVE WS-P2-VALOR
                               TO WS-P2-TX-MOTIVO (WS-P2-CANT-TX)
                       ELSE
                           MOVE WS-P2-VALOR TO WS-P2-GRP-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE.

      *================================================================
      * 5500 - APLICAR UN MENSAJE pacs.002 COMPLETO
      *   pacs.008: cada orden presentada de la generacion queda
      *   ACEPTADA o RECHAZADA en LIQPRESENTA.dat y en ORDENES.dat
      *   igual que con un ACK/NAK de LIQACK (LIQUIDADA, o fecha de
      *   confirmacion de hoy para el proximo ciclo). pacs.003: como
      *   con LIQACK, los cobros no se tocan; los rechazados se
      *   reportan para que operaciones gestione con el acreedor.
      *   Con algun estado definitivo se estampa LIQENVIOS.dat.
      *================================================================
       5500-APLICAR-MENSAJE.
           MOVE 'N' TO WS-P2-HAY-MENSAJE
           ADD 1 TO WS-TOTAL-PACS002

           IF (WS-P2-MSGID (1:4) NOT = 'P008'
                   AND WS-P2-MSGID (1:4) NOT = 'P003')
                   OR WS-P2-MSGID (5:14) NOT NUMERIC
               DISPLAY '  AVISO: pacs.002 con OrgnlMsgId ajeno a '
                   'GEN-LIQUIDACION (' WS-P2-MSGID '); se ignora.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ACK-FEC-ARCHIVO WS-ACK-COD-BCO-DEST
           STRING WS-P2-MSGID (5:4) '-' WS-P2-MSGID (9:2) '-'
                  WS-P2-MSGID (11:2)
               DELIMITED SIZE INTO WS-ACK-FEC-ARCHIVO
           MOVE WS-P2-MSGID (13:6) TO WS-ACK-NUM-SECUENCIA
           MOVE 0 TO WS-P2-CANT-ACEPT WS-P2-CANT-RECHAZ
           MOVE 'N' TO WS-P2-DECIDIDO WS-P2-HAY-RECHAZO

           PERFORM 1400-UBICAR-CICLO-GENERACION

           IF WS-P2-MSGID (1:4) = 'P008'
               PERFORM 5600-MARCAR-PRESENTADAS-ISO
               PERFORM 5650-APLICAR-ORDENES-ISO
               DISPLAY '  pacs.002 de pacs.008 del archivo '
                   WS-ACK-FEC-ARCHIVO ' sec ' WS-ACK-NUM-SECUENCIA
                   ' ciclo ' WS-ACK-NUM-CICLO ' (' WS-P2-GRP-STS '): '
                   WS-ORDENES-LOTE ' orden(es) -> LIQUIDADA, '
                   WS-P2-CANT-RECHAZ ' rechazada(s)'
               IF WS-P2-CANT-RECHAZ > 0
                   DISPLAY '       Las rechazadas siguen CONFIRMADA '
                       'con fecha de hoy y entraran en el proximo '
                       'ciclo.'
               END-IF
           ELSE
               PERFORM 5700-REPORTAR-COBROS-ISO
               DISPLAY '  pacs.002 de pacs.003 del archivo '
                   WS-ACK-FEC-ARCHIVO ' sec ' WS-ACK-NUM-SECUENCIA
                   ' ciclo ' WS-ACK-NUM-CICLO ' (' WS-P2-GRP-STS '): '
                   WS-P2-CANT-ACEPT ' cobro(s) aceptado(s), '
                   WS-P2-CANT-RECHAZ ' rechazado(s)'
           END-IF
           IF WS-P2-GRP-MOTIVO NOT = SPACES
               DISPLAY '       Motivo del grupo: ' WS-P2-GRP-MOTIVO
           END-IF

           ADD WS-P2-CANT-ACEPT TO WS-TOTAL-TX-ACEPT
           ADD WS-P2-CANT-RECHAZ TO WS-TOTAL-TX-RECHAZ
           MOVE WS-P2-HAY-RECHAZO TO WS-ACK-ES-NAK
           IF P2-DECIDIDO
               PERFORM 3000-ESTAMPAR-REGISTRO-ENVIO
           END-IF.

      *================================================================
      * 5550 - RESOLVER EL ESTADO ISO DE WS-P2-ORDEN-BUSCADA
      *   Deja WS-P2-RESULTADO 'A' (aceptada o liquidada), 'R'
      *   (rechazada) o espacio (pendiente o parcial: no se decide) y
      *   el motivo en WS-P2-MOTIVO-BUSCADO.
      *================================================================
       5550-RESOLVER-ESTADO-ORDEN.
           MOVE WS-P2-GRP-STS TO WS-P2-STS-APLICA
           MOVE WS-P2-GRP-MOTIVO TO WS-P2-MOTIVO-BUSCADO
           PERFORM VARYING WS-P2-IDX FROM 1 BY 1
                   UNTIL WS-P2-IDX > WS-P2-CANT-TX
               IF WS-P2-TX-ORDEN (WS-P2-IDX) = WS-P2-ORDEN-BUSCADA
                       AND WS-P2-TX-STS (WS-P2-IDX) NOT = SPACES
                   MOVE WS-P2-TX-STS (WS-P2-IDX) TO WS-P2-STS-APLICA
                   MOVE WS-P2-TX-MOTIVO (WS-P2-IDX)
                       TO WS-P2-MOTIVO-BUSCADO
               END-IF
           END-PERFORM

           EVALUATE WS-P2-STS-APLICA
               WHEN 'ACCP'
               WHEN 'ACSP'
               WHEN 'ACSC'
               WHEN 'ACWC'
               WHEN 'ACCC'
                   MOVE 'A' TO WS-P2-RESULTADO
               WHEN 'RJCT'
                   MOVE 'R' TO WS-P2-RESULTADO
               WHEN OTHER
                   MOVE SPACE TO WS-P2-RESULTADO
           END-EVALUATE.

      *================================================================
      * 5600 - MARCAR EN LIQPRESENTA.dat LAS ORDENES DEL pacs.008
      *   Todas las presentadas de la generacion (cualquier banco)
      *   reciben su estado ISO; las decididas entran a la tabla que
      *   5650 aplica en ORDENES.dat.
      *================================================================
       5600-MARCAR-PRESENTADAS-ISO.
           MOVE 0 TO WS-P2-CANT-RES
           MOVE 'N' TO WS-EOF-LIQPRESENTA

           OPEN I-O ARCHIVO-LIQPRESENTA
           IF WS-STAT-LIQPRESENTA = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAT-LIQPRESENTA TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-LIQPRESENTA' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-LIQPRESENTA = 'S'
               READ ARCHIVO-LIQPRESENTA
                   AT END MOVE 'S' TO WS-EOF-LIQPRESENTA
                   NOT AT END
                       IF LP-FEC-ARCHIVO = WS-ACK-FEC-ARCHIVO
                               AND LP-NUM-SECUENCIA =
                                   WS-ACK-NUM-SECUENCIA
                           MOVE LP-NUM-ORDEN TO WS-P2-ORDEN-BUSCADA
                           PERFORM 5550-RESOLVER-ESTADO-ORDEN
                           IF WS-P2-RESULTADO NOT = SPACE
                               PERFORM 5610-MARCAR-PRESENTADA-ISO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LIQPRESENTA.

      *----------------------------------------------------------------
       5610-MARCAR-PRESENTADA-ISO.
           IF WS-P2-CANT-RES >= 5000
               DISPLAY ' '
               DISPLAY '  *** GENERACION CON MAS DE 5000 '
                   'ORDENES: estado no aplicado ***'
               STOP RUN
           END-IF
           ADD 1 TO WS-P2-CANT-RES
           MOVE LP-NUM-ORDEN TO WS-P2-RES-ORDEN (WS-P2-CANT-RES)
           MOVE WS-P2-RESULTADO TO WS-P2-RES-ESTADO (WS-P2-CANT-RES)
           MOVE WS-P2-MOTIVO-BUSCADO
               TO WS-P2-RES-MOTIVO (WS-P2-CANT-RES)
           MOVE 'S' TO WS-P2-DECIDIDO
           IF WS-P2-RESULTADO = 'R'
               MOVE 'RECHAZADA   ' TO LP-EST-PRESENTA
               MOVE 'S' TO WS-P2-HAY-RECHAZO
               ADD 1 TO WS-P2-CANT-RECHAZ
           ELSE
               MOVE 'ACEPTADA    ' TO LP-EST-PRESENTA
               ADD 1 TO WS-P2-CANT-ACEPT
           END-IF
           REWRITE REG-LIQ-PRESENTADA
           MOVE WS-STAT-LIQPRESENTA TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR ARCHIVO-LIQPRESENTA' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 5650 - APLICAR EN ORDENES.dat EL ESTADO DE CADA ORDEN DECIDIDA
      *   Lectura por llave: solo se toca la orden que sigue
      *   CONFIRMADA. Aceptada -> LIQUIDADA; rechazada -> fecha de
      *   confirmacion de hoy (ver 2500) y se reporta el motivo.
      *================================================================
       5650-APLICAR-ORDENES-ISO.
           MOVE 0 TO WS-ORDENES-LOTE
           IF WS-P2-CANT-RES = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARCHIVO-ORDENES
           MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM VARYING WS-P2-IDX FROM 1 BY 1
                   UNTIL WS-P2-IDX > WS-P2-CANT-RES
               MOVE WS-P2-RES-ORDEN (WS-P2-IDX) TO OT-NUM-ORDEN
               READ ARCHIVO-ORDENES
                   INVALID KEY
                       DISPLAY '  AVISO: orden ' OT-NUM-ORDEN
                           ' del pacs.002 no existe en ORDENES.dat.'
                   NOT INVALID KEY
                       IF OT-EST-ORDEN = EST-CONFIRMADA
                           PERFORM 5660-APLICAR-ORDEN-ISO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES.

      *----------------------------------------------------------------
       5660-APLICAR-ORDEN-ISO.
           IF WS-P2-RES-ESTADO (WS-P2-IDX) = 'A'
               MOVE EST-LIQUIDADA TO OT-EST-ORDEN
               ADD 1 TO WS-ORDENES-LOTE
               ADD 1 TO WS-TOTAL-LIQUIDADAS
           ELSE
               MOVE WS-FECHA-STR TO OT-FEC-CONFIRMAC
               MOVE SPACES TO OT-LIQ-GENERACION
               DISPLAY '       Orden ' OT-NUM-ORDEN ' rechazada: '
                   WS-P2-RES-MOTIVO (WS-P2-IDX)
           END-IF
           REWRITE REG-ORDEN
           MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR ARCHIVO-ORDENES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 5700 - REPORTAR EL RESULTADO DE LOS COBROS (pacs.003)
      *   Los cobros no quedan en LIQPRESENTA.dat: se cuentan los del
      *   pacs.002 y se listan los rechazados con su motivo.
      *================================================================
       5700-REPORTAR-COBROS-ISO.
           IF WS-P2-CANT-TX = 0
               MOVE SPACES TO WS-P2-ORDEN-BUSCADA
               PERFORM 5550-RESOLVER-ESTADO-ORDEN
               EVALUATE WS-P2-RESULTADO
                   WHEN 'A'
                       MOVE 'S' TO WS-P2-DECIDIDO
                   WHEN 'R'
                       MOVE 'S' TO WS-P2-DECIDIDO
                       MOVE 'S' TO WS-P2-HAY-RECHAZO
                       DISPLAY '       Mensaje de cobros rechazado '
                           'completo: revise los COBRO_ENVIADO de la '
                           'generacion.'
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-P2-IDX-COBRO FROM 1 BY 1
                   UNTIL WS-P2-IDX-COBRO > WS-P2-CANT-TX
               MOVE WS-P2-TX-ORDEN (WS-P2-IDX-COBRO)
                   TO WS-P2-ORDEN-BUSCADA
               PERFORM 5550-RESOLVER-ESTADO-ORDEN
               EVALUATE WS-P2-RESULTADO
                   WHEN 'A'
                       MOVE 'S' TO WS-P2-DECIDIDO
                       ADD 1 TO WS-P2-CANT-ACEPT
                   WHEN 'R'
                       MOVE 'S' TO WS-P2-DECIDIDO
                       MOVE 'S' TO WS-P2-HAY-RECHAZO
                       ADD 1 TO WS-P2-CANT-RECHAZ
                       ADD 1 TO WS-TOTAL-COBROS-RECHAZ
                       DISPLAY '       Cobro ' WS-P2-ORDEN-BUSCADA
                           ' rechazado: ' WS-P2-MOTIVO-BUSCADO
               END-EVALUATE
           END-PERFORM.

      *================================================================
      * 0100 - OBTENER LA FECHA DE PROCESO
      *================================================================
           DISPLAY '  Acuses leidos           : ' WS-TOTAL-ACUSES
           DISPLAY '  Lotes aceptados (ACK)   : ' WS-TOTAL-ACK
           DISPLAY '  Lotes rechazados (NAK)  : ' WS-TOTAL-NAK
           DISPLAY '  Mensajes pacs.002       : ' WS-TOTAL-PACS002
           DISPLAY '  Transacc. ISO aceptadas : ' WS-TOTAL-TX-ACEPT
           DISPLAY '  Transacc. ISO rechazadas: ' WS-TOTAL-TX-RECHAZ
           DISPLAY '  Cobros ISO rechazados   : '
               WS-TOTAL-COBROS-RECHAZ
           DISPLAY '  Ordenes -> LIQUIDADA    : ' WS-TOTAL-LIQUIDADAS
           DISPLAY WS-LINEA.

