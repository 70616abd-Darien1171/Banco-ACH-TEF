      *   - colas de reintentos (PENDIENTE y SUSPENDIDO), de doble
      *     firma (PENDFIRMA) y de retenidas por fraude;
      *   - holgura de exposicion por banco contra su tope bilateral
      *     BN-LIM-EXPOSICION;
      *   - semaforo de la ultima auditoria de integridad referencial
      *     (AUD-INTEGRIDAD, RN-SEMAFORO en RUNCTL.dat).
      *
      * Ademas de la pantalla, los items en ROJO quedan en el archivo
      * de alertas data/ALERTAS.dat (una linea por alerta) para que

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

           SELECT ARCHIVO-REINTENTOS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BANCOS.

           SELECT ARCHIVO-RUNCTL
               ASSIGN TO 'data/RUNCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RUNCTL.

           SELECT ARCHIVO-ALERTAS
               ASSIGN TO 'data/ALERTAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
       FD ARCHIVO-BANCOS.
       COPY 'copybooks/BANCOS.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-ALERTAS.
       01 REG-LINEA-ALERTA      PIC X(100).

          05 WS-STAT-RETENIDAS    PIC X(2).
          05 WS-STAT-BANCOS       PIC X(2).
          05 WS-STAT-ALERTAS      PIC X(2).
          05 WS-STAT-RUNCTL       PIC X(2).

      *----------------------------------------------------------------
      * Umbrales del tablero
          05 WS-ROJOS             PIC 9(3) VALUE 0.
          05 WS-DIA-OK            PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Ultima corrida terminada de la auditoria de integridad
      *----------------------------------------------------------------
       01 WS-INTEGRIDAD.
          05 WS-INT-FEC-CORRIDA   PIC X(10) VALUE SPACES.
          05 WS-INT-SEMAFORO      PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
           PERFORM 3000-REVISAR-ENVIADAS
           PERFORM 4000-REVISAR-COLAS
           PERFORM 5000-REVISAR-EXPOSICION
           PERFORM 6000-REVISAR-INTEGRIDAD

           DISPLAY ' '
           IF WS-ROJOS = 0
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF OT-EST-ORDEN = EST-ENVIADA
           END-IF

           PERFORM UNTIL WS-EOF-ORD-EXPO = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORD-EXPO
                   NOT AT END
                       IF OT-COD-BCO-DEST = BN-COD-BANCO
                   BN-COD-BANCO ': ' WS-POR-USO-EXPO
                   ' pct del tope.'
           END-IF.

      *================================================================
      * 6000 - REVISAR EL SEMAFORO DE LA AUDITORIA DE INTEGRIDAD
      *   Toma el ultimo renglon TERMINADO de AUD-INTEGRIDAD en la
      *   bitacora de corridas: ROJO si dejo excepciones de
      *   severidad ALTA (ver data/INTEGRIDAD.txt).
      *================================================================
       6000-REVISAR-INTEGRIDAD.
           MOVE 'N' TO WS-EOF-GENERICO
           MOVE SPACES TO WS-INT-FEC-CORRIDA
           MOVE SPACES TO WS-INT-SEMAFORO

           OPEN INPUT ARCHIVO-RUNCTL
           IF WS-STAT-RUNCTL = '35'
               MOVE 'S' TO WS-EOF-GENERICO
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-RUNCTL
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF RN-PROGRAMA = 'AUD-INTEGRIDAD'
                               AND RUN-TERMINADO
                           MOVE RN-FEC-PROCESO TO WS-INT-FEC-CORRIDA
                           MOVE RN-SEMAFORO TO WS-INT-SEMAFORO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-RUNCTL NOT = '35'
               CLOSE ARCHIVO-RUNCTL
           END-IF

           EVALUATE WS-INT-SEMAFORO
               WHEN 'ROJO    '
                   DISPLAY '  [ROJO]     Integridad referencial con '
                       'excepciones ALTA (corrida '
                       WS-INT-FEC-CORRIDA ', ver data/INTEGRIDAD.txt).'
                   MOVE SPACES TO WS-LINEA-ALERTA
                   STRING 'INTEGRIDAD REFERENCIAL CON EXCEPCIONES '
                       'ALTA; corrida ' WS-INT-FEC-CORRIDA
                       DELIMITED SIZE INTO WS-LINEA-ALERTA
                   PERFORM 0900-ESCRIBIR-ALERTA
               WHEN 'AMARILLO'
                   DISPLAY '  [AMARILLO] Integridad referencial con '
                       'excepciones menores (corrida '
                       WS-INT-FEC-CORRIDA ').'
               WHEN 'VERDE   '
                   DISPLAY '  [VERDE]    Integridad referencial sin '
                       'excepciones (corrida ' WS-INT-FEC-CORRIDA ').'
               WHEN OTHER
                   DISPLAY '  [AMARILLO] Sin corrida terminada de '
                       'AUD-INTEGRIDAD.'
           END-EVALUATE.
