
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
          05 WS-COD-AUTORIZA       PIC X(10).
          05 WS-CLAVE-AUTORIZA     PIC X(20).

      *----------------------------------------------------------------
      * Orden precargada por GES-PQR al invocar este programa desde
      * el cierre de una queja (EXTERNAL); en blanco o sin iniciar
      * cuando el programa corre solo.
      *----------------------------------------------------------------
       01 WS-ORDEN-PRECARGADA      PIC X(20) EXTERNAL.

       01 WS-DATOS-ORDEN.
          05 WS-COD-CTA-ORIGEN     PIC X(20).
          05 WS-COD-BCO-DEST       PIC X(3).
             10 WS-CER-CC         PIC 9(2).
          05 WS-CER-HORA          PIC X(8).

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

       PROCEDURE DIVISION.

      *================================================================

           PERFORM 9900-CERRAR-ARCHIVOS
           PERFORM 9880-LIBERAR-CERROJOS-SESION
           GOBACK.

      *================================================================
      * 0100 - OBTENER FECHA Y HORA DEL SISTEMA
      *================================================================
       0200-CAPTURAR-DATOS.
           DISPLAY ' '
           IF WS-ORDEN-PRECARGADA NOT = SPACES
                   AND WS-ORDEN-PRECARGADA NOT = LOW-VALUES
               MOVE WS-ORDEN-PRECARGADA TO WS-ORDEN-BUSCADA
               MOVE SPACES TO WS-ORDEN-PRECARGADA
               DISPLAY '  Numero de la orden ENVIADA a anular: '
                   WS-ORDEN-BUSCADA ' (traida de la queja)'
           ELSE
               DISPLAY '  Numero de la orden ENVIADA a anular: '
                   WITH NO ADVANCING
               ACCEPT WS-ORDEN-BUSCADA
           END-IF

           DISPLAY '  Motivo de la anulacion: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-ANULACION
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       IF US-COD-USUARIO = WS-COD-AUTORIZA
                           MOVE WS-CLAVE-AUTORIZA TO WS-CIF-CLAVE
                           MOVE US-SAL-CLAVE TO WS-CIF-SAL
                           MOVE US-COD-USUARIO TO WS-CIF-USUARIO
                           PERFORM 8970-CIFRAR-CLAVE
                           IF US-CLAVE = WS-CIF-RESULTADO
                                   AND US-MCA-ACTIVO = FLAG-SI
                                   AND ROL-SUPERVISOR
                               MOVE 'S' TO WS-SUP-VALIDO
                               MOVE 'S' TO WS-EOF-USUARIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *================================================================
      * 1000 - BUSCAR LA ORDEN ENVIADA Y DEJARLA ANULADA
      *   Lectura directa por OT-NUM-ORDEN y reescritura del estado
      *   de una vez, igual que 0265 en MAIN-ACH con las programadas.
      *================================================================
       1000-BUSCAR-ORDEN-ENVIADA.
           MOVE 'N' TO WS-ORDEN-ENCONTRADA

           MOVE WS-ORDEN-BUSCADA TO OT-NUM-ORDEN
           READ ARCHIVO-ORDENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OT-EST-ORDEN = EST-ENVIADA
                       MOVE 'S' TO WS-ORDEN-ENCONTRADA
                       MOVE OT-COD-CTA-ORIGEN TO WS-COD-CTA-ORIGEN
                       MOVE OT-COD-BCO-DEST TO WS-COD-BCO-DEST
                       MOVE OT-MTO-TOTAL TO WS-MTO-TOTAL
                       MOVE EST-ANULADA TO OT-EST-ORDEN
                       REWRITE REG-ORDEN
                       MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
                       MOVE 'REESCRIBIR ARCHIVO-ORDENES'
                           TO WS-CHK-DESCRIPCION
                       PERFORM 9950-VERIFICAR-ESTADO-IO
                   END-IF
           END-READ.

      *================================================================
      * 2000 - BUSCAR EL BLOQUEO ACTIVO Y DEJARLO LIBERADO
               DISPLAY '  Codigo    : ' WS-CHK-ESTADO
               STOP RUN
           END-IF.

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
