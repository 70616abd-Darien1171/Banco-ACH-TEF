      * la clave, y suspende o reactiva. Quien administra debe
      * identificarse como ADMIN activo, salvo en el arranque (archivo
      * inexistente o vacio), cuando se permite crear el primer ADMIN
      * con un aviso. Todo cambio queda en AUDITORIA.dat. Las claves
      * se guardan cifradas con la sal del usuario (8970).
      *================================================================

       IDENTIFICATION DIVISION.
       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

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
                   NOT AT END
                       MOVE 'N' TO WS-MAESTRO-VACIO
                       IF US-COD-USUARIO = WS-ADM-CODIGO
                           MOVE WS-ADM-CLAVE TO WS-CIF-CLAVE
                           MOVE US-SAL-CLAVE TO WS-CIF-SAL
                           MOVE US-COD-USUARIO TO WS-CIF-USUARIO
                           PERFORM 8970-CIFRAR-CLAVE
                           IF US-CLAVE = WS-CIF-RESULTADO
                                   AND US-MCA-ACTIVO = FLAG-SI
                                   AND ROL-ADMIN
                               MOVE 'S' TO WS-ADM-VALIDO
                               MOVE 'S' TO WS-EOF-USUARIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

      *    Sal propia del usuario tomada del reloj al crearlo.
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE WS-HORA-ACTUAL TO WS-CIF-SAL
           MOVE WS-CAP-CLAVE TO WS-CIF-CLAVE
           MOVE WS-CAP-COD-USUARIO TO WS-CIF-USUARIO
           PERFORM 8970-CIFRAR-CLAVE

           OPEN EXTEND ARCHIVO-USUARIOS
           MOVE WS-CAP-COD-USUARIO TO US-COD-USUARIO
           MOVE WS-CAP-NOM-USUARIO TO US-NOM-USUARIO
           MOVE WS-CIF-SAL TO US-SAL-CLAVE
           MOVE WS-CIF-RESULTADO TO US-CLAVE
           MOVE WS-CAP-ROL TO US-ROL
           MOVE FLAG-SI TO US-MCA-ACTIVO
           MOVE WS-FECHA-STR TO US-FEC-CREACION
      *   anteriores; al aplicarla, rota la historia, estampa la
      *   fecha, reinicia los intentos fallidos y deja la marca de
      *   cambio pendiente: una clave puesta por el ADMIN es de un
      *   solo uso y el usuario debe cambiarla al ingresar. La
      *   comparacion con la historia es entre huellas; un registro
      *   aun sin convertir recibe aqui su sal y arranca sin historia.
      *================================================================
       4200-CAMBIAR-CLAVE.
           IF US-SAL-CLAVE = SPACES
               ACCEPT WS-HORA-ACTUAL FROM TIME
               MOVE WS-HORA-ACTUAL TO US-SAL-CLAVE
               MOVE SPACES TO US-CLAVE
               MOVE SPACES TO US-CLAVE-ANT-1
               MOVE SPACES TO US-CLAVE-ANT-2
           END-IF

           MOVE WS-CAP-CLAVE TO WS-CIF-CLAVE
           MOVE US-SAL-CLAVE TO WS-CIF-SAL
           MOVE US-COD-USUARIO TO WS-CIF-USUARIO
           PERFORM 8970-CIFRAR-CLAVE

           IF WS-CIF-RESULTADO = US-CLAVE
                   OR WS-CIF-RESULTADO = US-CLAVE-ANT-1
                   OR WS-CIF-RESULTADO = US-CLAVE-ANT-2
               MOVE 'N' TO WS-APLICAR-CAMBIO
               EXIT PARAGRAPH
           END-IF

           MOVE US-CLAVE-ANT-1 TO US-CLAVE-ANT-2
           MOVE US-CLAVE TO US-CLAVE-ANT-1
           MOVE WS-CIF-RESULTADO TO US-CLAVE
           MOVE WS-FECHA-STR TO US-FEC-ULT-CLAVE
           MOVE ZERO TO US-CNT-FALLIDOS
           MOVE FLAG-SI TO US-MCA-DEBE-CAMBIAR.
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

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
