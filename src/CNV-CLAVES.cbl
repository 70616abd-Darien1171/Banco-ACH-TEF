      *================================================================
      * CNV-CLAVES.cbl - Conversion de Claves de USUARIOS.dat a Huella
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Utilidad de una sola vez para el paso de las claves en claro
      * a su huella cifrada (ver USUARIOS.cpy y 8970-CIFRAR-CLAVE).
      * Se corre con todas las sesiones cerradas, antes de poner en
      * linea los programas que ya comparan huellas. Por cada usuario
      * sin sal (US-SAL-CLAVE en espacios):
      *
      *   - le asigna su sal (hora de la corrida + consecutivo);
      *   - reemplaza US-CLAVE y las dos claves de la historia por
      *     su huella, para que el control de repeticion siga
      *     funcionando sobre la historia ya existente;
      *   - le deja la marca de cambio pendiente: la clave que tenia
      *     estuvo expuesta en claro y el proximo ingreso exige
      *     cambiarla.
      *
      * Un usuario que ya tiene sal no se toca, asi que volver a
      * correrla no cifra dos veces.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-CLAVES.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       01 WS-FILE-STATUS.
          05 WS-STAT-USUARIOS     PIC X(2).

       01 WS-AUX.
          05 WS-EOF-USUARIOS      PIC X VALUE 'N'.
             88 FIN-USUARIOS         VALUE 'S'.
          05 WS-HORA-ACTUAL.
             10 WS-HH             PIC 9(2).
             10 WS-MM             PIC 9(2).
             10 WS-SS             PIC 9(2).
             10 WS-CC             PIC 9(2).
          05 WS-SAL-NUEVA.
             10 WS-SAL-HORA       PIC 9(4).
             10 WS-SAL-CONSEC     PIC 9(4).

       01 WS-CONTADORES.
          05 WS-TOTAL-LEIDOS      PIC 9(7) VALUE 0.
          05 WS-TOTAL-CONVERTIDOS PIC 9(7) VALUE 0.
          05 WS-TOTAL-YA-CIFRADOS PIC 9(7) VALUE 0.

       01 WS-LINEA PIC X(60)
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
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CONVERSION DE CLAVES DE USUARIOS A HUELLA'
           DISPLAY WS-LINEA

           OPEN I-O ARCHIVO-USUARIOS
           IF WS-STAT-USUARIOS NOT = '00'
               DISPLAY '  ERROR ABRIENDO USUARIOS.dat: '
                   WS-STAT-USUARIOS
               STOP RUN
           END-IF

           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE WS-HORA-ACTUAL (1:4) TO WS-SAL-HORA
           MOVE ZERO TO WS-SAL-CONSEC

           PERFORM UNTIL FIN-USUARIOS
               READ ARCHIVO-USUARIOS
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       IF US-SAL-CLAVE = SPACES
                           PERFORM 1000-CONVERTIR-USUARIO
                       ELSE
                           ADD 1 TO WS-TOTAL-YA-CIFRADOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-USUARIOS

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN'
           DISPLAY '  Usuarios leidos      : ' WS-TOTAL-LEIDOS
           DISPLAY '  Claves convertidas   : ' WS-TOTAL-CONVERTIDOS
           DISPLAY '  Ya estaban cifradas  : ' WS-TOTAL-YA-CIFRADOS
           IF WS-TOTAL-CONVERTIDOS > 0
               DISPLAY '  Los usuarios convertidos deben cambiar la '
                   'clave en su proximo ingreso.'
           END-IF
           DISPLAY WS-LINEA
           STOP RUN.

      *================================================================
      * 1000 - CIFRAR LA CLAVE Y LA HISTORIA DE UN USUARIO
      *   La historia en espacios (usuario nuevo o sin cambios) se
      *   deja en espacios: no hay clave que cifrar.
      *================================================================
       1000-CONVERTIR-USUARIO.
           ADD 1 TO WS-SAL-CONSEC
           MOVE WS-SAL-NUEVA TO US-SAL-CLAVE
           MOVE US-SAL-CLAVE TO WS-CIF-SAL
           MOVE US-COD-USUARIO TO WS-CIF-USUARIO

           MOVE US-CLAVE TO WS-CIF-CLAVE
           PERFORM 8970-CIFRAR-CLAVE
           MOVE WS-CIF-RESULTADO TO US-CLAVE

           IF US-CLAVE-ANT-1 NOT = SPACES
               MOVE US-CLAVE-ANT-1 TO WS-CIF-CLAVE
               PERFORM 8970-CIFRAR-CLAVE
               MOVE WS-CIF-RESULTADO TO US-CLAVE-ANT-1
           END-IF

           IF US-CLAVE-ANT-2 NOT = SPACES
               MOVE US-CLAVE-ANT-2 TO WS-CIF-CLAVE
               PERFORM 8970-CIFRAR-CLAVE
               MOVE WS-CIF-RESULTADO TO US-CLAVE-ANT-2
           END-IF

           MOVE FLAG-SI TO US-MCA-DEBE-CAMBIAR

           REWRITE REG-USUARIO
           IF WS-STAT-USUARIOS NOT = '00'
               DISPLAY '  ERROR REESCRIBIENDO ' US-COD-USUARIO ': '
                   WS-STAT-USUARIOS
           ELSE
               ADD 1 TO WS-TOTAL-CONVERTIDOS
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
