      * Las retenciones, programadas y recurrentes no guardan el
      * codigo del cliente: cada renglon candidato se resuelve leyendo
      * su cuenta origen por clave en CUENTAS.dat.
      *
      * Los numeros de cuenta y de documento salen enmascarados
      * (solo los cuatro ultimos) salvo para el operador al que la
      * matriz de permisos le concede expresamente la funcion
      * VER-NUMERO de este programa, por su usuario o por su rol.
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

           SELECT ARCHIVO-ORDENES-HIST
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RETABONOS.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

           SELECT ARCHIVO-PERMISOS
               ASSIGN TO 'data/PERMISOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PERMISOS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RECURRENTES.
       COPY 'copybooks/RECURRENTES.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       FD ARCHIVO-PERMISOS.
       COPY 'copybooks/PERMISOS.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
          05 WS-RESTANTE-DIA      PIC S9(13)V99.
          05 WS-RESTANTE-MES      PIC S9(13)V99.

      *----------------------------------------------------------------
      * Identificacion del operador que consulta (USUARIOS.dat) y
      * chequeo de la funcion VER-NUMERO en la matriz de permisos
      * (PERMISOS.dat): sin maestro, sin matriz, con ingreso fallido
      * o sin un renglon que la conceda, la consulta sigue pero con
      * los numeros enmascarados; un renglon que niega gana.
      *----------------------------------------------------------------
       01 WS-SESION-OPERADOR.
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-COD-OPERADOR      PIC X(20).
          05 WS-CLAVE-OPERADOR    PIC X(20).
          05 WS-EOF-USUARIOS      PIC X VALUE 'N'.
          05 WS-OPE-VALIDO        PIC X VALUE 'N'.
             88 OPE-VALIDO           VALUE 'S'.

       01 WS-CHEQUEO-PERMISO.
          05 WS-STAT-PERMISOS     PIC X(2).
          05 WS-EOF-PERMISOS      PIC X VALUE 'N'.
          05 WS-PERMISO-CONCEDIDO PIC X VALUE 'N'.
             88 PERMISO-CONCEDIDO    VALUE 'S'.
          05 WS-PERMISO-NEGADO    PIC X VALUE 'N'.
             88 PERMISO-NEGADO       VALUE 'S'.
          05 WS-PRM-PROGRAMA      PIC X(20) VALUE 'CNS-CLIENTE360'.
          05 WS-PRM-FUNCION       PIC X(10) VALUE 'VER-NUMERO'.
          05 WS-PRM-ROL-OPERADOR  PIC X(10).

       01 WS-AUX.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-HAY-RENGLONES     PIC X VALUE 'N'.
       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Enmascaramiento de cuentas y documentos en las salidas que
      * recibe el cliente o que circulan por la oficina (ver 8980)
      *----------------------------------------------------------------
       01 WS-MASCARA.
          05 WS-MSK-ENTRADA       PIC X(20).
          05 WS-MSK-SALIDA        PIC X(20).
          05 WS-MSK-LARGO         PIC 9(2).
          05 WS-MSK-VISIBLE       PIC 9(2).
          05 WS-VER-COMPLETO      PIC X VALUE 'N'.
             88 VER-COMPLETO         VALUE 'S'.

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
           DISPLAY '  CONSULTA INTEGRAL DEL CLIENTE (360)'
           DISPLAY WS-LINEA

           PERFORM 0500-IDENTIFICAR-OPERADOR
           IF OPE-VALIDO
               PERFORM 0510-VERIFICAR-VER-NUMERO
           END-IF
           IF NOT VER-COMPLETO
               DISPLAY '  (cuentas y documentos enmascarados)'
           END-IF

           DISPLAY '  Codigo del cliente: ' WITH NO ADVANCING
           ACCEPT WS-COD-CLIENTE-BUSCADO

           DISPLAY WS-LINEA
           STOP RUN.

      *================================================================
      * 0500 - IDENTIFICAR AL OPERADOR QUE CONSULTA
      *   Codigo + clave contra USUARIOS.dat (activo y clave igual).
      *   Un ingreso que no valida no impide la consulta: solo deja
      *   los numeros enmascarados.
      *================================================================
       0500-IDENTIFICAR-OPERADOR.
           DISPLAY '  Codigo del operador: ' WITH NO ADVANCING
           ACCEPT WS-COD-OPERADOR
           DISPLAY '  Clave: ' WITH NO ADVANCING
           ACCEPT WS-CLAVE-OPERADOR

           MOVE 'N' TO WS-OPE-VALIDO
           MOVE 'N' TO WS-EOF-USUARIOS
           MOVE SPACES TO WS-PRM-ROL-OPERADOR

           OPEN INPUT ARCHIVO-USUARIOS
           IF WS-STAT-USUARIOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-USUARIOS = 'S'
               READ ARCHIVO-USUARIOS
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       IF US-COD-USUARIO = WS-COD-OPERADOR
                           MOVE WS-CLAVE-OPERADOR TO WS-CIF-CLAVE
                           MOVE US-SAL-CLAVE TO WS-CIF-SAL
                           MOVE US-COD-USUARIO TO WS-CIF-USUARIO
                           PERFORM 8970-CIFRAR-CLAVE
                           IF US-MCA-ACTIVO = FLAG-SI
                                   AND US-CLAVE = WS-CIF-RESULTADO
                               MOVE 'S' TO WS-OPE-VALIDO
                               MOVE US-ROL TO WS-PRM-ROL-OPERADOR
                           END-IF
                           MOVE 'S' TO WS-EOF-USUARIOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-USUARIOS

           IF NOT OPE-VALIDO
               DISPLAY '  AVISO: operador no validado; la consulta '
                   'sigue con los numeros enmascarados.'
           END-IF.

      *================================================================
      * 0510 - VERIFICAR LA FUNCION VER-NUMERO EN LA MATRIZ
      *   A diferencia del chequeo de entrada de los demas programas,
      *   aqui solo cuentan los renglones de la funcion VER-NUMERO (un
      *   comodin '*' abre la consulta pero no los numeros) y sin
      *   matriz no se concede nada.
      *================================================================
       0510-VERIFICAR-VER-NUMERO.
           MOVE 'N' TO WS-EOF-PERMISOS
           MOVE 'N' TO WS-PERMISO-CONCEDIDO
           MOVE 'N' TO WS-PERMISO-NEGADO

           OPEN INPUT ARCHIVO-PERMISOS
           IF WS-STAT-PERMISOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PERMISOS = 'S'
               READ ARCHIVO-PERMISOS
                   AT END MOVE 'S' TO WS-EOF-PERMISOS
                   NOT AT END
                       PERFORM 0511-EVALUAR-RENGLON-PERMISO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PERMISOS

           IF PERMISO-CONCEDIDO AND NOT PERMISO-NEGADO
               MOVE 'S' TO WS-VER-COMPLETO
           END-IF.

      *================================================================
      * 0511 - APLICAR UN RENGLON DE LA MATRIZ DE PERMISOS
      *================================================================
       0511-EVALUAR-RENGLON-PERMISO.
           IF PM-MCA-ACTIVO NOT = FLAG-SI
                   OR PM-COD-PROGRAMA NOT = WS-PRM-PROGRAMA
                   OR PM-COD-FUNCION NOT = WS-PRM-FUNCION
               EXIT PARAGRAPH
           END-IF

           IF (PM-SUJETO-USUARIO
                   AND PM-COD-SUJETO = WS-COD-OPERADOR)
               OR (PM-SUJETO-ROL
                   AND PM-COD-SUJETO = WS-PRM-ROL-OPERADOR)
               IF PM-MCA-PERMITE = FLAG-SI
                   MOVE 'S' TO WS-PERMISO-CONCEDIDO
               ELSE
                   MOVE 'S' TO WS-PERMISO-NEGADO
               END-IF
           END-IF.

      *================================================================
      * 1000 - DATOS DEL MAESTRO DE CLIENTES
      *================================================================
                       IF CL-COD-CLIENTE = WS-COD-CLIENTE-BUSCADO
                           MOVE 'S' TO WS-HAY-RENGLONES
                           DISPLAY '  ' CL-NOM-LEGAL
                           MOVE CL-NUM-DOCUMENTO TO WS-MSK-ENTRADA
                           PERFORM 8985-PREPARAR-NUMERO
                           DISPLAY '  Documento ' CL-TIP-DOCUMENTO
                               ' ' WS-MSK-SALIDA (1:15)
                               ' | Segmento '
                               CL-SEGMENTO ' | Activo '
                               CL-MCA-ACTIVO
                           DISPLAY '  Tel ' CL-TELEFONO ' | '
                           MOVE 'S' TO WS-HAY-RENGLONES
                           MOVE CC-SAL-DISPONIBLE TO WS-DISP-MONTO
                           MOVE CC-SAL-BLOQUEADO TO WS-DISP-MONTO2
                           MOVE CC-COD-CUENTA TO WS-MSK-ENTRADA
                           PERFORM 8985-PREPARAR-NUMERO
                           DISPLAY '  ' WS-MSK-SALIDA ' ('
                               CC-TIP-CUENTA ') activa '
                               CC-MCA-ACTIVA ' congelada '
                               CC-MCA-CONGELADA
                                       MOVE 'S' TO WS-HAY-RENGLONES
                                       MOVE RA-MTO-RETENIDO
                                           TO WS-DISP-MONTO
                                       MOVE RA-COD-CUENTA
                                           TO WS-MSK-ENTRADA
                                       PERFORM 8985-PREPARAR-NUMERO
                                       DISPLAY '  ' RA-NUM-RETENCION
                                           ' ' WS-MSK-SALIDA
                                       DISPLAY '      $'
                                           WS-DISP-MONTO
                                           ' retenido desde '
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF OT-EST-ORDEN = EST-PROGRAMADA
                               DISPLAY '  ' OT-NUM-ORDEN ' $'
                                   WS-DISP-MONTO ' para el '
                                   OT-FEC-VALOR
                               MOVE OT-COD-CTA-DEST TO WS-MSK-ENTRADA
                               PERFORM 8985-PREPARAR-NUMERO
                               DISPLAY '      A ' OT-COD-BCO-DEST
                                   '/' WS-MSK-SALIDA
                           END-IF
                       END-IF
               END-READ
                               DISPLAY '  ' RC-COD-RECURRENTE ' $'
                                   WS-DISP-MONTO ' '
                                   RC-FRECUENCIA
                               MOVE RC-COD-CTA-DEST TO WS-MSK-ENTRADA
                               PERFORM 8985-PREPARAR-NUMERO
                               DISPLAY '      Proxima ejecucion '
                                   RC-FEC-PROX-EJEC ' a '
                                   RC-COD-BCO-DEST '/'
                                   WS-MSK-SALIDA
                           END-IF
                       END-IF
               END-READ
                       IF CT-COD-CLIENTE = WS-COD-CLIENTE-BUSCADO
                               AND CT-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-HAY-COTIT
                           MOVE CT-COD-CUENTA TO WS-MSK-ENTRADA
                           PERFORM 8985-PREPARAR-NUMERO
                           DISPLAY '  ' WS-MSK-SALIDA
                               ' (firma ' CT-REGLA-FIRMA
                               ': I=indistinta, C=conjunta)'
                       END-IF
           END-READ

           CLOSE ARCHIVO-CUENTAS.

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
      * 8985 - PREPARAR UN NUMERO PARA MOSTRARLO
      *   Completo si el operador tiene VER-NUMERO; si no, 8980.
      *================================================================
       8985-PREPARAR-NUMERO.
           IF VER-COMPLETO
               MOVE WS-MSK-ENTRADA TO WS-MSK-SALIDA
           ELSE
               PERFORM 8980-ENMASCARAR-NUMERO
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
