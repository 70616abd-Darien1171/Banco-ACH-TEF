      *================================================================
      * COR-LOTE.cbl - Correccion de Lineas Rechazadas de un Lote
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Despues de que el modo (B)atch de MAIN-ACH procesa un
      * SOLICITUDES.dat, RESULTADOS.dat trae la disposicion de cada
      * linea; las RECHAZADA (banco o cuenta destino errados, monto
      * fuera de tope, fondos...) antes obligaban al originador a
      * armar y entregar un archivo nuevo. Este programa deja que un
      * SUPERVISOR las corrija aqui mismo:
      *
      *   - verifica que el lote de SOLICITUDES.dat figure en
      *     PROCESADOS.dat y que RESULTADOS.dat sea su resultado
      *     (mismas cuentas y montos renglon por renglon);
      *   - lista las lineas RECHAZADA con su codigo y su texto;
      *   - sobre cada linea elegida el supervisor corrige el banco
      *     destino, la cuenta destino y/o el monto, o la reenvia sin
      *     cambio (el rechazo fue transitorio, p.ej. fondos);
      *   - con su confirmacion, deja en SOLICITUDES.dat el archivo de
      *     correccion enlazado: mismo originador, fecha y secuencia
      *     del original, el numero de correccion siguiente, el
      *     conteo y la suma del control del original como
      *     referencia, y su propio control 'T' (ver SOLICITUD.cpy).
      *
      * MAIN-ACH procesa el archivo de correccion como cualquier lote:
      * no lo rechaza como duplicado de su original (el numero de
      * correccion es parte del identificador en PROCESADOS.dat) y a
      * su vez deja un RESULTADOS.dat, de modo que lo que se vuelva a
      * rechazar puede corregirse otra vez. Cada linea enviada deja su
      * renglon de AUDITORIA.dat con los valores antes y despues.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COR-LOTE.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-SOLICITUDES
               ASSIGN TO 'data/SOLICITUDES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SOLIC.

           SELECT ARCHIVO-RESULTADOS
               ASSIGN TO 'data/RESULTADOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RESULTADOS.

           SELECT ARCHIVO-PROCESADOS
               ASSIGN TO 'data/PROCESADOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PROCESADOS.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-STAT-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-SOLICITUDES.
       COPY 'copybooks/SOLICITUD.cpy'.

       FD ARCHIVO-RESULTADOS.
       COPY 'copybooks/RESULTLOTE.cpy'.

       FD ARCHIVO-PROCESADOS.
       COPY 'copybooks/PROCESADOS.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-SOLIC        PIC X(2).
          05 WS-STAT-RESULTADOS   PIC X(2).
          05 WS-STAT-PROCESADOS   PIC X(2).
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

      *----------------------------------------------------------------
      * Chequeo generico de estado de E/S (igual que en MAIN-ACH)
      *----------------------------------------------------------------
       01 WS-CHK-IO.
          05 WS-CHK-ESTADO        PIC X(2).
          05 WS-CHK-DESCRIPCION   PIC X(40).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
      *----------------------------------------------------------------
       01 WS-FECHA-HOY.
          05 WS-ANO               PIC 9(4).
          05 WS-MES                PIC 9(2).
          05 WS-DIA                PIC 9(2).
       01 WS-HORA-ACTUAL.
          05 WS-HH                 PIC 9(2).
          05 WS-MM                 PIC 9(2).
          05 WS-SS                 PIC 9(2).
          05 WS-CC                 PIC 9(2).

       01 WS-FECHA-STR             PIC X(10).
       01 WS-HORA-STR              PIC X(8).
       01 WS-FECHA-COMPACTA        PIC X(8).

      *----------------------------------------------------------------
      * Consecutivos diarios
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Identificacion del supervisor de la sesion
      *----------------------------------------------------------------
       01 WS-SESION-SUPERVISOR.
          05 WS-COD-SUPERVISOR    PIC X(20).
          05 WS-CLAVE-SUPERVISOR  PIC X(20).
          05 WS-EOF-USUARIOS      PIC X VALUE 'N'.
          05 WS-SUP-VALIDO        PIC X VALUE 'N'.
             88 SUP-VALIDO           VALUE 'S'.

      *----------------------------------------------------------------
      * Encabezado y control del lote que esta en SOLICITUDES.dat
      *----------------------------------------------------------------
       01 WS-LOTE-ORIGINAL.
          05 WS-LOT-COD-ORIGINADOR PIC X(10).
          05 WS-LOT-FEC-ARCHIVO    PIC X(10).
          05 WS-LOT-NUM-SECUENCIA  PIC 9(6).
          05 WS-LOT-COD-CANAL      PIC X(3).
          05 WS-LOT-NUM-CORRECCION PIC 9(2).
          05 WS-LOT-ORIG-CANT      PIC 9(6).
          05 WS-LOT-ORIG-TOTAL     PIC 9(15)V99.
             *> Control del archivo original de la cadena: el del
             *> propio lote si es original, el que trae el
             *> encabezado si el lote ya es una correccion.
          05 WS-LOT-HAY-ENCABEZADO PIC X VALUE 'N'.
             88 LOTE-CON-ENCABEZADO   VALUE 'S'.
          05 WS-LOT-PROCESADO      PIC X VALUE 'N'.
             88 LOTE-PROCESADO        VALUE 'S'.
          05 WS-PR-NUM-CORRECCION  PIC 9(2).

      *----------------------------------------------------------------
      * Lineas RECHAZADA del lote (de RESULTADOS.dat), con el renglon
      * completo de SOLICITUDES.dat que les corresponde por numero de
      * registro y lo que el supervisor decida sobre cada una.
      *----------------------------------------------------------------
       01 WS-RECHAZOS.
          05 WS-CANT-RECHAZOS     PIC 9(4) VALUE 0.
          05 WS-MAX-RECHAZOS      PIC 9(4) VALUE 500.
          05 WS-IDX-RCH           PIC 9(4).
          05 WS-RCH-LINEA OCCURS 500 TIMES.
             10 WS-RCH-NUM-LINEA     PIC 9(6).
             10 WS-RCH-COD-RESULTADO PIC 9(2).
             10 WS-RCH-DES-RESULTADO PIC X(40).
             10 WS-RCH-HALLADA       PIC X.
                *> 'S' cuando el renglon de SOLICITUDES.dat cuadro
                *> con el de RESULTADOS.dat.
             10 WS-RCH-ACCION        PIC X.
                *> Espacio = no se envia; 'C' corregida; 'R'
                *> reenviada sin cambio.
             10 WS-RCH-CTA-ORIGEN    PIC X(20).
             10 WS-RCH-BCO-DEST      PIC X(3).
             10 WS-RCH-CTA-DEST      PIC X(20).
             10 WS-RCH-MONTO         PIC S9(13)V99.
             10 WS-RCH-TIP-MONEDA    PIC X(3).
             10 WS-RCH-CONCEPTO      PIC X(100).
             10 WS-RCH-FEC-VALOR     PIC X(10).
             10 WS-RCH-BCO-ANTERIOR  PIC X(3).
             10 WS-RCH-CTA-ANTERIOR  PIC X(20).
             10 WS-RCH-MTO-ANTERIOR  PIC S9(13)V99.

      *----------------------------------------------------------------
      * Datos capturados y auxiliares
      *----------------------------------------------------------------
       01 WS-DATOS-CAPTURADOS.
          05 WS-LINEA-BUSCADA     PIC 9(6).
          05 WS-ACCION            PIC X(1).
             88 ACCION-CORREGIR      VALUE 'C'.
             88 ACCION-REENVIAR      VALUE 'R'.
             88 ACCION-EXCLUIR       VALUE 'E'.
          05 WS-NVO-BCO-DEST      PIC X(3).
          05 WS-NVO-CTA-DEST      PIC X(20).
          05 WS-NVO-MONTO         PIC 9(13)V99.
          05 WS-CONFIRMACION      PIC X(1).
             88 CONFIRMA-ENVIO       VALUE 'S'.

       01 WS-AUX.
          05 WS-EOF-SOLIC         PIC X VALUE 'N'.
          05 WS-EOF-RESULTADOS    PIC X VALUE 'N'.
          05 WS-EOF-PROCESADOS    PIC X VALUE 'N'.
          05 WS-FIN-CAPTURA       PIC X VALUE 'N'.
          05 WS-LOTE-VALIDO       PIC X VALUE 'N'.
             88 LOTE-VALIDO          VALUE 'S'.
          05 WS-NUM-REGISTRO      PIC 9(6).
          05 WS-LINEA-HALLADA     PIC X VALUE 'N'.
             88 LINEA-HALLADA        VALUE 'S'.
          05 WS-CANT-ENVIADAS     PIC 9(6).
          05 WS-TOTAL-ENVIADO     PIC 9(15)V99.
          05 WS-CANT-NO-HALLADAS  PIC 9(4).

       01 WS-DISP-MONTO PIC ZZ.ZZZ.ZZZ.ZZZ,99.
       01 WS-DISP-MONTO-ANT PIC ZZ.ZZZ.ZZZ.ZZZ,99.

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
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CORRECCION DE LINEAS RECHAZADAS DE UN LOTE'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0500-IDENTIFICAR-SUPERVISOR
           IF NOT SUP-VALIDO
               STOP RUN
           END-IF

           PERFORM 1000-CARGAR-LOTE
           IF NOT LOTE-VALIDO
               STOP RUN
           END-IF

           IF WS-CANT-RECHAZOS = 0
               DISPLAY '  El lote no tiene lineas rechazadas; no hay '
                   'nada que corregir.'
               STOP RUN
           END-IF

           PERFORM 2000-LISTAR-RECHAZOS
           PERFORM 3000-CAPTURAR-CORRECCIONES

           IF WS-CANT-ENVIADAS = 0
               DISPLAY '  Ninguna linea elegida; no se armo archivo '
                   'de correccion.'
               STOP RUN
           END-IF

           MOVE WS-TOTAL-ENVIADO TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  Archivo de correccion ' WS-LOT-COD-ORIGINADOR
               ' ' WS-LOT-FEC-ARCHIVO ' sec ' WS-LOT-NUM-SECUENCIA
           DISPLAY '  ' WS-CANT-ENVIADAS ' linea(s) por $'
               WS-DISP-MONTO
           DISPLAY '  Confirma reemplazar SOLICITUDES.dat con el '
               'archivo de correccion (S/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRMACION
           IF NOT CONFIRMA-ENVIO
               DISPLAY '  Correccion no confirmada, no se aplico '
                   'ningun cambio.'
               STOP RUN
           END-IF

           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 4000-ESCRIBIR-CORRECCION
           PERFORM 9900-CERRAR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  Archivo de correccion ' WS-LOT-NUM-CORRECCION
               ' listo en SOLICITUDES.dat; se procesa con el modo '
               '(B)atch de MAIN-ACH.'
           STOP RUN.

      *================================================================
      * 0100 - OBTENER FECHA Y HORA DEL SISTEMA
      *================================================================
       0100-OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME

           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED SIZE INTO WS-FECHA-COMPACTA.

      *================================================================
      * 0150 - OBTENER SIGUIENTE CONSECUTIVO DIARIO
      *================================================================
       0150-SIGUIENTE-SECUENCIA.
           MOVE WS-FECHA-COMPACTA TO SC-FECHA
           MOVE WS-SEC-TIPO TO SC-TIPO

           READ ARCHIVO-SECUENCIA
               INVALID KEY
                   MOVE 1 TO SC-ULTIMO-NUM
                   WRITE REG-SECUENCIA
               NOT INVALID KEY
                   ADD 1 TO SC-ULTIMO-NUM
                   REWRITE REG-SECUENCIA
           END-READ

           MOVE SC-ULTIMO-NUM TO WS-SEC-VALOR.

      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *   Solo despues de la confirmacion: hasta entonces el programa
      *   no ha escrito nada.
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 0500 - IDENTIFICAR AL SUPERVISOR DE LA SESION
      *   Credencial de SUPERVISOR activa en USUARIOS.dat; con el
      *   maestro inexistente se acepta el codigo digitado con aviso
      *   (modo de arranque), igual que los demas supervisores.
      *================================================================
       0500-IDENTIFICAR-SUPERVISOR.
           DISPLAY ' '
           DISPLAY '  Codigo del supervisor: ' WITH NO ADVANCING
           ACCEPT WS-COD-SUPERVISOR
           DISPLAY '  Clave: ' WITH NO ADVANCING
           ACCEPT WS-CLAVE-SUPERVISOR

           MOVE 'N' TO WS-SUP-VALIDO
           MOVE 'N' TO WS-EOF-USUARIOS

           OPEN INPUT ARCHIVO-USUARIOS
           IF WS-STAT-USUARIOS = '35'
               DISPLAY '  AVISO: maestro de usuarios inexistente; se '
                   'acepta el codigo digitado (modo de arranque).'
               MOVE 'S' TO WS-SUP-VALIDO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-USUARIOS = 'S'
               READ ARCHIVO-USUARIOS
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       IF US-COD-USUARIO = WS-COD-SUPERVISOR
                           MOVE WS-CLAVE-SUPERVISOR TO WS-CIF-CLAVE
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

           CLOSE ARCHIVO-USUARIOS

           IF NOT SUP-VALIDO
               DISPLAY ' '
               DISPLAY '  ACCESO RECHAZADO: la credencial no '
                   'corresponde a un SUPERVISOR activo.'
           END-IF.

      *================================================================
      * 1000 - CARGAR EL LOTE Y SUS LINEAS RECHAZADAS
      *   Primero las RECHAZADA de RESULTADOS.dat; luego una pasada
      *   por SOLICITUDES.dat que toma el encabezado y, por numero de
      *   registro (RL-NUM-LINEA cuenta el encabezado, igual que
      *   WS-CONTADOR en 0250 de MAIN-ACH), el renglon completo de
      *   cada rechazada. Si las cuentas o el monto no cuadran, los
      *   dos archivos no son del mismo lote y no se corrige nada.
      *================================================================
       1000-CARGAR-LOTE.
           MOVE 'N' TO WS-LOTE-VALIDO
           MOVE 0 TO WS-CANT-RECHAZOS

           PERFORM 1100-CARGAR-RECHAZADAS
           IF WS-CANT-RECHAZOS > WS-MAX-RECHAZOS
               DISPLAY '  ERROR: El lote tiene mas de '
                   WS-MAX-RECHAZOS ' lineas rechazadas; devuelvalo '
                   'al originador.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 1200-LEER-SOLICITUDES
           IF NOT LOTE-CON-ENCABEZADO
               DISPLAY '  ERROR: SOLICITUDES.dat no trae encabezado '
                   'H; no es un lote que se pueda corregir.'
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-NO-HALLADAS > 0
               DISPLAY '  ERROR: ' WS-CANT-NO-HALLADAS ' linea(s) '
                   'de RESULTADOS.dat no cuadran con SOLICITUDES.dat;'
               DISPLAY '  los dos archivos no son del mismo lote.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 1300-VERIFICAR-PROCESADO
           IF NOT LOTE-PROCESADO
               DISPLAY '  ERROR: El lote ' WS-LOT-COD-ORIGINADOR ' '
                   WS-LOT-FEC-ARCHIVO ' sec ' WS-LOT-NUM-SECUENCIA
                   ' corr ' WS-LOT-NUM-CORRECCION
               DISPLAY '  no figura en PROCESADOS.dat; corra primero '
                   'el modo (B)atch de MAIN-ACH.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-LOTE-VALIDO.

      *================================================================
      * 1100 - CARGAR LAS LINEAS RECHAZADA DE RESULTADOS.dat
      *================================================================
       1100-CARGAR-RECHAZADAS.
           MOVE 'N' TO WS-EOF-RESULTADOS

           OPEN INPUT ARCHIVO-RESULTADOS
           IF WS-STAT-RESULTADOS = '35'
               MOVE 'S' TO WS-EOF-RESULTADOS
           END-IF

           PERFORM UNTIL WS-EOF-RESULTADOS = 'S'
               READ ARCHIVO-RESULTADOS
                   AT END MOVE 'S' TO WS-EOF-RESULTADOS
                   NOT AT END
                       IF RL-ESTADO = 'RECHAZADA '
                           ADD 1 TO WS-CANT-RECHAZOS
                           IF WS-CANT-RECHAZOS > WS-MAX-RECHAZOS
                               MOVE 'S' TO WS-EOF-RESULTADOS
                           ELSE
                               PERFORM 1110-GUARDAR-RECHAZADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-RESULTADOS NOT = '35'
               CLOSE ARCHIVO-RESULTADOS
           END-IF.

       1110-GUARDAR-RECHAZADA.
           MOVE WS-CANT-RECHAZOS TO WS-IDX-RCH
           MOVE RL-NUM-LINEA TO WS-RCH-NUM-LINEA (WS-IDX-RCH)
           MOVE RL-COD-RESULTADO TO WS-RCH-COD-RESULTADO (WS-IDX-RCH)
           MOVE RL-DES-RESULTADO TO WS-RCH-DES-RESULTADO (WS-IDX-RCH)
           MOVE 'N' TO WS-RCH-HALLADA (WS-IDX-RCH)
           MOVE SPACE TO WS-RCH-ACCION (WS-IDX-RCH)
           MOVE RL-COD-CTA-ORIGEN TO WS-RCH-CTA-ORIGEN (WS-IDX-RCH)
           MOVE RL-COD-BCO-DEST TO WS-RCH-BCO-DEST (WS-IDX-RCH)
           MOVE RL-COD-CTA-DEST TO WS-RCH-CTA-DEST (WS-IDX-RCH)
           MOVE RL-MONTO TO WS-RCH-MONTO (WS-IDX-RCH).

      *================================================================
      * 1200 - LEER SOLICITUDES.dat: ENCABEZADO, CONTROL Y RECHAZADAS
      *================================================================
       1200-LEER-SOLICITUDES.
           MOVE 'N' TO WS-LOT-HAY-ENCABEZADO
           MOVE 'N' TO WS-EOF-SOLIC
           MOVE 0 TO WS-NUM-REGISTRO
           MOVE 0 TO WS-LOT-NUM-CORRECCION
           MOVE 0 TO WS-LOT-ORIG-CANT
           MOVE 0 TO WS-LOT-ORIG-TOTAL

           OPEN INPUT ARCHIVO-SOLICITUDES
           IF WS-STAT-SOLIC = '35'
               MOVE 'S' TO WS-EOF-SOLIC
           END-IF

           PERFORM UNTIL WS-EOF-SOLIC = 'S'
               READ ARCHIVO-SOLICITUDES
                   AT END MOVE 'S' TO WS-EOF-SOLIC
                   NOT AT END
                       ADD 1 TO WS-NUM-REGISTRO
                       EVALUATE SB-ENC-TIPO
                           WHEN 'H'
                               PERFORM 1210-TOMAR-ENCABEZADO
                           WHEN 'T'
                               IF WS-LOT-NUM-CORRECCION = 0
                                   MOVE SB-CTL-CANT-LINEAS
                                       TO WS-LOT-ORIG-CANT
                                   MOVE SB-CTL-TOTAL-MONTOS
                                       TO WS-LOT-ORIG-TOTAL
                               END-IF
                           WHEN OTHER
                               PERFORM 1220-CASAR-RECHAZADA
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-STAT-SOLIC NOT = '35'
               CLOSE ARCHIVO-SOLICITUDES
           END-IF

           MOVE 0 TO WS-CANT-NO-HALLADAS
           PERFORM VARYING WS-IDX-RCH FROM 1 BY 1
                   UNTIL WS-IDX-RCH > WS-CANT-RECHAZOS
               IF WS-RCH-HALLADA (WS-IDX-RCH) NOT = 'S'
                   ADD 1 TO WS-CANT-NO-HALLADAS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Un lote que ya es correccion trae en su encabezado el control
      * del original de la cadena; se arrastra tal cual.
      *----------------------------------------------------------------
       1210-TOMAR-ENCABEZADO.
           MOVE 'S' TO WS-LOT-HAY-ENCABEZADO
           MOVE SB-ENC-COD-ORIGINADOR TO WS-LOT-COD-ORIGINADOR
           MOVE SB-ENC-FEC-ARCHIVO TO WS-LOT-FEC-ARCHIVO
           MOVE SB-ENC-NUM-SECUENCIA TO WS-LOT-NUM-SECUENCIA
           MOVE SB-ENC-COD-CANAL TO WS-LOT-COD-CANAL
           MOVE 0 TO WS-LOT-NUM-CORRECCION
           IF SB-ENC-NUM-CORRECCION IS NUMERIC
               MOVE SB-ENC-NUM-CORRECCION TO WS-LOT-NUM-CORRECCION
           END-IF
           IF WS-LOT-NUM-CORRECCION > 0
               MOVE SB-ENC-ORIG-CANT TO WS-LOT-ORIG-CANT
               MOVE SB-ENC-ORIG-TOTAL TO WS-LOT-ORIG-TOTAL
           END-IF.

       1220-CASAR-RECHAZADA.
           PERFORM VARYING WS-IDX-RCH FROM 1 BY 1
                   UNTIL WS-IDX-RCH > WS-CANT-RECHAZOS
               IF WS-RCH-NUM-LINEA (WS-IDX-RCH) = WS-NUM-REGISTRO
                   IF SB-COD-CTA-ORIGEN =
                           WS-RCH-CTA-ORIGEN (WS-IDX-RCH)
                       AND SB-COD-BCO-DEST =
                           WS-RCH-BCO-DEST (WS-IDX-RCH)
                       AND SB-COD-CTA-DEST =
                           WS-RCH-CTA-DEST (WS-IDX-RCH)
                       AND SB-MONTO = WS-RCH-MONTO (WS-IDX-RCH)
                       MOVE 'S' TO WS-RCH-HALLADA (WS-IDX-RCH)
                       MOVE SB-TIP-MONEDA
                           TO WS-RCH-TIP-MONEDA (WS-IDX-RCH)
                       MOVE SB-CONCEPTO
                           TO WS-RCH-CONCEPTO (WS-IDX-RCH)
                       MOVE SB-FEC-VALOR
                           TO WS-RCH-FEC-VALOR (WS-IDX-RCH)
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================
      * 1300 - VERIFICAR QUE EL LOTE YA ESTE EN PROCESADOS.dat
      *   Mismo identificador que 0253 de MAIN-ACH (espacios en el
      *   numero de correccion = 00). Un archivo de correccion que aun
      *   no se ha procesado no se vuelve a corregir: su RESULTADOS
      *   todavia no existe.
      *================================================================
       1300-VERIFICAR-PROCESADO.
           MOVE 'N' TO WS-LOT-PROCESADO
           MOVE 'N' TO WS-EOF-PROCESADOS

           OPEN INPUT ARCHIVO-PROCESADOS
           IF WS-STAT-PROCESADOS = '35'
               MOVE 'S' TO WS-EOF-PROCESADOS
           END-IF

           PERFORM UNTIL WS-EOF-PROCESADOS = 'S'
               READ ARCHIVO-PROCESADOS
                   AT END MOVE 'S' TO WS-EOF-PROCESADOS
                   NOT AT END
                       MOVE 0 TO WS-PR-NUM-CORRECCION
                       IF PR-NUM-CORRECCION IS NUMERIC
                           MOVE PR-NUM-CORRECCION
                               TO WS-PR-NUM-CORRECCION
                       END-IF
                       IF PR-COD-ORIGINADOR = WS-LOT-COD-ORIGINADOR
                           AND PR-FEC-ARCHIVO = WS-LOT-FEC-ARCHIVO
                           AND PR-NUM-SECUENCIA =
                               WS-LOT-NUM-SECUENCIA
                           AND WS-PR-NUM-CORRECCION =
                               WS-LOT-NUM-CORRECCION
                           MOVE 'S' TO WS-LOT-PROCESADO
                           MOVE 'S' TO WS-EOF-PROCESADOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-PROCESADOS NOT = '35'
               CLOSE ARCHIVO-PROCESADOS
           END-IF.

      *================================================================
      * 2000 - LISTAR LAS LINEAS RECHAZADAS
      *================================================================
       2000-LISTAR-RECHAZOS.
           DISPLAY ' '
           DISPLAY '  Lote ' WS-LOT-COD-ORIGINADOR ' '
               WS-LOT-FEC-ARCHIVO ' sec ' WS-LOT-NUM-SECUENCIA
               ' corr ' WS-LOT-NUM-CORRECCION
           DISPLAY '  Lineas RECHAZADA:'
           DISPLAY '  ------------------------------------------------'

           PERFORM VARYING WS-IDX-RCH FROM 1 BY 1
                   UNTIL WS-IDX-RCH > WS-CANT-RECHAZOS
               MOVE WS-RCH-MONTO (WS-IDX-RCH) TO WS-DISP-MONTO
               DISPLAY '  Linea ' WS-RCH-NUM-LINEA (WS-IDX-RCH)
                   ' $' WS-DISP-MONTO ' '
                   WS-RCH-TIP-MONEDA (WS-IDX-RCH)
               DISPLAY '      ' WS-RCH-CTA-ORIGEN (WS-IDX-RCH)
                   ' -> ' WS-RCH-BCO-DEST (WS-IDX-RCH) ' '
                   WS-RCH-CTA-DEST (WS-IDX-RCH)
               DISPLAY '      Cod ' WS-RCH-COD-RESULTADO (WS-IDX-RCH)
                   ': ' WS-RCH-DES-RESULTADO (WS-IDX-RCH)
           END-PERFORM.

      *================================================================
      * 3000 - CAPTURAR LAS CORRECCIONES
      *   Linea por linea hasta que el supervisor digite 0. Sobre la
      *   linea elegida: (C)orregir banco, cuenta y/o monto (en blanco
      *   o cero conserva el valor), (R)eenviar sin cambio o
      *   (E)xcluir una linea ya elegida. Lo que no se elija no va en
      *   el archivo de correccion.
      *================================================================
       3000-CAPTURAR-CORRECCIONES.
           MOVE 'N' TO WS-FIN-CAPTURA
           MOVE 0 TO WS-CANT-ENVIADAS
           MOVE 0 TO WS-TOTAL-ENVIADO

           PERFORM UNTIL WS-FIN-CAPTURA = 'S'
               DISPLAY ' '
               DISPLAY '  Numero de linea (0 = terminar): '
                   WITH NO ADVANCING
               MOVE 0 TO WS-LINEA-BUSCADA
               ACCEPT WS-LINEA-BUSCADA
               IF WS-LINEA-BUSCADA = 0
                   MOVE 'S' TO WS-FIN-CAPTURA
               ELSE
                   PERFORM 3100-BUSCAR-LINEA
                   IF LINEA-HALLADA
                       PERFORM 3200-DECIDIR-LINEA
                   ELSE
                       DISPLAY '  ERROR: Esa linea no esta entre '
                           'las rechazadas.'
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-RCH FROM 1 BY 1
                   UNTIL WS-IDX-RCH > WS-CANT-RECHAZOS
               IF WS-RCH-ACCION (WS-IDX-RCH) NOT = SPACE
                   ADD 1 TO WS-CANT-ENVIADAS
                   ADD WS-RCH-MONTO (WS-IDX-RCH) TO WS-TOTAL-ENVIADO
               END-IF
           END-PERFORM.

       3100-BUSCAR-LINEA.
           MOVE 'N' TO WS-LINEA-HALLADA
           PERFORM VARYING WS-IDX-RCH FROM 1 BY 1
                   UNTIL WS-IDX-RCH > WS-CANT-RECHAZOS
                      OR LINEA-HALLADA
               IF WS-RCH-NUM-LINEA (WS-IDX-RCH) = WS-LINEA-BUSCADA
                   MOVE 'S' TO WS-LINEA-HALLADA
               END-IF
           END-PERFORM
           IF LINEA-HALLADA
               SUBTRACT 1 FROM WS-IDX-RCH
           END-IF.

       3200-DECIDIR-LINEA.
           IF WS-RCH-ACCION (WS-IDX-RCH) = SPACE
               MOVE WS-RCH-BCO-DEST (WS-IDX-RCH)
                   TO WS-RCH-BCO-ANTERIOR (WS-IDX-RCH)
               MOVE WS-RCH-CTA-DEST (WS-IDX-RCH)
                   TO WS-RCH-CTA-ANTERIOR (WS-IDX-RCH)
               MOVE WS-RCH-MONTO (WS-IDX-RCH)
                   TO WS-RCH-MTO-ANTERIOR (WS-IDX-RCH)
           END-IF

           DISPLAY '  (C)orregir, (R)eenviar sin cambio, (E)xcluir: '
               WITH NO ADVANCING
           ACCEPT WS-ACCION

           EVALUATE TRUE
               WHEN ACCION-CORREGIR
                   PERFORM 3300-CORREGIR-LINEA
               WHEN ACCION-REENVIAR
                   MOVE WS-RCH-BCO-ANTERIOR (WS-IDX-RCH)
                       TO WS-RCH-BCO-DEST (WS-IDX-RCH)
                   MOVE WS-RCH-CTA-ANTERIOR (WS-IDX-RCH)
                       TO WS-RCH-CTA-DEST (WS-IDX-RCH)
                   MOVE WS-RCH-MTO-ANTERIOR (WS-IDX-RCH)
                       TO WS-RCH-MONTO (WS-IDX-RCH)
                   MOVE 'R' TO WS-RCH-ACCION (WS-IDX-RCH)
                   DISPLAY '  Linea ' WS-LINEA-BUSCADA
                       ' se reenvia sin cambio.'
               WHEN ACCION-EXCLUIR
                   MOVE WS-RCH-BCO-ANTERIOR (WS-IDX-RCH)
                       TO WS-RCH-BCO-DEST (WS-IDX-RCH)
                   MOVE WS-RCH-CTA-ANTERIOR (WS-IDX-RCH)
                       TO WS-RCH-CTA-DEST (WS-IDX-RCH)
                   MOVE WS-RCH-MTO-ANTERIOR (WS-IDX-RCH)
                       TO WS-RCH-MONTO (WS-IDX-RCH)
                   MOVE SPACE TO WS-RCH-ACCION (WS-IDX-RCH)
                   DISPLAY '  Linea ' WS-LINEA-BUSCADA
                       ' queda fuera del archivo de correccion.'
               WHEN OTHER
                   DISPLAY '  ERROR: Opcion invalida.'
           END-EVALUATE.

      *----------------------------------------------------------------
      * El banco y la cuenta los vuelve a validar MAIN-ACH al
      * procesar la correccion; aqui solo se exige que el monto
      * corregido sea positivo.
      *----------------------------------------------------------------
       3300-CORREGIR-LINEA.
           DISPLAY '  Banco destino [' WS-RCH-BCO-DEST (WS-IDX-RCH)
               ']: ' WITH NO ADVANCING
           MOVE SPACES TO WS-NVO-BCO-DEST
           ACCEPT WS-NVO-BCO-DEST
           DISPLAY '  Cuenta destino [' WS-RCH-CTA-DEST (WS-IDX-RCH)
               ']: ' WITH NO ADVANCING
           MOVE SPACES TO WS-NVO-CTA-DEST
           ACCEPT WS-NVO-CTA-DEST
           MOVE WS-RCH-MONTO (WS-IDX-RCH) TO WS-DISP-MONTO
           DISPLAY '  Monto [' WS-DISP-MONTO '] (0 = igual): '
               WITH NO ADVANCING
           MOVE 0 TO WS-NVO-MONTO
           ACCEPT WS-NVO-MONTO

           IF WS-NVO-BCO-DEST NOT = SPACES
               MOVE WS-NVO-BCO-DEST TO WS-RCH-BCO-DEST (WS-IDX-RCH)
           END-IF
           IF WS-NVO-CTA-DEST NOT = SPACES
               MOVE WS-NVO-CTA-DEST TO WS-RCH-CTA-DEST (WS-IDX-RCH)
           END-IF
           IF WS-NVO-MONTO > 0
               MOVE WS-NVO-MONTO TO WS-RCH-MONTO (WS-IDX-RCH)
           END-IF

           IF WS-RCH-MONTO (WS-IDX-RCH) NOT > 0
               DISPLAY '  ERROR: El monto debe ser mayor que cero; '
                   'linea no corregida.'
               MOVE WS-RCH-MTO-ANTERIOR (WS-IDX-RCH)
                   TO WS-RCH-MONTO (WS-IDX-RCH)
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WS-RCH-ACCION (WS-IDX-RCH)
           DISPLAY '  Linea ' WS-LINEA-BUSCADA ' corregida.'.

      *================================================================
      * 4000 - ESCRIBIR EL ARCHIVO DE CORRECCION
      *   Reemplaza SOLICITUDES.dat (el lote original ya esta en
      *   PROCESADOS.dat y su disposicion en RESULTADOS.dat). Una
      *   fecha valor que ya paso se deja en blanco: la linea se
      *   ejecuta el dia en que se procese la correccion.
      *================================================================
       4000-ESCRIBIR-CORRECCION.
           ADD 1 TO WS-LOT-NUM-CORRECCION

           OPEN OUTPUT ARCHIVO-SOLICITUDES
           MOVE WS-STAT-SOLIC TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-SOLICITUDES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE SPACES TO REG-SOLICITUD-LOTE
           MOVE 'H' TO SB-ENC-TIPO
           MOVE WS-LOT-COD-ORIGINADOR TO SB-ENC-COD-ORIGINADOR
           MOVE WS-LOT-FEC-ARCHIVO TO SB-ENC-FEC-ARCHIVO
           MOVE WS-LOT-NUM-SECUENCIA TO SB-ENC-NUM-SECUENCIA
           MOVE WS-LOT-COD-CANAL TO SB-ENC-COD-CANAL
           MOVE WS-LOT-NUM-CORRECCION TO SB-ENC-NUM-CORRECCION
           MOVE WS-LOT-ORIG-CANT TO SB-ENC-ORIG-CANT
           MOVE WS-LOT-ORIG-TOTAL TO SB-ENC-ORIG-TOTAL
           WRITE REG-SOLICITUD-LOTE
           MOVE WS-STAT-SOLIC TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ARCHIVO-SOLICITUDES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM VARYING WS-IDX-RCH FROM 1 BY 1
                   UNTIL WS-IDX-RCH > WS-CANT-RECHAZOS
               IF WS-RCH-ACCION (WS-IDX-RCH) NOT = SPACE
                   PERFORM 4100-ESCRIBIR-DETALLE
                   PERFORM 9100-REGISTRAR-AUDITORIA
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-SOLICITUD-LOTE
           MOVE 'T' TO SB-CTL-TIPO
           MOVE WS-CANT-ENVIADAS TO SB-CTL-CANT-LINEAS
           MOVE WS-TOTAL-ENVIADO TO SB-CTL-TOTAL-MONTOS
           WRITE REG-SOLICITUD-LOTE
           MOVE WS-STAT-SOLIC TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ARCHIVO-SOLICITUDES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           CLOSE ARCHIVO-SOLICITUDES.

       4100-ESCRIBIR-DETALLE.
           MOVE SPACES TO REG-SOLICITUD-LOTE
           MOVE WS-RCH-CTA-ORIGEN (WS-IDX-RCH) TO SB-COD-CTA-ORIGEN
           MOVE WS-RCH-BCO-DEST (WS-IDX-RCH) TO SB-COD-BCO-DEST
           MOVE WS-RCH-CTA-DEST (WS-IDX-RCH) TO SB-COD-CTA-DEST
           MOVE WS-RCH-MONTO (WS-IDX-RCH) TO SB-MONTO
           MOVE WS-RCH-TIP-MONEDA (WS-IDX-RCH) TO SB-TIP-MONEDA
           MOVE WS-RCH-CONCEPTO (WS-IDX-RCH) TO SB-CONCEPTO
           MOVE WS-RCH-FEC-VALOR (WS-IDX-RCH) TO SB-FEC-VALOR
           IF SB-FEC-VALOR NOT = SPACES
                   AND SB-FEC-VALOR < WS-FECHA-STR
               MOVE SPACES TO SB-FEC-VALOR
           END-IF

           WRITE REG-SOLICITUD-LOTE
           MOVE WS-STAT-SOLIC TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ARCHIVO-SOLICITUDES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO.

      *================================================================
      * 9100 - REGISTRAR LA LINEA ENVIADA EN AUDITORIA
      *   Un renglon por linea del archivo de correccion, con quien la
      *   corrigio y el banco, la cuenta y el monto antes y despues.
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-NUEVO

           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           STRING WS-LOT-COD-ORIGINADOR DELIMITED SPACE
               '-' WS-RCH-NUM-LINEA (WS-IDX-RCH)
               DELIMITED SIZE INTO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'CORRECCION_LOTE' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-COD-SUPERVISOR TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'COR_LOTE' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           IF WS-RCH-ACCION (WS-IDX-RCH) = 'C'
               MOVE 'CORREGIDA' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
           ELSE
               MOVE 'REENVIADA' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
           END-IF
           MOVE WS-RCH-MONTO (WS-IDX-RCH)
               TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           MOVE 'BAT' TO AT-COD-CANAL OF WS-AUDIT-NUEVO

           MOVE WS-RCH-MTO-ANTERIOR (WS-IDX-RCH) TO WS-DISP-MONTO-ANT
           MOVE WS-RCH-MONTO (WS-IDX-RCH) TO WS-DISP-MONTO
           STRING 'Lote sec ' WS-LOT-NUM-SECUENCIA
               ' correccion ' WS-LOT-NUM-CORRECCION
               ' linea ' WS-RCH-NUM-LINEA (WS-IDX-RCH)
               ' bco ' WS-RCH-BCO-ANTERIOR (WS-IDX-RCH)
               '>' WS-RCH-BCO-DEST (WS-IDX-RCH)
               ' cta ' WS-RCH-CTA-ANTERIOR (WS-IDX-RCH)
               '>' WS-RCH-CTA-DEST (WS-IDX-RCH)
               ' monto ' WS-DISP-MONTO-ANT '>' WS-DISP-MONTO
               ' (cod ' WS-RCH-COD-RESULTADO (WS-IDX-RCH) ')'
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 9950 - VERIFICAR ESTADO DE UNA OPERACION DE E/S
      *   Igual que 9950 en MAIN-ACH: cualquier codigo distinto de
      *   '00' detiene la corrida.
      *================================================================
       9950-VERIFICAR-ESTADO-IO.
           IF WS-CHK-ESTADO NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR FATAL DE E/S ***'
               DISPLAY '  Operacion : ' WS-CHK-DESCRIPCION
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
