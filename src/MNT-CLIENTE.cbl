      *
      * Todo cambio exige codigo de supervisor y motivo y deja su
      * renglon en AUDITORIA.dat, igual que los demas mantenimientos.
      * Un cambio de telefono, correo o canal de avisos se le avisa
      * al cliente en el telefono y el correo ANTERIORES (NOTIFICA-
      * CIONES.dat con contacto fijo): si el cambio lo hizo un
      * tercero, el cliente se entera por el contacto que si es suyo.
      * Ademas abre la ventana de enfriamiento de MAIN-ACH y ADP-CANAL
      * (ver PARAMETROS-ENFRIAMIENTO en CONSTANTES.cpy).
      *================================================================

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REVNOM.

           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO 'data/NOTIFICACIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
       FD ARCHIVO-REVNOMBRES.
       COPY 'copybooks/REVNOMBRES.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

          05 WS-STAT-LISTANOM     PIC X(2).
          05 WS-STAT-REVNOM       PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).

       01 WS-CHK-IO.
          05 WS-CHK-ESTADO        PIC X(2).
          05 WS-CHK-DESCRIPCION   PIC X(40).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-AUDIT             PIC X(20).
       01 WS-NUM-NOTIF             PIC X(20).

      *----------------------------------------------------------------
      * Aviso de cambio de contacto al dato anterior (4600)
      *----------------------------------------------------------------
       01 WS-AVISO-CONTACTO.
          05 WS-CAMBIO-CONTACTO    PIC X VALUE 'N'.
             88 HAY-CAMBIO-CONTACTO   VALUE 'S'.
          05 WS-NOT-CANAL          PIC X(10).
          05 WS-NOT-CONTACTO       PIC X(50).
          05 WS-NOT-MENSAJE        PIC X(100).

      *----------------------------------------------------------------
      * Opcion elegida y datos capturados
          05 WS-CAP-OPT-OUT-1      PIC X(20).
          05 WS-CAP-OPT-OUT-2      PIC X(20).
          05 WS-CAP-OPT-OUT-3      PIC X(20).
          05 WS-CAP-EXTRACTO-DIA   PIC X(1).
          05 WS-CAP-KYC-OCUPACION  PIC X(30).
          05 WS-CAP-KYC-INGRESOS   PIC S9(13)V99.
          05 WS-CAP-KYC-ACTIVIDAD  PIC S9(13)V99.
               TO CL-EVT-OPT-OUT OF REG-CLIENTE (2)
           MOVE WS-CAP-OPT-OUT-3
               TO CL-EVT-OPT-OUT OF REG-CLIENTE (3)
           MOVE WS-CAP-EXTRACTO-DIA
               TO CL-MCA-EXTRACTO-DIA OF REG-CLIENTE
           MOVE WS-CAP-KYC-OCUPACION
               TO CL-KYC-OCUPACION OF REG-CLIENTE
           MOVE WS-CAP-KYC-INGRESOS
               TO CL-KYC-ACT-ESPERADA OF REG-CLIENTE
           MOVE WS-FECHA-STR
               TO CL-KYC-FEC-CONFIRMA OF REG-CLIENTE
           MOVE SPACES TO CL-RIESGO-SARLAFT OF REG-CLIENTE
           MOVE SPACES TO CL-RIESGO-RAZONES OF REG-CLIENTE
           MOVE SPACES TO CL-RIESGO-FEC-CALIFICA OF REG-CLIENTE
           MOVE FLAG-NO TO CL-MCA-FALLECIDO OF REG-CLIENTE
           MOVE SPACES TO CL-FEC-FALLECIMIENTO OF REG-CLIENTE
           MOVE SPACES TO CL-NUM-REG-DEFUNCION OF REG-CLIENTE
           MOVE SPACES TO CL-SUC-REGLA-ABONOS OF REG-CLIENTE
           WRITE REG-CLIENTE
           CLOSE ARCHIVO-CLIENTES

               WITH NO ADVANCING
           ACCEPT WS-CAP-OPT-OUT-3

           DISPLAY '  Extracto diario de tesoreria (S/N, vacio=N): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-EXTRACTO-DIA
           IF WS-CAP-EXTRACTO-DIA NOT = FLAG-SI
               MOVE FLAG-NO TO WS-CAP-EXTRACTO-DIA
           END-IF

           DISPLAY '  KYC - Ocupacion / actividad economica: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-KYC-OCUPACION
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CAMBIO-CONTACTO
           IF WS-CAP-TELEFONO NOT = CL-TELEFONO OF WS-CLIENTE-HALLADO
                   OR WS-CAP-EMAIL NOT = CL-EMAIL OF WS-CLIENTE-HALLADO
                   OR WS-CAP-CANAL-AVISOS NOT =
                       CL-CANAL-AVISOS OF WS-CLIENTE-HALLADO
               MOVE 'S' TO WS-CAMBIO-CONTACTO
           END-IF

           PERFORM 4100-REESCRIBIR-CLIENTE
           PERFORM 4500-JOURNALIZAR-DIFERENCIAS

           IF HAY-CAMBIO-CONTACTO
               PERFORM 4600-AVISAR-CAMBIO-CONTACTO
           END-IF

           MOVE 'CLIENTE_EDITADO' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA
      *================================================================
       4100-REESCRIBIR-CLIENTE.
           OPEN I-O ARCHIVO-CLIENTES
           MOVE WS-STAT-CLIENTES TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CLIENTES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'N' TO WS-EOF-CLIENTES
           MOVE 'N' TO WS-CLIENTE-ENCONTRADO
                                   MOVE WS-CAP-OPT-OUT-3 TO
                                       CL-EVT-OPT-OUT
                                       OF REG-CLIENTE (3)
                                   MOVE WS-CAP-EXTRACTO-DIA TO
                                       CL-MCA-EXTRACTO-DIA
                                       OF REG-CLIENTE
                                   MOVE WS-CAP-KYC-OCUPACION TO
                                       CL-KYC-OCUPACION
                                       OF REG-CLIENTE
                                   MOVE FLAG-SI TO
                                       CL-MCA-ACTIVO OF REG-CLIENTE
                           END-EVALUATE
      *                    '44' = renglon anterior al registro largo
      *                    (ver CNV-CLIENTES): sin grabar no se
      *                    journaliza ni se avisa nada.
                           REWRITE REG-CLIENTE
                           MOVE WS-STAT-CLIENTES TO WS-CHK-ESTADO
                           MOVE 'REESCRIBIR CLIENTE' TO
                               WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                       END-IF
               END-READ
           END-PERFORM
                   TO WS-CJR-ANTERIOR
               MOVE WS-CAP-CANAL-AVISOS TO WS-CJR-NUEVO
               PERFORM 9860-REGISTRAR-CAMBIO
           END-IF

           IF WS-CAP-EXTRACTO-DIA NOT =
                   CL-MCA-EXTRACTO-DIA OF WS-CLIENTE-HALLADO
               MOVE 'EXTRACTO-DIA' TO WS-CJR-CAMPO
               MOVE CL-MCA-EXTRACTO-DIA OF WS-CLIENTE-HALLADO
                   TO WS-CJR-ANTERIOR
               MOVE WS-CAP-EXTRACTO-DIA TO WS-CJR-NUEVO
               PERFORM 9860-REGISTRAR-CAMBIO
           END-IF.

      *================================================================
      * 4600 - AVISAR EL CAMBIO DE CONTACTO A LOS DATOS ANTERIORES
      *   Un aviso por SMS al telefono anterior y otro por correo al
      *   correo anterior, el que exista; el maestro ya tiene los
      *   datos nuevos, asi que el contacto va fijo en el aviso.
      *================================================================
       4600-AVISAR-CAMBIO-CONTACTO.
           MOVE SPACES TO WS-NOT-MENSAJE
           STRING 'Se cambiaron sus datos de contacto el '
               WS-FECHA-STR '. Si no fue usted, llame al banco de '
               'inmediato.'
               DELIMITED SIZE INTO WS-NOT-MENSAJE

           IF CL-TELEFONO OF WS-CLIENTE-HALLADO NOT = SPACES
               MOVE 'SMS' TO WS-NOT-CANAL
               MOVE CL-TELEFONO OF WS-CLIENTE-HALLADO
                   TO WS-NOT-CONTACTO
               PERFORM 9870-ENCOLAR-NOTIFICACION
           END-IF

           IF CL-EMAIL OF WS-CLIENTE-HALLADO NOT = SPACES
               MOVE 'EMAIL' TO WS-NOT-CANAL
               MOVE CL-EMAIL OF WS-CLIENTE-HALLADO TO WS-NOT-CONTACTO
               PERFORM 9870-ENCOLAR-NOTIFICACION
           END-IF

           DISPLAY '  Aviso del cambio encolado al contacto anterior.'.

      *================================================================
      * 5000 - SUSPENDER O REACTIVAR UN CLIENTE
      *================================================================

           CLOSE ARCHIVO-CAMBIOS.

      *================================================================
      * 9870 - ENCOLAR UN AVISO AL CLIENTE EN NOTIFICACIONES.dat
      *   Con el contacto y el canal fijos que deja el que llama. El
      *   archivo se crea en el primer aviso ('35').
      *================================================================
       9870-ENCOLAR-NOTIFICACION.
           MOVE 'NOT' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'NOT' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-NOTIF

           OPEN EXTEND ARCHIVO-NOTIFICACIONES
           IF WS-STAT-NOTIF = '35'
               OPEN OUTPUT ARCHIVO-NOTIFICACIONES
               CLOSE ARCHIVO-NOTIFICACIONES
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
           END-IF

           MOVE SPACES TO REG-NOTIFICACION
           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE WS-CAP-COD-CLIENTE TO NT-COD-CLIENTE
           MOVE 'CAMBIO_CONTACTO' TO NT-TIP-EVENTO
           MOVE WS-NOT-MENSAJE TO NT-DES-MENSAJE
           MOVE WS-NOT-CANAL TO NT-CANAL-PREFERIDO
           MOVE WS-NOT-CONTACTO TO NT-CONTACTO-FIJO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO

           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES.

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
