      *================================================================
      * MNT-TASASIMP.cbl - Solicitud de Cambio de Tarifas de Impuestos
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Las tarifas del GMF (GMF-TARIFA-X-MIL), del IVA sobre
      * comisiones (IVA-TARIFA-POR) y de la retencion en la fuente
      * (RTF-TARIFA-POR) estaban compiladas en CONSTANTES.cpy: cada
      * reforma tributaria obligaba a recompilar MAIN-ACH,
      * CNF-CONFIRMACION, ACR-INTERES y los demas la misma noche en
      * que entraba a regir, y lo que se reprocesara despues tomaba
      * la tarifa equivocada. Ahora las tarifas viven en TASASIMP.dat
      * (ver TASASIMP.cpy) con su fecha de vigencia. Este programa
      * (hermano de MNT-TASASINT y de MNT-LIMITES) muestra las
      * tarifas cargadas, captura tipo + vigencia + tarifa y deja la
      * solicitud PENDIENTE en PENDCAMBIO.dat; solo entra a
      * TASASIMP.dat cuando otro supervisor la aprueba en
      * APR-CAMBIOS. La vigencia no puede ser anterior a hoy: una
      * tarifa retroactiva cambiaria el impuesto de operaciones ya
      * causadas.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-TASASIMP.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

           SELECT ARCHIVO-PENDCAMBIO
               ASSIGN TO 'data/PENDCAMBIO.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PENDCAMBIO.

           SELECT ARCHIVO-DIAOPER
               ASSIGN TO 'data/DIAOPER.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-DIAOPER.

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

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       FD ARCHIVO-PENDCAMBIO.
       COPY 'copybooks/PENDCAMBIO.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

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
          05 WS-STAT-TASASIMP     PIC X(2).
          05 WS-STAT-PENDCAMBIO   PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

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
      * Consecutivos (CMB para la solicitud, AUD para auditoria)
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-CAMBIO-NUEVO      PIC X(20).
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Datos capturados
      *----------------------------------------------------------------
       01 WS-DATOS-CAPTURADOS.
          05 WS-CAP-TIP-IMPUESTO  PIC X(3).
             88 CAP-TIPO-VALIDO      VALUES 'GMF' 'IVA' 'RTF'.
          05 WS-CAP-FEC-VIGENCIA  PIC X(10).
          05 WS-CAP-TARIFA        PIC 9(2)V99.
          05 WS-COD-AUTORIZA      PIC X(10).
          05 WS-MOTIVO-AUTORIZA   PIC X(100).

      *----------------------------------------------------------------
      * Tarifa vigente del tipo pedido (la que reemplaza la nueva)
      *----------------------------------------------------------------
       01 WS-TARIFA-ANTERIOR.
          05 WS-ANT-TARIFA        PIC 9(2)V99.
          05 WS-ANT-VIGENCIA      PIC X(10).

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-TASASIMP      PIC X VALUE 'N'.
             88 FIN-TASASIMP         VALUE 'S'.
          05 WS-HAY-TARIFAS       PIC X VALUE 'N'.
             88 HAY-TARIFAS          VALUE 'S'.

       01 WS-DISP-TARIFA  PIC Z9,99.
       01 WS-DISP-TARIFA2 PIC Z9,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Verificacion del supervisor contra USUARIOS.dat (ver
      * ADM-USUARIOS): el codigo digitado debe existir con esa clave,
      * activo y con rol SUPERVISOR. Un intento fallido queda en
      * AUDITORIA.dat y la solicitud no se registra. Si el maestro
      * no existe todavia se acepta el codigo digitado con un aviso
      * (modo de arranque).
      *----------------------------------------------------------------
       01 WS-VALIDA-SUPERVISOR.
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-CLAVE-AUTORIZA    PIC X(20).
          05 WS-EOF-USUARIOS      PIC X VALUE 'N'.
          05 WS-SUP-VALIDO        PIC X VALUE 'N'.
             88 SUP-VALIDO           VALUE 'S'.

      *----------------------------------------------------------------
      * Verificacion del dia operativo (DIAOPER.dat, ver CTL-DIA): los
      * programas en linea solo arrancan con el dia ABIERTO. Si el
      * archivo de control no existe se opera con aviso (modo de
      * arranque).
      *----------------------------------------------------------------
       01 WS-DIA-OPERATIVO.
          05 WS-STAT-DIAOPER      PIC X(2).
          05 WS-DIA-PUEDE-OPERAR  PIC X VALUE 'N'.
             88 DIA-PUEDE-OPERAR     VALUE 'S'.

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
           DISPLAY '  SOLICITUD DE CAMBIO DE TARIFAS DE IMPUESTOS'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-VERIFICAR-DIA-ABIERTO
           IF NOT DIA-PUEDE-OPERAR
               STOP RUN
           END-IF
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 1000-LISTAR-TARIFAS
           PERFORM 2000-CAPTURAR-SOLICITUD

           PERFORM 9900-CERRAR-ARCHIVOS
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
      *   TASASIMP.dat no se crea aqui: lo crea APR-CAMBIOS al aplicar
      *   la primera tarifa aprobada. Mientras no exista rigen las
      *   tarifas compiladas.
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
      * 1000 - LISTAR LAS TARIFAS CARGADAS
      *================================================================
       1000-LISTAR-TARIFAS.
           MOVE 'N' TO WS-EOF-TASASIMP
           MOVE 'N' TO WS-HAY-TARIFAS

           DISPLAY ' '
           DISPLAY '  Tarifas compiladas (rigen sin renglon aplicable):'
           MOVE GMF-TARIFA-X-MIL TO WS-DISP-TARIFA
           DISPLAY '      GMF ' WS-DISP-TARIFA ' por mil'
           MOVE IVA-TARIFA-POR TO WS-DISP-TARIFA
           DISPLAY '      IVA ' WS-DISP-TARIFA ' %'
           MOVE RTF-TARIFA-POR TO WS-DISP-TARIFA
           DISPLAY '      RTF ' WS-DISP-TARIFA ' %'

           DISPLAY ' '
           DISPLAY '  Tarifas cargadas (historico):'
           DISPLAY '  ------------------------------------------------'

           OPEN INPUT ARCHIVO-TASASIMP
           IF WS-STAT-TASASIMP = '35'
               MOVE 'S' TO WS-EOF-TASASIMP
           END-IF

           PERFORM UNTIL FIN-TASASIMP
               READ ARCHIVO-TASASIMP
                   AT END MOVE 'S' TO WS-EOF-TASASIMP
                   NOT AT END
                       MOVE 'S' TO WS-HAY-TARIFAS
                       MOVE TX-TARIFA TO WS-DISP-TARIFA
                       DISPLAY '  ' TX-TIP-IMPUESTO ' desde '
                           TX-FEC-VIGENCIA ': ' WS-DISP-TARIFA
                           ' (solicito ' TX-COD-SOLICITANTE
                           ', aprobo ' TX-COD-APROBADOR ')'
               END-READ
           END-PERFORM

           IF WS-STAT-TASASIMP NOT = '35'
               CLOSE ARCHIVO-TASASIMP
           END-IF

           IF NOT HAY-TARIFAS
               DISPLAY '  (no hay tarifas cargadas; rigen las '
                   'compiladas)'
           END-IF.

      *================================================================
      * 2000 - CAPTURAR Y VALIDAR LA SOLICITUD
      *================================================================
       2000-CAPTURAR-SOLICITUD.
           DISPLAY ' '
           DISPLAY '  Impuesto (GMF, IVA o RTF; enter = ninguno): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CAP-TIP-IMPUESTO
           ACCEPT WS-CAP-TIP-IMPUESTO

           IF WS-CAP-TIP-IMPUESTO = SPACES
               DISPLAY ' '
               DISPLAY '  Sin cambios.'
               EXIT PARAGRAPH
           END-IF

           IF NOT CAP-TIPO-VALIDO
               DISPLAY ' '
               DISPLAY '  ERROR: Impuesto invalido; use GMF, IVA o '
                   'RTF.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Fecha de vigencia (YYYY-MM-DD, enter = hoy): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CAP-FEC-VIGENCIA
           ACCEPT WS-CAP-FEC-VIGENCIA
           IF WS-CAP-FEC-VIGENCIA = SPACES
               MOVE WS-FECHA-STR TO WS-CAP-FEC-VIGENCIA
           END-IF

           IF WS-CAP-FEC-VIGENCIA < WS-FECHA-STR
               DISPLAY ' '
               DISPLAY '  ERROR: La vigencia no puede ser anterior a '
                   'hoy; el impuesto ya causado no se recalcula.'
               EXIT PARAGRAPH
           END-IF

           IF WS-CAP-TIP-IMPUESTO = 'GMF'
               DISPLAY '  Tarifa en pesos por mil (Ej: 4,00): '
                   WITH NO ADVANCING
           ELSE
               DISPLAY '  Tarifa en porcentaje (Ej: 19,00): '
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-CAP-TARIFA

           PERFORM 2100-BUSCAR-TARIFA-ANTERIOR

           DISPLAY '  Codigo del supervisor que solicita: '
               WITH NO ADVANCING
           ACCEPT WS-COD-AUTORIZA
           DISPLAY '  Clave del supervisor: ' WITH NO ADVANCING
           ACCEPT WS-CLAVE-AUTORIZA
           DISPLAY '  Motivo (Ej: ley de reforma tributaria): '
               WITH NO ADVANCING
           ACCEPT WS-MOTIVO-AUTORIZA

           PERFORM 9860-VALIDAR-SUPERVISOR

           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor que '
                   'solicite el cambio; no se registro nada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 8500-SOLICITAR-CAMBIO
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE WS-ANT-TARIFA TO WS-DISP-TARIFA
           MOVE WS-CAP-TARIFA TO WS-DISP-TARIFA2
           DISPLAY ' '
           DISPLAY '  ' WS-CAP-TIP-IMPUESTO ' de ' WS-DISP-TARIFA
               ' a ' WS-DISP-TARIFA2 ' desde ' WS-CAP-FEC-VIGENCIA
               ' queda PENDIENTE de aprobacion en APR-CAMBIOS '
               '(solicitud ' WS-NUM-CAMBIO-NUEVO ').'.

      *================================================================
      * 2100 - BUSCAR LA TARIFA QUE REGIRIA EN LA VIGENCIA PEDIDA
      *   Deja en WS-ANT-TARIFA la tarifa del tipo vigente en la fecha
      *   solicitada (la compilada si no hay renglon), para que la
      *   auditoria de la solicitud muestre el antes/despues.
      *================================================================
       2100-BUSCAR-TARIFA-ANTERIOR.
           EVALUATE WS-CAP-TIP-IMPUESTO
               WHEN 'GMF'
                   MOVE GMF-TARIFA-X-MIL TO WS-ANT-TARIFA
               WHEN 'IVA'
                   MOVE IVA-TARIFA-POR TO WS-ANT-TARIFA
               WHEN OTHER
                   MOVE RTF-TARIFA-POR TO WS-ANT-TARIFA
           END-EVALUATE
           MOVE SPACES TO WS-ANT-VIGENCIA
           MOVE 'N' TO WS-EOF-TASASIMP

           OPEN INPUT ARCHIVO-TASASIMP
           IF WS-STAT-TASASIMP = '35'
               MOVE 'S' TO WS-EOF-TASASIMP
           END-IF

           PERFORM UNTIL FIN-TASASIMP
               READ ARCHIVO-TASASIMP
                   AT END MOVE 'S' TO WS-EOF-TASASIMP
                   NOT AT END
                       IF TX-TIP-IMPUESTO = WS-CAP-TIP-IMPUESTO
                               AND TX-FEC-VIGENCIA <=
                                   WS-CAP-FEC-VIGENCIA
                               AND TX-FEC-VIGENCIA >= WS-ANT-VIGENCIA
                           MOVE TX-FEC-VIGENCIA TO WS-ANT-VIGENCIA
                           MOVE TX-TARIFA TO WS-ANT-TARIFA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASASIMP NOT = '35'
               CLOSE ARCHIVO-TASASIMP
           END-IF.

      *================================================================
      * 8500 - DEJAR LA SOLICITUD EN LA COLA DE CAMBIOS PENDIENTES
      *================================================================
       8500-SOLICITAR-CAMBIO.
           MOVE 'CMB' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'CMB' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-CAMBIO-NUEVO

           OPEN EXTEND ARCHIVO-PENDCAMBIO
           IF WS-STAT-PENDCAMBIO = '35'
               OPEN OUTPUT ARCHIVO-PENDCAMBIO
               CLOSE ARCHIVO-PENDCAMBIO
               OPEN EXTEND ARCHIVO-PENDCAMBIO
           END-IF

           MOVE SPACES TO REG-PENDCAMBIO
           MOVE WS-NUM-CAMBIO-NUEVO TO PC-NUM-CAMBIO
           MOVE 'IMPUESTO  ' TO PC-TIP-PARAMETRO
           MOVE 'AGREGAR   ' TO PC-ACCION
           STRING WS-CAP-TIP-IMPUESTO ' ' WS-CAP-FEC-VIGENCIA
               DELIMITED SIZE INTO PC-CLAVE
           MOVE WS-COD-AUTORIZA TO PC-COD-SOLICITANTE
           MOVE WS-MOTIVO-AUTORIZA TO PC-MOTIVO
           MOVE WS-FECHA-STR TO PC-FEC-SOLICITUD
           MOVE WS-HORA-STR TO PC-HOA-SOLICITUD
           MOVE 'PENDIENTE ' TO PC-ESTADO
           MOVE SPACES TO PC-COD-APROBADOR
           MOVE WS-CAP-TIP-IMPUESTO TO PC-IMP-TIPO
           MOVE WS-CAP-TARIFA TO PC-IMP-TARIFA
           MOVE WS-CAP-FEC-VIGENCIA TO PC-IMP-VIG-DESDE

           WRITE REG-PENDCAMBIO
           CLOSE ARCHIVO-PENDCAMBIO.

      *================================================================
      * 9100 - REGISTRAR LA SOLICITUD EN AUDITORIA
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE WS-NUM-CAMBIO-NUEVO TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'MANTENIMIENTO_TASASIMP' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-AUTORIZA TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'MNT_TASASIMP' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE 'TARIFA_SOLICITADA' TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE ZERO TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO

           MOVE WS-ANT-TARIFA TO WS-DISP-TARIFA
           MOVE WS-CAP-TARIFA TO WS-DISP-TARIFA2
           STRING WS-CAP-TIP-IMPUESTO ' de ' WS-DISP-TARIFA
               ' a ' WS-DISP-TARIFA2 ' desde ' WS-CAP-FEC-VIGENCIA
               '. ' WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9860 - VALIDAR EL SUPERVISOR CONTRA EL MAESTRO DE USUARIOS
      *   El que llama deja WS-COD-AUTORIZA y WS-CLAVE-AUTORIZA; si la
      *   credencial no corresponde a un SUPERVISOR activo, el intento
      *   queda en AUDITORIA.dat y WS-COD-AUTORIZA se blanquea para
      *   que el flujo rechace la solicitud.
      *================================================================
       9860-VALIDAR-SUPERVISOR.
           MOVE 'N' TO WS-SUP-VALIDO

           IF WS-COD-AUTORIZA = SPACES
               EXIT PARAGRAPH
           END-IF

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

           CLOSE ARCHIVO-USUARIOS

           IF NOT SUP-VALIDO
               DISPLAY ' '
               DISPLAY '  ERROR: La credencial no corresponde a un '
                   'SUPERVISOR activo; intento registrado en '
                   'auditoria.'

               MOVE 'AUD' TO WS-SEC-TIPO
               PERFORM 0150-SIGUIENTE-SECUENCIA
               STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
                   DELIMITED SIZE INTO WS-NUM-AUDIT

               MOVE WS-NUM-AUDIT
                   TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
               MOVE SPACES TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
               MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
               MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
               MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
               MOVE 'VALIDACION_SUPERVISOR'
                   TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
               MOVE WS-COD-AUTORIZA
                   TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
               MOVE 'MNT_TASASIMP' TO AT-TERMINAL OF WS-AUDIT-NUEVO
               MOVE 'ACCESO_RECHAZADO'
                   TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
               MOVE ZERO TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
               MOVE 'Credencial de supervisor invalida o sin rol'
                   TO AT-OBSERVACION OF WS-AUDIT-NUEVO
               WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO

               MOVE SPACES TO WS-COD-AUTORIZA
           END-IF.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 0050 - VERIFICAR QUE EL DIA OPERATIVO ESTE ABIERTO
      *   Con el dia en CERRANDO o CERRADO el programa no arranca:
      *   los jobs de fin de dia estan (o estuvieron) reescribiendo
      *   los archivos que este programa toca.
      *================================================================
       0050-VERIFICAR-DIA-ABIERTO.
           MOVE 'N' TO WS-DIA-PUEDE-OPERAR

           OPEN INPUT ARCHIVO-DIAOPER
           IF WS-STAT-DIAOPER = '35'
               DISPLAY '  AVISO: sin control del dia operativo '
                   '(DIAOPER.dat); se opera en modo de arranque.'
               MOVE 'S' TO WS-DIA-PUEDE-OPERAR
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-DIAOPER
               AT END
                   DISPLAY '  AVISO: control del dia vacio; se '
                       'opera en modo de arranque.'
                   MOVE 'S' TO WS-DIA-PUEDE-OPERAR
               NOT AT END
                   IF DIA-ABIERTO
                       MOVE 'S' TO WS-DIA-PUEDE-OPERAR
                   ELSE
                       DISPLAY ' '
                       DISPLAY '  *** DIA OPERATIVO NO ABIERTO ***'
                       DISPLAY '  El dia ' DO-FEC-PROCESO
                           ' esta en estado ' DO-ESTADO
                           '; abralo con CTL-DIA.'
                   END-IF
           END-READ

           CLOSE ARCHIVO-DIAOPER.

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
