      *================================================================
      * MNT-ALERTAS.cbl - Mantenimiento de Alertas del Cliente
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Mantiene ALERTASCLI.dat (ver ALERTAS.cpy), las alertas que el
      * cliente pide sobre cada cuenta y que EVA-ALERTAS evalua: saldo
      * por debajo de un piso (SM), abono igual o mayor a un monto
      * (AB) y debito igual o mayor a un monto (DB). Pide la cuenta,
      * lista sus alertas, registra una nueva (una viva por cuenta y
      * tipo) o retira una vigente. Todo cambio lleva el codigo del
      * operador que lo atendio y queda en AUDITORIA.dat, igual que
      * los demas mantenimientos. El canal del aviso y las
      * exclusiones por evento siguen siendo los del maestro de
      * clientes (MNT-CLIENTE).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-ALERTAS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-ALERTAS
               ASSIGN TO 'data/ALERTASCLI.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ALERTAS.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

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

       FD ARCHIVO-ALERTAS.
       COPY 'copybooks/ALERTAS.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

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
          05 WS-STAT-ALERTAS      PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
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
      * Consecutivo diario de auditoria
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Opcion y datos capturados
      *----------------------------------------------------------------
       01 WS-OPCION                PIC X(1).
          88 OPCION-REGISTRAR         VALUE 'R'.
          88 OPCION-RETIRAR           VALUE 'T'.

       01 WS-DATOS-CAPTURADOS.
          05 WS-CAP-CUENTA         PIC X(20).
          05 WS-CAP-TIP-ALERTA     PIC X(2).
             88 CAP-TIPO-VALIDO       VALUE 'SM' 'AB' 'DB'.
          05 WS-CAP-MTO-UMBRAL     PIC S9(13)V99.

       01 WS-COD-OPERADOR          PIC X(10).
       01 WS-MOTIVO-AUTORIZA       PIC X(100).
       01 WS-ESTADO-FINAL-AUD      PIC X(20).

      *----------------------------------------------------------------
      * Cuenta de la alerta
      *----------------------------------------------------------------
       01 WS-CUENTA-ALERTA.
          05 WS-NOM-TITULAR       PIC X(50).
          05 WS-CUENTA-ENCONTRADA PIC X VALUE 'N'.
             88 CUENTA-ENCONTRADA    VALUE 'S'.

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-ALERTAS       PIC X VALUE 'N'.
             88 FIN-ALERTAS          VALUE 'S'.
          05 WS-HAY-ALERTAS       PIC X VALUE 'N'.
             88 HAY-ALERTAS          VALUE 'S'.
          05 WS-ALERTA-HALLADA    PIC X VALUE 'N'.
             88 ALERTA-HALLADA       VALUE 'S'.
          05 WS-DES-TIPO          PIC X(20).

       01 WS-DISP-MONTO PIC ZZ.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  ALERTAS DE SALDO Y MOVIMIENTOS DEL CLIENTE'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  Cuenta: ' WITH NO ADVANCING
           ACCEPT WS-CAP-CUENTA

           PERFORM 8000-LEER-CUENTA
           IF NOT CUENTA-ENCONTRADA
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta no existe.'
               PERFORM 9900-CERRAR-ARCHIVOS
               STOP RUN
           END-IF
           DISPLAY '  Titular: ' WS-NOM-TITULAR

           PERFORM 1000-LISTAR-ALERTAS

           DISPLAY ' '
           DISPLAY '  (R)egistrar alerta, re(T)irar, '
               'ENTER = salir: ' WITH NO ADVANCING
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN OPCION-REGISTRAR
                   PERFORM 3000-REGISTRAR-ALERTA
               WHEN OPCION-RETIRAR
                   PERFORM 4000-RETIRAR-ALERTA
               WHEN OTHER
                   DISPLAY ' '
                   DISPLAY '  Sin cambios.'
           END-EVALUATE

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
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-ALERTAS
           IF WS-STAT-ALERTAS = '35'
               OPEN OUTPUT ARCHIVO-ALERTAS
               CLOSE ARCHIVO-ALERTAS
               OPEN EXTEND ARCHIVO-ALERTAS
           END-IF
           CLOSE ARCHIVO-ALERTAS

           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - LISTAR LAS ALERTAS DE LA CUENTA
      *================================================================
       1000-LISTAR-ALERTAS.
           OPEN INPUT ARCHIVO-ALERTAS

           MOVE 'N' TO WS-EOF-ALERTAS
           MOVE 'N' TO WS-HAY-ALERTAS

           DISPLAY ' '
           DISPLAY '  Alertas de la cuenta:'
           DISPLAY '  ------------------------------------------------'

           PERFORM UNTIL FIN-ALERTAS
               READ ARCHIVO-ALERTAS
                   AT END MOVE 'S' TO WS-EOF-ALERTAS
                   NOT AT END
                       IF AL-COD-CUENTA = WS-CAP-CUENTA
                           MOVE 'S' TO WS-HAY-ALERTAS
                           MOVE AL-TIP-ALERTA TO WS-CAP-TIP-ALERTA
                           PERFORM 8100-DESCRIBIR-TIPO
                           MOVE AL-MTO-UMBRAL TO WS-DISP-MONTO
                           DISPLAY '  ' AL-TIP-ALERTA ' '
                               WS-DES-TIPO ' $' WS-DISP-MONTO
                           DISPLAY '      Activa ' AL-MCA-ACTIVO
                               ' | Desde ' AL-FEC-REGISTRO
                               ' | Ultimo aviso ' AL-FEC-ULT-AVISO
                       END-IF
               END-READ
           END-PERFORM

           IF NOT HAY-ALERTAS
               DISPLAY '  (sin alertas registradas)'
           END-IF

           CLOSE ARCHIVO-ALERTAS.

      *================================================================
      * 2100 - CAPTURAR EL OPERADOR QUE ATIENDE EL PEDIDO
      *================================================================
       2100-CAPTURAR-AUTORIZACION.
           DISPLAY '  Codigo del operador que atiende: '
               WITH NO ADVANCING
           ACCEPT WS-COD-OPERADOR
           DISPLAY '  Observacion: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-AUTORIZA.

      *================================================================
      * 3000 - REGISTRAR UNA ALERTA NUEVA
      *================================================================
       3000-REGISTRAR-ALERTA.
           DISPLAY ' '
           DISPLAY '  Tipo (SM=saldo minimo, AB=abono mayor a, '
               'DB=debito mayor a): ' WITH NO ADVANCING
           ACCEPT WS-CAP-TIP-ALERTA
           IF NOT CAP-TIPO-VALIDO
               DISPLAY ' '
               DISPLAY '  ERROR: Tipo de alerta invalido.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 3500-BUSCAR-ALERTA
           IF ALERTA-HALLADA
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta ya tiene una alerta '
                   'vigente de ese tipo; retirela primero.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Monto umbral (sin decimales): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-MTO-UMBRAL
           IF WS-CAP-MTO-UMBRAL < 0
               DISPLAY ' '
               DISPLAY '  ERROR: El umbral no puede ser negativo.'
               EXIT PARAGRAPH
           END-IF
           IF WS-CAP-MTO-UMBRAL = 0
                   AND WS-CAP-TIP-ALERTA NOT = 'SM'
               DISPLAY ' '
               DISPLAY '  ERROR: El umbral de un abono o debito debe '
                   'ser mayor a cero.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-CAPTURAR-AUTORIZACION
           IF WS-COD-OPERADOR = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de operador; '
                   'no se registro nada.'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-ALERTAS
           MOVE SPACES TO REG-ALERTA
           MOVE WS-CAP-CUENTA TO AL-COD-CUENTA
           MOVE WS-CAP-TIP-ALERTA TO AL-TIP-ALERTA
           MOVE WS-CAP-MTO-UMBRAL TO AL-MTO-UMBRAL
           MOVE FLAG-SI TO AL-MCA-ACTIVO
           MOVE WS-FECHA-STR TO AL-FEC-REGISTRO
           MOVE WS-COD-OPERADOR TO AL-COD-OPERADOR
           MOVE SPACES TO AL-FEC-ULT-AVISO
           WRITE REG-ALERTA
           CLOSE ARCHIVO-ALERTAS

           MOVE 'ALERTA_REGISTRADA' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY ' '
           DISPLAY '  Alerta registrada; EVA-ALERTAS la evalua desde '
               'su proxima corrida.'.

      *================================================================
      * 3500 - BUSCAR UNA ALERTA VIGENTE DE LA CUENTA Y EL TIPO
      *================================================================
       3500-BUSCAR-ALERTA.
           OPEN INPUT ARCHIVO-ALERTAS

           MOVE 'N' TO WS-EOF-ALERTAS
           MOVE 'N' TO WS-ALERTA-HALLADA

           PERFORM UNTIL FIN-ALERTAS
               READ ARCHIVO-ALERTAS
                   AT END MOVE 'S' TO WS-EOF-ALERTAS
                   NOT AT END
                       IF AL-COD-CUENTA = WS-CAP-CUENTA
                               AND AL-TIP-ALERTA = WS-CAP-TIP-ALERTA
                               AND AL-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-ALERTA-HALLADA
                           MOVE AL-MTO-UMBRAL TO WS-CAP-MTO-UMBRAL
                           MOVE 'S' TO WS-EOF-ALERTAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ALERTAS.

      *================================================================
      * 4000 - RETIRAR UNA ALERTA VIGENTE
      *================================================================
       4000-RETIRAR-ALERTA.
           DISPLAY ' '
           DISPLAY '  Tipo de la alerta a retirar (SM/AB/DB): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-TIP-ALERTA

           PERFORM 3500-BUSCAR-ALERTA
           IF NOT ALERTA-HALLADA
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta no tiene una alerta '
                   'vigente de ese tipo.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-CAPTURAR-AUTORIZACION
           IF WS-COD-OPERADOR = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de operador; '
                   'no se retiro nada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 4100-MARCAR-RETIRADA

           MOVE 'ALERTA_RETIRADA' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY ' '
           DISPLAY '  Alerta retirada.'.

      *================================================================
      * 4100 - VOLVER A BUSCAR LA ALERTA Y MARCARLA RETIRADA
      *================================================================
       4100-MARCAR-RETIRADA.
           OPEN I-O ARCHIVO-ALERTAS

           MOVE 'N' TO WS-EOF-ALERTAS
           MOVE 'N' TO WS-ALERTA-HALLADA

           PERFORM UNTIL FIN-ALERTAS OR ALERTA-HALLADA
               READ ARCHIVO-ALERTAS
                   AT END MOVE 'S' TO WS-EOF-ALERTAS
                   NOT AT END
                       IF AL-COD-CUENTA = WS-CAP-CUENTA
                               AND AL-TIP-ALERTA = WS-CAP-TIP-ALERTA
                               AND AL-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-ALERTA-HALLADA
                           MOVE FLAG-NO TO AL-MCA-ACTIVO
                           REWRITE REG-ALERTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ALERTAS.

      *================================================================
      * 8000 - LEER LA CUENTA DE LA ALERTA
      *================================================================
       8000-LEER-CUENTA.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA
           MOVE SPACES TO WS-NOM-TITULAR

           OPEN INPUT ARCHIVO-CUENTAS
           MOVE WS-CAP-CUENTA TO CC-COD-CUENTA

           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-ENCONTRADA
                   MOVE CC-NOM-CLIENTE TO WS-NOM-TITULAR
           END-READ

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 8100 - DESCRIBIR EL TIPO DE ALERTA
      *================================================================
       8100-DESCRIBIR-TIPO.
           EVALUATE WS-CAP-TIP-ALERTA
               WHEN 'SM'
                   MOVE 'Saldo menor a' TO WS-DES-TIPO
               WHEN 'AB'
                   MOVE 'Abono desde' TO WS-DES-TIPO
               WHEN 'DB'
                   MOVE 'Debito desde' TO WS-DES-TIPO
               WHEN OTHER
                   MOVE 'Tipo desconocido' TO WS-DES-TIPO
           END-EVALUATE.

      *================================================================
      * 9100 - REGISTRAR EL CAMBIO EN AUDITORIA
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE SPACES TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'MANTENIMIENTO_ALERTA' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-OPERADOR TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'MNT_ALERTAS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-ESTADO-FINAL-AUD TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE WS-CAP-MTO-UMBRAL TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO

           MOVE SPACES TO AT-OBSERVACION OF WS-AUDIT-NUEVO
           STRING 'Alerta ' WS-CAP-TIP-ALERTA ' cuenta '
               WS-CAP-CUENTA ': ' WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.
