      * marca que el operador elija, exigiendo un codigo de
      * autorizacion y una razon antes de aplicar el cambio, y deja
      * constancia en AUDITORIA.dat de quien lo autorizo y por que.
      *
      * Tambien renumera una cuenta (o la traslada a otra sucursal con
      * numero nuevo) y corrige el nombre del titular. Los demas
      * bancos siguen mandando abonos con el dato viejo, asi que cada
      * uno de esos cambios deja su renglon en la referencia cruzada
      * CTAXREF.dat (ver CTAXREF.cpy): PRC-ENTRANTE la usa para
      * redirigir el abono y mandarle un NOC al banco originador. La
      * renumeracion graba la cuenta con el numero nuevo, pasa el
      * saldo con su par de movimientos y deja la vieja inactiva en
      * cero; no procede con saldo bloqueado, embargo vigente ni
      * ordenes abiertas sobre la cuenta.
      *================================================================

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CAMBIOS.

           SELECT ARCHIVO-CTAXREF
               ASSIGN TO 'data/CTAXREF.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CTAXREF.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

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

           SELECT ARCHIVO-EMBARGOS
               ASSIGN TO 'data/EMBARGOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-EMBARGOS.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
       FD ARCHIVO-CAMBIOS.
       COPY 'copybooks/CAMBIOSJR.cpy'.

       FD ARCHIVO-CTAXREF.
       COPY 'copybooks/CTAXREF.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       FD ARCHIVO-EMBARGOS.
       COPY 'copybooks/EMBARGOS.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

       COPY 'copybooks/MOVIMIENTOS.cpy'
           REPLACING REG-MOVIMIENTO BY WS-MOVIM-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).
          05 WS-STAT-CTAXREF      PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-EMBARGOS     PIC X(2).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
       01 WS-FECHA-COMPACTA        PIC X(8).

      *----------------------------------------------------------------
      * Consecutivos diarios de auditoria y movimientos
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-AUDIT             PIC X(20).
       01 WS-NUM-MOVIM             PIC X(20).

      *----------------------------------------------------------------
      * Opcion elegida por el operador
          88 OPCION-ACTIVAR           VALUE '4'.
          88 OPCION-CANCELAR          VALUE '5'.
          88 OPCION-DESPERTAR         VALUE '6'.
          88 OPCION-RENUMERAR         VALUE '7'.
          88 OPCION-CORREGIR-NOMBRE   VALUE '8'.

      *----------------------------------------------------------------
      * Datos capturados
       01 WS-MOTIVO-AUTORIZA       PIC X(100).
       01 WS-ESTADO-FINAL-AUD      PIC X(20).

      *----------------------------------------------------------------
      * Cambio de identidad de la cuenta (opciones 7 y 8): numero y
      * sucursal nuevos o nombre corregido del titular, con los
      * datos viejos que quedan en CTAXREF.dat. El saldo de la cuenta
      * renumerada pasa entero a la nueva.
      *----------------------------------------------------------------
       01 WS-CAMBIO-IDENTIDAD.
          05 WS-CAP-CTA-NUEVA     PIC X(20).
          05 WS-CAP-SUC-NUEVA     PIC X(4).
          05 WS-CAP-NOM-NUEVO     PIC X(50).
          05 WS-ANT-SUCURSAL      PIC X(4).
          05 WS-ANT-NOM-CLIENTE   PIC X(50).
          05 WS-XR-MOTIVO         PIC X(3).
          05 WS-SAL-TRASLADO      PIC S9(13)V99.
          05 WS-TOT-TRASLADO      PIC S9(13)V99.
          05 WS-DATOS-CAMBIO      PIC X VALUE 'S'.
             88 DATOS-CAMBIO-OK      VALUE 'S'.
          05 WS-CTA-NUEVA-EXISTE  PIC X VALUE 'N'.
             88 CTA-NUEVA-EXISTE     VALUE 'S'.
          05 WS-EOF-ORDENES       PIC X VALUE 'N'.
          05 WS-HAY-ORDEN-ABIERTA PIC X VALUE 'N'.
             88 HAY-ORDEN-ABIERTA    VALUE 'S'.
          05 WS-NUM-ORDEN-ABIERTA PIC X(20).
          05 WS-EOF-EMBARGOS      PIC X VALUE 'N'.
          05 WS-HAY-EMBARGO       PIC X VALUE 'N'.
             88 HAY-EMBARGO          VALUE 'S'.

      *----------------------------------------------------------------
      * Bitacora comun de cambios (CAMBIOS.dat, ver CAMBIOSJR.cpy y
      * CNS-CAMBIOS): el que llama a 9860 deja la clave, el campo (o
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
               PERFORM 1100-MOSTRAR-CUENTA
               PERFORM 2000-CAPTURAR-OPCION

               IF WS-OPCION < '1' OR WS-OPCION > '8'
                   DISPLAY ' '
                   DISPLAY '  ERROR: Opcion invalida, no se aplico '
                       'ningun cambio.'
               ELSE
                   PERFORM 2050-CAPTURAR-DATOS-CAMBIO
                   IF NOT OPCION-CANCELAR AND DATOS-CAMBIO-OK
                       PERFORM 2100-CAPTURAR-AUTORIZACION

                       IF WS-COD-AUTORIZA = SPACES
      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *   CUENTAS se abre I-O para poder reescribir la marca una vez
      *   localizada la cuenta (y grabar la renumerada).
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN I-O ARCHIVO-CUENTAS

           OPEN EXTEND ARCHIVO-AUDITORIA
           OPEN EXTEND ARCHIVO-MOVIMIENTOS

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
           DISPLAY ' '
           DISPLAY '  Cuenta        : ' CC-COD-CUENTA
           DISPLAY '  Cliente       : ' CC-NOM-CLIENTE
           DISPLAY '  Sucursal      : ' CC-COD-SUCURSAL
           DISPLAY '  Cuenta activa   : ' CC-MCA-ACTIVA
           DISPLAY '  Cuenta congelada: ' CC-MCA-CONGELADA
           DISPLAY '  Cuenta dormida  : ' CC-MCA-DORMIDA.
           DISPLAY '  4. Activar cuenta'
           DISPLAY '  5. Cancelar, sin cambios'
           DISPLAY '  6. Reactivar cuenta dormida (inactividad)'
           DISPLAY '  7. Renumerar / trasladar a otra sucursal'
           DISPLAY '  8. Corregir nombre del titular'
           DISPLAY '  Opcion: ' WITH NO ADVANCING
           ACCEPT WS-OPCION.

      *================================================================
      * 2050 - CAPTURAR Y VALIDAR LOS DATOS PROPIOS DEL CAMBIO
      *   Las marcas (1-6) no piden nada mas. La renumeracion pide el
      *   numero nuevo (que no exista) y la sucursal (vacia = la
      *   misma); la correccion, el nombre nuevo del titular.
      *================================================================
       2050-CAPTURAR-DATOS-CAMBIO.
           MOVE 'S' TO WS-DATOS-CAMBIO
           MOVE CC-COD-SUCURSAL TO WS-ANT-SUCURSAL
           MOVE CC-NOM-CLIENTE TO WS-ANT-NOM-CLIENTE

           EVALUATE TRUE
               WHEN OPCION-RENUMERAR
                   PERFORM 2200-CAPTURAR-RENUMERACION
               WHEN OPCION-CORREGIR-NOMBRE
                   PERFORM 2300-CAPTURAR-NOMBRE-NUEVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================
      * 2200 - CAPTURAR Y VALIDAR LA RENUMERACION
      *   Mismas condiciones que el cierre en APR-CUENTA (sin saldo
      *   bloqueado ni ordenes abiertas, que siguen apuntando al
      *   numero viejo) mas la de no tener embargo vigente, que
      *   quedaria sobre una cuenta en cero. El numero nuevo se
      *   prueba con START para no perder el renglon leido.
      *================================================================
       2200-CAPTURAR-RENUMERACION.
           MOVE 'N' TO WS-DATOS-CAMBIO

           IF CC-MCA-ACTIVA = FLAG-NO
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta esta inactiva; no se '
                   'renumera.'
               EXIT PARAGRAPH
           END-IF

           IF CC-SAL-BLOQUEADO NOT = 0
               MOVE CC-SAL-BLOQUEADO TO WS-DISP-MONTO
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta tiene $' WS-DISP-MONTO
                   ' en saldo bloqueado; libere los bloqueos antes '
                   'de renumerarla.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2210-BUSCAR-ORDENES-ABIERTAS
           IF HAY-ORDEN-ABIERTA
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta tiene la orden '
                   WS-NUM-ORDEN-ABIERTA ' abierta; espere su '
                   'confirmacion antes de renumerarla.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2220-BUSCAR-EMBARGO-VIGENTE
           IF HAY-EMBARGO
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta tiene un embargo vigente; '
                   'no se renumera.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Numero nuevo de la cuenta: ' WITH NO ADVANCING
           ACCEPT WS-CAP-CTA-NUEVA
           DISPLAY '  Sucursal nueva (vacio = ' WS-ANT-SUCURSAL
               '): ' WITH NO ADVANCING
           ACCEPT WS-CAP-SUC-NUEVA
           IF WS-CAP-SUC-NUEVA = SPACES
               MOVE WS-ANT-SUCURSAL TO WS-CAP-SUC-NUEVA
           END-IF

           IF WS-CAP-CTA-NUEVA = SPACES
                   OR WS-CAP-CTA-NUEVA = WS-COD-CTA-BUSCADA
               DISPLAY ' '
               DISPLAY '  ERROR: Numero nuevo vacio o igual al '
                   'actual; no se renumera.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CTA-NUEVA-EXISTE
           MOVE WS-CAP-CTA-NUEVA TO CC-COD-CUENTA
           START ARCHIVO-CUENTAS KEY IS = CC-COD-CUENTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CTA-NUEVA-EXISTE
           END-START
           MOVE WS-COD-CTA-BUSCADA TO CC-COD-CUENTA

           IF CTA-NUEVA-EXISTE
               DISPLAY ' '
               DISPLAY '  ERROR: Ya existe una cuenta ' WS-CAP-CTA-NUEVA
                   '; no se renumera.'
               EXIT PARAGRAPH
           END-IF

           IF WS-CAP-SUC-NUEVA = WS-ANT-SUCURSAL
               MOVE 'C01' TO WS-XR-MOTIVO
           ELSE
               MOVE 'C05' TO WS-XR-MOTIVO
           END-IF

           MOVE 'S' TO WS-DATOS-CAMBIO.

      *================================================================
      * 2210 - BUSCAR ORDENES ABIERTAS DE LA CUENTA
      *   Igual que 5100-BUSCAR-ORDENES-ABIERTAS en APR-CUENTA.
      *================================================================
       2210-BUSCAR-ORDENES-ABIERTAS.
           MOVE 'N' TO WS-HAY-ORDEN-ABIERTA
           MOVE 'N' TO WS-EOF-ORDENES

           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '35'
               MOVE 'S' TO WS-EOF-ORDENES
           END-IF

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-COD-CTA-ORIGEN = WS-COD-CTA-BUSCADA
                           AND (OT-EST-ORDEN = EST-PENDIENTE
                               OR OT-EST-ORDEN = EST-ENVIADA
                               OR OT-EST-ORDEN = EST-PROGRAMADA
                               OR OT-EST-ORDEN = EST-REVISION)
                           MOVE 'S' TO WS-HAY-ORDEN-ABIERTA
                           MOVE OT-NUM-ORDEN TO WS-NUM-ORDEN-ABIERTA
                           MOVE 'S' TO WS-EOF-ORDENES
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-ORDENES NOT = '35'
               CLOSE ARCHIVO-ORDENES
           END-IF.

      *================================================================
      * 2220 - BUSCAR UN EMBARGO VIGENTE SOBRE LA CUENTA
      *================================================================
       2220-BUSCAR-EMBARGO-VIGENTE.
           MOVE 'N' TO WS-HAY-EMBARGO
           MOVE 'N' TO WS-EOF-EMBARGOS

           OPEN INPUT ARCHIVO-EMBARGOS
           IF WS-STAT-EMBARGOS = '35'
               MOVE 'S' TO WS-EOF-EMBARGOS
           END-IF

           PERFORM UNTIL WS-EOF-EMBARGOS = 'S'
               READ ARCHIVO-EMBARGOS
                   AT END MOVE 'S' TO WS-EOF-EMBARGOS
                   NOT AT END
                       IF EM-COD-CUENTA = WS-COD-CTA-BUSCADA
                               AND EMB-VIGENTE
                           MOVE 'S' TO WS-HAY-EMBARGO
                           MOVE 'S' TO WS-EOF-EMBARGOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-EMBARGOS NOT = '35'
               CLOSE ARCHIVO-EMBARGOS
           END-IF.

      *================================================================
      * 2300 - CAPTURAR EL NOMBRE CORREGIDO DEL TITULAR
      *================================================================
       2300-CAPTURAR-NOMBRE-NUEVO.
           MOVE 'N' TO WS-DATOS-CAMBIO

           DISPLAY '  Nombre corregido del titular: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-NOM-NUEVO

           IF WS-CAP-NOM-NUEVO = SPACES
                   OR WS-CAP-NOM-NUEVO = WS-ANT-NOM-CLIENTE
               DISPLAY ' '
               DISPLAY '  ERROR: Nombre vacio o igual al actual; no '
                   'se corrige.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COD-CTA-BUSCADA TO WS-CAP-CTA-NUEVA
           MOVE WS-ANT-SUCURSAL TO WS-CAP-SUC-NUEVA
           MOVE 'C04' TO WS-XR-MOTIVO
           MOVE 'S' TO WS-DATOS-CAMBIO.

      *================================================================
      * 2100 - CAPTURAR LA AUTORIZACION DEL CAMBIO
      *================================================================
                   MOVE 'S' TO WS-CJR-ANTERIOR
                   MOVE 'N' TO WS-CJR-NUEVO
                   PERFORM 9860-REGISTRAR-CAMBIO
               WHEN OPCION-RENUMERAR
                   PERFORM 3100-RENUMERAR-CUENTA
                   MOVE 'CUENTA_RENUMERADA' TO WS-ESTADO-FINAL-AUD
                   MOVE WS-COD-CTA-BUSCADA TO WS-CJR-CLAVE
                   MOVE 'NUMERO_CUENTA' TO WS-CJR-CAMPO
                   MOVE WS-COD-CTA-BUSCADA TO WS-CJR-ANTERIOR
                   MOVE WS-CAP-CTA-NUEVA TO WS-CJR-NUEVO
                   PERFORM 9860-REGISTRAR-CAMBIO
                   IF WS-XR-MOTIVO = 'C05'
                       MOVE 'SUCURSAL' TO WS-CJR-CAMPO
                       MOVE WS-ANT-SUCURSAL TO WS-CJR-ANTERIOR
                       MOVE WS-CAP-SUC-NUEVA TO WS-CJR-NUEVO
                       PERFORM 9860-REGISTRAR-CAMBIO
                   END-IF
                   PERFORM 3300-REGISTRAR-REFERENCIA
               WHEN OPCION-CORREGIR-NOMBRE
                   MOVE WS-CAP-NOM-NUEVO TO CC-NOM-CLIENTE
                   MOVE 'NOMBRE_CORREGIDO' TO WS-ESTADO-FINAL-AUD
                   MOVE WS-COD-CTA-BUSCADA TO WS-CJR-CLAVE
                   MOVE 'NOMBRE_TITULAR' TO WS-CJR-CAMPO
                   MOVE WS-ANT-NOM-CLIENTE TO WS-CJR-ANTERIOR
                   MOVE WS-CAP-NOM-NUEVO TO WS-CJR-NUEVO
                   PERFORM 9860-REGISTRAR-CAMBIO
                   PERFORM 3300-REGISTRAR-REFERENCIA
           END-EVALUATE

           REWRITE REG-CUENTA.

      *================================================================
      * 3100 - RENUMERAR LA CUENTA
      *   Se graba la cuenta con el numero (y sucursal) nuevo y todo
      *   su saldo; luego el renglon queda otra vez con el numero
      *   viejo, en cero e inactivo, para que 3000 lo reescriba. El
      *   paso del saldo deja su par de movimientos (3200).
      *================================================================
       3100-RENUMERAR-CUENTA.
           MOVE CC-SAL-DISPONIBLE TO WS-SAL-TRASLADO
           MOVE CC-SAL-TOTAL TO WS-TOT-TRASLADO

           MOVE WS-CAP-CTA-NUEVA TO CC-COD-CUENTA
           MOVE WS-CAP-SUC-NUEVA TO CC-COD-SUCURSAL
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
           WRITE REG-CUENTA
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  ERROR GRABANDO LA CUENTA NUEVA: '
                   WS-STAT-CUENTAS
               PERFORM 9900-CERRAR-ARCHIVOS
               STOP RUN
           END-IF

           IF WS-SAL-TRASLADO NOT = 0
               MOVE WS-COD-CTA-BUSCADA TO MC-COD-CUENTA
                   OF WS-MOVIM-NUEVO
               COMPUTE MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO =
                   0 - WS-SAL-TRASLADO
               MOVE WS-SAL-TRASLADO TO MC-SAL-ANTERIOR
                   OF WS-MOVIM-NUEVO
               MOVE 0 TO MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO
               STRING 'Traslado de saldo a la cuenta '
                   WS-CAP-CTA-NUEVA
                   DELIMITED SIZE INTO MC-DES-DETALLE
                   OF WS-MOVIM-NUEVO
               PERFORM 3200-ESCRIBIR-MOVIMIENTO

               MOVE WS-CAP-CTA-NUEVA TO MC-COD-CUENTA
                   OF WS-MOVIM-NUEVO
               MOVE WS-SAL-TRASLADO TO MC-MTO-MOVIMIENTO
                   OF WS-MOVIM-NUEVO
               MOVE 0 TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
               MOVE WS-SAL-TRASLADO TO MC-SAL-POSTERIOR
                   OF WS-MOVIM-NUEVO
               STRING 'Traslado de saldo desde la cuenta '
                   WS-COD-CTA-BUSCADA
                   DELIMITED SIZE INTO MC-DES-DETALLE
                   OF WS-MOVIM-NUEVO
               PERFORM 3200-ESCRIBIR-MOVIMIENTO
           END-IF

           MOVE WS-COD-CTA-BUSCADA TO CC-COD-CUENTA
           MOVE WS-ANT-SUCURSAL TO CC-COD-SUCURSAL
           MOVE 0 TO CC-SAL-DISPONIBLE
           COMPUTE CC-SAL-TOTAL = WS-TOT-TRASLADO - WS-SAL-TRASLADO
           MOVE FLAG-NO TO CC-MCA-ACTIVA

           DISPLAY '  Cuenta nueva ' WS-CAP-CTA-NUEVA ' (sucursal '
               WS-CAP-SUC-NUEVA ') grabada; la ' WS-COD-CTA-BUSCADA
               ' queda inactiva.'.

      *================================================================
      * 3200 - ESCRIBIR UN MOVIMIENTO DEL TRASLADO DE SALDO
      *   El que llama arma cuenta, monto, saldos y detalle.
      *================================================================
       3200-ESCRIBIR-MOVIMIENTO.
           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-RENUMERACION TO MC-TIP-MOVIMIENTO
               OF WS-MOVIM-NUEVO
           MOVE SPACES TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO

           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO.

      *================================================================
      * 3300 - DEJAR EL RENGLON EN LA REFERENCIA CRUZADA
      *   CTAXREF.dat se crea en la primera corrida que lo necesite.
      *================================================================
       3300-REGISTRAR-REFERENCIA.
           OPEN EXTEND ARCHIVO-CTAXREF
           IF WS-STAT-CTAXREF = '35'
               OPEN OUTPUT ARCHIVO-CTAXREF
               CLOSE ARCHIVO-CTAXREF
               OPEN EXTEND ARCHIVO-CTAXREF
           END-IF

           MOVE SPACES TO REG-CTA-XREF
           MOVE WS-COD-CTA-BUSCADA TO XR-COD-CTA-VIEJA
           MOVE WS-CAP-CTA-NUEVA TO XR-COD-CTA-NUEVA
           MOVE WS-XR-MOTIVO TO XR-COD-MOTIVO
           MOVE WS-ANT-SUCURSAL TO XR-SUC-ANTERIOR
           MOVE WS-CAP-SUC-NUEVA TO XR-SUC-NUEVA
           MOVE WS-ANT-NOM-CLIENTE TO XR-NOM-ANTERIOR
           IF WS-XR-MOTIVO = 'C04'
               MOVE WS-CAP-NOM-NUEVO TO XR-NOM-NUEVO
           ELSE
               MOVE WS-ANT-NOM-CLIENTE TO XR-NOM-NUEVO
           END-IF
           MOVE WS-FECHA-STR TO XR-FEC-CAMBIO
           MOVE WS-COD-AUTORIZA TO XR-COD-AUTORIZA
           WRITE REG-CTA-XREF

           CLOSE ARCHIVO-CTAXREF.

      *================================================================
      * 9100 - REGISTRAR EL CAMBIO EN AUDITORIA
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
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
