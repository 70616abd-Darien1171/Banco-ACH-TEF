      *================================================================
      * MNT-CONVENIOS.cbl - Mantenimiento de Convenios de Recaudo
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Programa interactivo de uso ocasional, hermano de MNT-MANDATOS:
      * lista los convenios de recaudo por referencia (CONVENIOS.cpy),
      * deja registrar uno nuevo cuando un facturador (empresa de
      * servicios, colegio, secretaria de hacienda) firma el convenio,
      * y suspender o reactivar uno existente. Antes de registrar se
      * valida que el codigo no este tomado y que la cuenta recaudadora
      * y la de abono existan en CUENTAS.dat, sean distintas y ambas
      * pertenezcan al cliente facturador. Como el convenio decide a
      * que cuenta va el dinero que pagan terceros, todo cambio exige
      * codigo de supervisor y motivo, y queda constancia en
      * AUDITORIA.dat de quien lo autorizo y por que.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-CONVENIOS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-CONVENIOS
               ASSIGN TO 'data/CONVENIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CONVENIOS.

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

       FD ARCHIVO-CONVENIOS.
       COPY 'copybooks/CONVENIOS.cpy'.

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
          05 WS-STAT-CONVENIOS    PIC X(2).
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
      * Opcion del menu y datos capturados
      *----------------------------------------------------------------
       01 WS-OPCION                PIC X(1).
          88 OPCION-AGREGAR           VALUE 'A'.
          88 OPCION-SUSPENDER         VALUE 'S'.
          88 OPCION-REACTIVAR         VALUE 'V'.

       01 WS-DATOS-CAPTURADOS.
          05 WS-CAP-COD-CONVENIO   PIC X(6).
          05 WS-CAP-NOM-CONVENIO   PIC X(50).
          05 WS-CAP-COD-CLIENTE    PIC X(10).
          05 WS-CAP-CTA-RECAUDO    PIC X(20).
          05 WS-CAP-CTA-ABONO      PIC X(20).
          05 WS-CAP-VLR-COMISION   PIC 9(7)V99.
          05 WS-CAP-ACEPTA-VENCIDA PIC X(1).

      *----------------------------------------------------------------
      * Autorizacion del cambio
      *----------------------------------------------------------------
       01 WS-COD-AUTORIZA          PIC X(10).
       01 WS-MOTIVO-AUTORIZA       PIC X(100).
       01 WS-ESTADO-FINAL-AUD      PIC X(20).

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-CONVENIOS     PIC X VALUE 'N'.
             88 FIN-CONVENIOS        VALUE 'S'.
          05 WS-HAY-CONVENIOS     PIC X VALUE 'N'.
             88 HAY-CONVENIOS        VALUE 'S'.
          05 WS-CONVENIO-ENCONTRADO PIC X VALUE 'N'.
             88 CONVENIO-ENCONTRADO  VALUE 'S'.
          05 WS-CUENTA-ENCONTRADA PIC X VALUE 'N'.
             88 CUENTA-ENCONTRADA    VALUE 'S'.
          05 WS-CTA-BUSCADA       PIC X(20).
          05 WS-CLI-CUENTA        PIC X(10).

       01 WS-DISP-MONTO PIC ZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  MANTENIMIENTO DE CONVENIOS DE RECAUDO'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 1000-LISTAR-CONVENIOS
           PERFORM 2000-CAPTURAR-OPCION

           EVALUATE TRUE
               WHEN OPCION-AGREGAR
                   PERFORM 3000-AGREGAR-CONVENIO
               WHEN OPCION-SUSPENDER
                   PERFORM 4000-CAMBIAR-ESTADO-CONVENIO
               WHEN OPCION-REACTIVAR
                   PERFORM 4000-CAMBIAR-ESTADO-CONVENIO
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
      *   CONVENIOS puede no existir todavia (primer convenio del
      *   banco); si el primer OPEN EXTEND da estado '35' se crea con
      *   OPEN OUTPUT y se vuelve a abrir, igual que MNT-MANDATOS con
      *   MANDATOS.dat.
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-CONVENIOS
           IF WS-STAT-CONVENIOS = '35'
               OPEN OUTPUT ARCHIVO-CONVENIOS
               CLOSE ARCHIVO-CONVENIOS
               OPEN EXTEND ARCHIVO-CONVENIOS
           END-IF
           CLOSE ARCHIVO-CONVENIOS

           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - LISTAR LOS CONVENIOS EXISTENTES
      *================================================================
       1000-LISTAR-CONVENIOS.
           OPEN INPUT ARCHIVO-CONVENIOS

           MOVE 'N' TO WS-EOF-CONVENIOS
           MOVE 'N' TO WS-HAY-CONVENIOS

           DISPLAY ' '
           DISPLAY '  Convenios de recaudo existentes:'
           DISPLAY '  ------------------------------------------------'

           PERFORM UNTIL FIN-CONVENIOS
               READ ARCHIVO-CONVENIOS
                   AT END MOVE 'S' TO WS-EOF-CONVENIOS
                   NOT AT END
                       MOVE 'S' TO WS-HAY-CONVENIOS
                       PERFORM 1100-MOSTRAR-CONVENIO
               END-READ
           END-PERFORM

           IF NOT HAY-CONVENIOS
               DISPLAY '  (no hay convenios registrados todavia)'
           END-IF

           CLOSE ARCHIVO-CONVENIOS.

      *================================================================
      * 1100 - MOSTRAR UN RENGLON DE CONVENIOS.dat
      *================================================================
       1100-MOSTRAR-CONVENIO.
           MOVE CV-VLR-COMISION TO WS-DISP-MONTO

           DISPLAY '  ' CV-COD-CONVENIO ' ' CV-NOM-CONVENIO
           DISPLAY '        Facturador: ' CV-COD-CLIENTE
               ' | Recaudo: ' CV-COD-CTA-RECAUDO
           DISPLAY '        Abono: ' CV-COD-CTA-ABONO
               ' | Comision: $' WS-DISP-MONTO
           DISPLAY '        Acepta vencidas: ' CV-MCA-ACEPTA-VENCIDA
               ' | Activo: ' CV-MCA-ACTIVO.

      *================================================================
      * 2000 - CAPTURAR LA OPCION DEL OPERADOR
      *================================================================
       2000-CAPTURAR-OPCION.
           DISPLAY ' '
           DISPLAY '  (A)gregar convenio, (S)uspender, reacti(V)ar, '
               'ENTER = salir: ' WITH NO ADVANCING
           ACCEPT WS-OPCION.

      *================================================================
      * 2100 - CAPTURAR LA AUTORIZACION DEL CAMBIO
      *================================================================
       2100-CAPTURAR-AUTORIZACION.
           DISPLAY '  Codigo del supervisor que autoriza: '
               WITH NO ADVANCING
           ACCEPT WS-COD-AUTORIZA
           DISPLAY '  Razon del cambio: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-AUTORIZA.

      *================================================================
      * 3000 - AGREGAR UN CONVENIO NUEVO
      *================================================================
       3000-AGREGAR-CONVENIO.
           PERFORM 3100-CAPTURAR-DATOS-CONVENIO
           PERFORM 2100-CAPTURAR-AUTORIZACION

           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor '
                   'que autorice el convenio; no se agrego nada.'
               EXIT PARAGRAPH
           END-IF

           IF WS-CAP-COD-CONVENIO = SPACES
               OR WS-CAP-NOM-CONVENIO = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Codigo y nombre del convenio son '
                   'obligatorios; no se agrego nada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-BUSCAR-CONVENIO
           IF CONVENIO-ENCONTRADO
               DISPLAY ' '
               DISPLAY '  ERROR: Ya existe un convenio con el '
                   'codigo ' WS-CAP-COD-CONVENIO
                   '; no se agrego nada.'
               EXIT PARAGRAPH
           END-IF

           IF WS-CAP-CTA-RECAUDO = WS-CAP-CTA-ABONO
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta recaudadora y la de abono '
                   'deben ser distintas; no se agrego nada.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAP-CTA-RECAUDO TO WS-CTA-BUSCADA
           PERFORM 3300-VALIDAR-CUENTA
           IF NOT CUENTA-ENCONTRADA
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta recaudadora no existe o no '
                   'es del facturador; no se agrego nada.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAP-CTA-ABONO TO WS-CTA-BUSCADA
           PERFORM 3300-VALIDAR-CUENTA
           IF NOT CUENTA-ENCONTRADA
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta de abono no existe o no '
                   'es del facturador; no se agrego nada.'
               EXIT PARAGRAPH
           END-IF

           IF WS-CAP-ACEPTA-VENCIDA NOT = FLAG-SI
               MOVE FLAG-NO TO WS-CAP-ACEPTA-VENCIDA
           END-IF

           OPEN EXTEND ARCHIVO-CONVENIOS
           MOVE SPACES TO REG-CONVENIO
           MOVE WS-CAP-COD-CONVENIO TO CV-COD-CONVENIO
           MOVE WS-CAP-NOM-CONVENIO TO CV-NOM-CONVENIO
           MOVE WS-CAP-COD-CLIENTE TO CV-COD-CLIENTE
           MOVE WS-CAP-CTA-RECAUDO TO CV-COD-CTA-RECAUDO
           MOVE WS-CAP-CTA-ABONO TO CV-COD-CTA-ABONO
           MOVE WS-CAP-VLR-COMISION TO CV-VLR-COMISION
           MOVE WS-CAP-ACEPTA-VENCIDA TO CV-MCA-ACEPTA-VENCIDA
           MOVE FLAG-SI TO CV-MCA-ACTIVO
           MOVE WS-FECHA-STR TO CV-FEC-REGISTRO
           WRITE REG-CONVENIO
           CLOSE ARCHIVO-CONVENIOS

           MOVE 'CONVENIO_AGREGADO' TO WS-ESTADO-FINAL-AUD
           PERFORM 9200-REGISTRAR-AUDITORIA

           DISPLAY ' '
           DISPLAY '  Convenio ' WS-CAP-COD-CONVENIO ' registrado.'.

      *================================================================
      * 3100 - CAPTURAR LOS DATOS DE UN CONVENIO NUEVO
      *================================================================
       3100-CAPTURAR-DATOS-CONVENIO.
           DISPLAY ' '
           DISPLAY '  Codigo del convenio: ' WITH NO ADVANCING
           ACCEPT WS-CAP-COD-CONVENIO

           DISPLAY '  Nombre del convenio: ' WITH NO ADVANCING
           ACCEPT WS-CAP-NOM-CONVENIO

           DISPLAY '  Codigo del cliente facturador: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-COD-CLIENTE

           DISPLAY '  Cuenta recaudadora: ' WITH NO ADVANCING
           ACCEPT WS-CAP-CTA-RECAUDO

           DISPLAY '  Cuenta de abono del neto: ' WITH NO ADVANCING
           ACCEPT WS-CAP-CTA-ABONO

           DISPLAY '  Comision por factura antes de IVA (sin '
               'decimales): ' WITH NO ADVANCING
           ACCEPT WS-CAP-VLR-COMISION

           DISPLAY '  Recibe facturas vencidas (S/N): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-ACEPTA-VENCIDA.

      *================================================================
      * 3200 - BUSCAR UN CONVENIO POR SU CODIGO
      *================================================================
       3200-BUSCAR-CONVENIO.
           OPEN INPUT ARCHIVO-CONVENIOS

           MOVE 'N' TO WS-EOF-CONVENIOS
           MOVE 'N' TO WS-CONVENIO-ENCONTRADO

           PERFORM UNTIL FIN-CONVENIOS
               READ ARCHIVO-CONVENIOS
                   AT END MOVE 'S' TO WS-EOF-CONVENIOS
                   NOT AT END
                       IF CV-COD-CONVENIO = WS-CAP-COD-CONVENIO
                           MOVE 'S' TO WS-CONVENIO-ENCONTRADO
                           MOVE 'S' TO WS-EOF-CONVENIOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONVENIOS.

      *================================================================
      * 3300 - VALIDAR QUE UNA CUENTA EXISTA Y SEA DEL FACTURADOR
      *================================================================
       3300-VALIDAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA

           OPEN INPUT ARCHIVO-CUENTAS
           MOVE WS-CTA-BUSCADA TO CC-COD-CUENTA

           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CC-COD-CLIENTE = WS-CAP-COD-CLIENTE
                       MOVE 'S' TO WS-CUENTA-ENCONTRADA
                   END-IF
           END-READ

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 4000 - SUSPENDER O REACTIVAR UN CONVENIO EXISTENTE
      *   Suspendido, TRN-CAJA y ADP-CANAL dejan de recibir pagos del
      *   convenio; lo ya recaudado se liquida igual al cierre.
      *================================================================
       4000-CAMBIAR-ESTADO-CONVENIO.
           DISPLAY ' '
           DISPLAY '  Codigo del convenio: ' WITH NO ADVANCING
           ACCEPT WS-CAP-COD-CONVENIO

           PERFORM 3200-BUSCAR-CONVENIO

           IF NOT CONVENIO-ENCONTRADO
               DISPLAY ' '
               DISPLAY '  ERROR: No existe un convenio con ese '
                   'codigo.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-CAPTURAR-AUTORIZACION

           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor '
                   'que autorice el cambio; no se aplico ningun '
                   'cambio.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 4100-REESCRIBIR-CONVENIO

           IF OPCION-SUSPENDER
               MOVE 'CONVENIO_SUSPENDIDO' TO WS-ESTADO-FINAL-AUD
           ELSE
               MOVE 'CONVENIO_REACTIVADO' TO WS-ESTADO-FINAL-AUD
           END-IF
           PERFORM 9200-REGISTRAR-AUDITORIA

           DISPLAY ' '
           DISPLAY '  Convenio ' WS-CAP-COD-CONVENIO ' actualizado.'.

      *================================================================
      * 4100 - VOLVER A BUSCAR EL CONVENIO Y REESCRIBIR SU MARCA
      *================================================================
       4100-REESCRIBIR-CONVENIO.
           OPEN I-O ARCHIVO-CONVENIOS

           MOVE 'N' TO WS-EOF-CONVENIOS
           MOVE 'N' TO WS-CONVENIO-ENCONTRADO

           PERFORM UNTIL FIN-CONVENIOS OR CONVENIO-ENCONTRADO
               READ ARCHIVO-CONVENIOS
                   AT END MOVE 'S' TO WS-EOF-CONVENIOS
                   NOT AT END
                       IF CV-COD-CONVENIO = WS-CAP-COD-CONVENIO
                           MOVE 'S' TO WS-CONVENIO-ENCONTRADO
                           IF OPCION-SUSPENDER
                               MOVE FLAG-NO TO CV-MCA-ACTIVO
                           ELSE
                               MOVE FLAG-SI TO CV-MCA-ACTIVO
                           END-IF
                           REWRITE REG-CONVENIO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONVENIOS.

      *================================================================
      * 9200 - REGISTRAR EL CAMBIO EN AUDITORIA
      *================================================================
       9200-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE SPACES TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'MANTENIMIENTO_CONVENIO' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-AUTORIZA TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'MNT_CONVENIOS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-ESTADO-FINAL-AUD TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE ZERO TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO

           STRING 'Convenio ' WS-CAP-COD-CONVENIO ': '
               WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.
