      *================================================================
      * GES-PQR.cbl - Gestion de Quejas y Reclamos (PQR) de Clientes
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Cuando un cliente llama a decir "yo no hice esta
      * transferencia" o "la plata nunca llego", se buscaba la orden
      * con CNS-RASTREO y el reclamo se seguia en una hoja de
      * calculo. Este programa lleva el registro formal en PQR.dat
      * (ver PQR.cpy):
      *
      *   1. Radicar: la queja queda amarrada a su OT-NUM-ORDEN y a
      *      la cuenta origen de la orden, con su causa, el relato
      *      del cliente y la fecha limite de respuesta, contada en
      *      PQR-DIAS-HABILES dias habiles (sin sabados, domingos ni
      *      festivos vigentes de FERIADOS.dat, igual que 0946/0947
      *      en MAIN-ACH). El cliente recibe el aviso con el numero
      *      de radicado y la fecha limite;
      *   2. Asignar responsable: la queja pasa a ASIGNADA;
      *   3. Cerrar con resolucion y respuesta: si la resolucion es
      *      favorable se puede pedir de una vez el REVERSO de la
      *      orden CONFIRMADA/LIQUIDADA (REV-ORDEN) o la ANULACION
      *      de la orden todavia ENVIADA (ANL-ORDEN); el programa
      *      correspondiente se invoca al terminar con el numero de
      *      la orden ya cargado, con su propia captura de supervisor
      *      y clave. La queja solo se cierra cuando, al volver, la
      *      orden quedo REVERSADA o ANULADA; si no, sigue viva con la
      *      accion pedida anotada. El cierre despues de la fecha
      *      limite queda marcado fuera de plazo;
      *   4. Consultar las quejas vivas con los dias habiles que les
      *      quedan, resaltando las ya vencidas.
      *
      * Todo cambio exige codigo de supervisor y deja su renglon en
      * AUDITORIA.dat, igual que GES-CASOS. RPT-PQR es el resumen
      * mensual por causa.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GES-PQR.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-PQR
               ASSIGN TO 'data/PQR.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PQR.

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

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-FERIADOS
               ASSIGN TO 'data/FERIADOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FERIADOS.

           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO 'data/NOTIFICACIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

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

       FD ARCHIVO-PQR.
       COPY 'copybooks/PQR.cpy'.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-FERIADOS.
       COPY 'copybooks/FERIADOS.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

       COPY 'copybooks/PQR.cpy'
           REPLACING REG-PQR BY WS-PQR-NUEVA.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-PQR          PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-FERIADOS     PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).
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
      * Consecutivos diarios (PQR, AUD, NOT)
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-AUDIT             PIC X(20).
       01 WS-NUM-PQR               PIC X(20).

      *----------------------------------------------------------------
      * Opcion elegida y datos capturados
      *----------------------------------------------------------------
       01 WS-OPCION                PIC X(1).
          88 OPCION-RADICAR           VALUE '1'.
          88 OPCION-ASIGNAR           VALUE '2'.
          88 OPCION-CERRAR            VALUE '3'.
          88 OPCION-CONSULTAR         VALUE '4'.

       01 WS-DATOS-CAPTURADOS.
          05 WS-PQR-BUSCADA       PIC X(20).
          05 WS-CAP-NUM-ORDEN     PIC X(20).
          05 WS-CAP-CAUSA         PIC X(20).
          05 WS-CAP-DESCRIPCION   PIC X(200).
          05 WS-CAP-RESPONSABLE   PIC X(10).
          05 WS-CAP-RESOLUCION    PIC X(20).
          05 WS-CAP-ACCION        PIC X(10).
             88 ACCION-REVERSO       VALUE 'REVERSO   '.
             88 ACCION-ANULACION     VALUE 'ANULACION '.
             88 ACCION-NINGUNA       VALUE 'NINGUNA   '.
          05 WS-CAP-RESPUESTA     PIC X(200).

      *----------------------------------------------------------------
      * Autorizacion del cambio
      *----------------------------------------------------------------
       01 WS-COD-AUTORIZA          PIC X(10).
       01 WS-MOTIVO-AUTORIZA       PIC X(100).
       01 WS-ESTADO-FINAL-AUD      PIC X(20).

      *----------------------------------------------------------------
      * Orden reclamada (leida de ORDENES.dat)
      *----------------------------------------------------------------
       01 WS-ORDEN-RECLAMADA.
          05 WS-ORD-CTA-ORIGEN    PIC X(20).
          05 WS-ORD-MONTO         PIC S9(13)V99.
          05 WS-ORD-ESTADO        PIC X(22).

      *----------------------------------------------------------------
      * Programa de reverso/anulacion a invocar al cerrar la queja
      *----------------------------------------------------------------
       01 WS-PROG-ACCION           PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * Orden precargada para REV-ORDEN / ANL-ORDEN: area compartida
      * (EXTERNAL) de la unidad de ejecucion; el programa invocado la
      * toma en lugar de pedir el numero y la deja en blanco.
      *----------------------------------------------------------------
       01 WS-ORDEN-PRECARGADA      PIC X(20) EXTERNAL.

      *----------------------------------------------------------------
      * Calculo de la fecha limite en dias habiles (mismo esquema que
      * 0946/0947 en MAIN-ACH)
      *----------------------------------------------------------------
       01 WS-CALCULO-FECHA.
          05 WS-FEC-YYYYMMDD    PIC 9(8).
          05 WS-FEC-NUEVA-INT   PIC 9(9).
          05 WS-FEC-NUEVA-YMD   PIC 9(8).
          05 WS-ANCLA-LUNES     PIC 9(9).
             *> FUNCTION INTEGER-OF-DATE(01/01/2001), un lunes
             *> conocido, para ubicar el dia de la semana.
          05 WS-DESPLAZAMIENTO-DIA PIC S9(9).
             *> 0=lunes ... 5=sabado, 6=domingo.
          05 WS-DIA-HABIL-HALLADO  PIC X VALUE 'N'.
             88 DIA-HABIL-HALLADO      VALUE 'S'.
          05 WS-FEC-CANDIDATA      PIC X(10).
          05 WS-ES-FERIADO         PIC X VALUE 'N'.
             88 ES-FERIADO             VALUE 'S'.
          05 WS-EOF-FERIADOS       PIC X VALUE 'N'.
          05 WS-DIAS-CONTADOS      PIC 9(3).
          05 WS-FEC-HOY-INT        PIC 9(9).
          05 WS-FEC-VENCE-TXT      PIC X(8).
          05 WS-FEC-VENCE-NUM REDEFINES WS-FEC-VENCE-TXT PIC 9(8).

      *----------------------------------------------------------------
      * Notificacion al cliente
      *----------------------------------------------------------------
       01 WS-NOTIFICACION.
          05 WS-NOT-COD-CLIENTE   PIC X(10).
          05 WS-NOT-COD-CUENTA    PIC X(20).
          05 WS-NOT-TIP-EVENTO    PIC X(20).
          05 WS-NOT-NUM-ORDEN     PIC X(20).
          05 WS-NOT-MENSAJE       PIC X(100).
          05 WS-NUM-NOTIF         PIC X(20).

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-PQR           PIC X VALUE 'N'.
          05 WS-EOF-ORDENES       PIC X VALUE 'N'.
          05 WS-PQR-ENCONTRADA    PIC X VALUE 'N'.
             88 PQR-ENCONTRADA       VALUE 'S'.
          05 WS-ORDEN-ENCONTRADA  PIC X VALUE 'N'.
             88 ORDEN-ENCONTRADA     VALUE 'S'.
          05 WS-HAY-PQR           PIC X VALUE 'N'.
          05 WS-ACCION-PENDIENTE  PIC X VALUE 'N'.
             88 ACCION-PENDIENTE     VALUE 'S'.
          05 WS-ACCION-CUMPLIDA   PIC X VALUE 'N'.
             88 ACCION-CUMPLIDA      VALUE 'S'.
          05 WS-DIAS-RESTANTES    PIC S9(5).

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  GESTION DE QUEJAS Y RECLAMOS (PQR)'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  1. Radicar queja sobre una orden'
           DISPLAY '  2. Asignar responsable'
           DISPLAY '  3. Cerrar queja con resolucion y respuesta'
           DISPLAY '  4. Consultar quejas vivas y plazos'
           DISPLAY '  Opcion (ENTER = salir): ' WITH NO ADVANCING
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN OPCION-RADICAR
                   PERFORM 2000-RADICAR-PQR
               WHEN OPCION-ASIGNAR
                   PERFORM 3000-ASIGNAR-RESPONSABLE
               WHEN OPCION-CERRAR
                   PERFORM 4000-CERRAR-PQR
               WHEN OPCION-CONSULTAR
                   PERFORM 1000-LISTAR-PQR
               WHEN OTHER
                   DISPLAY ' '
                   DISPLAY '  Sin cambios.'
           END-EVALUATE

           PERFORM 9900-CERRAR-ARCHIVOS

           IF WS-PROG-ACCION NOT = SPACES
               DISPLAY ' '
               DISPLAY '  Se invoca ' WS-PROG-ACCION ' para la orden '
                   WS-CAP-NUM-ORDEN '.'
               CALL WS-PROG-ACCION
                   ON EXCEPTION
                       DISPLAY '  *** No se pudo invocar '
                           WS-PROG-ACCION ' ***'
               END-CALL
               MOVE SPACES TO WS-ORDEN-PRECARGADA
               PERFORM 4600-VERIFICAR-ACCION
           END-IF

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
           OPEN EXTEND ARCHIVO-AUDITORIA
           IF WS-STAT-AUDIT = '35'
               OPEN OUTPUT ARCHIVO-AUDITORIA
               CLOSE ARCHIVO-AUDITORIA
               OPEN EXTEND ARCHIVO-AUDITORIA
           END-IF

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 1000 - LISTAR LAS QUEJAS VIVAS CON SU PLAZO
      *================================================================
       1000-LISTAR-PQR.
           MOVE 'N' TO WS-EOF-PQR
           MOVE 'N' TO WS-HAY-PQR
           MOVE WS-FECHA-COMPACTA TO WS-FEC-YYYYMMDD
           COMPUTE WS-FEC-HOY-INT =
               FUNCTION INTEGER-OF-DATE (WS-FEC-YYYYMMDD)

           OPEN INPUT ARCHIVO-PQR
           IF WS-STAT-PQR = '35'
               DISPLAY ' '
               DISPLAY '  Sin quejas radicadas todavia.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '  QUEJAS VIVAS (RADICADAS Y ASIGNADAS)'
           DISPLAY WS-LINEA

           PERFORM UNTIL WS-EOF-PQR = 'S'
               READ ARCHIVO-PQR
                   AT END MOVE 'S' TO WS-EOF-PQR
                   NOT AT END
                       IF NOT PQR-CERRADA OF REG-PQR
                           MOVE 'S' TO WS-HAY-PQR
                           PERFORM 1100-MOSTRAR-PQR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PQR

           IF WS-HAY-PQR = 'N'
               DISPLAY '  (sin quejas vivas)'
           END-IF.

      *================================================================
      * 1100 - MOSTRAR UNA QUEJA CON LOS DIAS QUE LE QUEDAN
      *   Los dias se cuentan calendario contra la fecha limite (que
      *   ya quedo corrida a dia habil al radicar); negativo = la
      *   queja ya vencio sin respuesta.
      *================================================================
       1100-MOSTRAR-PQR.
           STRING PQ-FEC-VENCIMIENTO OF REG-PQR (1:4)
               PQ-FEC-VENCIMIENTO OF REG-PQR (6:2)
               PQ-FEC-VENCIMIENTO OF REG-PQR (9:2)
               DELIMITED SIZE INTO WS-FEC-VENCE-TXT
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE (WS-FEC-VENCE-NUM)
               - WS-FEC-HOY-INT

           MOVE PQ-MONTO OF REG-PQR TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  ' PQ-NUM-PQR OF REG-PQR
               ' (' PQ-ESTADO OF REG-PQR ') '
               PQ-CAUSA OF REG-PQR
           DISPLAY '      Orden ' PQ-NUM-ORDEN OF REG-PQR
               ' cuenta ' PQ-COD-CUENTA OF REG-PQR
               ' cliente ' PQ-COD-CLIENTE OF REG-PQR
           DISPLAY '      Monto $' WS-DISP-MONTO
               '  Responsable: ' PQ-COD-RESPONSABLE OF REG-PQR
           DISPLAY '      Radicada ' PQ-FEC-RADICACION OF REG-PQR
               '  Vence ' PQ-FEC-VENCIMIENTO OF REG-PQR
           IF WS-DIAS-RESTANTES < 0
               DISPLAY '      *** VENCIDA: sin respuesta fuera del '
                   'plazo de la Superfinanciera ***'
           ELSE
               DISPLAY '      Quedan ' WS-DIAS-RESTANTES
                   ' dia(s) calendario para responder'
           END-IF
           IF PQ-ACCION OF REG-PQR NOT = SPACES
                   AND PQ-ESTADO OF REG-PQR NOT = 'CERRADA   '
               DISPLAY '      Accion pedida: ' PQ-ACCION OF REG-PQR
                   '(pendiente de aplicar)'
           END-IF.

      *================================================================
      * 2000 - RADICAR UNA QUEJA SOBRE UNA ORDEN
      *================================================================
       2000-RADICAR-PQR.
           DISPLAY ' '
           DISPLAY '  Numero de orden reclamada: ' WITH NO ADVANCING
           ACCEPT WS-CAP-NUM-ORDEN
           DISPLAY '  Causa (NO_RECONOCIDA / NO_ABONADA / '
               'MONTO_ERRADO / COBRO_INDEBIDO / DEMORA / OTRA): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-CAUSA
           DISPLAY '  Relato del cliente: ' WITH NO ADVANCING
           ACCEPT WS-CAP-DESCRIPCION

           MOVE WS-CAP-CAUSA TO PQ-CAUSA OF WS-PQR-NUEVA
           IF NOT PQR-NO-RECONOCIDA OF WS-PQR-NUEVA
                   AND NOT PQR-NO-ABONADA OF WS-PQR-NUEVA
                   AND NOT PQR-MONTO-ERRADO OF WS-PQR-NUEVA
                   AND NOT PQR-COBRO-INDEBIDO OF WS-PQR-NUEVA
                   AND NOT PQR-DEMORA OF WS-PQR-NUEVA
                   AND NOT PQR-OTRA-CAUSA OF WS-PQR-NUEVA
               DISPLAY ' '
               DISPLAY '  ERROR: Causa invalida; no se radico nada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 7100-BUSCAR-ORDEN
           IF NOT ORDEN-ENCONTRADA
               DISPLAY ' '
               DISPLAY '  ERROR: No existe una orden con ese numero.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-CAPTURAR-AUTORIZACION
           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'PQR' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'PQR' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-PQR

           MOVE WS-NUM-PQR TO PQ-NUM-PQR OF WS-PQR-NUEVA
           MOVE WS-FECHA-STR TO PQ-FEC-RADICACION OF WS-PQR-NUEVA
           MOVE WS-HORA-STR TO PQ-HOA-RADICACION OF WS-PQR-NUEVA
           MOVE WS-ORD-CTA-ORIGEN TO PQ-COD-CUENTA OF WS-PQR-NUEVA
           MOVE WS-CAP-NUM-ORDEN TO PQ-NUM-ORDEN OF WS-PQR-NUEVA
           MOVE WS-ORD-MONTO TO PQ-MONTO OF WS-PQR-NUEVA
           MOVE WS-CAP-DESCRIPCION TO PQ-DESCRIPCION OF WS-PQR-NUEVA
           MOVE SPACES TO PQ-COD-RESPONSABLE OF WS-PQR-NUEVA
           MOVE 'RADICADA  ' TO PQ-ESTADO OF WS-PQR-NUEVA
           MOVE SPACES TO PQ-RESOLUCION OF WS-PQR-NUEVA
           MOVE SPACES TO PQ-ACCION OF WS-PQR-NUEVA
           MOVE SPACES TO PQ-RESPUESTA OF WS-PQR-NUEVA
           MOVE SPACES TO PQ-FEC-CIERRE OF WS-PQR-NUEVA
           MOVE FLAG-NO TO PQ-MCA-FUERA-PLAZO OF WS-PQR-NUEVA

           MOVE WS-ORD-CTA-ORIGEN TO CC-COD-CUENTA
           MOVE SPACES TO PQ-COD-CLIENTE OF WS-PQR-NUEVA
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '00'
               READ ARCHIVO-CUENTAS
                   NOT INVALID KEY
                       MOVE CC-COD-CLIENTE
                           TO PQ-COD-CLIENTE OF WS-PQR-NUEVA
               END-READ
               CLOSE ARCHIVO-CUENTAS
           END-IF

           PERFORM 2300-CALCULAR-VENCIMIENTO

           OPEN EXTEND ARCHIVO-PQR
           IF WS-STAT-PQR = '35'
               OPEN OUTPUT ARCHIVO-PQR
               CLOSE ARCHIVO-PQR
               OPEN EXTEND ARCHIVO-PQR
           END-IF
           WRITE REG-PQR FROM WS-PQR-NUEVA
           CLOSE ARCHIVO-PQR

           MOVE WS-NUM-PQR TO WS-PQR-BUSCADA
           MOVE 'PQR_RADICADA' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE PQ-COD-CLIENTE OF WS-PQR-NUEVA TO WS-NOT-COD-CLIENTE
           MOVE WS-ORD-CTA-ORIGEN TO WS-NOT-COD-CUENTA
           MOVE 'PQR_RADICADA' TO WS-NOT-TIP-EVENTO
           MOVE WS-CAP-NUM-ORDEN TO WS-NOT-NUM-ORDEN
           MOVE SPACES TO WS-NOT-MENSAJE
           STRING 'Su reclamo quedo radicado con el numero '
               WS-NUM-PQR ' y sera respondido a mas tardar el '
               PQ-FEC-VENCIMIENTO OF WS-PQR-NUEVA
               DELIMITED SIZE INTO WS-NOT-MENSAJE
           PERFORM 9870-ENCOLAR-NOTIFICACION

           DISPLAY ' '
           DISPLAY '  Queja ' WS-NUM-PQR ' radicada.'
           DISPLAY '  Fecha limite de respuesta: '
               PQ-FEC-VENCIMIENTO OF WS-PQR-NUEVA.

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
      * 2300 - CALCULAR LA FECHA LIMITE DE RESPUESTA
      *   Cuenta PQR-DIAS-HABILES dias habiles a partir del dia
      *   siguiente a la radicacion: cada paso avanza un dia y lo
      *   corre al siguiente habil (2310), asi un fin de semana o un
      *   festivo no consume plazo.
      *================================================================
       2300-CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-COMPACTA TO WS-FEC-YYYYMMDD
           COMPUTE WS-FEC-NUEVA-INT =
               FUNCTION INTEGER-OF-DATE (WS-FEC-YYYYMMDD)

           MOVE 0 TO WS-DIAS-CONTADOS
           PERFORM UNTIL WS-DIAS-CONTADOS >= PQR-DIAS-HABILES
               COMPUTE WS-FEC-NUEVA-INT = WS-FEC-NUEVA-INT + 1
               PERFORM 2310-AJUSTAR-A-DIA-HABIL
               ADD 1 TO WS-DIAS-CONTADOS
           END-PERFORM

           STRING WS-FEC-NUEVA-YMD (1:4) '-' WS-FEC-NUEVA-YMD (5:2) '-'
               WS-FEC-NUEVA-YMD (7:2)
               DELIMITED SIZE INTO PQ-FEC-VENCIMIENTO OF WS-PQR-NUEVA.

      *================================================================
      * 2310 - AJUSTAR UNA FECHA AL DIA HABIL MAS CERCANO (ADELANTE)
      *   Igual que 0946 en MAIN-ACH: la candidata en WS-FEC-NUEVA-INT
      *   avanza de a un dia mientras caiga en sabado, domingo o
      *   festivo vigente.
      *================================================================
       2310-AJUSTAR-A-DIA-HABIL.
           COMPUTE WS-ANCLA-LUNES =
               FUNCTION INTEGER-OF-DATE (20010101)

           MOVE 'N' TO WS-DIA-HABIL-HALLADO
           PERFORM UNTIL DIA-HABIL-HALLADO
               COMPUTE WS-DESPLAZAMIENTO-DIA =
                   FUNCTION MOD (WS-FEC-NUEVA-INT - WS-ANCLA-LUNES, 7)
               IF WS-DESPLAZAMIENTO-DIA >= 5
                   COMPUTE WS-FEC-NUEVA-INT = WS-FEC-NUEVA-INT + 1
               ELSE
                   MOVE FUNCTION DATE-OF-INTEGER (WS-FEC-NUEVA-INT)
                       TO WS-FEC-NUEVA-YMD
                   STRING WS-FEC-NUEVA-YMD (1:4) '-'
                       WS-FEC-NUEVA-YMD (5:2) '-'
                       WS-FEC-NUEVA-YMD (7:2)
                       DELIMITED SIZE INTO WS-FEC-CANDIDATA
                   PERFORM 2320-VERIFICAR-FERIADO
                   IF ES-FERIADO
                       COMPUTE WS-FEC-NUEVA-INT = WS-FEC-NUEVA-INT + 1
                   ELSE
                       MOVE 'S' TO WS-DIA-HABIL-HALLADO
                   END-IF
               END-IF
           END-PERFORM

           MOVE FUNCTION DATE-OF-INTEGER (WS-FEC-NUEVA-INT)
               TO WS-FEC-NUEVA-YMD.

      *================================================================
      * 2320 - VERIFICAR SI LA FECHA CANDIDATA ES FESTIVO
      *   Sin calendario ('35') solo se saltan los fines de semana.
      *================================================================
       2320-VERIFICAR-FERIADO.
           MOVE 'N' TO WS-ES-FERIADO
           MOVE 'N' TO WS-EOF-FERIADOS

           OPEN INPUT ARCHIVO-FERIADOS
           IF WS-STAT-FERIADOS = '35'
               MOVE 'S' TO WS-EOF-FERIADOS
           END-IF

           PERFORM UNTIL WS-EOF-FERIADOS = 'S'
               READ ARCHIVO-FERIADOS
                   AT END MOVE 'S' TO WS-EOF-FERIADOS
                   NOT AT END
                       IF FE-FECHA = WS-FEC-CANDIDATA
                               AND FE-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-ES-FERIADO
                           MOVE 'S' TO WS-EOF-FERIADOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-FERIADOS NOT = '35'
               CLOSE ARCHIVO-FERIADOS
           END-IF.

      *================================================================
      * 3000 - ASIGNAR RESPONSABLE A LA QUEJA
      *================================================================
       3000-ASIGNAR-RESPONSABLE.
           DISPLAY ' '
           DISPLAY '  Numero de la queja: ' WITH NO ADVANCING
           ACCEPT WS-PQR-BUSCADA
           DISPLAY '  Responsable asignado: ' WITH NO ADVANCING
           ACCEPT WS-CAP-RESPONSABLE

           PERFORM 2100-CAPTURAR-AUTORIZACION
           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 6000-REESCRIBIR-PQR

           IF PQR-ENCONTRADA
               MOVE 'PQR_ASIGNADA' TO WS-ESTADO-FINAL-AUD
               PERFORM 9100-REGISTRAR-AUDITORIA
               DISPLAY ' '
               DISPLAY '  Queja ' WS-PQR-BUSCADA ' asignada a '
                   WS-CAP-RESPONSABLE '.'
           ELSE
               DISPLAY ' '
               DISPLAY '  ERROR: No existe una queja viva con ese '
                   'numero.'
           END-IF.

      *================================================================
      * 4000 - CERRAR LA QUEJA CON RESOLUCION Y RESPUESTA
      *   La accion pedida se valida contra el estado actual de la
      *   orden: REVERSO solo sobre una orden CONFIRMADA, ANULACION
      *   solo sobre una ENVIADA (las mismas reglas de REV-ORDEN y
      *   ANL-ORDEN). Sin accion la queja se cierra de una vez; con
      *   accion solo se anota lo pedido y el cierre espera a que el
      *   programa invocado deje la orden REVERSADA o ANULADA (ver
      *   4600). Si la orden ya quedo asi (p.ej. un reverso hecho
      *   despues de un intento abandonado), se cierra sin invocar.
      *================================================================
       4000-CERRAR-PQR.
           DISPLAY ' '
           DISPLAY '  Numero de la queja: ' WITH NO ADVANCING
           ACCEPT WS-PQR-BUSCADA
           DISPLAY '  Resolucion (FAVORABLE / DESFAVORABLE): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-RESOLUCION
           DISPLAY '  Accion sobre la orden (REVERSO / ANULACION / '
               'NINGUNA): ' WITH NO ADVANCING
           ACCEPT WS-CAP-ACCION
           DISPLAY '  Respuesta al cliente: ' WITH NO ADVANCING
           ACCEPT WS-CAP-RESPUESTA

           IF WS-CAP-RESOLUCION NOT = 'FAVORABLE'
                   AND WS-CAP-RESOLUCION NOT = 'DESFAVORABLE'
               DISPLAY ' '
               DISPLAY '  ERROR: Resolucion invalida; no se cerro '
                   'nada.'
               EXIT PARAGRAPH
           END-IF

           IF WS-CAP-ACCION = SPACES
               MOVE 'NINGUNA   ' TO WS-CAP-ACCION
           END-IF
           IF NOT ACCION-REVERSO AND NOT ACCION-ANULACION
                   AND NOT ACCION-NINGUNA
               DISPLAY ' '
               DISPLAY '  ERROR: Accion invalida; no se cerro nada.'
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCION-NINGUNA
                   AND WS-CAP-RESOLUCION NOT = 'FAVORABLE'
               DISPLAY ' '
               DISPLAY '  ERROR: Solo una resolucion FAVORABLE puede '
                   'reversar o anular la orden.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 7000-BUSCAR-PQR
           IF NOT PQR-ENCONTRADA
                   OR PQR-CERRADA OF WS-PQR-NUEVA
               DISPLAY ' '
               DISPLAY '  ERROR: No existe una queja viva con ese '
                   'numero.'
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-NUM-ORDEN OF WS-PQR-NUEVA TO WS-CAP-NUM-ORDEN
           MOVE 'N' TO WS-ACCION-CUMPLIDA
           IF NOT ACCION-NINGUNA
               PERFORM 7100-BUSCAR-ORDEN
               IF (ACCION-REVERSO AND WS-ORD-ESTADO = EST-REVERSADA)
                       OR (ACCION-ANULACION
                           AND WS-ORD-ESTADO = EST-ANULADA)
                   MOVE 'S' TO WS-ACCION-CUMPLIDA
               END-IF
               IF ACCION-REVERSO AND NOT ACCION-CUMPLIDA
                       AND WS-ORD-ESTADO NOT = EST-CONFIRMADA
                   DISPLAY ' '
                   DISPLAY '  ERROR: La orden esta ' WS-ORD-ESTADO
                       '; solo se reversa una orden CONFIRMADA.'
                   EXIT PARAGRAPH
               END-IF
               IF ACCION-ANULACION AND NOT ACCION-CUMPLIDA
                       AND WS-ORD-ESTADO NOT = EST-ENVIADA
                   DISPLAY ' '
                   DISPLAY '  ERROR: La orden esta ' WS-ORD-ESTADO
                       '; solo se anula una orden ENVIADA.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 2100-CAPTURAR-AUTORIZACION
           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor.'
               EXIT PARAGRAPH
           END-IF

           IF ACCION-NINGUNA OR ACCION-CUMPLIDA
               PERFORM 4500-CERRAR-DEFINITIVO
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-ACCION-PENDIENTE
           PERFORM 6000-REESCRIBIR-PQR

           IF PQR-ENCONTRADA
               MOVE 'PQR_ACCION_PEDIDA' TO WS-ESTADO-FINAL-AUD
               PERFORM 9100-REGISTRAR-AUDITORIA

               EVALUATE TRUE
                   WHEN ACCION-REVERSO
                       MOVE 'REV-ORDEN' TO WS-PROG-ACCION
                   WHEN ACCION-ANULACION
                       MOVE 'ANL-ORDEN' TO WS-PROG-ACCION
               END-EVALUATE
               MOVE WS-CAP-NUM-ORDEN TO WS-ORDEN-PRECARGADA

               DISPLAY ' '
               DISPLAY '  Queja ' WS-PQR-BUSCADA ': ' WS-CAP-ACCION
                   ' pedido; la queja se cierra cuando '
                   WS-PROG-ACCION ' lo confirme.'
           ELSE
               DISPLAY ' '
               DISPLAY '  ERROR: No existe una queja viva con ese '
                   'numero.'
           END-IF.

      *================================================================
      * 4500 - CERRAR LA QUEJA, AVISAR AL CLIENTE Y AUDITAR
      *================================================================
       4500-CERRAR-DEFINITIVO.
           MOVE 'N' TO WS-ACCION-PENDIENTE
           PERFORM 6000-REESCRIBIR-PQR

           IF PQR-ENCONTRADA
               MOVE 'PQR_CERRADA' TO WS-ESTADO-FINAL-AUD
               PERFORM 9100-REGISTRAR-AUDITORIA

               MOVE PQ-COD-CLIENTE OF WS-PQR-NUEVA
                   TO WS-NOT-COD-CLIENTE
               MOVE PQ-COD-CUENTA OF WS-PQR-NUEVA TO WS-NOT-COD-CUENTA
               MOVE 'PQR_RESPONDIDA' TO WS-NOT-TIP-EVENTO
               MOVE WS-CAP-NUM-ORDEN TO WS-NOT-NUM-ORDEN
               MOVE SPACES TO WS-NOT-MENSAJE
               STRING 'Su reclamo ' WS-PQR-BUSCADA
                   ' fue respondido: ' WS-CAP-RESOLUCION
                   DELIMITED SIZE INTO WS-NOT-MENSAJE
               PERFORM 9870-ENCOLAR-NOTIFICACION

               DISPLAY ' '
               DISPLAY '  Queja ' WS-PQR-BUSCADA ' CERRADA ('
                   WS-CAP-RESOLUCION ').'
               IF PQ-FEC-VENCIMIENTO OF WS-PQR-NUEVA < WS-FECHA-STR
                   DISPLAY '  [!] Cerrada fuera del plazo (vencia '
                       PQ-FEC-VENCIMIENTO OF WS-PQR-NUEVA ').'
               END-IF
           ELSE
               DISPLAY ' '
               DISPLAY '  ERROR: No existe una queja viva con ese '
                   'numero.'
           END-IF.

      *================================================================
      * 4600 - VERIFICAR LA ACCION AL VOLVER DEL PROGRAMA INVOCADO
      *   Igual que SEC-CIERRE con sus jobs: lo que confirma la accion
      *   es el archivo, no el regreso del CALL. Con la orden ya
      *   REVERSADA / ANULADA la queja se cierra; si el operador
      *   abandono o el programa rechazo la accion, la queja sigue
      *   viva con la accion anotada.
      *================================================================
       4600-VERIFICAR-ACCION.
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 7100-BUSCAR-ORDEN

           IF (ACCION-REVERSO AND WS-ORD-ESTADO = EST-REVERSADA)
                   OR (ACCION-ANULACION AND WS-ORD-ESTADO = EST-ANULADA)
               PERFORM 4500-CERRAR-DEFINITIVO
           ELSE
               DISPLAY ' '
               DISPLAY '  La orden ' WS-CAP-NUM-ORDEN ' sigue '
                   WS-ORD-ESTADO '; ' WS-PROG-ACCION
                   ' no confirmo la accion.'
               DISPLAY '  La queja ' WS-PQR-BUSCADA ' sigue abierta '
                   'con ' WS-CAP-ACCION ' pedido; cierrela de nuevo '
                   'cuando la accion quede aplicada.'
           END-IF

           PERFORM 9900-CERRAR-ARCHIVOS.

      *================================================================
      * 6000 - BUSCAR LA QUEJA VIVA Y REESCRIBIRLA SEGUN LA OPCION
      *================================================================
       6000-REESCRIBIR-PQR.
           MOVE 'N' TO WS-PQR-ENCONTRADA
           MOVE 'N' TO WS-EOF-PQR

           OPEN I-O ARCHIVO-PQR
           IF WS-STAT-PQR NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PQR = 'S'
               READ ARCHIVO-PQR
                   AT END MOVE 'S' TO WS-EOF-PQR
                   NOT AT END
                       IF PQ-NUM-PQR OF REG-PQR = WS-PQR-BUSCADA
                               AND NOT PQR-CERRADA OF REG-PQR
                           MOVE 'S' TO WS-PQR-ENCONTRADA
                           EVALUATE TRUE
                               WHEN OPCION-ASIGNAR
                                   MOVE WS-CAP-RESPONSABLE TO
                                       PQ-COD-RESPONSABLE OF REG-PQR
                                   MOVE 'ASIGNADA  ' TO
                                       PQ-ESTADO OF REG-PQR
                               WHEN OPCION-CERRAR AND ACCION-PENDIENTE
                                   MOVE WS-CAP-RESOLUCION TO
                                       PQ-RESOLUCION OF REG-PQR
                                   MOVE WS-CAP-ACCION TO
                                       PQ-ACCION OF REG-PQR
                                   MOVE WS-CAP-RESPUESTA TO
                                       PQ-RESPUESTA OF REG-PQR
                               WHEN OPCION-CERRAR
                                   MOVE WS-CAP-RESOLUCION TO
                                       PQ-RESOLUCION OF REG-PQR
                                   MOVE WS-CAP-ACCION TO
                                       PQ-ACCION OF REG-PQR
                                   MOVE WS-CAP-RESPUESTA TO
                                       PQ-RESPUESTA OF REG-PQR
                                   MOVE WS-FECHA-STR TO
                                       PQ-FEC-CIERRE OF REG-PQR
                                   IF PQ-FEC-VENCIMIENTO OF REG-PQR
                                           < WS-FECHA-STR
                                       MOVE FLAG-SI TO
                                         PQ-MCA-FUERA-PLAZO OF REG-PQR
                                   END-IF
                                   MOVE 'CERRADA   ' TO
                                       PQ-ESTADO OF REG-PQR
                           END-EVALUATE
                           REWRITE REG-PQR
                           MOVE 'S' TO WS-EOF-PQR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PQR.

      *================================================================
      * 7000 - BUSCAR UNA QUEJA (SOLO LECTURA)
      *================================================================
       7000-BUSCAR-PQR.
           MOVE 'N' TO WS-PQR-ENCONTRADA
           MOVE 'N' TO WS-EOF-PQR

           OPEN INPUT ARCHIVO-PQR
           IF WS-STAT-PQR = '35'
               MOVE 'S' TO WS-EOF-PQR
           END-IF

           PERFORM UNTIL WS-EOF-PQR = 'S'
               READ ARCHIVO-PQR
                   AT END MOVE 'S' TO WS-EOF-PQR
                   NOT AT END
                       IF PQ-NUM-PQR OF REG-PQR = WS-PQR-BUSCADA
                           MOVE 'S' TO WS-PQR-ENCONTRADA
                           MOVE REG-PQR TO WS-PQR-NUEVA
                           MOVE 'S' TO WS-EOF-PQR
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-PQR NOT = '35'
               CLOSE ARCHIVO-PQR
           END-IF.

      *================================================================
      * 7100 - BUSCAR LA ORDEN RECLAMADA (SOLO LECTURA)
      *================================================================
       7100-BUSCAR-ORDEN.
           MOVE 'N' TO WS-ORDEN-ENCONTRADA
           MOVE SPACES TO WS-ORD-ESTADO

           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '35'
               EXIT PARAGRAPH
           END-IF

      *    Lectura directa por OT-NUM-ORDEN; una llave inexistente
      *    ('23') deja la orden como no encontrada.
           MOVE WS-CAP-NUM-ORDEN TO OT-NUM-ORDEN
           READ ARCHIVO-ORDENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ORDEN-ENCONTRADA
                   MOVE OT-COD-CTA-ORIGEN TO WS-ORD-CTA-ORIGEN
                   MOVE OT-MTO-TOTAL TO WS-ORD-MONTO
                   MOVE OT-EST-ORDEN TO WS-ORD-ESTADO
           END-READ

           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 9100 - REGISTRAR EL CAMBIO EN AUDITORIA
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE WS-CAP-NUM-ORDEN TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'GESTION_PQR' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-COD-AUTORIZA TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'GES_PQR' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-ESTADO-FINAL-AUD TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE ZERO TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           MOVE SPACES TO AT-OBSERVACION OF WS-AUDIT-NUEVO

           STRING 'Queja ' WS-PQR-BUSCADA ': ' WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9870 - ENCOLAR AVISO AL CLIENTE EN NOTIFICACIONES.dat
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

           MOVE WS-NUM-NOTIF TO NT-NUM-NOTIFICACION
           MOVE WS-NOT-COD-CLIENTE TO NT-COD-CLIENTE
           MOVE WS-NOT-COD-CUENTA TO NT-COD-CUENTA
           MOVE WS-NOT-TIP-EVENTO TO NT-TIP-EVENTO
           MOVE WS-NOT-NUM-ORDEN TO NT-NUM-ORDEN
           MOVE WS-NOT-MENSAJE TO NT-DES-MENSAJE
           MOVE 'SMS       ' TO NT-CANAL-PREFERIDO
           MOVE WS-FECHA-STR TO NT-FEC-EVENTO
           MOVE WS-HORA-STR TO NT-HOA-EVENTO
           MOVE 'PENDIENTE ' TO NT-ESTADO
           MOVE SPACES TO NT-FEC-ENVIO

           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.
