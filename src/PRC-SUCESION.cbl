      *================================================================
      * PRC-SUCESION.cbl - Sucesion de Clientes Fallecidos
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Cuando moria un cliente, la oficina congelaba la cuenta a mano
      * con MNT-CUENTA, pero sus transferencias programadas, los
      * recaudos con mandato y los barridos seguian debitando, y el
      * pago a los herederos se hacia por fuera del sistema, sin
      * asiento ni aprobacion. Este programa lleva el proceso
      * completo:
      *
      *   1. Registrar el fallecimiento (con credencial de
      *      supervisor): marca CL-FALLECIDO con la fecha y el
      *      registro civil de defuncion, congela todas las cuentas
      *      de las que el cliente es titular y suspende sus debitos
      *      automaticos - recurrentes, mandatos de recaudo, barridos
      *      y ordenes PROGRAMADAS (quedan ANULADAS). Deja la regla
      *      de abonos entrantes de la sucesion: R los recibe y quedan
      *      congelados, D los devuelve con R15 (ver PRC-ENTRANTE);
      *   2. Expedir el certificado de saldos congelados para el
      *      juzgado o la notaria (data/CERTSUCESION.txt), con los
      *      saldos por cuenta, los embargos vigentes y los CDT vivos,
      *      registrado en CERTIFICADOS.dat sin tarifa;
      *   3. Registrar la particion ordenada por la sentencia o la
      *      escritura: herederos, cuenta destino y porcentaje (deben
      *      sumar 100), que queda PENDIENTE en SUCESIONES.dat;
      *   4. Aprobar (o rechazar) y pagar la particion: un supervisor
      *      distinto del que la registro la aprueba; se reparte el
      *      saldo disponible de las cuentas en pesos menos los
      *      embargos vigentes (que siguen esperando al juzgado), con
      *      el residuo del redondeo al ultimo heredero. Al heredero
      *      con cuenta nuestra se le abona directo; al de otro banco
      *      se le gira una orden CONFIRMADA que GEN-LIQUIDACION
      *      transmite por la tuberia normal (igual que PRC-REMATE).
      *      Todo queda con su movimiento, su asiento de partida doble
      *      y su renglon de AUDITORIA.
      *
      * Los CDT vivos no se pagan aqui: al vencer, ACR-CDT los abona
      * a la cuenta vinculada (congelada) y entran al siguiente pago.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC-SUCESION.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO 'data/CLIENTES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CLIENTES.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-RECURRENTES
               ASSIGN TO 'data/RECURRENTES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RECURRENTES.

           SELECT ARCHIVO-MANDATOS
               ASSIGN TO 'data/MANDATOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MANDATOS.

           SELECT ARCHIVO-BARRIDOS
               ASSIGN TO 'data/BARRIDOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BARRIDOS.

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

           SELECT ARCHIVO-CDTS
               ASSIGN TO 'data/CDTS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CDTS.

           SELECT ARCHIVO-SUCESIONES
               ASSIGN TO 'data/SUCESIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SUCESIONES.

           SELECT ARCHIVO-CERTIFICADOS
               ASSIGN TO 'data/CERTIFICADOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CERT.

           SELECT ARCHIVO-CARTA
               ASSIGN TO 'data/CERTSUCESION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CARTA.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-ASIENTOS
               ASSIGN TO 'data/ASIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ASIENTOS.

           SELECT ARCHIVO-PUC
               ASSIGN TO 'data/PUC.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PUC.

           SELECT ARCHIVO-PERIODOS
               ASSIGN TO 'data/PERIODOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PERIODOS.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO 'data/CAMBIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CAMBIOS.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-STAT-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-RECURRENTES.
       COPY 'copybooks/RECURRENTES.cpy'.

       FD ARCHIVO-MANDATOS.
       COPY 'copybooks/MANDATOS.cpy'.

       FD ARCHIVO-BARRIDOS.
       COPY 'copybooks/BARRIDOS.cpy'.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       FD ARCHIVO-EMBARGOS.
       COPY 'copybooks/EMBARGOS.cpy'.

       FD ARCHIVO-CDTS.
       COPY 'copybooks/CDT.cpy'.

       FD ARCHIVO-SUCESIONES.
       COPY 'copybooks/SUCESIONES.cpy'.

       FD ARCHIVO-CERTIFICADOS.
       COPY 'copybooks/CERTIFICADOS.cpy'.

       FD ARCHIVO-CARTA.
       01 REG-LINEA-CARTA       PIC X(80).

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-CAMBIOS.
       COPY 'copybooks/CAMBIOSJR.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/CLIENTES.cpy'
           REPLACING REG-CLIENTE BY WS-CLIENTE-HALLADO.
       COPY 'copybooks/ORDENES.cpy'
           REPLACING REG-ORDEN BY WS-ORDEN-NUEVA.
       COPY 'copybooks/MOVIMIENTOS.cpy'
           REPLACING REG-MOVIMIENTO BY WS-MOVIM-NUEVO.
       COPY 'copybooks/ASIENTOS.cpy'
           REPLACING REG-ASIENTO BY WS-ASIENTO-NUEVO.
       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-RECURRENTES  PIC X(2).
          05 WS-STAT-MANDATOS     PIC X(2).
          05 WS-STAT-BARRIDOS     PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-EMBARGOS     PIC X(2).
          05 WS-STAT-CDTS         PIC X(2).
          05 WS-STAT-SUCESIONES   PIC X(2).
          05 WS-STAT-CERT         PIC X(2).
          05 WS-STAT-CARTA        PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-USUARIOS     PIC X(2).
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
       01 WS-NUM-PARTICION         PIC X(20).
       01 WS-NUM-CERTIFICADO       PIC X(20).
       01 WS-NUM-ORDEN             PIC X(20).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-REF-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Opcion elegida y datos capturados
      *----------------------------------------------------------------
       01 WS-OPCION                PIC X(1).
          88 OPCION-FALLECIMIENTO     VALUE '1'.
          88 OPCION-CERTIFICADO       VALUE '2'.
          88 OPCION-PARTICION         VALUE '3'.
          88 OPCION-PAGO              VALUE '4'.
          88 OPCION-CANCELAR          VALUE '5'.

       01 WS-DATOS-CAPTURADOS.
          05 WS-CAP-COD-CLIENTE    PIC X(10).
          05 WS-CAP-FEC-FALLECE    PIC X(10).
          05 WS-CAP-NUM-DEFUNCION  PIC X(15).
          05 WS-CAP-REGLA-ABONOS   PIC X(1).
          05 WS-CAP-COD-OPERADOR   PIC X(10).
          05 WS-CAP-DOC-PARTICION  PIC X(30).
          05 WS-CAP-CANT-HEREDEROS PIC 9(2).
          05 WS-CAP-DECISION       PIC X(1).
             88 DECISION-APROBAR      VALUE 'A'.
             88 DECISION-RECHAZAR     VALUE 'R'.

      *----------------------------------------------------------------
      * Credencial del supervisor (igual que 0500 en SUP-RETIROS) y
      * autorizacion del cambio
      *----------------------------------------------------------------
       01 WS-COD-SUPERVISOR        PIC X(10).
       01 WS-CLAVE-SUPERVISOR      PIC X(20).
       01 WS-SUP-VALIDO            PIC X VALUE 'N'.
          88 SUP-VALIDO               VALUE 'S'.
       01 WS-EOF-USUARIOS          PIC X VALUE 'N'.
       01 WS-COD-AUTORIZA          PIC X(10).
       01 WS-MOTIVO-AUTORIZA       PIC X(100).
       01 WS-ESTADO-FINAL-AUD      PIC X(20).
       01 WS-MTO-AUDITORIA         PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * Bitacora comun de cambios (CAMBIOS.dat, ver CAMBIOSJR.cpy y
      * CNS-CAMBIOS): el que llama a 9860 deja el archivo, la clave,
      * el campo y los valores anterior y nuevo del cambio.
      *----------------------------------------------------------------
       01 WS-BITACORA-CAMBIOS.
          05 WS-STAT-CAMBIOS      PIC X(2).
          05 WS-CJR-ARCHIVO       PIC X(12).
          05 WS-CJR-CLAVE         PIC X(30).
          05 WS-CJR-CAMPO         PIC X(20).
          05 WS-CJR-ANTERIOR      PIC X(50).
          05 WS-CJR-NUEVO         PIC X(50).

      *----------------------------------------------------------------
      * Cuentas de las que el fallecido es titular (8300): saldos,
      * embargos vigentes y monto que se puede repartir (solo las de
      * pesos: disponible menos embargado).
      *----------------------------------------------------------------
       01 WS-TABLA-CUENTAS.
          05 WS-CANT-CUENTAS      PIC 9(3) VALUE 0.
          05 WS-CTA-FALLECIDO OCCURS 50 TIMES.
             10 WS-CTA-CODIGO      PIC X(20).
             10 WS-CTA-TIPO        PIC X(1).
             10 WS-CTA-MONEDA      PIC X(3).
             10 WS-CTA-SUCURSAL    PIC X(4).
             10 WS-CTA-SAL-DISP    PIC S9(13)V99.
             10 WS-CTA-SAL-TOTAL   PIC S9(13)V99.
             10 WS-CTA-EMBARGADO   PIC S9(13)V99.
             10 WS-CTA-PAGABLE     PIC S9(13)V99.
       01 WS-IDX-CTA               PIC 9(3).
       01 WS-CTA-BUSCADA           PIC X(20).
       01 WS-CTA-EN-TABLA          PIC X VALUE 'N'.
          88 CTA-EN-TABLA             VALUE 'S'.
       01 WS-CTA-ORIGEN-PAGO       PIC 9(3) VALUE 0.

      *----------------------------------------------------------------
      * Herederos de la particion (capturados en 5000 o cargados de
      * SUCESIONES.dat en 6100)
      *----------------------------------------------------------------
       01 WS-TABLA-HEREDEROS.
          05 WS-CANT-HEREDEROS    PIC 9(2) VALUE 0.
          05 WS-HEREDERO OCCURS 10 TIMES.
             10 WS-HER-NUMERO      PIC 9(2).
             10 WS-HER-NOMBRE      PIC X(50).
             10 WS-HER-TIP-DOC     PIC X(2).
             10 WS-HER-NUM-DOC     PIC X(15).
             10 WS-HER-BANCO       PIC X(3).
             10 WS-HER-CUENTA      PIC X(20).
             10 WS-HER-PORCENTAJE  PIC 9(3)V99.
             10 WS-HER-MONTO       PIC S9(13)V99.
             10 WS-HER-REF-PAGO    PIC X(20).
       01 WS-IDX-HER               PIC 9(2).
       01 WS-PART-REGISTRA         PIC X(10).
       01 WS-PART-DOCUMENTO        PIC X(30).
       01 WS-PART-EST-NUEVO        PIC X(10).

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-CLIENTES      PIC X VALUE 'N'.
             88 FIN-CLIENTES         VALUE 'S'.
          05 WS-EOF-ARCHIVO       PIC X VALUE 'N'.
          05 WS-CLIENTE-ENCONTRADO PIC X VALUE 'N'.
             88 CLIENTE-ENCONTRADO   VALUE 'S'.
          05 WS-DATOS-OK          PIC X VALUE 'N'.
             88 DATOS-OK             VALUE 'S'.
          05 WS-HAY-PENDIENTE     PIC X VALUE 'N'.
             88 HAY-PENDIENTE        VALUE 'S'.
          05 WS-SUMA-PORCENTAJE   PIC 9(5)V99.
          05 WS-MTO-PAGABLE       PIC S9(13)V99.
          05 WS-MTO-REPARTIDO     PIC S9(13)V99.
          05 WS-MTO-EMBARGADO     PIC S9(13)V99.
          05 WS-SAL-ANT-CUENTA    PIC S9(13)V99.
          05 WS-TOT-COP           PIC S9(15)V99.
          05 WS-CANT-OTRA-MONEDA  PIC 9(3).
          05 WS-CANT-CDT-VIVOS    PIC 9(3).

       01 WS-CONTADORES.
          05 WS-CNT-CONGELADAS    PIC 9(5) VALUE 0.
          05 WS-CNT-RECURRENTES   PIC 9(5) VALUE 0.
          05 WS-CNT-MANDATOS      PIC 9(5) VALUE 0.
          05 WS-CNT-BARRIDOS      PIC 9(5) VALUE 0.
          05 WS-CNT-PROGRAMADAS   PIC 9(5) VALUE 0.

       01 WS-LINEA-SALIDA          PIC X(80).
       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-MONTO-2 PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-PORCENTAJE PIC ZZ9,99.

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

      *----------------------------------------------------------------
      * Validacion contable de cada pata (PUC y periodos, igual que
      * 9216/9217 en MAIN-ACH): la cuenta debe existir en el
      * catalogo, activa y posteable, y el periodo de la fecha del
      * asiento no puede estar CERRADO.
      *----------------------------------------------------------------
       01 WS-VALIDA-CONTABLE.
          05 WS-STAT-PUC          PIC X(2).
          05 WS-STAT-PERIODOS     PIC X(2).
          05 WS-EOF-PUC           PIC X.
          05 WS-PUC-POSTEABLE     PIC X.
             88 PUC-POSTEABLE        VALUE 'S'.
          05 WS-EOF-PERIODOS      PIC X.
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

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
           DISPLAY '  SUCESION DE CLIENTES FALLECIDOS'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 2000-CAPTURAR-OPCION

           EVALUATE TRUE
               WHEN OPCION-FALLECIMIENTO
                   PERFORM 3000-REGISTRAR-FALLECIMIENTO
               WHEN OPCION-CERTIFICADO
                   PERFORM 4000-EXPEDIR-CERTIFICADO
               WHEN OPCION-PARTICION
                   PERFORM 5000-REGISTRAR-PARTICION
               WHEN OPCION-PAGO
                   PERFORM 6000-APROBAR-PARTICION
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
           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 2000 - CAPTURAR LA OPCION DEL OPERADOR
      *================================================================
       2000-CAPTURAR-OPCION.
           DISPLAY ' '
           DISPLAY '  1. Registrar el fallecimiento de un cliente'
           DISPLAY '  2. Expedir certificado de saldos congelados'
           DISPLAY '  3. Registrar la particion a herederos'
           DISPLAY '  4. Aprobar y pagar la particion (supervisor)'
           DISPLAY '  5. Cancelar, sin cambios'
           DISPLAY '  Opcion: ' WITH NO ADVANCING
           ACCEPT WS-OPCION.

      *================================================================
      * 2100 - CAPTURAR EL CLIENTE FALLECIDO
      *   Deja WS-DATOS-OK en 'S' solo si el cliente existe y ya
      *   tiene registrado el fallecimiento (opciones 2 a 4).
      *================================================================
       2100-CAPTURAR-CLIENTE-FALLECIDO.
           MOVE 'N' TO WS-DATOS-OK

           DISPLAY ' '
           DISPLAY '  Codigo del cliente fallecido: ' WITH NO ADVANCING
           ACCEPT WS-CAP-COD-CLIENTE

           PERFORM 8100-BUSCAR-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               DISPLAY ' '
               DISPLAY '  ERROR: No existe un cliente con ese codigo.'
               EXIT PARAGRAPH
           END-IF

           IF NOT CL-FALLECIDO OF WS-CLIENTE-HALLADO
               DISPLAY ' '
               DISPLAY '  ERROR: El cliente no tiene registrado el '
                   'fallecimiento (opcion 1).'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Cliente : ' CL-NOM-LEGAL OF WS-CLIENTE-HALLADO
           DISPLAY '  Fallecio: '
               CL-FEC-FALLECIMIENTO OF WS-CLIENTE-HALLADO
               '  registro civil '
               CL-NUM-REG-DEFUNCION OF WS-CLIENTE-HALLADO
           MOVE 'S' TO WS-DATOS-OK.

      *================================================================
      * 2200 - IDENTIFICAR AL SUPERVISOR (CODIGO + CLAVE)
      *   Igual que 0500 en SUP-RETIROS: la credencial se valida
      *   contra USUARIOS.dat con rol SUPERVISOR activo; sin maestro
      *   de usuarios se acepta el codigo digitado (modo de arranque).
      *================================================================
       2200-IDENTIFICAR-SUPERVISOR.
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
               IF WS-COD-SUPERVISOR NOT = SPACES
                   MOVE 'S' TO WS-SUP-VALIDO
               END-IF
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
           END-IF

           MOVE WS-COD-SUPERVISOR TO WS-COD-AUTORIZA.

      *================================================================
      * 3000 - REGISTRAR EL FALLECIMIENTO DE UN CLIENTE
      *================================================================
       3000-REGISTRAR-FALLECIMIENTO.
           DISPLAY ' '
           DISPLAY '  Codigo del cliente: ' WITH NO ADVANCING
           ACCEPT WS-CAP-COD-CLIENTE

           PERFORM 8100-BUSCAR-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               DISPLAY ' '
               DISPLAY '  ERROR: No existe un cliente con ese codigo.'
               EXIT PARAGRAPH
           END-IF

           IF CL-FALLECIDO OF WS-CLIENTE-HALLADO
               DISPLAY ' '
               DISPLAY '  ERROR: El fallecimiento de este cliente ya '
                   'esta registrado desde el '
                   CL-FEC-FALLECIMIENTO OF WS-CLIENTE-HALLADO '.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Cliente: ' CL-NOM-LEGAL OF WS-CLIENTE-HALLADO
               ' (' CL-TIP-DOCUMENTO OF WS-CLIENTE-HALLADO ' '
               CL-NUM-DOCUMENTO OF WS-CLIENTE-HALLADO ')'

           DISPLAY '  Fecha de fallecimiento (YYYY-MM-DD): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-FEC-FALLECE
           IF WS-CAP-FEC-FALLECE (5:1) NOT = '-'
                   OR WS-CAP-FEC-FALLECE (8:1) NOT = '-'
                   OR WS-CAP-FEC-FALLECE (1:4) IS NOT NUMERIC
                   OR WS-CAP-FEC-FALLECE > WS-FECHA-STR
               DISPLAY ' '
               DISPLAY '  ERROR: Fecha invalida o futura; no se '
                   'registro nada.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Numero del registro civil de defuncion: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-NUM-DEFUNCION
           IF WS-CAP-NUM-DEFUNCION = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere el registro civil de '
                   'defuncion; no se registro nada.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Abonos entrantes: R=recibir y congelar, '
               'D=devolver (Enter = ' SUC-REGLA-DEFECTO '): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-REGLA-ABONOS
           IF WS-CAP-REGLA-ABONOS = SPACE
               MOVE SUC-REGLA-DEFECTO TO WS-CAP-REGLA-ABONOS
           END-IF
           IF WS-CAP-REGLA-ABONOS NOT = 'R'
                   AND WS-CAP-REGLA-ABONOS NOT = 'D'
               DISPLAY ' '
               DISPLAY '  ERROR: La regla de abonos debe ser R o D; '
                   'no se registro nada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-IDENTIFICAR-SUPERVISOR
           IF NOT SUP-VALIDO
               EXIT PARAGRAPH
           END-IF
           DISPLAY '  Razon del registro: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-AUTORIZA

           PERFORM 3100-MARCAR-CLIENTE
           PERFORM 3200-CONGELAR-CUENTAS
           PERFORM 3300-SUSPENDER-RECURRENTES
           PERFORM 3400-REVOCAR-MANDATOS
           PERFORM 3500-SUSPENDER-BARRIDOS
           PERFORM 3600-ANULAR-PROGRAMADAS

           MOVE 'FALLECIDO_REGISTRADO' TO WS-ESTADO-FINAL-AUD
           MOVE SPACES TO WS-NUM-PARTICION
           MOVE ZERO TO WS-MTO-AUDITORIA
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY ' '
           DISPLAY '  Fallecimiento registrado para el cliente '
               WS-CAP-COD-CLIENTE
           DISPLAY '  Cuentas congeladas            : '
               WS-CNT-CONGELADAS
           DISPLAY '  Recurrentes suspendidas       : '
               WS-CNT-RECURRENTES
           DISPLAY '  Mandatos de recaudo revocados : '
               WS-CNT-MANDATOS
           DISPLAY '  Barridos suspendidos          : '
               WS-CNT-BARRIDOS
           DISPLAY '  Ordenes programadas anuladas  : '
               WS-CNT-PROGRAMADAS
           DISPLAY '  Abonos entrantes              : '
               WS-CAP-REGLA-ABONOS.

      *================================================================
      * 3100 - MARCAR EL CLIENTE COMO FALLECIDO
      *================================================================
       3100-MARCAR-CLIENTE.
           OPEN I-O ARCHIVO-CLIENTES
           MOVE WS-STAT-CLIENTES TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CLIENTES' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE 'N' TO WS-EOF-CLIENTES
           MOVE 'N' TO WS-CLIENTE-ENCONTRADO

           PERFORM UNTIL FIN-CLIENTES OR CLIENTE-ENCONTRADO
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CL-COD-CLIENTE OF REG-CLIENTE
                               = WS-CAP-COD-CLIENTE
                           MOVE 'S' TO WS-CLIENTE-ENCONTRADO
                           MOVE 'S' TO CL-MCA-FALLECIDO OF REG-CLIENTE
                           MOVE WS-CAP-FEC-FALLECE TO
                               CL-FEC-FALLECIMIENTO OF REG-CLIENTE
                           MOVE WS-CAP-NUM-DEFUNCION TO
                               CL-NUM-REG-DEFUNCION OF REG-CLIENTE
                           MOVE WS-CAP-REGLA-ABONOS TO
                               CL-SUC-REGLA-ABONOS OF REG-CLIENTE
      *                    '44' = renglon anterior al registro largo
      *                    (ver CNV-CLIENTES): nada se congela sin la
      *                    marca en el maestro.
                           REWRITE REG-CLIENTE
                           MOVE WS-STAT-CLIENTES TO WS-CHK-ESTADO
                           MOVE 'REESCRIBIR CLIENTE (FALLECIDO)'
                               TO WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES

           MOVE 'CLIENTES' TO WS-CJR-ARCHIVO
           MOVE WS-CAP-COD-CLIENTE TO WS-CJR-CLAVE
           MOVE 'MCA-FALLECIDO' TO WS-CJR-CAMPO
           MOVE 'N' TO WS-CJR-ANTERIOR
           STRING 'S ' WS-CAP-FEC-FALLECE ' ' WS-CAP-NUM-DEFUNCION
               ' regla ' WS-CAP-REGLA-ABONOS
               DELIMITED SIZE INTO WS-CJR-NUEVO
           PERFORM 9860-REGISTRAR-CAMBIO.

      *================================================================
      * 3200 - CONGELAR LAS CUENTAS DEL FALLECIDO
      *   Congela toda cuenta de la que el cliente es titular y de
      *   paso arma la tabla de cuentas con que 3300-3600 reconocen
      *   sus instrucciones automaticas.
      *================================================================
       3200-CONGELAR-CUENTAS.
           MOVE 0 TO WS-CANT-CUENTAS
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF CC-COD-CLIENTE = WS-CAP-COD-CLIENTE
                           IF WS-CANT-CUENTAS < 50
                               ADD 1 TO WS-CANT-CUENTAS
                               MOVE CC-COD-CUENTA TO
                                   WS-CTA-CODIGO (WS-CANT-CUENTAS)
                           END-IF
                           IF CC-MCA-CONGELADA NOT = 'S'
                               MOVE 'S' TO CC-MCA-CONGELADA
                               REWRITE REG-CUENTA
                               MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
                               MOVE 'REESCRIBIR CUENTA (CONGELAR)'
                                   TO WS-CHK-DESCRIPCION
                               PERFORM 9950-VERIFICAR-ESTADO-IO
                               ADD 1 TO WS-CNT-CONGELADAS
                               MOVE 'CUENTAS' TO WS-CJR-ARCHIVO
                               MOVE CC-COD-CUENTA TO WS-CJR-CLAVE
                               MOVE 'MCA-CONGELADA' TO WS-CJR-CAMPO
                               MOVE 'N' TO WS-CJR-ANTERIOR
                               MOVE 'S' TO WS-CJR-NUEVO
                               PERFORM 9860-REGISTRAR-CAMBIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 3300 - SUSPENDER LAS TRANSFERENCIAS RECURRENTES
      *================================================================
       3300-SUSPENDER-RECURRENTES.
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN I-O ARCHIVO-RECURRENTES
           IF WS-STAT-RECURRENTES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-RECURRENTES
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE RC-COD-CTA-ORIGEN TO WS-CTA-BUSCADA
                       PERFORM 8200-BUSCAR-CTA-EN-TABLA
                       IF RC-MCA-ACTIVA = FLAG-SI AND CTA-EN-TABLA
                           MOVE FLAG-NO TO RC-MCA-ACTIVA
                           REWRITE REG-RECURRENTE
                           ADD 1 TO WS-CNT-RECURRENTES
                           MOVE 'RECURRENTES' TO WS-CJR-ARCHIVO
                           MOVE RC-COD-RECURRENTE TO WS-CJR-CLAVE
                           MOVE 'MCA-ACTIVA' TO WS-CJR-CAMPO
                           MOVE 'S' TO WS-CJR-ANTERIOR
                           MOVE 'N' TO WS-CJR-NUEVO
                           PERFORM 9860-REGISTRAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RECURRENTES.

      *================================================================
      * 3400 - REVOCAR LOS MANDATOS DE RECAUDO
      *================================================================
       3400-REVOCAR-MANDATOS.
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN I-O ARCHIVO-MANDATOS
           IF WS-STAT-MANDATOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-MANDATOS
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE MD-COD-CTA-PAGADOR TO WS-CTA-BUSCADA
                       PERFORM 8200-BUSCAR-CTA-EN-TABLA
                       IF MD-MCA-ACTIVA = FLAG-SI AND CTA-EN-TABLA
                           MOVE FLAG-NO TO MD-MCA-ACTIVA
                           REWRITE REG-MANDATO
                           ADD 1 TO WS-CNT-MANDATOS
                           MOVE 'MANDATOS' TO WS-CJR-ARCHIVO
                           MOVE MD-REF-MANDATO TO WS-CJR-CLAVE
                           MOVE 'MCA-ACTIVA' TO WS-CJR-CAMPO
                           MOVE 'S' TO WS-CJR-ANTERIOR
                           MOVE 'N' TO WS-CJR-NUEVO
                           PERFORM 9860-REGISTRAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MANDATOS.

      *================================================================
      * 3500 - SUSPENDER LOS BARRIDOS
      *   Se suspende tanto el barrido que sale de una cuenta del
      *   fallecido como el que concentra en una de ellas.
      *================================================================
       3500-SUSPENDER-BARRIDOS.
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN I-O ARCHIVO-BARRIDOS
           IF WS-STAT-BARRIDOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-BARRIDOS
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE BS-COD-CTA-FUENTE TO WS-CTA-BUSCADA
                       PERFORM 8200-BUSCAR-CTA-EN-TABLA
                       IF NOT CTA-EN-TABLA
                           MOVE BS-COD-CTA-MAESTRA TO WS-CTA-BUSCADA
                           PERFORM 8200-BUSCAR-CTA-EN-TABLA
                       END-IF
                       IF BS-MCA-ACTIVO = FLAG-SI AND CTA-EN-TABLA
                           MOVE FLAG-NO TO BS-MCA-ACTIVO
                           REWRITE REG-BARRIDO
                           ADD 1 TO WS-CNT-BARRIDOS
                           MOVE 'BARRIDOS' TO WS-CJR-ARCHIVO
                           MOVE BS-COD-CTA-FUENTE TO WS-CJR-CLAVE
                           MOVE 'MCA-ACTIVO' TO WS-CJR-CAMPO
                           MOVE 'S' TO WS-CJR-ANTERIOR
                           MOVE 'N' TO WS-CJR-NUEVO
                           PERFORM 9860-REGISTRAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-BARRIDOS.

      *================================================================
      * 3600 - ANULAR LAS ORDENES PROGRAMADAS DE SUS CUENTAS
      *================================================================
       3600-ANULAR-PROGRAMADAS.
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN I-O ARCHIVO-ORDENES
           IF WS-STAT-ORDENES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF OT-EST-ORDEN OF REG-ORDEN = EST-PROGRAMADA
                           MOVE OT-COD-CTA-ORIGEN OF REG-ORDEN
                               TO WS-CTA-BUSCADA
                           PERFORM 8200-BUSCAR-CTA-EN-TABLA
                           IF CTA-EN-TABLA
                               MOVE EST-ANULADA
                                   TO OT-EST-ORDEN OF REG-ORDEN
                               REWRITE REG-ORDEN
                               MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
                               MOVE 'REESCRIBIR ORDEN (ANULAR)'
                                   TO WS-CHK-DESCRIPCION
                               PERFORM 9950-VERIFICAR-ESTADO-IO
                               ADD 1 TO WS-CNT-PROGRAMADAS
                               MOVE 'ORDENES' TO WS-CJR-ARCHIVO
                               MOVE OT-NUM-ORDEN OF REG-ORDEN
                                   TO WS-CJR-CLAVE
                               MOVE 'EST-ORDEN' TO WS-CJR-CAMPO
                               MOVE EST-PROGRAMADA TO WS-CJR-ANTERIOR
                               MOVE EST-ANULADA TO WS-CJR-NUEVO
                               PERFORM 9860-REGISTRAR-CAMBIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 4000 - EXPEDIR EL CERTIFICADO DE SALDOS CONGELADOS
      *================================================================
       4000-EXPEDIR-CERTIFICADO.
           PERFORM 2100-CAPTURAR-CLIENTE-FALLECIDO
           IF NOT DATOS-OK
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Codigo del operador que expide: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-COD-OPERADOR
           IF WS-CAP-COD-OPERADOR = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere el codigo del operador; '
                   'no se expidio nada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 8300-CARGAR-CUENTAS-CLIENTE

           MOVE 'CSU' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'CSU' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-CERTIFICADO

           PERFORM 4100-RENDERIZAR-CERTIFICADO
           PERFORM 4200-REGISTRAR-EMISION

           MOVE WS-TOT-COP TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  Certificado ' WS-NUM-CERTIFICADO
               ' expedido en data/CERTSUCESION.txt'
           DISPLAY '  Cuentas: ' WS-CANT-CUENTAS
               '  CDT vivos: ' WS-CANT-CDT-VIVOS
               '  Total en pesos: $' WS-DISP-MONTO.

      *================================================================
      * 4100 - RENDERIZAR EL CERTIFICADO AL ARCHIVO DE IMPRESION
      *   Una linea por cuenta (saldo total y embargado, en su
      *   moneda) y una por CDT vivo; el total en pesos suma las
      *   cuentas en COP y los CDT.
      *================================================================
       4100-RENDERIZAR-CERTIFICADO.
           MOVE 0 TO WS-TOT-COP
           MOVE 0 TO WS-CANT-CDT-VIVOS

           OPEN EXTEND ARCHIVO-CARTA
           IF WS-STAT-CARTA = '35'
               OPEN OUTPUT ARCHIVO-CARTA
               CLOSE ARCHIVO-CARTA
               OPEN EXTEND ARCHIVO-CARTA
           END-IF

           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  ' NOM-BANCO-PROPIO ' (BANCO ' COD-BANCO-PROPIO
               ')' DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  CERTIFICADO DE SALDOS PARA SUCESION No. '
               WS-NUM-CERTIFICADO
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA

           MOVE '  El banco certifica que el causante:'
               TO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  ' CL-NOM-LEGAL OF WS-CLIENTE-HALLADO
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE CL-NUM-DOCUMENTO OF WS-CLIENTE-HALLADO
               TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  identificado con '
               CL-TIP-DOCUMENTO OF WS-CLIENTE-HALLADO ' '
               WS-MSK-SALIDA (1:15)
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  fallecido el '
               CL-FEC-FALLECIMIENTO OF WS-CLIENTE-HALLADO
               ' (registro civil '
               CL-NUM-REG-DEFUNCION OF WS-CLIENTE-HALLADO ')'
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE '  tiene los siguientes saldos congelados:'
               TO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA

           PERFORM 4110-LINEA-CUENTA
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-CANT-CUENTAS

           PERFORM 4120-LINEAS-CDT

           MOVE SPACES TO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE WS-TOT-COP TO WS-DISP-MONTO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  TOTAL EN PESOS (cuentas COP y CDT): $'
               WS-DISP-MONTO
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           IF WS-CANT-OTRA-MONEDA > 0
               MOVE '  Las cuentas en otra moneda se certifican en su'
                   TO WS-LINEA-SALIDA
               PERFORM 4900-ESCRIBIR-LINEA
               MOVE '  propia moneda y no suman al total en pesos.'
                   TO WS-LINEA-SALIDA
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  Expedido el ' WS-FECHA-STR ' a las '
               WS-HORA-STR ' con destino al proceso de sucesion.'
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA

           CLOSE ARCHIVO-CARTA.

      *================================================================
      * 4110 - LINEAS DE UNA CUENTA DEL CAUSANTE
      *================================================================
       4110-LINEA-CUENTA.
           MOVE WS-CTA-SAL-TOTAL (WS-IDX-CTA) TO WS-DISP-MONTO
           MOVE WS-CTA-CODIGO (WS-IDX-CTA) TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  Cuenta ' WS-MSK-SALIDA ' '
               WS-CTA-TIPO (WS-IDX-CTA) ' '
               WS-CTA-MONEDA (WS-IDX-CTA) ' saldo ' WS-DISP-MONTO
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 4900-ESCRIBIR-LINEA

           IF WS-CTA-EMBARGADO (WS-IDX-CTA) > 0
               MOVE WS-CTA-EMBARGADO (WS-IDX-CTA) TO WS-DISP-MONTO
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING '         de los cuales embargados '
                   WS-DISP-MONTO
                   DELIMITED SIZE INTO WS-LINEA-SALIDA
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF

           IF WS-CTA-MONEDA (WS-IDX-CTA) = MON-COP
                   OR WS-CTA-MONEDA (WS-IDX-CTA) = SPACES
               ADD WS-CTA-SAL-TOTAL (WS-IDX-CTA) TO WS-TOT-COP
           END-IF.

      *================================================================
      * 4120 - LINEAS DE LOS CDT VIVOS DEL CAUSANTE
      *================================================================
       4120-LINEAS-CDT.
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN INPUT ARCHIVO-CDTS
           IF WS-STAT-CDTS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-CDTS
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF DT-COD-CLIENTE = WS-CAP-COD-CLIENTE
                               AND CDT-VIGENTE
                           ADD 1 TO WS-CANT-CDT-VIVOS
                           MOVE DT-MTO-PRINCIPAL TO WS-DISP-MONTO
                           MOVE DT-MTO-INT-ACUM TO WS-DISP-MONTO-2
                           MOVE SPACES TO WS-LINEA-SALIDA
                           STRING '  CDT ' DT-NUM-CDT ' vence '
                               DT-FEC-VENCIMIENTO ' capital '
                               WS-DISP-MONTO
                               DELIMITED SIZE INTO WS-LINEA-SALIDA
                           PERFORM 4900-ESCRIBIR-LINEA
                           MOVE SPACES TO WS-LINEA-SALIDA
                           STRING '         interes causado '
                               WS-DISP-MONTO-2
                               DELIMITED SIZE INTO WS-LINEA-SALIDA
                           PERFORM 4900-ESCRIBIR-LINEA
                           ADD DT-MTO-PRINCIPAL TO WS-TOT-COP
                           ADD DT-MTO-INT-ACUM TO WS-TOT-COP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CDTS.

      *================================================================
      * 4200 - DEJAR EL RENGLON DEL REGISTRO DE EMISIONES
      *   Mismo registro que CRT-BANCARIA; el certificado de la
      *   sucesion no cobra tarifa.
      *================================================================
       4200-REGISTRAR-EMISION.
           OPEN EXTEND ARCHIVO-CERTIFICADOS
           IF WS-STAT-CERT = '35'
               OPEN OUTPUT ARCHIVO-CERTIFICADOS
               CLOSE ARCHIVO-CERTIFICADOS
               OPEN EXTEND ARCHIVO-CERTIFICADOS
           END-IF

           MOVE SPACES TO REG-CERTIFICADO
           MOVE WS-NUM-CERTIFICADO TO CE2-NUM-CERTIFICADO
           IF WS-CANT-CUENTAS > 0
               MOVE WS-CTA-CODIGO (1) TO CE2-COD-CUENTA
           END-IF
           MOVE WS-CAP-COD-CLIENTE TO CE2-COD-CLIENTE
           MOVE CL-NOM-LEGAL OF WS-CLIENTE-HALLADO TO CE2-NOM-CLIENTE
           MOVE WS-CAP-COD-OPERADOR TO CE2-COD-OPERADOR
           MOVE WS-FECHA-STR TO CE2-FEC-EMISION
           MOVE WS-HORA-STR TO CE2-HOA-EMISION
           MOVE ZERO TO CE2-MTO-TARIFA
           MOVE ZERO TO CE2-MTO-IVA
           WRITE REG-CERTIFICADO
           CLOSE ARCHIVO-CERTIFICADOS.

      *================================================================
      * 4900 - ESCRIBIR LA LINEA ARMADA AL ARCHIVO DE IMPRESION
      *================================================================
       4900-ESCRIBIR-LINEA.
           MOVE WS-LINEA-SALIDA TO REG-LINEA-CARTA
           WRITE REG-LINEA-CARTA.

      *================================================================
      * 5000 - REGISTRAR LA PARTICION A HEREDEROS
      *   El operador transcribe la sentencia o escritura; nada se
      *   escribe si los porcentajes no suman 100 o si la cuenta
      *   nuestra de algun heredero no puede recibir.
      *================================================================
       5000-REGISTRAR-PARTICION.
           PERFORM 2100-CAPTURAR-CLIENTE-FALLECIDO
           IF NOT DATOS-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 6100-CARGAR-PARTICION-PENDIENTE
           IF HAY-PENDIENTE
               DISPLAY ' '
               DISPLAY '  ERROR: Ya hay una particion PENDIENTE ('
                   WS-NUM-PARTICION ') para este cliente; '
                   'apruebela o rechacela primero.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Codigo del operador que registra: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-COD-OPERADOR
           DISPLAY '  Sentencia o escritura de particion: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-DOC-PARTICION
           IF WS-CAP-COD-OPERADOR = SPACES
                   OR WS-CAP-DOC-PARTICION = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requieren el operador y el '
                   'documento de particion; no se registro nada.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Cantidad de herederos (1 a '
               SUC-MAX-HEREDEROS '): ' WITH NO ADVANCING
           ACCEPT WS-CAP-CANT-HEREDEROS
           IF WS-CAP-CANT-HEREDEROS < 1
                   OR WS-CAP-CANT-HEREDEROS > SUC-MAX-HEREDEROS
               DISPLAY ' '
               DISPLAY '  ERROR: Cantidad de herederos invalida; no '
                   'se registro nada.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAP-CANT-HEREDEROS TO WS-CANT-HEREDEROS
           MOVE 0 TO WS-SUMA-PORCENTAJE
           MOVE 'S' TO WS-DATOS-OK
           PERFORM 5100-CAPTURAR-HEREDERO
               VARYING WS-IDX-HER FROM 1 BY 1
               UNTIL WS-IDX-HER > WS-CANT-HEREDEROS

           IF WS-SUMA-PORCENTAJE NOT = 100
               MOVE WS-SUMA-PORCENTAJE TO WS-DISP-PORCENTAJE
               DISPLAY ' '
               DISPLAY '  ERROR: Los porcentajes suman '
                   WS-DISP-PORCENTAJE ' y no 100; no se registro '
                   'nada.'
               EXIT PARAGRAPH
           END-IF

           IF NOT DATOS-OK
               DISPLAY ' '
               DISPLAY '  ERROR: Hay herederos con datos invalidos; '
                   'no se registro nada.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'SUC' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'SUC' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-PARTICION

           OPEN EXTEND ARCHIVO-SUCESIONES
           IF WS-STAT-SUCESIONES = '35'
               OPEN OUTPUT ARCHIVO-SUCESIONES
               CLOSE ARCHIVO-SUCESIONES
               OPEN EXTEND ARCHIVO-SUCESIONES
           END-IF

           PERFORM 5300-ESCRIBIR-HEREDERO
               VARYING WS-IDX-HER FROM 1 BY 1
               UNTIL WS-IDX-HER > WS-CANT-HEREDEROS

           CLOSE ARCHIVO-SUCESIONES

           MOVE WS-CAP-COD-OPERADOR TO WS-COD-AUTORIZA
           STRING 'Particion ' WS-CAP-DOC-PARTICION
               DELIMITED SIZE INTO WS-MOTIVO-AUTORIZA
           MOVE 'PARTICION_REGISTRADA' TO WS-ESTADO-FINAL-AUD
           MOVE ZERO TO WS-MTO-AUDITORIA
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY ' '
           DISPLAY '  Particion ' WS-NUM-PARTICION ' registrada con '
               WS-CANT-HEREDEROS ' herederos; queda PENDIENTE de '
               'aprobacion de un supervisor (opcion 4).'.

      *================================================================
      * 5100 - CAPTURAR UN HEREDERO
      *================================================================
       5100-CAPTURAR-HEREDERO.
           DISPLAY ' '
           DISPLAY '  Heredero ' WS-IDX-HER
           MOVE WS-IDX-HER TO WS-HER-NUMERO (WS-IDX-HER)
           DISPLAY '    Nombre: ' WITH NO ADVANCING
           ACCEPT WS-HER-NOMBRE (WS-IDX-HER)
           DISPLAY '    Tipo de documento (CC/CE/NI/PA): '
               WITH NO ADVANCING
           ACCEPT WS-HER-TIP-DOC (WS-IDX-HER)
           DISPLAY '    Numero de documento: ' WITH NO ADVANCING
           ACCEPT WS-HER-NUM-DOC (WS-IDX-HER)
           DISPLAY '    Banco destino (Enter = ' COD-BANCO-PROPIO
               '): ' WITH NO ADVANCING
           ACCEPT WS-HER-BANCO (WS-IDX-HER)
           IF WS-HER-BANCO (WS-IDX-HER) = SPACES
               MOVE COD-BANCO-PROPIO TO WS-HER-BANCO (WS-IDX-HER)
           END-IF
           DISPLAY '    Cuenta destino: ' WITH NO ADVANCING
           ACCEPT WS-HER-CUENTA (WS-IDX-HER)
           DISPLAY '    Porcentaje (ej. 50 o 33,33): '
               WITH NO ADVANCING
           ACCEPT WS-HER-PORCENTAJE (WS-IDX-HER)
           ADD WS-HER-PORCENTAJE (WS-IDX-HER) TO WS-SUMA-PORCENTAJE
           MOVE 0 TO WS-HER-MONTO (WS-IDX-HER)
           MOVE SPACES TO WS-HER-REF-PAGO (WS-IDX-HER)

           IF WS-HER-NOMBRE (WS-IDX-HER) = SPACES
                   OR WS-HER-NUM-DOC (WS-IDX-HER) = SPACES
                   OR WS-HER-CUENTA (WS-IDX-HER) = SPACES
                   OR WS-HER-PORCENTAJE (WS-IDX-HER) = 0
               DISPLAY '    ERROR: faltan datos del heredero.'
               MOVE 'N' TO WS-DATOS-OK
           END-IF

           PERFORM 5200-VALIDAR-CTA-HEREDERO.

      *================================================================
      * 5200 - VALIDAR LA CUENTA NUESTRA DE UN HEREDERO
      *   Debe existir, estar activa y sin congelar, en pesos, y no
      *   ser del propio causante. La cuenta de otro banco la valida
      *   la red al recibir la orden.
      *================================================================
       5200-VALIDAR-CTA-HEREDERO.
           IF WS-HER-BANCO (WS-IDX-HER) NOT = COD-BANCO-PROPIO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE WS-HER-CUENTA (WS-IDX-HER) TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   DISPLAY '    ERROR: la cuenta '
                       WS-HER-CUENTA (WS-IDX-HER) ' no existe.'
                   MOVE 'N' TO WS-DATOS-OK
               NOT INVALID KEY
                   IF CC-MCA-ACTIVA NOT = FLAG-SI
                           OR CC-MCA-CONGELADA = 'S'
                           OR CC-COD-CLIENTE = WS-CAP-COD-CLIENTE
                       DISPLAY '    ERROR: la cuenta '
                           WS-HER-CUENTA (WS-IDX-HER)
                           ' esta inactiva, congelada o es del '
                           'causante.'
                       MOVE 'N' TO WS-DATOS-OK
                   END-IF
                   IF CC-TIP-MONEDA NOT = MON-COP
                           AND CC-TIP-MONEDA NOT = SPACES
                       DISPLAY '    ERROR: la cuenta '
                           WS-HER-CUENTA (WS-IDX-HER)
                           ' no es en pesos.'
                       MOVE 'N' TO WS-DATOS-OK
                   END-IF
           END-READ

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 5300 - ESCRIBIR EL RENGLON PENDIENTE DE UN HEREDERO
      *================================================================
       5300-ESCRIBIR-HEREDERO.
           MOVE SPACES TO REG-SUCESION
           MOVE WS-NUM-PARTICION TO SU-NUM-PARTICION
           MOVE WS-CAP-COD-CLIENTE TO SU-COD-CLIENTE
           MOVE WS-CAP-DOC-PARTICION TO SU-DOC-PARTICION
           MOVE WS-HER-NUMERO (WS-IDX-HER) TO SU-NUM-HEREDERO
           MOVE WS-HER-NOMBRE (WS-IDX-HER) TO SU-NOM-HEREDERO
           MOVE WS-HER-TIP-DOC (WS-IDX-HER) TO SU-TIP-DOC-HEREDERO
           MOVE WS-HER-NUM-DOC (WS-IDX-HER) TO SU-NUM-DOC-HEREDERO
           MOVE WS-HER-BANCO (WS-IDX-HER) TO SU-COD-BCO-DEST
           MOVE WS-HER-CUENTA (WS-IDX-HER) TO SU-COD-CTA-DEST
           MOVE WS-HER-PORCENTAJE (WS-IDX-HER) TO SU-POR-PARTICION
           MOVE ZERO TO SU-MTO-PAGADO
           MOVE 'PENDIENTE ' TO SU-EST-PARTICION
           MOVE WS-CAP-COD-OPERADOR TO SU-COD-REGISTRA
           MOVE WS-FECHA-STR TO SU-FEC-REGISTRO
           WRITE REG-SUCESION.

      *================================================================
      * 6000 - APROBAR (O RECHAZAR) Y PAGAR LA PARTICION
      *================================================================
       6000-APROBAR-PARTICION.
           PERFORM 2100-CAPTURAR-CLIENTE-FALLECIDO
           IF NOT DATOS-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 6100-CARGAR-PARTICION-PENDIENTE
           IF NOT HAY-PENDIENTE
               DISPLAY ' '
               DISPLAY '  No hay particion PENDIENTE para este '
                   'cliente.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 8300-CARGAR-CUENTAS-CLIENTE
           PERFORM 6150-MOSTRAR-PARTICION

           PERFORM 2200-IDENTIFICAR-SUPERVISOR
           IF NOT SUP-VALIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-COD-SUPERVISOR = WS-PART-REGISTRA
               DISPLAY ' '
               DISPLAY '  ERROR: La particion la debe aprobar un '
                   'supervisor distinto de quien la registro.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '  A=aprobar y pagar, R=rechazar, otra=salir: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-DECISION
           IF NOT DECISION-APROBAR AND NOT DECISION-RECHAZAR
               DISPLAY '  Sin cambios.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Razon: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-AUTORIZA

           IF DECISION-RECHAZAR
               MOVE 'RECHAZADA ' TO WS-PART-EST-NUEVO
               PERFORM 6800-ACTUALIZAR-PARTICION
               MOVE 'PARTICION_RECHAZADA' TO WS-ESTADO-FINAL-AUD
               MOVE ZERO TO WS-MTO-AUDITORIA
               PERFORM 9100-REGISTRAR-AUDITORIA
               DISPLAY ' '
               DISPLAY '  Particion ' WS-NUM-PARTICION
                   ' RECHAZADA; no se pago nada.'
               EXIT PARAGRAPH
           END-IF

           IF WS-MTO-PAGABLE <= ZERO
               DISPLAY ' '
               DISPLAY '  ERROR: Las cuentas del causante no tienen '
                   'saldo en pesos libre de embargos; no se pago '
                   'nada.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-DATOS-OK
           PERFORM 5200-VALIDAR-CTA-HEREDERO
               VARYING WS-IDX-HER FROM 1 BY 1
               UNTIL WS-IDX-HER > WS-CANT-HEREDEROS
           IF NOT DATOS-OK
               DISPLAY ' '
               DISPLAY '  ERROR: Alguna cuenta destino ya no puede '
                   'recibir; rechace y registre de nuevo la '
                   'particion. No se pago nada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 6200-CALCULAR-CUOTAS

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO
           OPEN I-O ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '35'
               OPEN OUTPUT ARCHIVO-ORDENES
               CLOSE ARCHIVO-ORDENES
               OPEN I-O ARCHIVO-ORDENES
           END-IF
           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-ASIENTOS

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE SPACES TO WS-ASIENTO-NUEVO

           PERFORM 6300-DEBITAR-CUENTA
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-CANT-CUENTAS
           PERFORM 6400-PAGAR-HEREDERO
               VARYING WS-IDX-HER FROM 1 BY 1
               UNTIL WS-IDX-HER > WS-CANT-HEREDEROS

           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-ORDENES
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-ASIENTOS

           MOVE 'PAGADA    ' TO WS-PART-EST-NUEVO
           PERFORM 6800-ACTUALIZAR-PARTICION

           MOVE 'SUCESION_PAGADA' TO WS-ESTADO-FINAL-AUD
           MOVE WS-MTO-PAGABLE TO WS-MTO-AUDITORIA
           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE WS-MTO-PAGABLE TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  PARTICION ' WS-NUM-PARTICION ' PAGADA: $'
               WS-DISP-MONTO ' repartidos, asiento ' WS-NUM-ASIENTO.

      *================================================================
      * 6100 - CARGAR LA PARTICION PENDIENTE DEL CLIENTE
      *================================================================
       6100-CARGAR-PARTICION-PENDIENTE.
           MOVE 'N' TO WS-HAY-PENDIENTE
           MOVE 0 TO WS-CANT-HEREDEROS
           MOVE SPACES TO WS-NUM-PARTICION
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN INPUT ARCHIVO-SUCESIONES
           IF WS-STAT-SUCESIONES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-SUCESIONES
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF SU-COD-CLIENTE = WS-CAP-COD-CLIENTE
                               AND SUC-PENDIENTE
                               AND (WS-NUM-PARTICION = SPACES
                                   OR SU-NUM-PARTICION =
                                       WS-NUM-PARTICION)
                               AND WS-CANT-HEREDEROS < 10
                           MOVE 'S' TO WS-HAY-PENDIENTE
                           MOVE SU-NUM-PARTICION TO WS-NUM-PARTICION
                           MOVE SU-DOC-PARTICION TO WS-PART-DOCUMENTO
                           MOVE SU-COD-REGISTRA TO WS-PART-REGISTRA
                           ADD 1 TO WS-CANT-HEREDEROS
                           MOVE SU-NUM-HEREDERO
                               TO WS-HER-NUMERO (WS-CANT-HEREDEROS)
                           MOVE SU-NOM-HEREDERO
                               TO WS-HER-NOMBRE (WS-CANT-HEREDEROS)
                           MOVE SU-TIP-DOC-HEREDERO
                               TO WS-HER-TIP-DOC (WS-CANT-HEREDEROS)
                           MOVE SU-NUM-DOC-HEREDERO
                               TO WS-HER-NUM-DOC (WS-CANT-HEREDEROS)
                           MOVE SU-COD-BCO-DEST
                               TO WS-HER-BANCO (WS-CANT-HEREDEROS)
                           MOVE SU-COD-CTA-DEST
                               TO WS-HER-CUENTA (WS-CANT-HEREDEROS)
                           MOVE SU-POR-PARTICION TO
                               WS-HER-PORCENTAJE (WS-CANT-HEREDEROS)
                           MOVE 0 TO WS-HER-MONTO (WS-CANT-HEREDEROS)
                           MOVE SPACES
                               TO WS-HER-REF-PAGO (WS-CANT-HEREDEROS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SUCESIONES.

      *================================================================
      * 6150 - MOSTRAR LA PARTICION Y EL SALDO A REPARTIR
      *================================================================
       6150-MOSTRAR-PARTICION.
           DISPLAY ' '
           DISPLAY '  Particion ' WS-NUM-PARTICION ' - '
               WS-PART-DOCUMENTO
           DISPLAY '  Registrada por ' WS-PART-REGISTRA
           DISPLAY '  ------------------------------------------------'
           PERFORM 6160-MOSTRAR-HEREDERO
               VARYING WS-IDX-HER FROM 1 BY 1
               UNTIL WS-IDX-HER > WS-CANT-HEREDEROS

           MOVE WS-MTO-PAGABLE TO WS-DISP-MONTO
           MOVE WS-MTO-EMBARGADO TO WS-DISP-MONTO-2
           DISPLAY ' '
           DISPLAY '  Saldo en pesos a repartir : $' WS-DISP-MONTO
           DISPLAY '  Retenido por embargos     : $' WS-DISP-MONTO-2
           IF WS-CANT-OTRA-MONEDA > 0
               DISPLAY '  AVISO: ' WS-CANT-OTRA-MONEDA ' cuenta(s) '
                   'en otra moneda no entran en este pago.'
           END-IF
           IF WS-CANT-CDT-VIVOS > 0
               DISPLAY '  AVISO: ' WS-CANT-CDT-VIVOS ' CDT vivo(s) '
                   'se abonaran a la cuenta vinculada al vencer.'
           END-IF.

      *================================================================
      * 6160 - MOSTRAR UN HEREDERO
      *================================================================
       6160-MOSTRAR-HEREDERO.
           MOVE WS-HER-PORCENTAJE (WS-IDX-HER) TO WS-DISP-PORCENTAJE
           DISPLAY '  ' WS-HER-NUMERO (WS-IDX-HER) ' '
               WS-HER-NOMBRE (WS-IDX-HER) ' ' WS-DISP-PORCENTAJE '%'
           DISPLAY '      -> banco ' WS-HER-BANCO (WS-IDX-HER)
               ' cuenta ' WS-HER-CUENTA (WS-IDX-HER).

      *================================================================
      * 6200 - CALCULAR LA CUOTA DE CADA HEREDERO
      *   Cada cuota se trunca al centavo; el residuo del redondeo va
      *   al ultimo heredero para que lo repartido cuadre exacto con
      *   lo debitado.
      *================================================================
       6200-CALCULAR-CUOTAS.
           MOVE 0 TO WS-MTO-REPARTIDO
           PERFORM VARYING WS-IDX-HER FROM 1 BY 1
                   UNTIL WS-IDX-HER >= WS-CANT-HEREDEROS
               COMPUTE WS-HER-MONTO (WS-IDX-HER) =
                   WS-MTO-PAGABLE * WS-HER-PORCENTAJE (WS-IDX-HER)
                   / 100
               ADD WS-HER-MONTO (WS-IDX-HER) TO WS-MTO-REPARTIDO
           END-PERFORM
           COMPUTE WS-HER-MONTO (WS-CANT-HEREDEROS) =
               WS-MTO-PAGABLE - WS-MTO-REPARTIDO.

      *================================================================
      * 6300 - DEBITAR EL SALDO REPARTIBLE DE UNA CUENTA DEL CAUSANTE
      *   Sale el disponible menos lo embargado: lo embargado sigue
      *   en la cuenta congelada esperando al juzgado (PRC-REMATE).
      *================================================================
       6300-DEBITAR-CUENTA.
           IF WS-CTA-PAGABLE (WS-IDX-CTA) <= ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-CTA-ORIGEN-PAGO = 0
               MOVE WS-IDX-CTA TO WS-CTA-ORIGEN-PAGO
           END-IF

           MOVE WS-CTA-CODIGO (WS-IDX-CTA) TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE '23' TO WS-CHK-ESTADO
                   MOVE 'LEER CUENTA DEL CAUSANTE'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
           END-READ
           MOVE CC-SAL-TOTAL TO WS-SAL-ANT-CUENTA
           SUBTRACT WS-CTA-PAGABLE (WS-IDX-CTA) FROM CC-SAL-DISPONIBLE
           SUBTRACT WS-CTA-PAGABLE (WS-IDX-CTA) FROM CC-SAL-TOTAL
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
           REWRITE REG-CUENTA
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CUENTA (SUCESION)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           COMPUTE WS-MTO-REPARTIDO =
               WS-CTA-PAGABLE (WS-IDX-CTA) * -1
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING 'Pago a herederos, particion ' WS-NUM-PARTICION
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           MOVE WS-NUM-PARTICION TO WS-REF-ASIENTO
           PERFORM 6700-REGISTRAR-MOVIMIENTO

           MOVE WS-CTA-SUCURSAL (WS-IDX-CTA) TO WS-SUC-ASIENTO
           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-CTA-PAGABLE (WS-IDX-CTA)
               TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Saldo del causante entregado a herederos'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO.

      *================================================================
      * 6400 - PAGAR LA CUOTA DE UN HEREDERO
      *   Cuenta nuestra: abono directo, credito al pasivo con
      *   clientes. Otro banco: orden CONFIRMADA desde la primera
      *   cuenta debitada del causante, credito al clearing.
      *================================================================
       6400-PAGAR-HEREDERO.
           IF WS-HER-MONTO (WS-IDX-HER) <= ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-HER-BANCO (WS-IDX-HER) = COD-BANCO-PROPIO
               PERFORM 6410-ABONAR-CUENTA-PROPIA
           ELSE
               PERFORM 6420-GIRAR-ORDEN-OTRO-BANCO
           END-IF.

      *================================================================
      * 6410 - ABONAR LA CUOTA EN UNA CUENTA NUESTRA
      *================================================================
       6410-ABONAR-CUENTA-PROPIA.
           MOVE WS-HER-CUENTA (WS-IDX-HER) TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE '23' TO WS-CHK-ESTADO
                   MOVE 'LEER CUENTA DEL HEREDERO'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
           END-READ
           MOVE CC-SAL-TOTAL TO WS-SAL-ANT-CUENTA
           ADD WS-HER-MONTO (WS-IDX-HER) TO CC-SAL-DISPONIBLE
           ADD WS-HER-MONTO (WS-IDX-HER) TO CC-SAL-TOTAL
           MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
           REWRITE REG-CUENTA
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CUENTA (HEREDERO)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE WS-HER-MONTO (WS-IDX-HER) TO WS-MTO-REPARTIDO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING 'Herencia, particion ' WS-NUM-PARTICION
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           MOVE WS-NUM-PARTICION TO WS-REF-ASIENTO
           PERFORM 6700-REGISTRAR-MOVIMIENTO
           MOVE WS-NUM-MOVIM TO WS-HER-REF-PAGO (WS-IDX-HER)

           MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-PASIVO-CLIENTES
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HER-MONTO (WS-IDX-HER)
               TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Herencia abonada a cuenta del heredero'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO.

      *================================================================
      * 6420 - GIRAR LA CUOTA A OTRO BANCO
      *   Queda CONFIRMADA con fecha de hoy para que GEN-LIQUIDACION
      *   la incluya en el archivo de esta noche (igual que el giro
      *   al deposito judicial de PRC-REMATE).
      *================================================================
       6420-GIRAR-ORDEN-OTRO-BANCO.
           MOVE 'TRF' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'TRF' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ORDEN

           MOVE SPACES TO WS-ORDEN-NUEVA
           MOVE WS-NUM-ORDEN TO OT-NUM-ORDEN OF WS-ORDEN-NUEVA
           MOVE WS-FECHA-STR TO OT-FEC-CREACION OF WS-ORDEN-NUEVA
           MOVE WS-HORA-STR TO OT-HOA-CREACION OF WS-ORDEN-NUEVA
           MOVE COD-BANCO-PROPIO
               TO OT-COD-BCO-ORIGEN OF WS-ORDEN-NUEVA
           MOVE WS-CTA-SUCURSAL (WS-CTA-ORIGEN-PAGO)
               TO OT-COD-SUCURSAL-ORIGEN OF WS-ORDEN-NUEVA
           MOVE WS-CTA-CODIGO (WS-CTA-ORIGEN-PAGO)
               TO OT-COD-CTA-ORIGEN OF WS-ORDEN-NUEVA
           MOVE CL-NOM-LEGAL OF WS-CLIENTE-HALLADO
               TO OT-NOM-CLI-ORIGEN OF WS-ORDEN-NUEVA
           MOVE WS-HER-BANCO (WS-IDX-HER)
               TO OT-COD-BCO-DEST OF WS-ORDEN-NUEVA
           MOVE WS-HER-CUENTA (WS-IDX-HER)
               TO OT-COD-CTA-DEST OF WS-ORDEN-NUEVA
           MOVE WS-HER-NOMBRE (WS-IDX-HER)
               TO OT-NOM-CLI-DEST OF WS-ORDEN-NUEVA
           MOVE WS-HER-MONTO (WS-IDX-HER)
               TO OT-MTO-TRANSF OF WS-ORDEN-NUEVA
           MOVE ZERO TO OT-MTO-COMISION OF WS-ORDEN-NUEVA
           MOVE WS-HER-MONTO (WS-IDX-HER)
               TO OT-MTO-TOTAL OF WS-ORDEN-NUEVA
           MOVE MON-COP TO OT-TIP-MONEDA OF WS-ORDEN-NUEVA
           STRING 'Herencia, particion ' WS-NUM-PARTICION ' '
               WS-PART-DOCUMENTO
               DELIMITED SIZE
               INTO OT-DES-CONCEPTO OF WS-ORDEN-NUEVA
           MOVE EST-CONFIRMADA TO OT-EST-ORDEN OF WS-ORDEN-NUEVA
           MOVE WS-FECHA-STR TO OT-FEC-ENVIO OF WS-ORDEN-NUEVA
           MOVE WS-FECHA-STR TO OT-FEC-CONFIRMAC OF WS-ORDEN-NUEVA
           MOVE 'N' TO OT-MCA-BLOQUEADA OF WS-ORDEN-NUEVA
           MOVE WS-FECHA-STR TO OT-FEC-VALOR OF WS-ORDEN-NUEVA
           MOVE 'SIS' TO OT-COD-CANAL OF WS-ORDEN-NUEVA
           MOVE SPACES TO OT-COD-PLAN OF WS-ORDEN-NUEVA

           WRITE REG-ORDEN FROM WS-ORDEN-NUEVA
           MOVE WS-STAT-ORDENES TO WS-CHK-ESTADO
           MOVE 'ESCRIBIR ORDEN (SUCESION)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO
           MOVE WS-NUM-ORDEN TO WS-HER-REF-PAGO (WS-IDX-HER)

           MOVE WS-CTA-SUCURSAL (WS-CTA-ORIGEN-PAGO) TO WS-SUC-ASIENTO
           MOVE WS-NUM-ORDEN TO WS-REF-ASIENTO
           MOVE GL-CLEARING-INTERBANC
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CLEARING-INTERBANC
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HER-MONTO (WS-IDX-HER)
               TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE 'Herencia en transito a otro banco'
               TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           PERFORM 6500-ESCRIBIR-ASIENTO.

      *================================================================
      * 6500 - ESCRIBIR UNA PATA DEL ASIENTO CONTABLE
      *================================================================
       6500-ESCRIBIR-ASIENTO.
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-REF-ASIENTO TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 6510-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      * 6510 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   La pata armada en el registro de trabajo solo se escribe
      *   si su cuenta existe en el catalogo, esta activa y es
      *   posteable (igual que 9216 en MAIN-ACH). Sin catalogo
      *   ('35') se postea como siempre, pero el cierre de periodos
      *   se verifica igual.
      *================================================================
       6510-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               PERFORM 6520-VALIDAR-PERIODO-CONTABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PUC = 'S'
               READ ARCHIVO-PUC
                   AT END MOVE 'S' TO WS-EOF-PUC
                   NOT AT END
                       IF PU-COD-CUENTA =
                               AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
                               AND PU-MCA-ACTIVA = FLAG-SI
                               AND PU-MCA-POSTEABLE = FLAG-SI
                           MOVE 'S' TO WS-PUC-POSTEABLE
                           MOVE 'S' TO WS-EOF-PUC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PUC

           IF NOT PUC-POSTEABLE
               DISPLAY ' '
               DISPLAY '  *** ERROR CONTABLE FATAL ***'
               DISPLAY '  La cuenta '
                   AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
                   ' no existe en el catalogo, esta retirada o no '
                   'es posteable; la pata no se escribe.'
               STOP RUN
           END-IF

           PERFORM 6520-VALIDAR-PERIODO-CONTABLE.

      *================================================================
      * 6520 - VALIDAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *   El periodo no puede estar CERRADO (ver PERIODOS.cpy y
      *   CIE-PERIODO); se verifica aunque no exista el catalogo
      *   PUC. Sin archivo de periodos ('35') se postea como
      *   siempre (modo de arranque).
      *================================================================
       6520-VALIDAR-PERIODO-CONTABLE.
           MOVE 'N' TO WS-PERIODO-CERRADO
           MOVE 'N' TO WS-EOF-PERIODOS

           OPEN INPUT ARCHIVO-PERIODOS
           IF WS-STAT-PERIODOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PERIODOS = 'S'
               READ ARCHIVO-PERIODOS
                   AT END MOVE 'S' TO WS-EOF-PERIODOS
                   NOT AT END
                       IF PD-PERIODO =
                               AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO (1:7)
                               AND PER-CERRADO
                           MOVE 'S' TO WS-PERIODO-CERRADO
                           MOVE 'S' TO WS-EOF-PERIODOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PERIODOS

           IF PERIODO-CERRADO
               DISPLAY ' '
               DISPLAY '  *** ERROR CONTABLE FATAL ***'
               DISPLAY '  El periodo '
                   AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO (1:7)
                   ' esta CERRADO (ver CIE-PERIODO); la pata no se '
                   'escribe.'
               STOP RUN
           END-IF.

      *================================================================
      * 6700 - REGISTRAR UN MOVIMIENTO DE LA SUCESION
      *   El que llama deja la cuenta en REG-CUENTA ya reescrita, el
      *   saldo anterior, el monto con signo en WS-MTO-REPARTIDO y el
      *   detalle en WS-LINEA-SALIDA.
      *================================================================
       6700-REGISTRAR-MOVIMIENTO.
           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE SPACES TO WS-MOVIM-NUEVO
           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE CC-COD-CUENTA TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-FECHA-STR TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE MOV-SUCESION TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-MTO-REPARTIDO TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-SAL-ANT-CUENTA TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           MOVE CC-SAL-TOTAL TO MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO
           MOVE WS-LINEA-SALIDA TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE WS-REF-ASIENTO TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO

           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO.

      *================================================================
      * 6800 - ESTAMPAR EL RESULTADO EN LOS RENGLONES DE LA PARTICION
      *================================================================
       6800-ACTUALIZAR-PARTICION.
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN I-O ARCHIVO-SUCESIONES
           IF WS-STAT-SUCESIONES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-SUCESIONES
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF SU-NUM-PARTICION = WS-NUM-PARTICION
                           MOVE WS-PART-EST-NUEVO TO SU-EST-PARTICION
                           MOVE WS-COD-SUPERVISOR TO SU-COD-APRUEBA
                           MOVE WS-FECHA-STR TO SU-FEC-APROBACION
                           PERFORM 6810-DATOS-PAGO-HEREDERO
                               VARYING WS-IDX-HER FROM 1 BY 1
                               UNTIL WS-IDX-HER > WS-CANT-HEREDEROS
                           REWRITE REG-SUCESION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SUCESIONES.

      *================================================================
      * 6810 - COPIAR MONTO Y REFERENCIA DEL HEREDERO DEL RENGLON
      *================================================================
       6810-DATOS-PAGO-HEREDERO.
           IF WS-HER-NUMERO (WS-IDX-HER) = SU-NUM-HEREDERO
               MOVE WS-HER-MONTO (WS-IDX-HER) TO SU-MTO-PAGADO
               MOVE WS-HER-REF-PAGO (WS-IDX-HER) TO SU-REF-PAGO
           END-IF.

      *================================================================
      * 8100 - BUSCAR UN CLIENTE EN EL MAESTRO
      *================================================================
       8100-BUSCAR-CLIENTE.
           OPEN INPUT ARCHIVO-CLIENTES

           MOVE 'N' TO WS-EOF-CLIENTES
           MOVE 'N' TO WS-CLIENTE-ENCONTRADO

           IF WS-STAT-CLIENTES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-CLIENTES
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CL-COD-CLIENTE OF REG-CLIENTE
                               = WS-CAP-COD-CLIENTE
                           MOVE 'S' TO WS-CLIENTE-ENCONTRADO
                           MOVE REG-CLIENTE TO WS-CLIENTE-HALLADO
                           MOVE 'S' TO WS-EOF-CLIENTES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 8200 - BUSCAR UNA CUENTA EN LA TABLA DEL FALLECIDO
      *================================================================
       8200-BUSCAR-CTA-EN-TABLA.
           MOVE 'N' TO WS-CTA-EN-TABLA
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CUENTAS
                       OR CTA-EN-TABLA
               IF WS-CTA-CODIGO (WS-IDX-CTA) = WS-CTA-BUSCADA
                   MOVE 'S' TO WS-CTA-EN-TABLA
               END-IF
           END-PERFORM.

      *================================================================
      * 8300 - CARGAR LAS CUENTAS DEL CAUSANTE CON SUS SALDOS
      *   Deja por cuenta el saldo, lo embargado vigente y lo que se
      *   puede repartir (solo pesos), mas los totales y el conteo
      *   de cuentas en otra moneda y de CDT vivos.
      *================================================================
       8300-CARGAR-CUENTAS-CLIENTE.
           MOVE 0 TO WS-CANT-CUENTAS
           MOVE 0 TO WS-MTO-PAGABLE
           MOVE 0 TO WS-MTO-EMBARGADO
           MOVE 0 TO WS-CANT-OTRA-MONEDA
           MOVE 0 TO WS-CTA-ORIGEN-PAGO
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN INPUT ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF CC-COD-CLIENTE = WS-CAP-COD-CLIENTE
                               AND WS-CANT-CUENTAS < 50
                           ADD 1 TO WS-CANT-CUENTAS
                           MOVE CC-COD-CUENTA
                               TO WS-CTA-CODIGO (WS-CANT-CUENTAS)
                           MOVE CC-TIP-CUENTA
                               TO WS-CTA-TIPO (WS-CANT-CUENTAS)
                           MOVE CC-TIP-MONEDA
                               TO WS-CTA-MONEDA (WS-CANT-CUENTAS)
                           MOVE CC-COD-SUCURSAL
                               TO WS-CTA-SUCURSAL (WS-CANT-CUENTAS)
                           MOVE CC-SAL-DISPONIBLE
                               TO WS-CTA-SAL-DISP (WS-CANT-CUENTAS)
                           MOVE CC-SAL-TOTAL
                               TO WS-CTA-SAL-TOTAL (WS-CANT-CUENTAS)
                           MOVE 0
                               TO WS-CTA-EMBARGADO (WS-CANT-CUENTAS)
                           MOVE 0 TO WS-CTA-PAGABLE (WS-CANT-CUENTAS)
                           IF CC-TIP-MONEDA NOT = MON-COP
                                   AND CC-TIP-MONEDA NOT = SPACES
                               ADD 1 TO WS-CANT-OTRA-MONEDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS

           PERFORM 8400-SUMAR-EMBARGOS

           PERFORM 8350-CALCULAR-PAGABLE
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-CANT-CUENTAS

           PERFORM 8500-CONTAR-CDT-VIVOS.

      *================================================================
      * 8350 - CALCULAR LO REPARTIBLE DE UNA CUENTA
      *================================================================
       8350-CALCULAR-PAGABLE.
           ADD WS-CTA-EMBARGADO (WS-IDX-CTA) TO WS-MTO-EMBARGADO

           IF WS-CTA-MONEDA (WS-IDX-CTA) NOT = MON-COP
                   AND WS-CTA-MONEDA (WS-IDX-CTA) NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CTA-PAGABLE (WS-IDX-CTA) =
               WS-CTA-SAL-DISP (WS-IDX-CTA)
               - WS-CTA-EMBARGADO (WS-IDX-CTA)
           IF WS-CTA-PAGABLE (WS-IDX-CTA) < ZERO
               MOVE 0 TO WS-CTA-PAGABLE (WS-IDX-CTA)
           END-IF
           ADD WS-CTA-PAGABLE (WS-IDX-CTA) TO WS-MTO-PAGABLE.

      *================================================================
      * 8400 - SUMAR LOS EMBARGOS VIGENTES DE CADA CUENTA
      *================================================================
       8400-SUMAR-EMBARGOS.
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN INPUT ARCHIVO-EMBARGOS
           IF WS-STAT-EMBARGOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-EMBARGOS
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF EMB-VIGENTE
                           MOVE EM-COD-CUENTA TO WS-CTA-BUSCADA
                           PERFORM 8200-BUSCAR-CTA-EN-TABLA
                           IF CTA-EN-TABLA
                               SUBTRACT 1 FROM WS-IDX-CTA
                               ADD EM-MTO-EMBARGO
                                   TO WS-CTA-EMBARGADO (WS-IDX-CTA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-EMBARGOS.

      *================================================================
      * 8500 - CONTAR LOS CDT VIVOS DEL CAUSANTE
      *================================================================
       8500-CONTAR-CDT-VIVOS.
           MOVE 0 TO WS-CANT-CDT-VIVOS
           MOVE 'N' TO WS-EOF-ARCHIVO

           OPEN INPUT ARCHIVO-CDTS
           IF WS-STAT-CDTS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ARCHIVO = 'S'
               READ ARCHIVO-CDTS
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF DT-COD-CLIENTE = WS-CAP-COD-CLIENTE
                               AND CDT-VIGENTE
                           ADD 1 TO WS-CANT-CDT-VIVOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CDTS.

      *================================================================
      * 9100 - REGISTRAR LA OPERACION EN AUDITORIA
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE SPACES TO WS-AUDIT-NUEVO
           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE WS-NUM-PARTICION TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'SUCESION_CLIENTE' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-AUTORIZA TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'PRC_SUCESION' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-ESTADO-FINAL-AUD TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE WS-MTO-AUDITORIA TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO

           STRING 'Cliente ' WS-CAP-COD-CLIENTE ': '
               WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9860 - DEJAR EL RENGLON DE ANTES/DESPUES EN LA BITACORA DE
      *   CAMBIOS (CAMBIOS.dat, consultable con CNS-CAMBIOS). El que
      *   llama arma WS-CJR-ARCHIVO, WS-CJR-CLAVE, WS-CJR-CAMPO,
      *   WS-CJR-ANTERIOR y WS-CJR-NUEVO; el archivo se crea en la
      *   primera corrida.
      *================================================================
       9860-REGISTRAR-CAMBIO.
           OPEN EXTEND ARCHIVO-CAMBIOS
           IF WS-STAT-CAMBIOS = '35'
               OPEN OUTPUT ARCHIVO-CAMBIOS
               CLOSE ARCHIVO-CAMBIOS
               OPEN EXTEND ARCHIVO-CAMBIOS
           END-IF

           MOVE SPACES TO REG-CAMBIO-JRN
           MOVE WS-FECHA-STR TO CJR-FEC-CAMBIO
           MOVE WS-HORA-STR TO CJR-HOA-CAMBIO
           MOVE WS-COD-AUTORIZA TO CJR-COD-USUARIO
           MOVE 'PRC-SUCESION' TO CJR-PROGRAMA
           MOVE WS-CJR-ARCHIVO TO CJR-ARCHIVO
           MOVE WS-CJR-CLAVE TO CJR-CLAVE
           MOVE WS-CJR-CAMPO TO CJR-CAMPO
           MOVE WS-CJR-ANTERIOR TO CJR-VAL-ANTERIOR
           MOVE WS-CJR-NUEVO TO CJR-VAL-NUEVO
           WRITE REG-CAMBIO-JRN

           CLOSE ARCHIVO-CAMBIOS.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 9950 - VERIFICAR ESTADO DE UNA OPERACION DE E/S
      *   Igual que 9950 en MAIN-ACH: cualquier codigo distinto de
      *   '00' detiene la corrida; un pago de sucesion a medias deja
      *   plata de los herederos sin dueno.
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
