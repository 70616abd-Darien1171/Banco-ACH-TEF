      *================================================================
      * GEN-EXTDIARIO.cbl - Extracto Diario de Tesoreria Corporativa
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Los clientes corporativos concilian sus libros cada manana y
      * hasta ahora no recibian nada hasta que CIC-EXTRACTOS cortaba
      * el extracto del mes. Este batch corre despues de la cadena de
      * cierre (necesita la foto del dia que deja SNAP-SALDOS):
      *
      *   - recorre CLIENTES.dat y atiende a cada cliente activo con
      *     CL-MCA-EXTRACTO-DIA = S;
      *   - por cliente escribe un archivo de formato fijo al estilo
      *     MT940 (data/CSH-YYYYMMDD-cliente.dat, ver EXTDIARIO.cpy)
      *     con, por cada cuenta activa: el saldo de apertura (foto
      *     de SALDOS.dat anterior a la fecha), cada renglon de
      *     MOVIMIENTOS.dat del dia con su MC-NUM-ORDEN y concepto
      *     (abonos de nomina, recaudos, ordenes; sin las
      *     transacciones de caja anuladas ni su contrapartida) y el
      *     saldo de cierre y disponible (foto del dia);
      *   - el archivo del dia se reescribe completo en cada corrida:
      *     relanzarla no duplica renglones.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-EXTDIARIO.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-RUNCTL
               ASSIGN TO 'data/RUNCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RUNCTL.

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

           SELECT ARCHIVO-SALDOS
               ASSIGN TO 'data/SALDOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SALDOS.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-EXTDIARIO
               ASSIGN TO WS-NOM-ARCHIVO-EXD
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-EXTDIARIO.

           SELECT ARCHIVO-PARAMRUN
               ASSIGN TO 'data/PARAMRUN.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PARAMRUN.

           SELECT ARCHIVO-DIAOPER
               ASSIGN TO 'data/DIAOPER.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-DIAOPER.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-SALDOS.
       COPY 'copybooks/SALDOS.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-EXTDIARIO.
       COPY 'copybooks/EXTDIARIO.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-SALDOS       PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-EXTDIARIO    PIC X(2).

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

      *----------------------------------------------------------------
      * Dia que se extracta (por omision, hoy)
      *----------------------------------------------------------------
       01 WS-FEC-EXTRACTO          PIC X(10).
       01 WS-FEC-EXTRACTO-CMP      PIC X(8).

      *----------------------------------------------------------------
      * Archivo de salida del cliente en turno
      *----------------------------------------------------------------
       01 WS-NOM-ARCHIVO-EXD       PIC X(60).

      *----------------------------------------------------------------
      * Cliente y cuenta en turno
      *----------------------------------------------------------------
       01 WS-CLIENTE-TURNO.
          05 WS-CLI-TURNO         PIC X(10).
          05 WS-NOM-CLI-TURNO     PIC X(50).
          05 WS-EOF-CLIENTES      PIC X VALUE 'N'.
          05 WS-EOF-CUENTAS       PIC X VALUE 'N'.
          05 WS-CLI-CUENTAS       PIC 9(5).
          05 WS-CLI-MOVS          PIC 9(7).
          05 WS-CLI-REGISTROS     PIC 9(7).

       01 WS-CUENTA-TURNO.
          05 WS-CTA-TURNO         PIC X(20).
          05 WS-MON-TURNO         PIC X(3).
          05 WS-SAL-ACTUAL        PIC S9(13)V99.
          05 WS-DISP-ACTUAL       PIC S9(13)V99.
          05 WS-EOF-MOVIM         PIC X VALUE 'N'.
          05 WS-EOF-SALDOS        PIC X VALUE 'N'.
          05 WS-APERTURA-ESCRITA  PIC X VALUE 'N'.
             88 APERTURA-ESCRITA     VALUE 'S'.
          05 WS-FOTO-APE-HALLADA  PIC X VALUE 'N'.
             88 FOTO-APE-HALLADA     VALUE 'S'.
          05 WS-FOTO-CIE-HALLADA  PIC X VALUE 'N'.
             88 FOTO-CIE-HALLADA     VALUE 'S'.
          05 WS-FOTO-APE-FECHA    PIC X(10).
          05 WS-FOTO-APE-SALDO    PIC S9(13)V99.
          05 WS-FOTO-CIE-SALDO    PIC S9(13)V99.
          05 WS-FOTO-CIE-DISP     PIC S9(13)V99.
          05 WS-SAL-APERTURA      PIC S9(13)V99.
          05 WS-SAL-CIERRE        PIC S9(13)V99.
          05 WS-SAL-DISPONIBLE    PIC S9(13)V99.
          05 WS-CTA-MOVS          PIC 9(5).
          05 WS-TOT-DEBITOS       PIC S9(15)V99.
          05 WS-TOT-CREDITOS      PIC S9(15)V99.

      *----------------------------------------------------------------
      * Conversion de un saldo con signo a monto + marca D/C
      *----------------------------------------------------------------
       01 WS-CONVERSION-DC.
          05 WS-DC-FIRMADO        PIC S9(13)V99.
          05 WS-DC-MONTO          PIC 9(13)V99.
          05 WS-DC-MARCA          PIC X(1).

      *----------------------------------------------------------------
      * Contadores del resumen
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-CLI-LEIDOS        PIC 9(7) VALUE 0.
          05 WS-CLI-EXTRACTADOS   PIC 9(7) VALUE 0.
          05 WS-CTA-EXTRACTADAS   PIC 9(7) VALUE 0.
          05 WS-MOV-EXTRACTADOS   PIC 9(7) VALUE 0.

       01 WS-LINEA PIC X(66)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'GEN-EXTDIARIO'.
          05 WS-RUN-FEC-PROCESO   PIC X(10).
          05 WS-RUN-HORA          PIC X(8).
          05 WS-RUN-TIEMPO.
             10 WS-RUN-HH         PIC 9(2).
             10 WS-RUN-MM         PIC 9(2).
             10 WS-RUN-SS         PIC 9(2).
             10 WS-RUN-CC         PIC 9(2).
          05 WS-RUN-FECHA-SYS     PIC 9(8).
          05 WS-RUN-ESTADO        PIC X(10).
          05 WS-RUN-PROCESADOS    PIC 9(7).

      *----------------------------------------------------------------
      * Parametros de la corrida (PARAMRUN.dat, ver PARAMRUN.cpy)
      *----------------------------------------------------------------
       01 WS-PARAMETROS.
          05 WS-STAT-PARAMRUN     PIC X(2).
          05 WS-STAT-DIAOPER      PIC X(2).
          05 WS-EOF-PARAMRUN      PIC X VALUE 'N'.
          05 WS-HAY-PARAMETROS    PIC X VALUE 'N'.
             88 HAY-PARAMETROS       VALUE 'S'.
          05 WS-PAR-FEC-PROCESO   PIC X(10) VALUE SPACES.
          05 WS-PAR-PERIODO       PIC X(7) VALUE SPACES.
          05 WS-PAR-MODO          PIC X(1) VALUE SPACES.
          05 WS-PAR-UMBRAL-1      PIC 9(9) VALUE 0.
          05 WS-PAR-UMBRAL-2      PIC 9(9) VALUE 0.
          05 WS-RUN-ORIGEN        PIC X(8) VALUE 'CONSOLA'.
          05 WS-RUN-PARAMETROS    PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  EXTRACTO DIARIO DE TESORERIA CORPORATIVA'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Dia a extractar (YYYY-MM-DD, vacio=hoy): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-FEC-PROCESO TO WS-FEC-EXTRACTO
               DISPLAY WS-FEC-EXTRACTO
           ELSE
               ACCEPT WS-FEC-EXTRACTO
           END-IF
           IF WS-FEC-EXTRACTO = SPACES
               MOVE WS-FECHA-STR TO WS-FEC-EXTRACTO
           END-IF
           STRING WS-RUN-ORIGEN ' FECHA=' WS-FEC-EXTRACTO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS
           STRING WS-FEC-EXTRACTO (1:4) WS-FEC-EXTRACTO (6:2)
               WS-FEC-EXTRACTO (9:2)
               DELIMITED SIZE INTO WS-FEC-EXTRACTO-CMP

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 1000-RECORRER-CLIENTES

           DISPLAY ' '
           DISPLAY '  Clientes leidos          : ' WS-CLI-LEIDOS
           DISPLAY '  Clientes con extracto    : ' WS-CLI-EXTRACTADOS
           DISPLAY '  Cuentas extractadas      : ' WS-CTA-EXTRACTADAS
           DISPLAY '  Movimientos reportados   : ' WS-MOV-EXTRACTADOS
           DISPLAY WS-LINEA

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CLI-EXTRACTADOS TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
           STOP RUN.

      *================================================================
      * 0050 - LEER LOS PARAMETROS DE LA CORRIDA
      *   Busca en PARAMRUN.dat el renglon de este programa. Con
      *   renglon la corrida es desatendida: cada pregunta de consola
      *   se contesta con el campo del renglon (en blanco = dar
      *   enter) y la fecha en blanco es la fecha de proceso del dia
      *   operativo (DIAOPER.dat). Sin renglon se pregunta en consola.
      *================================================================
       0050-LEER-PARAMETROS.
           MOVE 'N' TO WS-HAY-PARAMETROS
           MOVE 'N' TO WS-EOF-PARAMRUN

           OPEN INPUT ARCHIVO-PARAMRUN
           IF WS-STAT-PARAMRUN = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PARAMRUN = 'S'
               READ ARCHIVO-PARAMRUN
                   AT END MOVE 'S' TO WS-EOF-PARAMRUN
                   NOT AT END
                       IF PJ-PROGRAMA = WS-RUN-PROGRAMA
                           MOVE 'S' TO WS-HAY-PARAMETROS
                           MOVE 'S' TO WS-EOF-PARAMRUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PARAMRUN

           IF NOT HAY-PARAMETROS
               EXIT PARAGRAPH
           END-IF

           MOVE 'PARAMRUN' TO WS-RUN-ORIGEN
           MOVE PJ-FEC-PROCESO TO WS-PAR-FEC-PROCESO
           MOVE PJ-PERIODO TO WS-PAR-PERIODO
           MOVE PJ-MODO TO WS-PAR-MODO
           IF PJ-UMBRAL-1 IS NUMERIC
               MOVE PJ-UMBRAL-1 TO WS-PAR-UMBRAL-1
           END-IF
           IF PJ-UMBRAL-2 IS NUMERIC
               MOVE PJ-UMBRAL-2 TO WS-PAR-UMBRAL-2
           END-IF

           IF WS-PAR-FEC-PROCESO = SPACES
               OPEN INPUT ARCHIVO-DIAOPER
               IF WS-STAT-DIAOPER NOT = '35'
                   READ ARCHIVO-DIAOPER
                       NOT AT END
                           MOVE DO-FEC-PROCESO TO WS-PAR-FEC-PROCESO
                   END-READ
                   CLOSE ARCHIVO-DIAOPER
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY '  Corrida desatendida: parametros de PARAMRUN.dat '
               '(fecha de proceso ' WS-PAR-FEC-PROCESO ').'.

      *================================================================
      * 0100 - OBTENER FECHA Y HORA DEL SISTEMA
      *================================================================
       0100-OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME

           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR.

      *================================================================
      * 1000 - RECORRER CLIENTES.dat Y EXTRACTAR A LOS SUSCRITOS
      *================================================================
       1000-RECORRER-CLIENTES.
           MOVE 'N' TO WS-EOF-CLIENTES

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               DISPLAY '  Sin maestro de clientes; nada que extractar.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       ADD 1 TO WS-CLI-LEIDOS
                       IF CL-CON-EXTRACTO-DIA
                               AND CL-MCA-ACTIVO = FLAG-SI
                           MOVE CL-COD-CLIENTE TO WS-CLI-TURNO
                           MOVE CL-NOM-LEGAL TO WS-NOM-CLI-TURNO
                           PERFORM 2000-EXTRACTAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 2000 - ESCRIBIR EL ARCHIVO DEL CLIENTE EN TURNO
      *   Encabezado, un bloque apertura/movimientos/cierre por cada
      *   cuenta activa del cliente y el control del archivo.
      *================================================================
       2000-EXTRACTAR-CLIENTE.
           MOVE SPACES TO WS-NOM-ARCHIVO-EXD
           STRING 'data/CSH-' WS-FEC-EXTRACTO-CMP '-'
               WS-CLI-TURNO DELIMITED BY SPACE
               INTO WS-NOM-ARCHIVO-EXD
           STRING WS-NOM-ARCHIVO-EXD DELIMITED BY SPACE
               '.dat' DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVO-EXD

           OPEN OUTPUT ARCHIVO-EXTDIARIO
           IF WS-STAT-EXTDIARIO NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR DE E/S FATAL ***'
               DISPLAY '  No se pudo abrir ' WS-NOM-ARCHIVO-EXD
               DISPLAY '  Estado de archivo: ' WS-STAT-EXTDIARIO
               STOP RUN
           END-IF

           MOVE 0 TO WS-CLI-CUENTAS
           MOVE 0 TO WS-CLI-MOVS
           MOVE 0 TO WS-CLI-REGISTROS

           MOVE SPACES TO REG-EXD-ENCABEZADO
           MOVE '1' TO ED-ENC-TIPO
           MOVE COD-BANCO-PROPIO TO ED-ENC-COD-BANCO
           MOVE NOM-BANCO-PROPIO TO ED-ENC-NOM-BANCO
           MOVE WS-CLI-TURNO TO ED-ENC-COD-CLIENTE
           MOVE WS-NOM-CLI-TURNO TO ED-ENC-NOM-CLIENTE
           MOVE WS-FEC-EXTRACTO TO ED-ENC-FEC-EXTRACTO
           MOVE WS-FECHA-STR TO ED-ENC-FEC-GENERA
           MOVE WS-HORA-STR TO ED-ENC-HOA-GENERA
           WRITE REG-EXD-ENCABEZADO
           ADD 1 TO WS-CLI-REGISTROS

           MOVE 'N' TO WS-EOF-CUENTAS
           OPEN INPUT ARCHIVO-CUENTAS
           PERFORM UNTIL WS-EOF-CUENTAS = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-CUENTAS
                   NOT AT END
                       IF CC-COD-CLIENTE = WS-CLI-TURNO
                               AND CC-MCA-ACTIVA = 'S'
                           PERFORM 3000-EXTRACTAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUENTAS

           MOVE SPACES TO REG-EXD-CONTROL
           MOVE '9' TO ED-FIN-TIPO
           MOVE WS-CLI-CUENTAS TO ED-FIN-CANT-CUENTAS
           MOVE WS-CLI-MOVS TO ED-FIN-CANT-MOVS
           ADD 1 TO WS-CLI-REGISTROS
           MOVE WS-CLI-REGISTROS TO ED-FIN-CANT-REGISTROS
           WRITE REG-EXD-CONTROL

           CLOSE ARCHIVO-EXTDIARIO

           ADD 1 TO WS-CLI-EXTRACTADOS
           DISPLAY '  ' WS-CLI-TURNO ' -> ' WS-NOM-ARCHIVO-EXD
               ' (' WS-CLI-CUENTAS ' cuentas, ' WS-CLI-MOVS
               ' movimientos)'.

      *================================================================
      * 3000 - EXTRACTAR LA CUENTA EN TURNO
      *   La apertura sale antes del primer movimiento (3200); si el
      *   dia no tuvo movimientos sale al terminar la lectura.
      *================================================================
       3000-EXTRACTAR-CUENTA.
           MOVE CC-COD-CUENTA TO WS-CTA-TURNO
           MOVE CC-TIP-MONEDA TO WS-MON-TURNO
           IF WS-MON-TURNO = SPACES
               MOVE MON-COP TO WS-MON-TURNO
           END-IF
           MOVE CC-SAL-TOTAL TO WS-SAL-ACTUAL
           MOVE CC-SAL-DISPONIBLE TO WS-DISP-ACTUAL

           ADD 1 TO WS-CLI-CUENTAS
           MOVE 'N' TO WS-APERTURA-ESCRITA
           MOVE 0 TO WS-CTA-MOVS
           MOVE 0 TO WS-TOT-DEBITOS
           MOVE 0 TO WS-TOT-CREDITOS

           PERFORM 3100-BUSCAR-FOTOS

           MOVE 'N' TO WS-EOF-MOVIM
           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               MOVE 'S' TO WS-EOF-MOVIM
           END-IF

           PERFORM UNTIL WS-EOF-MOVIM = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-MOVIM
                   NOT AT END
                       IF MC-COD-CUENTA = WS-CTA-TURNO
                           AND MC-FEC-MOVIMIENTO = WS-FEC-EXTRACTO
                           AND NOT MC-ANULADO
                           AND NOT MC-REVERSO-ANULACION
                           PERFORM 3200-ESCRIBIR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-MOVIM NOT = '35'
               CLOSE ARCHIVO-MOVIMIENTOS
           END-IF

           IF NOT APERTURA-ESCRITA
               IF FOTO-APE-HALLADA
                   MOVE WS-FOTO-APE-SALDO TO WS-SAL-APERTURA
               ELSE
                   MOVE WS-SAL-ACTUAL TO WS-SAL-APERTURA
               END-IF
               PERFORM 3300-ESCRIBIR-APERTURA
           END-IF

           PERFORM 3400-ESCRIBIR-CIERRE

           ADD 1 TO WS-CTA-EXTRACTADAS
           ADD WS-CTA-MOVS TO WS-MOV-EXTRACTADOS.

      *================================================================
      * 3100 - BUSCAR LAS FOTOS DE APERTURA Y CIERRE EN SALDOS.dat
      *   Apertura: la foto mas reciente anterior al dia (como 1050
      *   en RPT-EXTRACTO). Cierre: la foto del dia mismo.
      *================================================================
       3100-BUSCAR-FOTOS.
           MOVE 'N' TO WS-FOTO-APE-HALLADA
           MOVE 'N' TO WS-FOTO-CIE-HALLADA
           MOVE SPACES TO WS-FOTO-APE-FECHA
           MOVE 'N' TO WS-EOF-SALDOS

           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               MOVE 'S' TO WS-EOF-SALDOS
           END-IF

           PERFORM UNTIL WS-EOF-SALDOS = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-SALDOS
                   NOT AT END
                       IF SD-COD-CUENTA = WS-CTA-TURNO
                           IF SD-FEC-CORTE < WS-FEC-EXTRACTO
                                   AND SD-FEC-CORTE >=
                                       WS-FOTO-APE-FECHA
                               MOVE 'S' TO WS-FOTO-APE-HALLADA
                               MOVE SD-FEC-CORTE
                                   TO WS-FOTO-APE-FECHA
                               MOVE SD-SAL-TOTAL
                                   TO WS-FOTO-APE-SALDO
                           END-IF
                           IF SD-FEC-CORTE = WS-FEC-EXTRACTO
                               MOVE 'S' TO WS-FOTO-CIE-HALLADA
                               MOVE SD-SAL-TOTAL
                                   TO WS-FOTO-CIE-SALDO
                               MOVE SD-SAL-DISPONIBLE
                                   TO WS-FOTO-CIE-DISP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-SALDOS NOT = '35'
               CLOSE ARCHIVO-SALDOS
           END-IF.

      *================================================================
      * 3200 - ESCRIBIR UN MOVIMIENTO DEL DIA
      *================================================================
       3200-ESCRIBIR-MOVIMIENTO.
           IF NOT APERTURA-ESCRITA
               IF FOTO-APE-HALLADA
                   MOVE WS-FOTO-APE-SALDO TO WS-SAL-APERTURA
               ELSE
                   MOVE MC-SAL-ANTERIOR TO WS-SAL-APERTURA
               END-IF
               PERFORM 3300-ESCRIBIR-APERTURA
           END-IF

           ADD 1 TO WS-CTA-MOVS
           ADD 1 TO WS-CLI-MOVS

           IF MC-MTO-MOVIMIENTO < 0
               ADD MC-MTO-MOVIMIENTO TO WS-TOT-DEBITOS
           ELSE
               ADD MC-MTO-MOVIMIENTO TO WS-TOT-CREDITOS
           END-IF

           MOVE MC-MTO-MOVIMIENTO TO WS-DC-FIRMADO
           PERFORM 3900-CONVERTIR-DC

           MOVE SPACES TO REG-EXD-MOVIMIENTO
           MOVE '3' TO ED-MOV-TIPO
           MOVE WS-CTA-TURNO TO ED-MOV-COD-CUENTA
           MOVE MC-FEC-MOVIMIENTO TO ED-MOV-FEC-VALOR
           MOVE MC-HOA-MOVIMIENTO TO ED-MOV-HOA-MOVIMIENTO
           MOVE WS-DC-MARCA TO ED-MOV-MCA-DC
           MOVE WS-DC-MONTO TO ED-MOV-MTO
           MOVE MC-TIP-MOVIMIENTO TO ED-MOV-TIP-MOVIMIENTO
           MOVE MC-NUM-ORDEN TO ED-MOV-NUM-ORDEN
           MOVE MC-NUM-MOVIMIENTO TO ED-MOV-NUM-MOVIMIENTO
           MOVE MC-DES-DETALLE TO ED-MOV-DES-CONCEPTO
           MOVE MC-SAL-POSTERIOR TO ED-MOV-MTO-SALDO
           WRITE REG-EXD-MOVIMIENTO
           ADD 1 TO WS-CLI-REGISTROS.

      *================================================================
      * 3300 - ESCRIBIR EL SALDO DE APERTURA DE LA CUENTA
      *================================================================
       3300-ESCRIBIR-APERTURA.
           MOVE WS-SAL-APERTURA TO WS-DC-FIRMADO
           PERFORM 3900-CONVERTIR-DC

           MOVE SPACES TO REG-EXD-APERTURA
           MOVE '2' TO ED-APE-TIPO
           MOVE WS-CTA-TURNO TO ED-APE-COD-CUENTA
           MOVE WS-CLI-CUENTAS TO ED-APE-NUM-EXTRACTO
           MOVE WS-MON-TURNO TO ED-APE-TIP-MONEDA
           MOVE WS-DC-MARCA TO ED-APE-MCA-DC
           MOVE WS-DC-MONTO TO ED-APE-MTO-SALDO
           IF FOTO-APE-HALLADA
               MOVE WS-FOTO-APE-FECHA TO ED-APE-FEC-SALDO
               MOVE 'F' TO ED-APE-MCA-ORIGEN
           ELSE
               MOVE WS-FEC-EXTRACTO TO ED-APE-FEC-SALDO
               MOVE 'D' TO ED-APE-MCA-ORIGEN
           END-IF
           WRITE REG-EXD-APERTURA
           ADD 1 TO WS-CLI-REGISTROS

           MOVE 'S' TO WS-APERTURA-ESCRITA.

      *================================================================
      * 3400 - ESCRIBIR EL SALDO DE CIERRE Y EL DISPONIBLE
      *   Sin foto del dia (SNAP-SALDOS aun no corrio) el cierre se
      *   deriva de la apertura mas los movimientos del dia y el
      *   disponible es el de CUENTAS.dat en este momento.
      *================================================================
       3400-ESCRIBIR-CIERRE.
           IF FOTO-CIE-HALLADA
               MOVE WS-FOTO-CIE-SALDO TO WS-SAL-CIERRE
               MOVE WS-FOTO-CIE-DISP TO WS-SAL-DISPONIBLE
           ELSE
               COMPUTE WS-SAL-CIERRE = WS-SAL-APERTURA
                   + WS-TOT-DEBITOS + WS-TOT-CREDITOS
               MOVE WS-DISP-ACTUAL TO WS-SAL-DISPONIBLE
           END-IF

           MOVE SPACES TO REG-EXD-CIERRE
           MOVE '4' TO ED-CIE-TIPO
           MOVE WS-CTA-TURNO TO ED-CIE-COD-CUENTA
           MOVE WS-FEC-EXTRACTO TO ED-CIE-FEC-SALDO

           MOVE WS-SAL-CIERRE TO WS-DC-FIRMADO
           PERFORM 3900-CONVERTIR-DC
           MOVE WS-DC-MARCA TO ED-CIE-MCA-DC
           MOVE WS-DC-MONTO TO ED-CIE-MTO-SALDO
           IF FOTO-CIE-HALLADA
               MOVE 'F' TO ED-CIE-MCA-ORIGEN
           ELSE
               MOVE 'D' TO ED-CIE-MCA-ORIGEN
           END-IF

           MOVE WS-SAL-DISPONIBLE TO WS-DC-FIRMADO
           PERFORM 3900-CONVERTIR-DC
           MOVE WS-DC-MARCA TO ED-CIE-MCA-DC-DISP
           MOVE WS-DC-MONTO TO ED-CIE-MTO-DISPONIBLE

           MOVE WS-CTA-MOVS TO ED-CIE-CANT-MOVS
           COMPUTE ED-CIE-TOT-DEBITOS = 0 - WS-TOT-DEBITOS
           MOVE WS-TOT-CREDITOS TO ED-CIE-TOT-CREDITOS
           WRITE REG-EXD-CIERRE
           ADD 1 TO WS-CLI-REGISTROS.

      *================================================================
      * 3900 - CONVERTIR UN SALDO CON SIGNO EN MONTO Y MARCA D/C
      *================================================================
       3900-CONVERTIR-DC.
           IF WS-DC-FIRMADO < 0
               MOVE 'D' TO WS-DC-MARCA
               COMPUTE WS-DC-MONTO = 0 - WS-DC-FIRMADO
           ELSE
               MOVE 'C' TO WS-DC-MARCA
               MOVE WS-DC-FIRMADO TO WS-DC-MONTO
           END-IF.

      *================================================================
      * 9890 - DEJAR UN RENGLON EN LA BITACORA DE CORRIDAS
      *================================================================
       9890-ESCRIBIR-BITACORA.
           ACCEPT WS-RUN-FECHA-SYS FROM DATE YYYYMMDD
           STRING WS-RUN-FECHA-SYS (1:4) '-' WS-RUN-FECHA-SYS (5:2)
               '-' WS-RUN-FECHA-SYS (7:2)
               DELIMITED SIZE INTO WS-RUN-FEC-PROCESO
           ACCEPT WS-RUN-TIEMPO FROM TIME
           STRING WS-RUN-HH ':' WS-RUN-MM ':' WS-RUN-SS
               DELIMITED SIZE INTO WS-RUN-HORA

           OPEN EXTEND ARCHIVO-RUNCTL
           IF WS-STAT-RUNCTL = '35'
               OPEN OUTPUT ARCHIVO-RUNCTL
               CLOSE ARCHIVO-RUNCTL
               OPEN EXTEND ARCHIVO-RUNCTL
           END-IF

           MOVE SPACES TO REG-CORRIDA
           MOVE WS-RUN-PROGRAMA TO RN-PROGRAMA
           MOVE WS-RUN-FEC-PROCESO TO RN-FEC-PROCESO
           MOVE WS-RUN-HORA TO RN-HOA-EVENTO
           MOVE WS-RUN-ESTADO TO RN-ESTADO
           MOVE WS-RUN-PROCESADOS TO RN-REG-PROCESADOS
           MOVE WS-RUN-PARAMETROS TO RN-PARAMETROS

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.
