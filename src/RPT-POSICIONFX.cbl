      *================================================================
      * RPT-POSICIONFX.cbl - Posicion Neta Abierta en Moneda
      *   Extranjera
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Reporte de tesoreria con la posicion propia del banco en cada
      * moneda extranjera (USD, EUR). Por moneda:
      *
      *   - saldo de apertura de las cuentas de clientes en la moneda
      *     (la foto de SALDOS.dat del ultimo cierre anterior a la
      *     fecha): es un pasivo, asi que deja al banco corto;
      *   - compras y ventas del dia en la moneda, de la bitacora de
      *     patas cruzadas que MAIN-ACH y PRC-REMESAS (remesas en
      *     divisas pagaderas en pesos) dejan en CONVFX.dat (ver
      *     CONVFX.cpy): comprar alarga la posicion, vender la acorta;
      *   - la ultima revaluacion de REVALFX.dat (REV-MONEDA): la
      *     diferencia en cambio ya posteada y el resultado no
      *     realizado de la posicion por la variacion de la tasa
      *     desde entonces.
      *
      * La posicion neta se valora en COP a la tasa del dia
      * (TASAS.dat, con las de respaldo de CONSTANTES.cpy) y se marca
      * cuando su valor absoluto supera el tope de la moneda
      * (PARAMETROS-POSICION-FX). Modo intradia: la fecha es hoy y las
      * compras/ventas son las posteadas hasta la hora de la
      * corrida. Modo cierre: toma el dia completo de la fecha pedida
      * (vacio = hoy).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-POSICIONFX.
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

           SELECT ARCHIVO-CONVFX
               ASSIGN TO 'data/CONVFX.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CONVFX.

           SELECT ARCHIVO-TASAS
               ASSIGN TO 'data/TASAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASAS.

           SELECT ARCHIVO-REVALFX
               ASSIGN TO 'data/REVALFX.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REVALFX.

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

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-SALDOS.
       COPY 'copybooks/SALDOS.cpy'.

       FD ARCHIVO-CONVFX.
       COPY 'copybooks/CONVFX.cpy'.

       FD ARCHIVO-TASAS.
       COPY 'copybooks/TASAS.cpy'.

       FD ARCHIVO-REVALFX.
       COPY 'copybooks/REVALFX.cpy'.

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
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-SALDOS       PIC X(2).
          05 WS-STAT-CONVFX       PIC X(2).
          05 WS-STAT-TASAS        PIC X(2).
          05 WS-STAT-REVALFX      PIC X(2).

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
      * Parametros de la corrida
      *----------------------------------------------------------------
       01 WS-PARAMETROS.
          05 WS-MODO              PIC X(1).
             88 MODO-INTRADIA        VALUE 'I' 'i'.
             88 MODO-CIERRE          VALUE 'C' 'c'.
          05 WS-FEC-POSICION      PIC X(10).
          05 WS-HOA-CORTE         PIC X(8).
             *> Intradia: hora de la corrida; cierre: 23:59:59.
          05 WS-FEC-APERTURA      PIC X(10).
             *> Fecha de la foto de SALDOS.dat que sirve de apertura;
             *> espacios = no hay foto anterior a WS-FEC-POSICION.

      *----------------------------------------------------------------
      * Posicion de la moneda en turno
      *----------------------------------------------------------------
       01 WS-POSICION.
          05 WS-MONEDA-TURNO      PIC X(3).
          05 WS-SAL-APERTURA      PIC S9(15)V99.
          05 WS-CANT-CTAS-MONEDA  PIC 9(5).
          05 WS-MTO-COMPRAS       PIC S9(15)V99.
          05 WS-MTO-VENTAS        PIC S9(15)V99.
          05 WS-CANT-COMPRAS      PIC 9(5).
          05 WS-CANT-VENTAS       PIC 9(5).
          05 WS-POS-NETA          PIC S9(15)V99.
             *> Positiva = larga, negativa = corta.
          05 WS-TASA-DIA          PIC 9(7)V99.
          05 WS-VALOR-COP         PIC S9(15)V99.
          05 WS-VALOR-ABS         PIC S9(15)V99.
          05 WS-LIM-MONEDA        PIC 9(13)V99.
          05 WS-HAY-REVALUACION   PIC X.
             88 HAY-REVALUACION      VALUE 'S'.
          05 WS-FEC-REVALUACION   PIC X(10).
          05 WS-TASA-REVALUACION  PIC 9(7)V99.
          05 WS-DIF-REVALUACION   PIC S9(15)V99.
          05 WS-RES-NO-REALIZADO  PIC S9(15)V99.

      *----------------------------------------------------------------
      * Busqueda de la tasa vigente en TASAS.dat (igual que 2360 en
      * GEN-LIQUIDACION)
      *----------------------------------------------------------------
       01 WS-BUSQUEDA-TASA.
          05 WS-TASA-HALLADA        PIC X VALUE 'N'.
             88 TASA-HALLADA           VALUE 'S'.
          05 WS-TASA-MEJOR-FECHA    PIC X(10).
          05 WS-TASA-MEJOR-VALOR    PIC 9(7)V99.

       01 WS-AUX.
          05 WS-EOF-SALDOS        PIC X VALUE 'N'.
          05 WS-EOF-CONVFX        PIC X VALUE 'N'.
          05 WS-EOF-TASAS         PIC X VALUE 'N'.
          05 WS-EOF-REVALFX       PIC X VALUE 'N'.
          05 WS-MONEDAS-EXCEDIDAS PIC 9(2) VALUE 0.
          05 WS-CONVERSIONES-LEIDAS PIC 9(7) VALUE 0.

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-TASA  PIC Z.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-POSICIONFX'.
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
           DISPLAY '  POSICION NETA ABIERTA EN MONEDA EXTRANJERA'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Modo: (I)ntradia, (C)ierre del dia: '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-MODO TO WS-MODO
               DISPLAY WS-MODO
           ELSE
               ACCEPT WS-MODO
           END-IF
           IF NOT MODO-INTRADIA AND NOT MODO-CIERRE
               DISPLAY '  ERROR: modo invalido; nada que reportar.'
               STOP RUN
           END-IF

           IF MODO-INTRADIA
               MOVE WS-FECHA-STR TO WS-FEC-POSICION
               MOVE WS-HORA-STR TO WS-HOA-CORTE
           ELSE
               DISPLAY '  Dia de cierre (YYYY-MM-DD, vacio=hoy): '
                   WITH NO ADVANCING
               IF HAY-PARAMETROS
                   MOVE WS-PAR-FEC-PROCESO TO WS-FEC-POSICION
                   DISPLAY WS-FEC-POSICION
               ELSE
                   ACCEPT WS-FEC-POSICION
               END-IF
               IF WS-FEC-POSICION = SPACES
                   MOVE WS-FECHA-STR TO WS-FEC-POSICION
               END-IF
               MOVE '23:59:59' TO WS-HOA-CORTE
           END-IF
           STRING WS-RUN-ORIGEN ' MODO=' WS-MODO
               ' FECHA=' WS-FEC-POSICION
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0400-BUSCAR-FOTO-APERTURA

           DISPLAY ' '
           DISPLAY '  Fecha de la posicion: ' WS-FEC-POSICION
               '  corte: ' WS-HOA-CORTE
           IF WS-FEC-APERTURA = SPACES
               DISPLAY '  AVISO: sin foto de saldos anterior a la '
                   'fecha; el saldo de apertura queda en cero.'
           ELSE
               DISPLAY '  Saldos de apertura: foto del '
                   WS-FEC-APERTURA
           END-IF

           MOVE MON-USD TO WS-MONEDA-TURNO
           MOVE PFX-LIM-POSICION-USD TO WS-LIM-MONEDA
           PERFORM 1000-POSICION-MONEDA
           MOVE MON-EUR TO WS-MONEDA-TURNO
           MOVE PFX-LIM-POSICION-EUR TO WS-LIM-MONEDA
           PERFORM 1000-POSICION-MONEDA

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  Conversiones leidas del dia: '
               WS-CONVERSIONES-LEIDAS
           DISPLAY '  Monedas por encima del tope: '
               WS-MONEDAS-EXCEDIDAS
           DISPLAY WS-LINEA

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CONVERSIONES-LEIDAS TO WS-RUN-PROCESADOS
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
      * 0400 - BUSCAR LA FOTO DE APERTURA EN SALDOS.dat
      *   La foto mas reciente anterior a la fecha de la posicion: el
      *   cierre del dia habil previo.
      *================================================================
       0400-BUSCAR-FOTO-APERTURA.
           MOVE SPACES TO WS-FEC-APERTURA
           MOVE 'N' TO WS-EOF-SALDOS

           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               MOVE 'S' TO WS-EOF-SALDOS
           END-IF

           PERFORM UNTIL WS-EOF-SALDOS = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-SALDOS
                   NOT AT END
                       IF SD-FEC-CORTE < WS-FEC-POSICION
                               AND SD-FEC-CORTE > WS-FEC-APERTURA
                           MOVE SD-FEC-CORTE TO WS-FEC-APERTURA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-SALDOS NOT = '35'
               CLOSE ARCHIVO-SALDOS
           END-IF.

      *================================================================
      * 1000 - ARMAR Y MOSTRAR LA POSICION DE LA MONEDA EN TURNO
      *================================================================
       1000-POSICION-MONEDA.
           PERFORM 1100-TOTALIZAR-APERTURA
           PERFORM 1200-TOTALIZAR-CONVERSIONES
           PERFORM 1300-BUSCAR-TASA-DIA
           PERFORM 1400-BUSCAR-REVALUACION

      *    El saldo de clientes es pasivo del banco: resta.
           COMPUTE WS-POS-NETA =
               WS-MTO-COMPRAS - WS-MTO-VENTAS - WS-SAL-APERTURA
           COMPUTE WS-VALOR-COP ROUNDED =
               WS-POS-NETA * WS-TASA-DIA
           IF WS-VALOR-COP < ZERO
               COMPUTE WS-VALOR-ABS = WS-VALOR-COP * -1
           ELSE
               MOVE WS-VALOR-COP TO WS-VALOR-ABS
           END-IF

           DISPLAY ' '
           DISPLAY '  --- ' WS-MONEDA-TURNO ' ---'
           MOVE WS-SAL-APERTURA TO WS-DISP-MONTO
           DISPLAY '    Saldo apertura clientes (' WS-CANT-CTAS-MONEDA
               ' ctas): ' WS-DISP-MONTO
           MOVE WS-MTO-COMPRAS TO WS-DISP-MONTO
           DISPLAY '    Compras del dia  (' WS-CANT-COMPRAS '):   '
               WS-DISP-MONTO
           MOVE WS-MTO-VENTAS TO WS-DISP-MONTO
           DISPLAY '    Ventas del dia   (' WS-CANT-VENTAS '):   '
               WS-DISP-MONTO
           MOVE WS-POS-NETA TO WS-DISP-MONTO
           IF WS-POS-NETA < ZERO
               DISPLAY '    Posicion neta (CORTA):       '
                   WS-DISP-MONTO
           ELSE
               DISPLAY '    Posicion neta (LARGA):       '
                   WS-DISP-MONTO
           END-IF
           MOVE WS-TASA-DIA TO WS-DISP-TASA
           DISPLAY '    Tasa del dia:                $' WS-DISP-TASA
           MOVE WS-VALOR-COP TO WS-DISP-MONTO
           DISPLAY '    Valor en COP:                ' WS-DISP-MONTO

           IF HAY-REVALUACION
               COMPUTE WS-RES-NO-REALIZADO ROUNDED =
                   WS-POS-NETA
                   * (WS-TASA-DIA - WS-TASA-REVALUACION)
               MOVE WS-TASA-REVALUACION TO WS-DISP-TASA
               DISPLAY '    Ultima revaluacion: ' WS-FEC-REVALUACION
                   ' a $' WS-DISP-TASA
               MOVE WS-DIF-REVALUACION TO WS-DISP-MONTO
               DISPLAY '      Diferencia posteada (COP): '
                   WS-DISP-MONTO
               MOVE WS-RES-NO-REALIZADO TO WS-DISP-MONTO
               DISPLAY '      Resultado no realizado:    '
                   WS-DISP-MONTO
           ELSE
               DISPLAY '    Sin revaluacion previa de la moneda.'
           END-IF

           MOVE WS-LIM-MONEDA TO WS-DISP-MONTO
           IF WS-VALOR-ABS > WS-LIM-MONEDA
               ADD 1 TO WS-MONEDAS-EXCEDIDAS
               DISPLAY '    *** EXCEDE EL TOPE DE POSICION ABIERTA: $'
                   WS-DISP-MONTO ' COP ***'
           ELSE
               DISPLAY '    Dentro del tope de posicion: $'
                   WS-DISP-MONTO ' COP'
           END-IF.

      *================================================================
      * 1100 - TOTALIZAR EL SALDO DE APERTURA DE LA MONEDA
      *   Cada renglon de la foto de apertura se cruza con CUENTAS.dat
      *   para saber la moneda de la cuenta.
      *================================================================
       1100-TOTALIZAR-APERTURA.
           MOVE ZERO TO WS-SAL-APERTURA
           MOVE ZERO TO WS-CANT-CTAS-MONEDA
           IF WS-FEC-APERTURA = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SALDOS
           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  ERROR ABRIENDO CUENTAS.dat: '
                   WS-STAT-CUENTAS
               CLOSE ARCHIVO-SALDOS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF-SALDOS = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-SALDOS
                   NOT AT END
                       IF SD-FEC-CORTE = WS-FEC-APERTURA
                           PERFORM 1110-SUMAR-CUENTA-FOTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-SALDOS.

      *================================================================
      * 1110 - SUMAR EL RENGLON DE LA FOTO SI LA CUENTA ES DE LA MONEDA
      *================================================================
       1110-SUMAR-CUENTA-FOTO.
           MOVE SD-COD-CUENTA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CC-TIP-MONEDA = WS-MONEDA-TURNO
                       ADD SD-SAL-TOTAL TO WS-SAL-APERTURA
                       ADD 1 TO WS-CANT-CTAS-MONEDA
                   END-IF
           END-READ.

      *================================================================
      * 1200 - TOTALIZAR LAS COMPRAS Y VENTAS DEL DIA EN LA MONEDA
      *================================================================
       1200-TOTALIZAR-CONVERSIONES.
           MOVE ZERO TO WS-MTO-COMPRAS
           MOVE ZERO TO WS-MTO-VENTAS
           MOVE ZERO TO WS-CANT-COMPRAS
           MOVE ZERO TO WS-CANT-VENTAS
           MOVE 'N' TO WS-EOF-CONVFX

           OPEN INPUT ARCHIVO-CONVFX
           IF WS-STAT-CONVFX = '35'
               MOVE 'S' TO WS-EOF-CONVFX
           END-IF

           PERFORM UNTIL WS-EOF-CONVFX = 'S'
               READ ARCHIVO-CONVFX
                   AT END MOVE 'S' TO WS-EOF-CONVFX
                   NOT AT END
                       IF CV-FEC-CONVERSION = WS-FEC-POSICION
                               AND CV-HOA-CONVERSION <= WS-HOA-CORTE
                           PERFORM 1210-ACUMULAR-CONVERSION
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CONVFX NOT = '35'
               CLOSE ARCHIVO-CONVFX
           END-IF.

      *================================================================
      * 1210 - ACUMULAR UNA PATA CRUZADA DEL DIA
      *================================================================
       1210-ACUMULAR-CONVERSION.
           IF WS-MONEDA-TURNO = MON-USD
               ADD 1 TO WS-CONVERSIONES-LEIDAS
           END-IF

           IF CV-MON-COMPRADA = WS-MONEDA-TURNO
               ADD CV-MTO-COMPRADO TO WS-MTO-COMPRAS
               ADD 1 TO WS-CANT-COMPRAS
           END-IF
           IF CV-MON-VENDIDA = WS-MONEDA-TURNO
               ADD CV-MTO-VENDIDO TO WS-MTO-VENTAS
               ADD 1 TO WS-CANT-VENTAS
           END-IF.

      *================================================================
      * 1300 - BUSCAR LA TASA DEL DIA EN TASAS.dat
      *   Igual que 1200 en REV-MONEDA; sin nada aplicable caen las
      *   tasas de respaldo compiladas.
      *================================================================
       1300-BUSCAR-TASA-DIA.
           MOVE 'N' TO WS-TASA-HALLADA
           MOVE SPACES TO WS-TASA-MEJOR-FECHA
           MOVE 'N' TO WS-EOF-TASAS

           OPEN INPUT ARCHIVO-TASAS
           IF WS-STAT-TASAS = '35'
               MOVE 'S' TO WS-EOF-TASAS
           END-IF

           PERFORM UNTIL WS-EOF-TASAS = 'S'
               READ ARCHIVO-TASAS
                   AT END MOVE 'S' TO WS-EOF-TASAS
                   NOT AT END
                       IF TS-TIP-MONEDA = WS-MONEDA-TURNO
                               AND TS-FEC-VIGENCIA <= WS-FEC-POSICION
                               AND TS-FEC-VIGENCIA >=
                                   WS-TASA-MEJOR-FECHA
                           MOVE 'S' TO WS-TASA-HALLADA
                           MOVE TS-FEC-VIGENCIA
                               TO WS-TASA-MEJOR-FECHA
                           MOVE TS-TASA TO WS-TASA-MEJOR-VALOR
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASAS NOT = '35'
               CLOSE ARCHIVO-TASAS
           END-IF

           IF TASA-HALLADA
               MOVE WS-TASA-MEJOR-VALOR TO WS-TASA-DIA
           ELSE
               IF WS-MONEDA-TURNO = MON-USD
                   MOVE TC-USD TO WS-TASA-DIA
               ELSE
                   MOVE TC-EUR TO WS-TASA-DIA
               END-IF
               DISPLAY '  AVISO: sin tasa cargada para '
                   WS-MONEDA-TURNO '; se usa la tasa de respaldo '
                   'compilada.'
           END-IF.

      *================================================================
      * 1400 - BUSCAR LA ULTIMA REVALUACION DE LA MONEDA
      *   El renglon mas reciente de REVALFX.dat que no pase de la
      *   fecha de la posicion.
      *================================================================
       1400-BUSCAR-REVALUACION.
           MOVE 'N' TO WS-HAY-REVALUACION
           MOVE SPACES TO WS-FEC-REVALUACION
           MOVE ZERO TO WS-TASA-REVALUACION
           MOVE ZERO TO WS-DIF-REVALUACION
           MOVE ZERO TO WS-RES-NO-REALIZADO
           MOVE 'N' TO WS-EOF-REVALFX

           OPEN INPUT ARCHIVO-REVALFX
           IF WS-STAT-REVALFX = '35'
               MOVE 'S' TO WS-EOF-REVALFX
           END-IF

           PERFORM UNTIL WS-EOF-REVALFX = 'S'
               READ ARCHIVO-REVALFX
                   AT END MOVE 'S' TO WS-EOF-REVALFX
                   NOT AT END
                       IF RV-TIP-MONEDA = WS-MONEDA-TURNO
                               AND RV-FEC-REVALUACION <=
                                   WS-FEC-POSICION
                               AND RV-FEC-REVALUACION >=
                                   WS-FEC-REVALUACION
                           MOVE 'S' TO WS-HAY-REVALUACION
                           MOVE RV-FEC-REVALUACION
                               TO WS-FEC-REVALUACION
                           MOVE RV-TASA-APLICADA
                               TO WS-TASA-REVALUACION
                           MOVE RV-MTO-DIFERENCIA
                               TO WS-DIF-REVALUACION
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-REVALFX NOT = '35'
               CLOSE ARCHIVO-REVALFX
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
