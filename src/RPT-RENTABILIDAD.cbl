      *================================================================
      * RPT-RENTABILIDAD.cbl - Rentabilidad Mensual por Cliente
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * El banco cobra comisiones, tarifas de certificacion, cuotas
      * de manejo, cuotas de plan e interes de sobregiro; paga
      * interes de ahorros y de CDT, y le paga a la camara por cada
      * entrada transmitida. Nadie podia decir que clientes dejan o
      * cuestan plata. Este reporte mensual, para un periodo
      * YYYY-MM, arma por cliente:
      *
      *   - INGRESOS: comision de las ordenes creadas en el periodo
      *     que llegaron a confirmarse o liquidarse (igual que 5000
      *     en RPT-GERENCIAL); tarifas de certificacion
      *     (CERTIFICADOS.dat), cuotas de manejo cobradas del periodo
      *     (CUOTASMANEJO.dat) y cuotas de plan mensual
      *     (FACTPLAN.dat), todas sin IVA; e interes de sobregiro
      *     causado en el periodo (SOBREGIROS.dat). El IVA y el GMF
      *     son del fisco, no del banco, y no suman;
      *   - COSTO DE INTERES: abonos MOV-INTERES del periodo
      *     (ACR-INTERES, brutos de retefuente) mas el interes del
      *     mes de cada CDT que ACR-CDT acumulo en el periodo
      *     (capital * tasa mensual);
      *   - COSTO DE RED: cada orden a otro banco transmitida en el
      *     periodo (OT-FEC-ENVIO) paga una ENTRADA y una ADDENDA a
      *     la tarifa pactada de TARIFCAM.dat (ver CNC-TARIFAS).
      *
      * Los montos en USD/EUR pasan a COP con la tasa vigente al
      * cierre del periodo (igual que 1050 en RPT-FOGAFIN). El
      * reporte lista los clientes de mayor a menor resultado y
      * cierra con los totales por segmento (CL-SEGMENTO) y por plan
      * tarifario (CL-COD-PLAN), como soporte para negociar los
      * planes en MNT-PLANES.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-RENTABILIDAD.
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

           SELECT ARCHIVO-CERTIFICADOS
               ASSIGN TO 'data/CERTIFICADOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CERT.

           SELECT ARCHIVO-CUOTAS
               ASSIGN TO 'data/CUOTASMANEJO.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CUOTAS.

           SELECT ARCHIVO-FACTPLAN
               ASSIGN TO 'data/FACTPLAN.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FACTPLAN.

           SELECT ARCHIVO-SOBREGIROS
               ASSIGN TO 'data/SOBREGIROS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SOBREGIROS.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-CDTS
               ASSIGN TO 'data/CDTS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CDTS.

           SELECT ARCHIVO-TARIFCAM
               ASSIGN TO 'data/TARIFCAM.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TARIFCAM.

           SELECT ARCHIVO-PLANES
               ASSIGN TO 'data/PLANES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PLANES.

           SELECT ARCHIVO-TASAS
               ASSIGN TO 'data/TASAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASAS.

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

           SELECT ARCHIVO-RUNCTL
               ASSIGN TO 'data/RUNCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RUNCTL.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       FD ARCHIVO-CERTIFICADOS.
       COPY 'copybooks/CERTIFICADOS.cpy'.

       FD ARCHIVO-CUOTAS.
       COPY 'copybooks/CUOTASMANEJO.cpy'.

       FD ARCHIVO-FACTPLAN.
       COPY 'copybooks/FACTPLAN.cpy'.

       FD ARCHIVO-SOBREGIROS.
       COPY 'copybooks/SOBREGIROS.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-CDTS.
       COPY 'copybooks/CDT.cpy'.

       FD ARCHIVO-TARIFCAM.
       COPY 'copybooks/TARIFCAM.cpy'.

       FD ARCHIVO-PLANES.
       COPY 'copybooks/PLANES.cpy'.

       FD ARCHIVO-TASAS.
       COPY 'copybooks/TASAS.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-CERT         PIC X(2).
          05 WS-STAT-CUOTAS       PIC X(2).
          05 WS-STAT-FACTPLAN     PIC X(2).
          05 WS-STAT-SOBREGIROS   PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-CDTS         PIC X(2).
          05 WS-STAT-TARIFCAM     PIC X(2).
          05 WS-STAT-PLANES       PIC X(2).
          05 WS-STAT-TASAS        PIC X(2).

      *----------------------------------------------------------------
      * Periodo del reporte y fecha de cierre para las tasas
      *----------------------------------------------------------------
       01 WS-PERIODO               PIC X(7).
       01 WS-FEC-CORTE             PIC X(10).

      *----------------------------------------------------------------
      * Clientes con sus ingresos y costos del periodo (todo en COP)
      *----------------------------------------------------------------
       01 WS-TABLA-CLIENTES.
          05 WS-CANT-CLIENTES     PIC 9(4) VALUE 0.
          05 WS-CLIENTE-RENT OCCURS 2000 TIMES.
             10 WS-CLI-CODIGO     PIC X(10).
             10 WS-CLI-NOMBRE     PIC X(50).
             10 WS-CLI-SEGMENTO   PIC X(10).
             10 WS-CLI-PLAN       PIC X(6).
             10 WS-CLI-COMISION   PIC S9(13)V99.
             10 WS-CLI-TARIFAS    PIC S9(13)V99.
             10 WS-CLI-INT-SOBREG PIC S9(13)V99.
             10 WS-CLI-INT-AHORRO PIC S9(13)V99.
             10 WS-CLI-INT-CDT    PIC S9(13)V99.
             10 WS-CLI-CANT-ENTRADAS PIC 9(7).
             10 WS-CLI-INGRESOS   PIC S9(15)V99.
             10 WS-CLI-COSTO-INT  PIC S9(15)V99.
             10 WS-CLI-COSTO-RED  PIC S9(15)V99.
             10 WS-CLI-RESULTADO  PIC S9(15)V99.
             10 WS-CLI-REPORTADO  PIC X.

      *----------------------------------------------------------------
      * Totales por segmento y por plan tarifario
      *----------------------------------------------------------------
       01 WS-TABLA-SEGMENTOS.
          05 WS-CANT-SEGMENTOS    PIC 9(2) VALUE 0.
          05 WS-SEGMENTO-RENT OCCURS 20 TIMES.
             10 WS-SEG-CODIGO     PIC X(10).
             10 WS-SEG-CANT       PIC 9(5).
             10 WS-SEG-INGRESOS   PIC S9(15)V99.
             10 WS-SEG-COSTO-INT  PIC S9(15)V99.
             10 WS-SEG-COSTO-RED  PIC S9(15)V99.
             10 WS-SEG-RESULTADO  PIC S9(15)V99.

       01 WS-TABLA-PLANES.
          05 WS-CANT-PLANES       PIC 9(3) VALUE 0.
          05 WS-PLAN-RENT OCCURS 100 TIMES.
             10 WS-PLN-CODIGO     PIC X(7).
             10 WS-PLN-NOMBRE     PIC X(30).
             10 WS-PLN-CANT       PIC 9(5).
             10 WS-PLN-INGRESOS   PIC S9(15)V99.
             10 WS-PLN-COSTO-INT  PIC S9(15)V99.
             10 WS-PLN-COSTO-RED  PIC S9(15)V99.
             10 WS-PLN-RESULTADO  PIC S9(15)V99.

      *----------------------------------------------------------------
      * Tarifas pactadas con la camara (igual que 3000 en
      * CNC-TARIFAS)
      *----------------------------------------------------------------
       01 WS-TARIFAS.
          05 WS-TAR-ENTRADA       PIC 9(7)V99 VALUE 0.
          05 WS-TAR-ADDENDA       PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * Busqueda de la tasa vigente al cierre en TASAS.dat (igual que
      * 1050 en RPT-FOGAFIN)
      *----------------------------------------------------------------
       01 WS-BUSQUEDA-TASA.
          05 WS-TASA-HALLADA        PIC X VALUE 'N'.
             88 TASA-HALLADA           VALUE 'S'.
          05 WS-TASA-MEJOR-FECHA    PIC X(10).
          05 WS-TASA-MEJOR-VALOR    PIC 9(7)V99.
          05 WS-MONEDA-TURNO        PIC X(3).
          05 WS-TASA-DIA            PIC 9(7)V99.
          05 WS-TASA-USD            PIC 9(7)V99.
          05 WS-TASA-EUR            PIC 9(7)V99.

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-GENERICO      PIC X VALUE 'N'.
          05 WS-IDX               PIC 9(4).
          05 WS-IDX-CLI           PIC 9(4).
          05 WS-IDX-SEG           PIC 9(2).
          05 WS-IDX-PLN           PIC 9(3).
          05 WS-IDX-MAX           PIC 9(4).
          05 WS-RANGO             PIC 9(4) VALUE 0.
          05 WS-BUS-CLIENTE       PIC X(10).
          05 WS-BUS-CUENTA        PIC X(20).
          05 WS-BUS-SEGMENTO      PIC X(10).
          05 WS-BUS-PLAN          PIC X(7).
          05 WS-MONEDA-CTA        PIC X(3).
          05 WS-MTO-ORIGINAL      PIC S9(13)V99.
          05 WS-MTO-COP           PIC S9(15)V99.
          05 WS-MTO-CDT-MES       PIC S9(13)V99.

      *----------------------------------------------------------------
      * Totales de la corrida
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-CANT-CON-ACTIVIDAD PIC 9(5) VALUE 0.
          05 WS-CANT-PERDEDORES   PIC 9(5) VALUE 0.
          05 WS-CANT-SIN-CLIENTE  PIC 9(7) VALUE 0.
          05 WS-TOT-INGRESOS      PIC S9(15)V99 VALUE 0.
          05 WS-TOT-COSTO-INT     PIC S9(15)V99 VALUE 0.
          05 WS-TOT-COSTO-RED     PIC S9(15)V99 VALUE 0.
          05 WS-TOT-RESULTADO     PIC S9(15)V99 VALUE 0.

       01 WS-DISP-MONTO PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-MONTO-2 PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-RENTABILIDAD'.
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
           DISPLAY '  RENTABILIDAD MENSUAL POR CLIENTE'
           DISPLAY WS-LINEA

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY ' '
           DISPLAY '  Periodo del reporte (YYYY-MM): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-PERIODO TO WS-PERIODO
               DISPLAY WS-PERIODO
           ELSE
               ACCEPT WS-PERIODO
           END-IF
           IF WS-PERIODO = SPACES
               DISPLAY '  ERROR: se requiere el periodo.'
               STOP RUN
           END-IF
           STRING WS-PERIODO '-31' DELIMITED SIZE INTO WS-FEC-CORTE
           STRING WS-RUN-ORIGEN ' PERIODO=' WS-PERIODO
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 1000-CARGAR-TASAS-CORTE
           PERFORM 1100-CARGAR-CLIENTES
           PERFORM 1200-CARGAR-TARIFAS-RED
           PERFORM 1300-CARGAR-PLANES

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  ERROR ABRIENDO CUENTAS.dat: '
                   WS-STAT-CUENTAS
               STOP RUN
           END-IF

           PERFORM 2000-RECORRER-ORDENES
           PERFORM 2200-SUMAR-CERTIFICADOS
           PERFORM 2300-SUMAR-CUOTAS-MANEJO
           PERFORM 2400-SUMAR-FACTURAS-PLAN
           PERFORM 2500-SUMAR-SOBREGIROS
           PERFORM 2600-SUMAR-INTERES-AHORRO
           PERFORM 2700-SUMAR-INTERES-CDT

           CLOSE ARCHIVO-CUENTAS

           PERFORM 3000-CALCULAR-RESULTADO
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES

           PERFORM 4000-IMPRIMIR-RANKING
           PERFORM 5000-IMPRIMIR-SEGMENTOS
           PERFORM 6000-IMPRIMIR-PLANES
           PERFORM 7000-MOSTRAR-RESUMEN

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CANT-CON-ACTIVIDAD TO WS-RUN-PROCESADOS
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
      * 1000 - TOMAR LAS TASAS DE CAMBIO VIGENTES AL CIERRE
      *================================================================
       1000-CARGAR-TASAS-CORTE.
           MOVE MON-USD TO WS-MONEDA-TURNO
           PERFORM 1050-BUSCAR-TASA-CORTE
           MOVE WS-TASA-DIA TO WS-TASA-USD

           MOVE MON-EUR TO WS-MONEDA-TURNO
           PERFORM 1050-BUSCAR-TASA-CORTE
           MOVE WS-TASA-DIA TO WS-TASA-EUR.

      *================================================================
      * 1050 - BUSCAR LA TASA DE LA MONEDA VIGENTE AL CIERRE
      *   Igual que 1300 en RPT-POSICIONFX; sin nada aplicable cae la
      *   tasa de respaldo compilada.
      *================================================================
       1050-BUSCAR-TASA-CORTE.
           MOVE 'N' TO WS-TASA-HALLADA
           MOVE SPACES TO WS-TASA-MEJOR-FECHA
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-TASAS
           IF WS-STAT-TASAS = '35'
               MOVE 'S' TO WS-EOF-GENERICO
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-TASAS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF TS-TIP-MONEDA = WS-MONEDA-TURNO
                               AND TS-FEC-VIGENCIA <= WS-FEC-CORTE
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
           END-IF.

      *================================================================
      * 1100 - CARGAR LOS CLIENTES CON SUS ACUMULADOS EN CERO
      *================================================================
       1100-CARGAR-CLIENTES.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               DISPLAY '  ERROR: sin maestro de clientes; no hay a '
                   'quien atribuir los ingresos.'
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF WS-CANT-CLIENTES < 2000
                           ADD 1 TO WS-CANT-CLIENTES
                           MOVE WS-CANT-CLIENTES TO WS-IDX
                           MOVE CL-COD-CLIENTE
                               TO WS-CLI-CODIGO (WS-IDX)
                           MOVE CL-NOM-LEGAL TO WS-CLI-NOMBRE (WS-IDX)
                           MOVE CL-SEGMENTO
                               TO WS-CLI-SEGMENTO (WS-IDX)
                           MOVE CL-COD-PLAN TO WS-CLI-PLAN (WS-IDX)
                           MOVE 0 TO WS-CLI-COMISION (WS-IDX)
                           MOVE 0 TO WS-CLI-TARIFAS (WS-IDX)
                           MOVE 0 TO WS-CLI-INT-SOBREG (WS-IDX)
                           MOVE 0 TO WS-CLI-INT-AHORRO (WS-IDX)
                           MOVE 0 TO WS-CLI-INT-CDT (WS-IDX)
                           MOVE 0 TO WS-CLI-CANT-ENTRADAS (WS-IDX)
                           MOVE 'S' TO WS-CLI-REPORTADO (WS-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 1200 - CARGAR LAS TARIFAS PACTADAS CON LA CAMARA
      *================================================================
       1200-CARGAR-TARIFAS-RED.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-TARIFCAM
           IF WS-STAT-TARIFCAM = '35'
               DISPLAY ' '
               DISPLAY '  AVISO: sin tabla de tarifas pactadas '
                   '(TARIFCAM.dat); el costo de red sale en cero.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-TARIFCAM
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF TF-MCA-ACTIVA = FLAG-SI
                           EVALUATE TF-CONCEPTO
                               WHEN 'ENTRADA   '
                                   MOVE TF-VLR-UNITARIO
                                       TO WS-TAR-ENTRADA
                               WHEN 'ADDENDA   '
                                   MOVE TF-VLR-UNITARIO
                                       TO WS-TAR-ADDENDA
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-TARIFCAM.

      *================================================================
      * 1300 - CARGAR LOS NOMBRES DE LOS PLANES TARIFARIOS
      *   El primer renglon de cada plan en PLANES.dat le da nombre;
      *   GENERAL agrupa a los clientes sin plan (tarifa de
      *   COMISIONES.dat).
      *================================================================
       1300-CARGAR-PLANES.
           MOVE 1 TO WS-CANT-PLANES
           MOVE 'GENERAL' TO WS-PLN-CODIGO (1)
           MOVE 'Tarifa general (sin plan)' TO WS-PLN-NOMBRE (1)
           MOVE 0 TO WS-PLN-CANT (1)
           MOVE 0 TO WS-PLN-INGRESOS (1)
           MOVE 0 TO WS-PLN-COSTO-INT (1)
           MOVE 0 TO WS-PLN-COSTO-RED (1)
           MOVE 0 TO WS-PLN-RESULTADO (1)
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-PLANES
           IF WS-STAT-PLANES = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-PLANES
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       MOVE PL-COD-PLAN TO WS-BUS-PLAN
                       PERFORM 8400-UBICAR-PLAN
                       IF WS-PLN-NOMBRE (WS-IDX-PLN) = SPACES
                           MOVE PL-NOM-PLAN
                               TO WS-PLN-NOMBRE (WS-IDX-PLN)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PLANES.

      *================================================================
      * 2000 - RECORRER LAS ORDENES DEL PERIODO
      *   Comision: ordenes creadas en el periodo que llegaron a
      *   CONFIRMADA o LIQUIDADA. Red: ordenes a otro banco
      *   transmitidas en el periodo (cualquier estado posterior al
      *   envio, porque la camara cobra la entrada igual).
      *================================================================
       2000-RECORRER-ORDENES.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES NOT = '00'
               DISPLAY '  AVISO: sin ORDENES.dat; sin comisiones ni '
                   'costo de red.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       PERFORM 2100-ACUMULAR-ORDEN
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 2100 - ACUMULAR UNA ORDEN EN EL CLIENTE DE SU CUENTA ORIGEN
      *================================================================
       2100-ACUMULAR-ORDEN.
           IF OT-FEC-CREACION (1:7) NOT = WS-PERIODO
                   AND OT-FEC-ENVIO (1:7) NOT = WS-PERIODO
               EXIT PARAGRAPH
           END-IF

           MOVE OT-COD-CTA-ORIGEN TO WS-BUS-CUENTA
           PERFORM 8100-CLIENTE-DE-CUENTA
           IF WS-IDX-CLI = 0
               EXIT PARAGRAPH
           END-IF

           IF OT-FEC-CREACION (1:7) = WS-PERIODO
                   AND (OT-EST-ORDEN = EST-CONFIRMADA
                       OR OT-EST-ORDEN = EST-LIQUIDADA)
               ADD OT-MTO-COMISION TO WS-CLI-COMISION (WS-IDX-CLI)
           END-IF

           IF OT-FEC-ENVIO (1:7) = WS-PERIODO
                   AND OT-COD-BCO-DEST NOT = COD-BANCO-PROPIO
                   AND OT-EST-ORDEN NOT = EST-ANULADA
               ADD 1 TO WS-CLI-CANT-ENTRADAS (WS-IDX-CLI)
           END-IF.

      *================================================================
      * 2200 - SUMAR LAS TARIFAS DE CERTIFICACION DEL PERIODO
      *================================================================
       2200-SUMAR-CERTIFICADOS.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-CERTIFICADOS
           IF WS-STAT-CERT = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-CERTIFICADOS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF CE2-FEC-EMISION (1:7) = WS-PERIODO
                               AND CE2-MTO-TARIFA > ZERO
                           MOVE CE2-COD-CLIENTE TO WS-BUS-CLIENTE
                           PERFORM 8200-BUSCAR-CLIENTE-TABLA
                           IF WS-IDX-CLI > 0
                               ADD CE2-MTO-TARIFA
                                   TO WS-CLI-TARIFAS (WS-IDX-CLI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CERTIFICADOS.

      *================================================================
      * 2300 - SUMAR LAS CUOTAS DE MANEJO COBRADAS DEL PERIODO
      *================================================================
       2300-SUMAR-CUOTAS-MANEJO.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-CUOTAS
           IF WS-STAT-CUOTAS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-CUOTAS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF CM-PERIODO = WS-PERIODO AND CM-COBRADA
                           MOVE CM-COD-CUENTA TO WS-BUS-CUENTA
                           PERFORM 8100-CLIENTE-DE-CUENTA
                           IF WS-IDX-CLI > 0
                               ADD CM-MTO-CUOTA
                                   TO WS-CLI-TARIFAS (WS-IDX-CLI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUOTAS.

      *================================================================
      * 2400 - SUMAR LAS CUOTAS DE PLAN MENSUAL DEL PERIODO
      *================================================================
       2400-SUMAR-FACTURAS-PLAN.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-FACTPLAN
           IF WS-STAT-FACTPLAN = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-FACTPLAN
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF FP-PERIODO = WS-PERIODO
                           MOVE FP-COD-CLIENTE TO WS-BUS-CLIENTE
                           PERFORM 8200-BUSCAR-CLIENTE-TABLA
                           IF WS-IDX-CLI > 0
                               ADD FP-MTO-CUOTA
                                   TO WS-CLI-TARIFAS (WS-IDX-CLI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-FACTPLAN.

      *================================================================
      * 2500 - SUMAR EL INTERES DE SOBREGIRO CAUSADO EN EL PERIODO
      *   Se toma lo causado dia a dia (no lo facturado), para que el
      *   interes quede en el mes que lo genero.
      *================================================================
       2500-SUMAR-SOBREGIROS.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-SOBREGIROS
           IF WS-STAT-SOBREGIROS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-SOBREGIROS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF SG-FEC-CAUSACION (1:7) = WS-PERIODO
                           MOVE SG-COD-CUENTA TO WS-BUS-CUENTA
                           PERFORM 8100-CLIENTE-DE-CUENTA
                           IF WS-IDX-CLI > 0
                               ADD SG-MTO-INTERES
                                   TO WS-CLI-INT-SOBREG (WS-IDX-CLI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SOBREGIROS.

      *================================================================
      * 2600 - SUMAR EL INTERES DE AHORROS ABONADO EN EL PERIODO
      *   Abonos MOV-INTERES de ACR-INTERES, en la moneda de la cuenta
      *   y llevados a COP.
      *================================================================
       2600-SUMAR-INTERES-AHORRO.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF MC-FEC-MOVIMIENTO (1:7) = WS-PERIODO
                               AND MC-TIP-MOVIMIENTO = MOV-INTERES
                           MOVE MC-COD-CUENTA TO WS-BUS-CUENTA
                           PERFORM 8100-CLIENTE-DE-CUENTA
                           IF WS-IDX-CLI > 0
                               MOVE MC-MTO-MOVIMIENTO
                                   TO WS-MTO-ORIGINAL
                               PERFORM 8300-CONVERTIR-COP
                               ADD WS-MTO-COP
                                   TO WS-CLI-INT-AHORRO (WS-IDX-CLI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS.

      *================================================================
      * 2700 - SUMAR EL INTERES DE CDT ACUMULADO EN EL PERIODO
      *   ACR-CDT acumula el interes del mes (capital * tasa
      *   mensual) a cada CDT VIGENTE en la corrida de fin de mes.
      *   Un CDT lo acumulo en el periodo si ya estaba abierto y
      *   seguia vivo en esa corrida: vigente con acumulacion del
      *   periodo o posterior, o cerrado despues del periodo.
      *================================================================
       2700-SUMAR-INTERES-CDT.
           MOVE 'N' TO WS-EOF-GENERICO

           OPEN INPUT ARCHIVO-CDTS
           IF WS-STAT-CDTS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-CDTS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF DT-FEC-APERTURA (1:7) <= WS-PERIODO
                               AND ((CDT-VIGENTE
                                   AND DT-FEC-ULT-ACUM (1:7)
                                       >= WS-PERIODO)
                               OR (NOT CDT-VIGENTE
                                   AND DT-FEC-CIERRE (1:7)
                                       > WS-PERIODO))
                           MOVE DT-COD-CLIENTE TO WS-BUS-CLIENTE
                           PERFORM 8200-BUSCAR-CLIENTE-TABLA
                           IF WS-IDX-CLI > 0
                               COMPUTE WS-MTO-CDT-MES ROUNDED =
                                   DT-MTO-PRINCIPAL
                                   * DT-TASA-MENSUAL / 100
                               ADD WS-MTO-CDT-MES
                                   TO WS-CLI-INT-CDT (WS-IDX-CLI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CDTS.

      *================================================================
      * 3000 - CALCULAR EL RESULTADO DEL CLIENTE Y ACUMULARLO
      *   Resultado = ingresos - costo de interes - costo de red. Solo
      *   los clientes con algun ingreso o costo entran al ranking.
      *================================================================
       3000-CALCULAR-RESULTADO.
           COMPUTE WS-CLI-INGRESOS (WS-IDX-CLI) =
               WS-CLI-COMISION (WS-IDX-CLI)
               + WS-CLI-TARIFAS (WS-IDX-CLI)
               + WS-CLI-INT-SOBREG (WS-IDX-CLI)
           COMPUTE WS-CLI-COSTO-INT (WS-IDX-CLI) =
               WS-CLI-INT-AHORRO (WS-IDX-CLI)
               + WS-CLI-INT-CDT (WS-IDX-CLI)
           COMPUTE WS-CLI-COSTO-RED (WS-IDX-CLI) =
               WS-CLI-CANT-ENTRADAS (WS-IDX-CLI)
               * (WS-TAR-ENTRADA + WS-TAR-ADDENDA)
           COMPUTE WS-CLI-RESULTADO (WS-IDX-CLI) =
               WS-CLI-INGRESOS (WS-IDX-CLI)
               - WS-CLI-COSTO-INT (WS-IDX-CLI)
               - WS-CLI-COSTO-RED (WS-IDX-CLI)

           IF WS-CLI-INGRESOS (WS-IDX-CLI) = ZERO
                   AND WS-CLI-COSTO-INT (WS-IDX-CLI) = ZERO
                   AND WS-CLI-COSTO-RED (WS-IDX-CLI) = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CLI-REPORTADO (WS-IDX-CLI)
           ADD 1 TO WS-CANT-CON-ACTIVIDAD
           IF WS-CLI-RESULTADO (WS-IDX-CLI) < ZERO
               ADD 1 TO WS-CANT-PERDEDORES
           END-IF

           ADD WS-CLI-INGRESOS (WS-IDX-CLI) TO WS-TOT-INGRESOS
           ADD WS-CLI-COSTO-INT (WS-IDX-CLI) TO WS-TOT-COSTO-INT
           ADD WS-CLI-COSTO-RED (WS-IDX-CLI) TO WS-TOT-COSTO-RED
           ADD WS-CLI-RESULTADO (WS-IDX-CLI) TO WS-TOT-RESULTADO

           MOVE WS-CLI-SEGMENTO (WS-IDX-CLI) TO WS-BUS-SEGMENTO
           IF WS-BUS-SEGMENTO = SPACES
               MOVE 'SIN-SEGMEN' TO WS-BUS-SEGMENTO
           END-IF
           PERFORM 8500-UBICAR-SEGMENTO
           ADD 1 TO WS-SEG-CANT (WS-IDX-SEG)
           ADD WS-CLI-INGRESOS (WS-IDX-CLI)
               TO WS-SEG-INGRESOS (WS-IDX-SEG)
           ADD WS-CLI-COSTO-INT (WS-IDX-CLI)
               TO WS-SEG-COSTO-INT (WS-IDX-SEG)
           ADD WS-CLI-COSTO-RED (WS-IDX-CLI)
               TO WS-SEG-COSTO-RED (WS-IDX-SEG)
           ADD WS-CLI-RESULTADO (WS-IDX-CLI)
               TO WS-SEG-RESULTADO (WS-IDX-SEG)

           MOVE WS-CLI-PLAN (WS-IDX-CLI) TO WS-BUS-PLAN
           IF WS-BUS-PLAN = SPACES
               MOVE 'GENERAL' TO WS-BUS-PLAN
           END-IF
           PERFORM 8400-UBICAR-PLAN
           ADD 1 TO WS-PLN-CANT (WS-IDX-PLN)
           ADD WS-CLI-INGRESOS (WS-IDX-CLI)
               TO WS-PLN-INGRESOS (WS-IDX-PLN)
           ADD WS-CLI-COSTO-INT (WS-IDX-CLI)
               TO WS-PLN-COSTO-INT (WS-IDX-PLN)
           ADD WS-CLI-COSTO-RED (WS-IDX-CLI)
               TO WS-PLN-COSTO-RED (WS-IDX-PLN)
           ADD WS-CLI-RESULTADO (WS-IDX-CLI)
               TO WS-PLN-RESULTADO (WS-IDX-PLN).

      *================================================================
      * 4000 - IMPRIMIR EL RANKING DE CLIENTES
      *   De mayor a menor resultado, tomando en cada vuelta el
      *   maximo aun no reportado (seleccion simple, igual que 3000
      *   en DET-MULAS).
      *================================================================
       4000-IMPRIMIR-RANKING.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RANKING DE CLIENTES - PERIODO ' WS-PERIODO
           DISPLAY '  (ingresos - costo de interes - costo de red, '
               'en COP)'
           DISPLAY WS-LINEA

           PERFORM 4100-REPORTAR-SIGUIENTE-MAXIMO
               WITH TEST AFTER
               UNTIL WS-IDX-MAX = 0

           IF WS-CANT-CON-ACTIVIDAD = 0
               DISPLAY '  (sin clientes con ingresos o costos en el '
                   'periodo)'
           END-IF.

      *================================================================
      * 4100 - REPORTAR EL CLIENTE DE MAYOR RESULTADO AUN NO LISTADO
      *================================================================
       4100-REPORTAR-SIGUIENTE-MAXIMO.
           MOVE 0 TO WS-IDX-MAX

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CLIENTES
               IF WS-CLI-REPORTADO (WS-IDX) = 'N'
                   IF WS-IDX-MAX = 0
                       MOVE WS-IDX TO WS-IDX-MAX
                   ELSE
                       IF WS-CLI-RESULTADO (WS-IDX)
                               > WS-CLI-RESULTADO (WS-IDX-MAX)
                           MOVE WS-IDX TO WS-IDX-MAX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-IDX-MAX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-CLI-REPORTADO (WS-IDX-MAX)
           ADD 1 TO WS-RANGO

           MOVE WS-CLI-RESULTADO (WS-IDX-MAX) TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  ' WS-RANGO '. ' WS-CLI-CODIGO (WS-IDX-MAX) ' '
               WS-CLI-NOMBRE (WS-IDX-MAX)
           DISPLAY '      Segmento ' WS-CLI-SEGMENTO (WS-IDX-MAX)
               '  Plan ' WS-CLI-PLAN (WS-IDX-MAX)
               '  Resultado: $' WS-DISP-MONTO
           MOVE WS-CLI-COMISION (WS-IDX-MAX) TO WS-DISP-MONTO
           MOVE WS-CLI-TARIFAS (WS-IDX-MAX) TO WS-DISP-MONTO-2
           DISPLAY '      Comisiones   :' WS-DISP-MONTO
               '  Tarifas/cuotas:' WS-DISP-MONTO-2
           MOVE WS-CLI-INT-SOBREG (WS-IDX-MAX) TO WS-DISP-MONTO
           MOVE WS-CLI-INT-AHORRO (WS-IDX-MAX) TO WS-DISP-MONTO-2
           DISPLAY '      Int sobregiro:' WS-DISP-MONTO
               '  Int ahorros   :' WS-DISP-MONTO-2
           MOVE WS-CLI-INT-CDT (WS-IDX-MAX) TO WS-DISP-MONTO
           MOVE WS-CLI-COSTO-RED (WS-IDX-MAX) TO WS-DISP-MONTO-2
           DISPLAY '      Int CDT      :' WS-DISP-MONTO
               '  Red (' WS-CLI-CANT-ENTRADAS (WS-IDX-MAX) ' ent):'
               WS-DISP-MONTO-2.

      *================================================================
      * 5000 - IMPRIMIR LOS TOTALES POR SEGMENTO
      *================================================================
       5000-IMPRIMIR-SEGMENTOS.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESULTADO POR SEGMENTO'
           DISPLAY WS-LINEA

           PERFORM 5100-MOSTRAR-SEGMENTO
               VARYING WS-IDX-SEG FROM 1 BY 1
               UNTIL WS-IDX-SEG > WS-CANT-SEGMENTOS.

      *================================================================
      * 5100 - MOSTRAR UN SEGMENTO
      *================================================================
       5100-MOSTRAR-SEGMENTO.
           MOVE WS-SEG-RESULTADO (WS-IDX-SEG) TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  ' WS-SEG-CODIGO (WS-IDX-SEG) ' : '
               WS-SEG-CANT (WS-IDX-SEG) ' cliente(s), resultado $'
               WS-DISP-MONTO
           MOVE WS-SEG-INGRESOS (WS-IDX-SEG) TO WS-DISP-MONTO
           MOVE WS-SEG-COSTO-INT (WS-IDX-SEG) TO WS-DISP-MONTO-2
           DISPLAY '      Ingresos     :' WS-DISP-MONTO
               '  Costo interes :' WS-DISP-MONTO-2
           MOVE WS-SEG-COSTO-RED (WS-IDX-SEG) TO WS-DISP-MONTO
           DISPLAY '      Costo de red :' WS-DISP-MONTO.

      *================================================================
      * 6000 - IMPRIMIR LOS TOTALES POR PLAN TARIFARIO
      *================================================================
       6000-IMPRIMIR-PLANES.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESULTADO POR PLAN TARIFARIO'
           DISPLAY WS-LINEA

           PERFORM 6100-MOSTRAR-PLAN
               VARYING WS-IDX-PLN FROM 1 BY 1
               UNTIL WS-IDX-PLN > WS-CANT-PLANES.

      *================================================================
      * 6100 - MOSTRAR UN PLAN (SOLO LOS QUE TIENEN CLIENTES)
      *================================================================
       6100-MOSTRAR-PLAN.
           IF WS-PLN-CANT (WS-IDX-PLN) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PLN-RESULTADO (WS-IDX-PLN) TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  ' WS-PLN-CODIGO (WS-IDX-PLN) ' '
               WS-PLN-NOMBRE (WS-IDX-PLN)
           DISPLAY '      ' WS-PLN-CANT (WS-IDX-PLN)
               ' cliente(s), resultado $' WS-DISP-MONTO
           MOVE WS-PLN-INGRESOS (WS-IDX-PLN) TO WS-DISP-MONTO
           MOVE WS-PLN-COSTO-INT (WS-IDX-PLN) TO WS-DISP-MONTO-2
           DISPLAY '      Ingresos     :' WS-DISP-MONTO
               '  Costo interes :' WS-DISP-MONTO-2
           MOVE WS-PLN-COSTO-RED (WS-IDX-PLN) TO WS-DISP-MONTO
           DISPLAY '      Costo de red :' WS-DISP-MONTO.

      *================================================================
      * 7000 - MOSTRAR EL RESUMEN DEL PERIODO
      *================================================================
       7000-MOSTRAR-RESUMEN.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN DEL PERIODO ' WS-PERIODO
           DISPLAY WS-LINEA
           DISPLAY '  Clientes con actividad : ' WS-CANT-CON-ACTIVIDAD
           DISPLAY '  Clientes en perdida    : ' WS-CANT-PERDEDORES
           MOVE WS-TOT-INGRESOS TO WS-DISP-MONTO
           DISPLAY '  Ingresos               : $' WS-DISP-MONTO
           MOVE WS-TOT-COSTO-INT TO WS-DISP-MONTO
           DISPLAY '  Costo de interes       : $' WS-DISP-MONTO
           MOVE WS-TOT-COSTO-RED TO WS-DISP-MONTO
           DISPLAY '  Costo de red           : $' WS-DISP-MONTO
           MOVE WS-TOT-RESULTADO TO WS-DISP-MONTO
           DISPLAY '  Resultado              : $' WS-DISP-MONTO
           IF WS-CANT-SIN-CLIENTE > 0
               DISPLAY '  AVISO: ' WS-CANT-SIN-CLIENTE
                   ' renglon(es) de cuentas sin cliente en el '
                   'maestro no se atribuyeron.'
           END-IF
           DISPLAY WS-LINEA.

      *================================================================
      * 8100 - UBICAR EL CLIENTE DUENO DE UNA CUENTA
      *   Lee la cuenta por llave y deja el cliente en WS-IDX-CLI (0
      *   = cuenta o cliente inexistente) y la moneda de la cuenta.
      *================================================================
       8100-CLIENTE-DE-CUENTA.
           MOVE 0 TO WS-IDX-CLI
           MOVE MON-COP TO WS-MONEDA-CTA

           MOVE WS-BUS-CUENTA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   ADD 1 TO WS-CANT-SIN-CLIENTE
                   EXIT PARAGRAPH
           END-READ

           IF CC-TIP-MONEDA NOT = SPACES
               MOVE CC-TIP-MONEDA TO WS-MONEDA-CTA
           END-IF
           MOVE CC-COD-CLIENTE TO WS-BUS-CLIENTE
           PERFORM 8200-BUSCAR-CLIENTE-TABLA
           IF WS-IDX-CLI = 0
               ADD 1 TO WS-CANT-SIN-CLIENTE
           END-IF.

      *================================================================
      * 8200 - BUSCAR UN CLIENTE EN LA TABLA (0 = NO ESTA)
      *================================================================
       8200-BUSCAR-CLIENTE-TABLA.
           MOVE 0 TO WS-IDX-CLI
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CLIENTES
                      OR WS-IDX-CLI > 0
               IF WS-CLI-CODIGO (WS-IDX) = WS-BUS-CLIENTE
                   MOVE WS-IDX TO WS-IDX-CLI
               END-IF
           END-PERFORM.

      *================================================================
      * 8300 - LLEVAR UN MONTO DE LA MONEDA DE LA CUENTA A COP
      *================================================================
       8300-CONVERTIR-COP.
           EVALUATE WS-MONEDA-CTA
               WHEN 'USD'
                   COMPUTE WS-MTO-COP ROUNDED =
                       WS-MTO-ORIGINAL * WS-TASA-USD
               WHEN 'EUR'
                   COMPUTE WS-MTO-COP ROUNDED =
                       WS-MTO-ORIGINAL * WS-TASA-EUR
               WHEN OTHER
                   MOVE WS-MTO-ORIGINAL TO WS-MTO-COP
           END-EVALUATE.

      *================================================================
      * 8400 - UBICAR (O CREAR) EL RENGLON DE UN PLAN
      *================================================================
       8400-UBICAR-PLAN.
           MOVE 0 TO WS-IDX-PLN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-PLANES
                      OR WS-IDX-PLN > 0
               IF WS-PLN-CODIGO (WS-IDX) = WS-BUS-PLAN
                   MOVE WS-IDX TO WS-IDX-PLN
               END-IF
           END-PERFORM

           IF WS-IDX-PLN > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-PLANES < 100
               ADD 1 TO WS-CANT-PLANES
           END-IF
           MOVE WS-CANT-PLANES TO WS-IDX-PLN
           MOVE WS-BUS-PLAN TO WS-PLN-CODIGO (WS-IDX-PLN)
           MOVE SPACES TO WS-PLN-NOMBRE (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-CANT (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-INGRESOS (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-COSTO-INT (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-COSTO-RED (WS-IDX-PLN)
           MOVE 0 TO WS-PLN-RESULTADO (WS-IDX-PLN).

      *================================================================
      * 8500 - UBICAR (O CREAR) EL RENGLON DE UN SEGMENTO
      *================================================================
       8500-UBICAR-SEGMENTO.
           MOVE 0 TO WS-IDX-SEG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-SEGMENTOS
                      OR WS-IDX-SEG > 0
               IF WS-SEG-CODIGO (WS-IDX) = WS-BUS-SEGMENTO
                   MOVE WS-IDX TO WS-IDX-SEG
               END-IF
           END-PERFORM

           IF WS-IDX-SEG > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-SEGMENTOS < 20
               ADD 1 TO WS-CANT-SEGMENTOS
           END-IF
           MOVE WS-CANT-SEGMENTOS TO WS-IDX-SEG
           MOVE WS-BUS-SEGMENTO TO WS-SEG-CODIGO (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-CANT (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-INGRESOS (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-COSTO-INT (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-COSTO-RED (WS-IDX-SEG)
           MOVE 0 TO WS-SEG-RESULTADO (WS-IDX-SEG).

      *================================================================
      * 9890 - DEJAR EL RENGLON EN LA BITACORA DE CORRIDAS
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
