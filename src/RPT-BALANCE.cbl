      * interna pequena y el balance sale agrupado por clase contable
      * (el primer digito del codigo, la jerarquia del catalogo
      * PUC.dat que ahora valida los asientos; ver MNT-PUC).
      *
      * Despues del balance del banco sale el balance por sucursal
      * (AC-COD-SUCURSAL; en blanco cuenta como SUC-CASA-MATRIZ): las
      * cuentas de cada sucursal con su subtotal, y la suma de todas
      * las sucursales contra el total del banco, que debe coincidir.
      *
      * Los asientos manuales de contabilidad aprobados en
      * APR-ASIENTOS entran como cualquier otro; el resumen cuenta
      * aparte los del dia (numero con prefijo ASM-PREFIJO).
      *================================================================

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ASIENTOS.

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

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-PARAMRUN.
       COPY 'copybooks/PARAMRUN.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
             10 WS-GL-TOT-DEBITO  PIC S9(15)V99.
             10 WS-GL-TOT-CREDITO PIC S9(15)V99.

      *----------------------------------------------------------------
      * Balance por sucursal: totales de cada sucursal y, aparte, de
      * cada combinacion sucursal + cuenta contable. Igual que la
      * tabla de cuentas, si se desborda el reporte lo avisa.
      *----------------------------------------------------------------
       01 WS-TABLA-SUCURSALES.
          05 WS-CANT-SUCURSALES   PIC 9(2) VALUE 0.
          05 WS-SUCURSAL-GL OCCURS 50 TIMES.
             10 WS-SB-CODIGO      PIC X(4).
             10 WS-SB-TOT-DEBITO  PIC S9(15)V99.
             10 WS-SB-TOT-CREDITO PIC S9(15)V99.

       01 WS-TABLA-SUC-CUENTA.
          05 WS-CANT-SUC-CTA      PIC 9(3) VALUE 0.
          05 WS-SUC-CUENTA-GL OCCURS 300 TIMES.
             10 WS-SX-SUCURSAL    PIC X(4).
             10 WS-SX-CODIGO      PIC X(6).
             10 WS-SX-NOMBRE      PIC X(30).
             10 WS-SX-TOT-DEBITO  PIC S9(15)V99.
             10 WS-SX-TOT-CREDITO PIC S9(15)V99.

       01 WS-SUC-PATA              PIC X(4).
       01 WS-IDX-SUC               PIC 9(2).
       01 WS-IDX-SX                PIC 9(3).
       01 WS-SUC-HALLADA           PIC X VALUE 'N'.
       01 WS-SUC-TABLA-LLENA       PIC X VALUE 'N'.
       01 WS-SUMA-SUC-DEBITO       PIC S9(15)V99 VALUE 0.
       01 WS-SUMA-SUC-CREDITO      PIC S9(15)V99 VALUE 0.

      *----------------------------------------------------------------
      * Corte de control por numero de asiento (las patas de un mismo
      * asiento quedan consecutivas en ASIENTOS.dat)
          05 WS-TOTAL-PATAS       PIC 9(7) VALUE 0.
          05 WS-TOTAL-ASIENTOS    PIC 9(7) VALUE 0.
          05 WS-TOTAL-DESCUADRES  PIC 9(7) VALUE 0.
          05 WS-TOTAL-MANUALES    PIC 9(7) VALUE 0.
          05 WS-GRAN-TOT-DEBITO   PIC S9(15)V99 VALUE 0.
          05 WS-GRAN-TOT-CREDITO  PIC S9(15)V99 VALUE 0.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-BALANCE'.
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
           DISPLAY '  BALANCE DE COMPROBACION DIARIO - BANCO ACH/TEF'
           DISPLAY WS-LINEA

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY '  Fecha del balance (YYYY-MM-DD): '
               WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-FEC-PROCESO TO WS-FEC-REPORTE
               DISPLAY WS-FEC-REPORTE
           ELSE
               ACCEPT WS-FEC-REPORTE
           END-IF
           STRING WS-RUN-ORIGEN ' FECHA=' WS-FEC-REPORTE
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           INITIALIZE WS-TABLA-CLASES


           PERFORM 3500-CERRAR-ASIENTO-EN-CURSO
           PERFORM 5000-IMPRIMIR-BALANCE
           PERFORM 6000-IMPRIMIR-POR-SUCURSAL

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-TOTAL-PATAS TO WS-RUN-PROCESADOS
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
      * 2000 - PROCESAR UNA PATA DEL DIA
      *================================================================
               PERFORM 3500-CERRAR-ASIENTO-EN-CURSO
               MOVE AC-NUM-ASIENTO TO WS-ASIENTO-ACTUAL
               ADD 1 TO WS-TOTAL-ASIENTOS
               IF AC-NUM-ASIENTO (1:3) = ASM-PREFIJO
                   ADD 1 TO WS-TOTAL-MANUALES
               END-IF
           END-IF

           IF AC-ES-DEBITO
               ADD AC-MTO-ASIENTO TO WS-GRAN-TOT-CREDITO
           END-IF

           PERFORM 3000-ACUMULAR-CUENTA-CONTABLE

           MOVE AC-COD-SUCURSAL TO WS-SUC-PATA
           IF WS-SUC-PATA = SPACES
               MOVE SUC-CASA-MATRIZ TO WS-SUC-PATA
           END-IF
           PERFORM 3200-ACUMULAR-SUCURSAL.

      *================================================================
      * 3000 - ACUMULAR LA PATA EN SU CUENTA CONTABLE
               END-IF
           END-IF.

      *================================================================
      * 3200 - ACUMULAR LA PATA EN SU SUCURSAL Y EN SUCURSAL + CUENTA
      *================================================================
       3200-ACUMULAR-SUCURSAL.
           MOVE 'N' TO WS-SUC-HALLADA

           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                       OR WS-SUC-HALLADA = 'S'
               IF WS-SB-CODIGO (WS-IDX-SUC) = WS-SUC-PATA
                   MOVE 'S' TO WS-SUC-HALLADA
                   PERFORM 3210-SUMAR-EN-SUCURSAL
               END-IF
           END-PERFORM

           IF WS-SUC-HALLADA = 'N'
               IF WS-CANT-SUCURSALES < 50
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE WS-CANT-SUCURSALES TO WS-IDX-SUC
                   MOVE WS-SUC-PATA TO WS-SB-CODIGO (WS-IDX-SUC)
                   MOVE 0 TO WS-SB-TOT-DEBITO (WS-IDX-SUC)
                   MOVE 0 TO WS-SB-TOT-CREDITO (WS-IDX-SUC)
                   PERFORM 3210-SUMAR-EN-SUCURSAL
               ELSE
                   MOVE 'S' TO WS-SUC-TABLA-LLENA
                   DISPLAY '  AVISO: mas de 50 sucursales en el dia; '
                       'la sucursal ' WS-SUC-PATA ' no cabe en la '
                       'tabla y el balance por sucursal queda '
                       'incompleto.'
               END-IF
           END-IF

           MOVE 'N' TO WS-SUC-HALLADA

           PERFORM VARYING WS-IDX-SX FROM 1 BY 1
                   UNTIL WS-IDX-SX > WS-CANT-SUC-CTA
                       OR WS-SUC-HALLADA = 'S'
               IF WS-SX-SUCURSAL (WS-IDX-SX) = WS-SUC-PATA
                       AND WS-SX-CODIGO (WS-IDX-SX)
                           = AC-COD-CTA-CONTABLE
                   MOVE 'S' TO WS-SUC-HALLADA
                   PERFORM 3220-SUMAR-EN-SUC-CUENTA
               END-IF
           END-PERFORM

           IF WS-SUC-HALLADA = 'N'
               IF WS-CANT-SUC-CTA < 300
                   ADD 1 TO WS-CANT-SUC-CTA
                   MOVE WS-CANT-SUC-CTA TO WS-IDX-SX
                   MOVE WS-SUC-PATA TO WS-SX-SUCURSAL (WS-IDX-SX)
                   MOVE AC-COD-CTA-CONTABLE
                       TO WS-SX-CODIGO (WS-IDX-SX)
                   MOVE AC-NOM-CTA-CONTABLE
                       TO WS-SX-NOMBRE (WS-IDX-SX)
                   MOVE 0 TO WS-SX-TOT-DEBITO (WS-IDX-SX)
                   MOVE 0 TO WS-SX-TOT-CREDITO (WS-IDX-SX)
                   PERFORM 3220-SUMAR-EN-SUC-CUENTA
               ELSE
                   MOVE 'S' TO WS-SUC-TABLA-LLENA
                   DISPLAY '  AVISO: mas de 300 cuentas por sucursal '
                       'en el dia; ' WS-SUC-PATA '/'
                       AC-COD-CTA-CONTABLE ' no cabe en la tabla.'
               END-IF
           END-IF.

      *================================================================
      * 3210 - SUMAR LA PATA EN LA SUCURSAL WS-IDX-SUC
      *================================================================
       3210-SUMAR-EN-SUCURSAL.
           IF AC-ES-DEBITO
               ADD AC-MTO-ASIENTO TO WS-SB-TOT-DEBITO (WS-IDX-SUC)
           ELSE
               ADD AC-MTO-ASIENTO TO WS-SB-TOT-CREDITO (WS-IDX-SUC)
           END-IF.

      *================================================================
      * 3220 - SUMAR LA PATA EN LA COMBINACION WS-IDX-SX
      *================================================================
       3220-SUMAR-EN-SUC-CUENTA.
           IF AC-ES-DEBITO
               ADD AC-MTO-ASIENTO TO WS-SX-TOT-DEBITO (WS-IDX-SX)
           ELSE
               ADD AC-MTO-ASIENTO TO WS-SX-TOT-CREDITO (WS-IDX-SX)
           END-IF.

      *================================================================
      * 3500 - CERRAR EL ASIENTO EN CURSO (CORTE DE CONTROL)
      *   Verifica la partida doble del asiento que se venia
           DISPLAY '  Patas leidas del dia   : ' WS-TOTAL-PATAS
           DISPLAY '  Asientos del dia       : ' WS-TOTAL-ASIENTOS
           DISPLAY '  Asientos descuadrados  : ' WS-TOTAL-DESCUADRES
           DISPLAY '  Asientos manuales      : ' WS-TOTAL-MANUALES
           MOVE WS-IVA-MES-TOTAL TO WS-DISP-CREDITO
           DISPLAY '  IVA sobre comisiones en lo corrido del mes '
               WS-PERIODO-REPORTE ': $' WS-DISP-CREDITO
           MOVE WS-CLA-TOT-CREDITO (WS-IDX-CLASE) TO WS-DISP-CREDITO
           DISPLAY '  SUBTOTAL CLASE ' WS-CLASE-TXT
               ': D $' WS-DISP-DEBITO ' / C $' WS-DISP-CREDITO.

      *================================================================
      * 6000 - IMPRIMIR EL BALANCE POR SUCURSAL
      *   Cada sucursal con sus cuentas y su subtotal; al final, la
      *   suma de las sucursales debe dar el total del banco de 5000.
      *================================================================
       6000-IMPRIMIR-POR-SUCURSAL.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  BALANCE POR SUCURSAL DEL ' WS-FEC-REPORTE
           DISPLAY WS-LINEA

           IF WS-CANT-SUCURSALES = 0
               DISPLAY '  (sin asientos en la fecha)'
           END-IF

           MOVE 0 TO WS-SUMA-SUC-DEBITO
           MOVE 0 TO WS-SUMA-SUC-CREDITO

           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
               PERFORM 6100-IMPRIMIR-SUCURSAL
           END-PERFORM

           DISPLAY ' '
           MOVE WS-SUMA-SUC-DEBITO TO WS-DISP-DEBITO
           MOVE WS-SUMA-SUC-CREDITO TO WS-DISP-CREDITO
           DISPLAY '  SUMA SUCURSALES DEBITOS : $' WS-DISP-DEBITO
           DISPLAY '  SUMA SUCURSALES CREDITOS: $' WS-DISP-CREDITO

           IF WS-SUMA-SUC-DEBITO = WS-GRAN-TOT-DEBITO
                   AND WS-SUMA-SUC-CREDITO = WS-GRAN-TOT-CREDITO
                   AND WS-SUC-TABLA-LLENA = 'N'
               DISPLAY '  RESULTADO: las sucursales suman el total '
                   'del banco.'
           ELSE
               DISPLAY '  RESULTADO: las sucursales NO suman el '
                   'total del banco; revise los avisos.'
           END-IF
           DISPLAY WS-LINEA.

      *================================================================
      * 6100 - IMPRIMIR LAS CUENTAS Y EL SUBTOTAL DE UNA SUCURSAL
      *================================================================
       6100-IMPRIMIR-SUCURSAL.
           DISPLAY ' '
           DISPLAY '  SUCURSAL ' WS-SB-CODIGO (WS-IDX-SUC)

           PERFORM VARYING WS-IDX-SX FROM 1 BY 1
                   UNTIL WS-IDX-SX > WS-CANT-SUC-CTA
               IF WS-SX-SUCURSAL (WS-IDX-SX)
                       = WS-SB-CODIGO (WS-IDX-SUC)
                   MOVE WS-SX-TOT-DEBITO (WS-IDX-SX) TO WS-DISP-DEBITO
                   MOVE WS-SX-TOT-CREDITO (WS-IDX-SX)
                       TO WS-DISP-CREDITO
                   DISPLAY '  ' WS-SX-CODIGO (WS-IDX-SX) ' '
                       WS-SX-NOMBRE (WS-IDX-SX)
                   DISPLAY '      Debitos : $' WS-DISP-DEBITO
                   DISPLAY '      Creditos: $' WS-DISP-CREDITO
               END-IF
           END-PERFORM

           ADD WS-SB-TOT-DEBITO (WS-IDX-SUC) TO WS-SUMA-SUC-DEBITO
           ADD WS-SB-TOT-CREDITO (WS-IDX-SUC) TO WS-SUMA-SUC-CREDITO

           MOVE WS-SB-TOT-DEBITO (WS-IDX-SUC) TO WS-DISP-DEBITO
           MOVE WS-SB-TOT-CREDITO (WS-IDX-SUC) TO WS-DISP-CREDITO
           DISPLAY '  SUBTOTAL SUCURSAL ' WS-SB-CODIGO (WS-IDX-SUC)
               ': D $' WS-DISP-DEBITO ' / C $' WS-DISP-CREDITO
           IF WS-SB-TOT-DEBITO (WS-IDX-SUC)
                   NOT = WS-SB-TOT-CREDITO (WS-IDX-SUC)
               DISPLAY '  EXCEPCION - la sucursal '
                   WS-SB-CODIGO (WS-IDX-SUC) ' no cuadra.'
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
