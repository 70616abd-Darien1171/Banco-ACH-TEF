      *================================================================
      * RPT-REGLAS-FRAUDE.cbl - Efectividad Mensual de las Reglas de
      *   Fraude
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * GES-CASOS deja en CS-DISPOSICION el desenlace de cada
      * retencion y de cada rechazo por fraude (FRAUDE_CONFIRMADO,
      * FALSO_POSITIVO, INCONCLUSO), pero nadie lo usaba para juzgar
      * las reglas. Este reporte pide el mes (YYYY-MM), toma los casos
      * abiertos en ese mes de CASOS.dat y los agrupa por la regla
      * que disparo, reconocida por el inicio del texto de la razon
      * (CS-RAZON, que es la misma RT-RAZON-FRAUDE de la retencion;
      * si el caso quedo sin razon se busca la de RETENIDAS.dat). Por
      * regla muestra:
      *
      *   - aciertos (casos abiertos), fraude confirmado, falsos
      *     positivos, inconclusos y casos todavia vivos;
      *   - monto salvado: lo retenido o rechazado en casos con
      *     fraude confirmado;
      *   - monto demorado a clientes inocentes: lo retenido o
      *     rechazado en los falsos positivos, con los dias promedio
      *     que tardo el cierre;
      *
      * para que el area de fraude decida que umbrales apretar o
      * soltar. Las razones que no calzan con ninguna regla conocida
      * se agrupan como OTRAS RAZONES.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-REGLAS-FRAUDE.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-CASOS
               ASSIGN TO 'data/CASOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CASOS.

           SELECT ARCHIVO-RETENIDAS
               ASSIGN TO 'data/RETENIDAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RETENIDAS.

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

       FD ARCHIVO-CASOS.
       COPY 'copybooks/CASOS.cpy'.

       FD ARCHIVO-RETENIDAS.
       COPY 'copybooks/RETENIDAS.cpy'.

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
          05 WS-STAT-CASOS        PIC X(2).
          05 WS-STAT-RETENIDAS    PIC X(2).

      *----------------------------------------------------------------
      * Mes a reportar
      *----------------------------------------------------------------
       01 WS-MES-REPORTE           PIC X(7).

      *----------------------------------------------------------------
      * Reglas conocidas: inicio fijo del texto de razon que deja
      * cada regla de 7000-VALIDAR-FRAUDE / 7500 en MAIN-ACH, y la
      * cantidad de posiciones que se comparan. El ultimo renglon
      * (WS-CANT-REGLAS) recoge lo que no calce con ninguna; una
      * regla nueva se agrega antes de el y se sube WS-CANT-REGLAS
      * junto con los dos OCCURS.
      *----------------------------------------------------------------
       01 WS-CANT-REGLAS           PIC 9(2) VALUE 12.

       01 WS-DEFINICION-REGLAS.
          05 FILLER PIC X(42)
             VALUE 'Monto extremo                           13'.
          05 FILLER PIC X(42)
             VALUE 'Transferencia en horario nocturno       33'.
          05 FILLER PIC X(42)
             VALUE 'Monto inusualmente alto                 23'.
          05 FILLER PIC X(42)
             VALUE 'Horario nocturno y monto                24'.
          05 FILLER PIC X(42)
             VALUE 'Posible transferencia duplicada         31'.
          05 FILLER PIC X(42)
             VALUE 'Rafaga de transferencias                24'.
          05 FILLER PIC X(42)
             VALUE 'Primer envio a un destino               25'.
          05 FILLER PIC X(42)
             VALUE 'Destino en lista negra                  22'.
          05 FILLER PIC X(42)
             VALUE 'Beneficiario en lista de nombres        32'.
          05 FILLER PIC X(42)
             VALUE 'Multiples alertas                       17'.
          05 FILLER PIC X(42)
             VALUE 'Salida en enfriamiento                  22'.
          05 FILLER PIC X(42)
             VALUE 'OTRAS RAZONES                           00'.
       01 WS-TABLA-DEFINICION REDEFINES WS-DEFINICION-REGLAS.
          05 WS-DEF-REGLA OCCURS 12 TIMES.
             10 WS-DEF-TEXTO      PIC X(40).
             10 WS-DEF-LARGO      PIC 9(2).

       01 WS-TABLA-REGLAS.
          05 WS-REGLA OCCURS 12 TIMES.
             10 WS-RGL-ACIERTOS   PIC 9(5).
             10 WS-RGL-CONFIRMADOS PIC 9(5).
             10 WS-RGL-FALSOS     PIC 9(5).
             10 WS-RGL-INCONCLUSOS PIC 9(5).
             10 WS-RGL-VIVOS      PIC 9(5).
             10 WS-RGL-MTO-SALVADO PIC S9(15)V99.
             10 WS-RGL-MTO-DEMORADO PIC S9(15)V99.
             10 WS-RGL-DIAS-DEMORA PIC 9(7).

       01 WS-TOTALES.
          05 WS-TOT-ACIERTOS      PIC 9(5) VALUE 0.
          05 WS-TOT-CONFIRMADOS   PIC 9(5) VALUE 0.
          05 WS-TOT-FALSOS        PIC 9(5) VALUE 0.
          05 WS-TOT-MTO-SALVADO   PIC S9(15)V99 VALUE 0.
          05 WS-TOT-MTO-DEMORADO  PIC S9(15)V99 VALUE 0.

      *----------------------------------------------------------------
      * Dias que tardo en cerrarse un falso positivo
      *----------------------------------------------------------------
       01 WS-DIAS-CASO.
          05 WS-FEC-APER-TXT      PIC X(8).
          05 WS-FEC-APER-NUM REDEFINES WS-FEC-APER-TXT PIC 9(8).
          05 WS-FEC-CIER-TXT      PIC X(8).
          05 WS-FEC-CIER-NUM REDEFINES WS-FEC-CIER-TXT PIC 9(8).
          05 WS-DIAS-ABIERTO      PIC S9(5).

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-CASOS         PIC X VALUE 'N'.
             88 FIN-CASOS            VALUE 'S'.
          05 WS-EOF-RETENIDAS     PIC X VALUE 'N'.
          05 WS-IDX               PIC 9(2).
          05 WS-IDX-REGLA         PIC 9(2).
          05 WS-LARGO             PIC 9(2).
          05 WS-RAZON-CASO        PIC X(100).
          05 WS-PROMEDIO-DIAS     PIC 9(5)V9.
          05 WS-POR-ACIERTO       PIC 9(3)V9.

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-CANT  PIC ZZ.ZZ9.
       01 WS-DISP-DIAS  PIC ZZ.ZZ9,9.
       01 WS-DISP-POR   PIC ZZ9,9.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'RPT-REGLAS-FRAUDE'.
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
           DISPLAY '  EFECTIVIDAD DE LAS REGLAS DE FRAUDE'
           DISPLAY WS-LINEA

           PERFORM 0050-LEER-PARAMETROS

           DISPLAY '  Mes a reportar (YYYY-MM): ' WITH NO ADVANCING
           IF HAY-PARAMETROS
               MOVE WS-PAR-PERIODO TO WS-MES-REPORTE
               DISPLAY WS-MES-REPORTE
           ELSE
               ACCEPT WS-MES-REPORTE
           END-IF
           STRING WS-RUN-ORIGEN ' PERIODO=' WS-MES-REPORTE
               DELIMITED SIZE INTO WS-RUN-PARAMETROS

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-CANT-REGLAS
               MOVE 0 TO WS-RGL-ACIERTOS (WS-IDX)
               MOVE 0 TO WS-RGL-CONFIRMADOS (WS-IDX)
               MOVE 0 TO WS-RGL-FALSOS (WS-IDX)
               MOVE 0 TO WS-RGL-INCONCLUSOS (WS-IDX)
               MOVE 0 TO WS-RGL-VIVOS (WS-IDX)
               MOVE 0 TO WS-RGL-MTO-SALVADO (WS-IDX)
               MOVE 0 TO WS-RGL-MTO-DEMORADO (WS-IDX)
               MOVE 0 TO WS-RGL-DIAS-DEMORA (WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM

           OPEN INPUT ARCHIVO-CASOS
           IF WS-STAT-CASOS = '35'
               DISPLAY '  Sin expedientes de casos todavia.'
               MOVE 'TERMINADO ' TO WS-RUN-ESTADO
               PERFORM 9890-ESCRIBIR-BITACORA
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-CASOS
               READ ARCHIVO-CASOS
                   AT END MOVE 'S' TO WS-EOF-CASOS
                   NOT AT END
                       IF CS-FEC-APERTURA (1:7) = WS-MES-REPORTE
                           PERFORM 2000-ACUMULAR-CASO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CASOS

           PERFORM 3000-MOSTRAR-REPORTE

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-TOT-ACIERTOS TO WS-RUN-PROCESADOS
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
      * 2000 - ACUMULAR UN CASO DEL MES EN LA REGLA QUE LO ABRIO
      *================================================================
       2000-ACUMULAR-CASO.
           MOVE CS-RAZON TO WS-RAZON-CASO
           IF WS-RAZON-CASO = SPACES AND CASO-DE-RETENCION
               PERFORM 2100-BUSCAR-RAZON-RETENCION
           END-IF

           MOVE WS-CANT-REGLAS TO WS-IDX-REGLA
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX >= WS-CANT-REGLAS
               MOVE WS-DEF-LARGO (WS-IDX) TO WS-LARGO
               IF WS-RAZON-CASO (1:WS-LARGO)
                       = WS-DEF-TEXTO (WS-IDX) (1:WS-LARGO)
                   MOVE WS-IDX TO WS-IDX-REGLA
                   MOVE WS-CANT-REGLAS TO WS-IDX
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           ADD 1 TO WS-RGL-ACIERTOS (WS-IDX-REGLA)

           IF NOT CASO-CERRADO
               ADD 1 TO WS-RGL-VIVOS (WS-IDX-REGLA)
               EXIT PARAGRAPH
           END-IF

           EVALUATE CS-DISPOSICION
               WHEN 'FRAUDE_CONFIRMADO'
                   ADD 1 TO WS-RGL-CONFIRMADOS (WS-IDX-REGLA)
                   ADD CS-MONTO TO WS-RGL-MTO-SALVADO (WS-IDX-REGLA)
               WHEN 'FALSO_POSITIVO'
                   ADD 1 TO WS-RGL-FALSOS (WS-IDX-REGLA)
                   ADD CS-MONTO TO WS-RGL-MTO-DEMORADO (WS-IDX-REGLA)
                   STRING CS-FEC-APERTURA (1:4) CS-FEC-APERTURA (6:2)
                       CS-FEC-APERTURA (9:2)
                       DELIMITED SIZE INTO WS-FEC-APER-TXT
                   STRING CS-FEC-CIERRE (1:4) CS-FEC-CIERRE (6:2)
                       CS-FEC-CIERRE (9:2)
                       DELIMITED SIZE INTO WS-FEC-CIER-TXT
                   COMPUTE WS-DIAS-ABIERTO =
                       FUNCTION INTEGER-OF-DATE (WS-FEC-CIER-NUM)
                       - FUNCTION INTEGER-OF-DATE (WS-FEC-APER-NUM)
                   IF WS-DIAS-ABIERTO > 0
                       ADD WS-DIAS-ABIERTO
                           TO WS-RGL-DIAS-DEMORA (WS-IDX-REGLA)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-RGL-INCONCLUSOS (WS-IDX-REGLA)
           END-EVALUATE.

      *================================================================
      * 2100 - BUSCAR LA RAZON EN LA RETENCION QUE ORIGINO EL CASO
      *================================================================
       2100-BUSCAR-RAZON-RETENCION.
           MOVE 'N' TO WS-EOF-RETENIDAS

           OPEN INPUT ARCHIVO-RETENIDAS
           IF WS-STAT-RETENIDAS = '35'
               MOVE 'S' TO WS-EOF-RETENIDAS
           END-IF

           PERFORM UNTIL WS-EOF-RETENIDAS = 'S'
               READ ARCHIVO-RETENIDAS
                   AT END MOVE 'S' TO WS-EOF-RETENIDAS
                   NOT AT END
                       IF RT-COD-RETENIDA = CS-REF-ORIGEN
                           MOVE RT-RAZON-FRAUDE TO WS-RAZON-CASO
                           MOVE 'S' TO WS-EOF-RETENIDAS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-RETENIDAS NOT = '35'
               CLOSE ARCHIVO-RETENIDAS
           END-IF.

      *================================================================
      * 3000 - MOSTRAR EL REPORTE POR REGLA Y EL TOTAL DEL MES
      *   La tasa de acierto es fraude confirmado sobre casos ya
      *   resueltos (confirmados + falsos positivos).
      *================================================================
       3000-MOSTRAR-REPORTE.
           DISPLAY ' '
           DISPLAY '  Periodo: ' WS-MES-REPORTE
           DISPLAY WS-LINEA

           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-CANT-REGLAS
               IF WS-RGL-ACIERTOS (WS-IDX) > 0
                   PERFORM 3100-MOSTRAR-REGLA
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  TOTAL DEL MES'
           MOVE WS-TOT-ACIERTOS TO WS-DISP-CANT
           DISPLAY '      Casos abiertos      : ' WS-DISP-CANT
           MOVE WS-TOT-CONFIRMADOS TO WS-DISP-CANT
           DISPLAY '      Fraude confirmado   : ' WS-DISP-CANT
           MOVE WS-TOT-FALSOS TO WS-DISP-CANT
           DISPLAY '      Falsos positivos    : ' WS-DISP-CANT
           MOVE WS-TOT-MTO-SALVADO TO WS-DISP-MONTO
           DISPLAY '      Monto salvado       : $' WS-DISP-MONTO
           MOVE WS-TOT-MTO-DEMORADO TO WS-DISP-MONTO
           DISPLAY '      Monto demorado      : $' WS-DISP-MONTO
           DISPLAY WS-LINEA.

      *================================================================
      * 3100 - MOSTRAR LOS CONTADORES DE UNA REGLA
      *================================================================
       3100-MOSTRAR-REGLA.
           DISPLAY ' '
           DISPLAY '  Regla: ' WS-DEF-TEXTO (WS-IDX)
           MOVE WS-RGL-ACIERTOS (WS-IDX) TO WS-DISP-CANT
           DISPLAY '      Casos abiertos      : ' WS-DISP-CANT
           MOVE WS-RGL-CONFIRMADOS (WS-IDX) TO WS-DISP-CANT
           DISPLAY '      Fraude confirmado   : ' WS-DISP-CANT
           MOVE WS-RGL-FALSOS (WS-IDX) TO WS-DISP-CANT
           DISPLAY '      Falsos positivos    : ' WS-DISP-CANT
           MOVE WS-RGL-INCONCLUSOS (WS-IDX) TO WS-DISP-CANT
           DISPLAY '      Inconclusos         : ' WS-DISP-CANT
           MOVE WS-RGL-VIVOS (WS-IDX) TO WS-DISP-CANT
           DISPLAY '      Todavia abiertos    : ' WS-DISP-CANT
           MOVE WS-RGL-MTO-SALVADO (WS-IDX) TO WS-DISP-MONTO
           DISPLAY '      Monto salvado       : $' WS-DISP-MONTO
           MOVE WS-RGL-MTO-DEMORADO (WS-IDX) TO WS-DISP-MONTO
           DISPLAY '      Monto demorado a inocentes: $'
               WS-DISP-MONTO

           IF WS-RGL-FALSOS (WS-IDX) > 0
               COMPUTE WS-PROMEDIO-DIAS ROUNDED =
                   WS-RGL-DIAS-DEMORA (WS-IDX)
                   / WS-RGL-FALSOS (WS-IDX)
               MOVE WS-PROMEDIO-DIAS TO WS-DISP-DIAS
               DISPLAY '      Dias promedio de demora: ' WS-DISP-DIAS
           END-IF

           IF WS-RGL-CONFIRMADOS (WS-IDX) + WS-RGL-FALSOS (WS-IDX)
                   > 0
               COMPUTE WS-POR-ACIERTO ROUNDED =
                   WS-RGL-CONFIRMADOS (WS-IDX) * 100
                   / (WS-RGL-CONFIRMADOS (WS-IDX)
                      + WS-RGL-FALSOS (WS-IDX))
               MOVE WS-POR-ACIERTO TO WS-DISP-POR
               DISPLAY '      Tasa de acierto     : ' WS-DISP-POR '%'
           END-IF

           ADD WS-RGL-ACIERTOS (WS-IDX) TO WS-TOT-ACIERTOS
           ADD WS-RGL-CONFIRMADOS (WS-IDX) TO WS-TOT-CONFIRMADOS
           ADD WS-RGL-FALSOS (WS-IDX) TO WS-TOT-FALSOS
           ADD WS-RGL-MTO-SALVADO (WS-IDX) TO WS-TOT-MTO-SALVADO
           ADD WS-RGL-MTO-DEMORADO (WS-IDX) TO WS-TOT-MTO-DEMORADO.

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
