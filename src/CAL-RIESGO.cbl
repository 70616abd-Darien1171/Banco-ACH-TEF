      *================================================================
      * CAL-RIESGO.cbl - Calificacion de Riesgo SARLAFT de Clientes
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Cumplimiento debe calificar a cada cliente como de riesgo
      * bajo, medio o alto de lavado de activos. Este batch periodico
      * (hermano de DET-KYC y DET-MULAS) arma el puntaje de cada
      * cliente activo con datos que el sistema ya tiene:
      *
      *   SEG - segmento CORPORATIVO (CL-SEGMENTO);
      *   OCU - ocupacion declarada en la tabla de actividades de
      *         alto riesgo (CL-KYC-OCUPACION);
      *   EFE - efectivo de taquilla (depositos y retiros de
      *         TRN-CAJA en MOVIMIENTOS) de la ventana por encima de
      *         UIAF-UMBRAL-EFECTIVO;
      *   LST - casi-aciertos del tamizaje por nombre en
      *         REVNOMBRES.dat sobre el cliente o sus cuentas;
      *   MUL - una cuenta suya listada por DET-MULAS en
      *         LISTANEGRA.dat;
      *   FRA - un caso FRAUDE_CONFIRMADO (GES-CASOS) cuyo destino es
      *         una cuenta suya;
      *   ACT - movimiento mensual promedio de la ventana mayor a
      *         SAR-VECES-ACTIVIDAD veces la actividad esperada
      *         declarada (CL-KYC-ACT-ESPERADA).
      *
      * Cada razon suma los puntos de PARAMETROS-SARLAFT; el total
      * contra SAR-UMBRAL-MEDIO / SAR-UMBRAL-ALTO da la calificacion,
      * que queda en el cliente con sus codigos de razon y la fecha
      * (CL-RIESGO-SARLAFT, CL-RIESGO-RAZONES, CL-RIESGO-FEC-CALIFICA).
      * Cada cambio de calificacion deja renglon en CAMBIOS.dat (ver
      * CNS-CAMBIOS), y DET-KYC le pide al cliente de riesgo alto
      * refrescar su KYC cada LIM-MESES-VIG-KYC-ALTO meses.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-RIESGO.
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

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-REVNOMBRES
               ASSIGN TO 'data/REVNOMBRES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REVNOM.

           SELECT ARCHIVO-LISTANEGRA
               ASSIGN TO 'data/LISTANEGRA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LISTANEGRA.

           SELECT ARCHIVO-CASOS
               ASSIGN TO 'data/CASOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CASOS.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO 'data/CAMBIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CAMBIOS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-REVNOMBRES.
       COPY 'copybooks/REVNOMBRES.cpy'.

       FD ARCHIVO-LISTANEGRA.
       COPY 'copybooks/LISTANEGRA.cpy'.

       FD ARCHIVO-CASOS.
       COPY 'copybooks/CASOS.cpy'.

       FD ARCHIVO-CAMBIOS.
       COPY 'copybooks/CAMBIOSJR.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-REVNOM       PIC X(2).
          05 WS-STAT-LISTANEGRA   PIC X(2).
          05 WS-STAT-CASOS        PIC X(2).
          05 WS-STAT-CAMBIOS      PIC X(2).

       01 WS-CHK-IO.
          05 WS-CHK-ESTADO        PIC X(2).
          05 WS-CHK-DESCRIPCION   PIC X(40).

      *----------------------------------------------------------------
      * Fecha y hora del sistema y comienzo de la ventana
      *----------------------------------------------------------------
       01 WS-FECHA-HOY.
          05 WS-ANO               PIC 9(4).
          05 WS-MES                PIC 9(2).
          05 WS-DIA                PIC 9(2).
       01 WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY PIC 9(8).
       01 WS-HORA-ACTUAL.
          05 WS-HH                 PIC 9(2).
          05 WS-MM                 PIC 9(2).
          05 WS-SS                 PIC 9(2).
          05 WS-CC                 PIC 9(2).

       01 WS-FECHA-STR             PIC X(10).
       01 WS-HORA-STR              PIC X(8).

       01 WS-VENTANA.
          05 WS-FEC-DESDE-NUM     PIC 9(8).
          05 WS-FEC-DESDE-TXT REDEFINES WS-FEC-DESDE-NUM.
             10 WS-DESDE-ANO      PIC X(4).
             10 WS-DESDE-MES      PIC X(2).
             10 WS-DESDE-DIA      PIC X(2).
          05 WS-FEC-DESDE         PIC X(10).
          05 WS-MESES-VENTANA     PIC 9(3)V99.

      *----------------------------------------------------------------
      * Actividades economicas de alto riesgo: se busca cada clave
      * dentro de la ocupacion declarada (en mayusculas).
      *----------------------------------------------------------------
       01 WS-CLAVES-OCUPACION.
          05 FILLER PIC X(16) VALUE 'CAMBISTA        '.
          05 FILLER PIC 9(2)  VALUE 08.
          05 FILLER PIC X(16) VALUE 'CASA DE CAMBIO  '.
          05 FILLER PIC 9(2)  VALUE 14.
          05 FILLER PIC X(16) VALUE 'JOYER           '.
          05 FILLER PIC 9(2)  VALUE 05.
          05 FILLER PIC X(16) VALUE 'COMPRAVENTA     '.
          05 FILLER PIC 9(2)  VALUE 11.
          05 FILLER PIC X(16) VALUE 'CASINO          '.
          05 FILLER PIC 9(2)  VALUE 06.
          05 FILLER PIC X(16) VALUE 'APUESTAS        '.
          05 FILLER PIC 9(2)  VALUE 08.
          05 FILLER PIC X(16) VALUE 'MINER           '.
          05 FILLER PIC 9(2)  VALUE 05.
          05 FILLER PIC X(16) VALUE 'CHATARR         '.
          05 FILLER PIC 9(2)  VALUE 07.
          05 FILLER PIC X(16) VALUE 'INMOBILIARI     '.
          05 FILLER PIC 9(2)  VALUE 11.
          05 FILLER PIC X(16) VALUE 'POLITIC         '.
          05 FILLER PIC 9(2)  VALUE 07.
          05 FILLER PIC X(16) VALUE 'SERVIDOR PUBLICO'.
          05 FILLER PIC 9(2)  VALUE 16.
          05 FILLER PIC X(16) VALUE 'CRIPTO          '.
          05 FILLER PIC 9(2)  VALUE 06.
       01 WS-TABLA-OCUPACION REDEFINES WS-CLAVES-OCUPACION.
          05 WS-OCU-ENTRADA OCCURS 12 TIMES.
             10 WS-OCU-CLAVE      PIC X(16).
             10 WS-OCU-LARGO      PIC 9(2).

      *----------------------------------------------------------------
      * Clientes activos con lo acumulado de cada fuente (el orden
      * es el del maestro, asi la pasada final los reencuentra por
      * posicion).
      *----------------------------------------------------------------
       01 WS-TABLA-CLIENTES.
          05 WS-CANT-CLIENTES     PIC 9(4) VALUE 0.
          05 WS-CLI-ENTRADA OCCURS 500 TIMES.
             10 WS-CLI-CODIGO     PIC X(10).
             10 WS-CLI-NOMBRE     PIC X(50).
             10 WS-CLI-MTO-EFECTIVO PIC S9(15)V99.
             10 WS-CLI-MTO-MOVIDO PIC S9(15)V99.
             10 WS-CLI-ALERTAS-LST PIC 9(3).
             10 WS-CLI-MCA-MULA   PIC X.
             10 WS-CLI-MCA-FRAUDE PIC X.

      *----------------------------------------------------------------
      * Resolucion de una cuenta o cliente a la entrada de la tabla
      *----------------------------------------------------------------
       01 WS-RESOLUCION.
          05 WS-BUS-CUENTA        PIC X(20).
          05 WS-BUS-CLIENTE       PIC X(10).
          05 WS-IDX-CLI           PIC 9(4).
          05 WS-IDX               PIC 9(4).
          05 WS-MTO-ABS           PIC S9(15)V99.

      *----------------------------------------------------------------
      * Calificacion del cliente en turno
      *----------------------------------------------------------------
       01 WS-CALIFICACION.
          05 WS-PUNTAJE           PIC 9(4).
          05 WS-CANT-RAZONES      PIC 9(2).
          05 WS-COD-RAZON         PIC X(3).
          05 WS-RAZONES.
             10 WS-RAZON          PIC X(3) OCCURS 7 TIMES.
          05 WS-RIESGO-NUEVO      PIC X.
          05 WS-RIESGO-ANTERIOR   PIC X.
          05 WS-OCUPACION-MAY     PIC X(30).
          05 WS-CANT-CLAVE        PIC 9(3).
          05 WS-PROM-MENSUAL      PIC S9(15)V99.
          05 WS-TOPE-ACTIVIDAD    PIC S9(15)V99.

      *----------------------------------------------------------------
      * Bitacora comun de cambios (CAMBIOS.dat, ver CAMBIOSJR.cpy)
      *----------------------------------------------------------------
       01 WS-BITACORA-CAMBIOS.
          05 WS-CJR-CLAVE         PIC X(30).
          05 WS-CJR-CAMPO         PIC X(20).
          05 WS-CJR-ANTERIOR      PIC X(50).
          05 WS-CJR-NUEVO         PIC X(50).

       01 WS-AUX.
          05 WS-EOF-CLIENTES      PIC X VALUE 'N'.
             88 FIN-CLIENTES         VALUE 'S'.
          05 WS-EOF-MOVIM         PIC X VALUE 'N'.
          05 WS-EOF-REVNOM        PIC X VALUE 'N'.
          05 WS-EOF-LISTANEGRA    PIC X VALUE 'N'.
          05 WS-EOF-CASOS         PIC X VALUE 'N'.
          05 WS-CUENTAS-ABIERTO   PIC X VALUE 'N'.
          05 WS-TABLA-LLENA       PIC X VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CLI-CALIFICADOS   PIC 9(7) VALUE 0.
          05 WS-CLI-BAJO          PIC 9(7) VALUE 0.
          05 WS-CLI-MEDIO         PIC 9(7) VALUE 0.
          05 WS-CLI-ALTO          PIC 9(7) VALUE 0.
          05 WS-CLI-CAMBIADOS     PIC 9(7) VALUE 0.

       01 WS-DISP-PUNTAJE PIC ZZZ9.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'CAL-RIESGO'.
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

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CALIFICACION DE RIESGO SARLAFT DE CLIENTES'
           DISPLAY WS-LINEA

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 1000-CARGAR-CLIENTES

           IF WS-CANT-CLIENTES = 0
               DISPLAY '  Sin clientes activos; nada que calificar.'
               MOVE 'TERMINADO ' TO WS-RUN-ESTADO
               PERFORM 9890-ESCRIBIR-BITACORA
               STOP RUN
           END-IF

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '00'
               MOVE 'S' TO WS-CUENTAS-ABIERTO
           END-IF

           PERFORM 2000-RECORRER-MOVIMIENTOS
           PERFORM 3000-RECORRER-REVNOMBRES
           PERFORM 4000-RECORRER-LISTANEGRA
           PERFORM 5000-RECORRER-CASOS

           IF WS-CUENTAS-ABIERTO = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF

           PERFORM 6000-CALIFICAR-CLIENTES

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  Ventana evaluada   : ' WS-FEC-DESDE
               ' a ' WS-FECHA-STR
           DISPLAY '  Clientes calificados: ' WS-CLI-CALIFICADOS
           DISPLAY '      Riesgo bajo     : ' WS-CLI-BAJO
           DISPLAY '      Riesgo medio    : ' WS-CLI-MEDIO
           DISPLAY '      Riesgo alto     : ' WS-CLI-ALTO
           DISPLAY '  Cambios de calificacion: ' WS-CLI-CAMBIADOS
               ' (ver CNS-CAMBIOS)'
           DISPLAY WS-LINEA

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-CLI-CALIFICADOS TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
           STOP RUN.

      *================================================================
      * 0100 - OBTENER FECHA Y HORA DEL SISTEMA Y LA VENTANA
      *================================================================
       0100-OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME

           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR

           COMPUTE WS-FEC-DESDE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
               - SAR-DIAS-VENTANA)
           STRING WS-DESDE-ANO '-' WS-DESDE-MES '-' WS-DESDE-DIA
               DELIMITED SIZE INTO WS-FEC-DESDE

           COMPUTE WS-MESES-VENTANA = SAR-DIAS-VENTANA / 30
           IF WS-MESES-VENTANA < 1
               MOVE 1 TO WS-MESES-VENTANA
           END-IF.

      *================================================================
      * 1000 - CARGAR LOS CLIENTES ACTIVOS EN LA TABLA
      *================================================================
       1000-CARGAR-CLIENTES.
           MOVE 'N' TO WS-EOF-CLIENTES

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-CLIENTES
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CL-MCA-ACTIVO = FLAG-SI
                           PERFORM 1100-AGREGAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 1100 - AGREGAR UN CLIENTE ACTIVO A LA TABLA
      *================================================================
       1100-AGREGAR-CLIENTE.
           IF WS-CANT-CLIENTES >= 500
               IF WS-TABLA-LLENA = 'N'
                   DISPLAY '  AVISO: mas de 500 clientes activos; '
                       'los siguientes quedan sin calificar.'
                   MOVE 'S' TO WS-TABLA-LLENA
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-CLIENTES
           MOVE CL-COD-CLIENTE TO WS-CLI-CODIGO (WS-CANT-CLIENTES)
           MOVE CL-NOM-LEGAL TO WS-CLI-NOMBRE (WS-CANT-CLIENTES)
           MOVE 0 TO WS-CLI-MTO-EFECTIVO (WS-CANT-CLIENTES)
           MOVE 0 TO WS-CLI-MTO-MOVIDO (WS-CANT-CLIENTES)
           MOVE 0 TO WS-CLI-ALERTAS-LST (WS-CANT-CLIENTES)
           MOVE 'N' TO WS-CLI-MCA-MULA (WS-CANT-CLIENTES)
           MOVE 'N' TO WS-CLI-MCA-FRAUDE (WS-CANT-CLIENTES).

      *================================================================
      * 2000 - ACUMULAR EL MOVIMIENTO Y EL EFECTIVO DE LA VENTANA
      *================================================================
       2000-RECORRER-MOVIMIENTOS.
           MOVE 'N' TO WS-EOF-MOVIM

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-MOVIM = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-MOVIM
                   NOT AT END
                       IF MC-FEC-MOVIMIENTO >= WS-FEC-DESDE
                           PERFORM 2100-ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS.

      *================================================================
      * 2100 - ACUMULAR UN MOVIMIENTO EN EL CLIENTE DE SU CUENTA
      *================================================================
       2100-ACUMULAR-MOVIMIENTO.
           MOVE MC-COD-CUENTA TO WS-BUS-CUENTA
           PERFORM 7000-RESOLVER-CUENTA
           IF WS-IDX-CLI = 0
               EXIT PARAGRAPH
           END-IF

           IF MC-MTO-MOVIMIENTO < ZERO
               COMPUTE WS-MTO-ABS = MC-MTO-MOVIMIENTO * -1
           ELSE
               MOVE MC-MTO-MOVIMIENTO TO WS-MTO-ABS
           END-IF

           ADD WS-MTO-ABS TO WS-CLI-MTO-MOVIDO (WS-IDX-CLI)
           IF MC-TIP-MOVIMIENTO = MOV-DEPOSITO
                   OR MC-TIP-MOVIMIENTO = MOV-RETIRO
               ADD WS-MTO-ABS TO WS-CLI-MTO-EFECTIVO (WS-IDX-CLI)
           END-IF.

      *================================================================
      * 3000 - CONTAR LOS CASI-ACIERTOS DEL TAMIZAJE POR NOMBRE
      *   La referencia de la revision puede ser el cliente, una de
      *   sus cuentas o una orden; si no resuelve por codigo se
      *   intenta por el nombre evaluado.
      *================================================================
       3000-RECORRER-REVNOMBRES.
           MOVE 'N' TO WS-EOF-REVNOM

           OPEN INPUT ARCHIVO-REVNOMBRES
           IF WS-STAT-REVNOM = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-REVNOM = 'S'
               READ ARCHIVO-REVNOMBRES
                   AT END MOVE 'S' TO WS-EOF-REVNOM
                   NOT AT END
                       IF RN2-FEC-EVENTO >= WS-FEC-DESDE
                           PERFORM 3100-UBICAR-REVISION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-REVNOMBRES.

      *================================================================
      * 3100 - UBICAR EL CLIENTE DE UNA REVISION DE NOMBRE
      *================================================================
       3100-UBICAR-REVISION.
           MOVE RN2-REFERENCIA (1:10) TO WS-BUS-CLIENTE
           PERFORM 7100-BUSCAR-CLIENTE

           IF WS-IDX-CLI = 0
               MOVE RN2-REFERENCIA TO WS-BUS-CUENTA
               PERFORM 7000-RESOLVER-CUENTA
           END-IF

           IF WS-IDX-CLI = 0
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-CANT-CLIENTES
                   IF WS-CLI-NOMBRE (WS-IDX) = RN2-NOM-EVALUADO
                       MOVE WS-IDX TO WS-IDX-CLI
                       MOVE WS-CANT-CLIENTES TO WS-IDX
                   END-IF
                   ADD 1 TO WS-IDX
               END-PERFORM
           END-IF

           IF WS-IDX-CLI > 0
               ADD 1 TO WS-CLI-ALERTAS-LST (WS-IDX-CLI)
           END-IF.

      *================================================================
      * 4000 - MARCAR LOS CLIENTES CON CUENTAS LISTADAS POR DET-MULAS
      *================================================================
       4000-RECORRER-LISTANEGRA.
           MOVE 'N' TO WS-EOF-LISTANEGRA

           OPEN INPUT ARCHIVO-LISTANEGRA
           IF WS-STAT-LISTANEGRA = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LISTANEGRA = 'S'
               READ ARCHIVO-LISTANEGRA
                   AT END MOVE 'S' TO WS-EOF-LISTANEGRA
                   NOT AT END
                       IF LN-COD-LISTADO-POR = 'DET-MULAS '
                               AND LN-MCA-ACTIVO = FLAG-SI
                               AND LN-COD-BCO-DEST = COD-BANCO-PROPIO
                           MOVE LN-COD-CTA-DEST TO WS-BUS-CUENTA
                           PERFORM 7000-RESOLVER-CUENTA
                           IF WS-IDX-CLI > 0
                               MOVE 'S' TO WS-CLI-MCA-MULA (WS-IDX-CLI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LISTANEGRA.

      *================================================================
      * 5000 - MARCAR LOS CLIENTES BENEFICIARIOS DE FRAUDE CONFIRMADO
      *   Solo el destino: el ordenante de un caso confirmado es, por
      *   lo general, la victima.
      *================================================================
       5000-RECORRER-CASOS.
           MOVE 'N' TO WS-EOF-CASOS

           OPEN INPUT ARCHIVO-CASOS
           IF WS-STAT-CASOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CASOS = 'S'
               READ ARCHIVO-CASOS
                   AT END MOVE 'S' TO WS-EOF-CASOS
                   NOT AT END
                       IF CS-DISPOSICION = 'FRAUDE_CONFIRMADO'
                               AND CS-COD-BCO-DEST = COD-BANCO-PROPIO
                           MOVE CS-COD-CTA-DEST TO WS-BUS-CUENTA
                           PERFORM 7000-RESOLVER-CUENTA
                           IF WS-IDX-CLI > 0
                               MOVE 'S'
                                   TO WS-CLI-MCA-FRAUDE (WS-IDX-CLI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CASOS.

      *================================================================
      * 6000 - CALIFICAR Y REESCRIBIR CADA CLIENTE ACTIVO
      *================================================================
       6000-CALIFICAR-CLIENTES.
           MOVE 'N' TO WS-EOF-CLIENTES
           MOVE 0 TO WS-IDX-CLI

           OPEN I-O ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES NOT = '00'
               DISPLAY '  ERROR ABRIENDO CLIENTES.dat: '
                   WS-STAT-CLIENTES
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-CLIENTES
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CL-MCA-ACTIVO = FLAG-SI
                           ADD 1 TO WS-IDX-CLI
                           IF WS-IDX-CLI <= WS-CANT-CLIENTES
                               PERFORM 6100-CALIFICAR-CLIENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 6100 - ARMAR EL PUNTAJE DEL CLIENTE EN TURNO
      *================================================================
       6100-CALIFICAR-CLIENTE.
           MOVE 0 TO WS-PUNTAJE
           MOVE 0 TO WS-CANT-RAZONES
           MOVE SPACES TO WS-RAZONES

           IF CL-SEGMENTO = 'CORPORATIV'
               ADD SAR-PTS-SEGMENTO TO WS-PUNTAJE
               MOVE 'SEG' TO WS-COD-RAZON
               PERFORM 6200-AGREGAR-RAZON
           END-IF

           MOVE FUNCTION UPPER-CASE(CL-KYC-OCUPACION)
               TO WS-OCUPACION-MAY
           MOVE 0 TO WS-CANT-CLAVE
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > 12
               INSPECT WS-OCUPACION-MAY TALLYING WS-CANT-CLAVE
                   FOR ALL WS-OCU-CLAVE (WS-IDX)
                       (1:WS-OCU-LARGO (WS-IDX))
               ADD 1 TO WS-IDX
           END-PERFORM
           IF WS-CANT-CLAVE > 0
               ADD SAR-PTS-OCUPACION TO WS-PUNTAJE
               MOVE 'OCU' TO WS-COD-RAZON
               PERFORM 6200-AGREGAR-RAZON
           END-IF

           IF WS-CLI-MTO-EFECTIVO (WS-IDX-CLI) > UIAF-UMBRAL-EFECTIVO
               ADD SAR-PTS-EFECTIVO TO WS-PUNTAJE
               MOVE 'EFE' TO WS-COD-RAZON
               PERFORM 6200-AGREGAR-RAZON
           END-IF

           IF WS-CLI-ALERTAS-LST (WS-IDX-CLI) > 0
               ADD SAR-PTS-LISTA TO WS-PUNTAJE
               MOVE 'LST' TO WS-COD-RAZON
               PERFORM 6200-AGREGAR-RAZON
           END-IF

           IF WS-CLI-MCA-MULA (WS-IDX-CLI) = 'S'
               ADD SAR-PTS-MULA TO WS-PUNTAJE
               MOVE 'MUL' TO WS-COD-RAZON
               PERFORM 6200-AGREGAR-RAZON
           END-IF

           IF WS-CLI-MCA-FRAUDE (WS-IDX-CLI) = 'S'
               ADD SAR-PTS-FRAUDE TO WS-PUNTAJE
               MOVE 'FRA' TO WS-COD-RAZON
               PERFORM 6200-AGREGAR-RAZON
           END-IF

      *    Sin actividad esperada declarada (registro viejo) no hay
      *    contra que comparar; eso lo persigue DET-KYC.
           IF CL-KYC-ACT-ESPERADA > ZERO
               COMPUTE WS-PROM-MENSUAL ROUNDED =
                   WS-CLI-MTO-MOVIDO (WS-IDX-CLI) / WS-MESES-VENTANA
               COMPUTE WS-TOPE-ACTIVIDAD =
                   CL-KYC-ACT-ESPERADA * SAR-VECES-ACTIVIDAD
               IF WS-PROM-MENSUAL > WS-TOPE-ACTIVIDAD
                   ADD SAR-PTS-ACTIVIDAD TO WS-PUNTAJE
                   MOVE 'ACT' TO WS-COD-RAZON
                   PERFORM 6200-AGREGAR-RAZON
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-PUNTAJE >= SAR-UMBRAL-ALTO
                   MOVE 'A' TO WS-RIESGO-NUEVO
                   ADD 1 TO WS-CLI-ALTO
               WHEN WS-PUNTAJE >= SAR-UMBRAL-MEDIO
                   MOVE 'M' TO WS-RIESGO-NUEVO
                   ADD 1 TO WS-CLI-MEDIO
               WHEN OTHER
                   MOVE 'B' TO WS-RIESGO-NUEVO
                   ADD 1 TO WS-CLI-BAJO
           END-EVALUATE
           ADD 1 TO WS-CLI-CALIFICADOS

           MOVE CL-RIESGO-SARLAFT TO WS-RIESGO-ANTERIOR
           MOVE WS-RIESGO-NUEVO TO CL-RIESGO-SARLAFT
           MOVE WS-RAZONES TO CL-RIESGO-RAZONES
           MOVE WS-FECHA-STR TO CL-RIESGO-FEC-CALIFICA
      *    '44' = renglon anterior al registro largo (ver
      *    CNV-CLIENTES): no se anota un cambio que no quedo grabado.
           REWRITE REG-CLIENTE
           MOVE WS-STAT-CLIENTES TO WS-CHK-ESTADO
           MOVE 'REESCRIBIR CLIENTE (RIESGO)' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           IF WS-RIESGO-NUEVO NOT = WS-RIESGO-ANTERIOR
               ADD 1 TO WS-CLI-CAMBIADOS
               MOVE WS-PUNTAJE TO WS-DISP-PUNTAJE
               DISPLAY '  ' CL-COD-CLIENTE ' ' CL-NOM-LEGAL
               DISPLAY '      Riesgo ' WS-RIESGO-ANTERIOR ' -> '
                   WS-RIESGO-NUEVO '  puntaje ' WS-DISP-PUNTAJE
                   '  razones ' WS-RAZONES

               MOVE CL-COD-CLIENTE TO WS-CJR-CLAVE
               MOVE 'CL-RIESGO-SARLAFT' TO WS-CJR-CAMPO
               MOVE WS-RIESGO-ANTERIOR TO WS-CJR-ANTERIOR
               STRING WS-RIESGO-NUEVO ' ' WS-RAZONES
                   DELIMITED SIZE INTO WS-CJR-NUEVO
               PERFORM 9860-REGISTRAR-CAMBIO
           END-IF.

      *================================================================
      * 6200 - AGREGAR UN CODIGO DE RAZON A LA CALIFICACION
      *================================================================
       6200-AGREGAR-RAZON.
           IF WS-CANT-RAZONES < 7
               ADD 1 TO WS-CANT-RAZONES
               MOVE WS-COD-RAZON TO WS-RAZON (WS-CANT-RAZONES)
           END-IF.

      *================================================================
      * 7000 - RESOLVER UNA CUENTA PROPIA AL CLIENTE DE LA TABLA
      *   Deja WS-IDX-CLI en cero si la cuenta no existe o su titular
      *   no esta entre los clientes activos cargados.
      *================================================================
       7000-RESOLVER-CUENTA.
           MOVE 0 TO WS-IDX-CLI
           IF WS-CUENTAS-ABIERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUS-CUENTA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE CC-COD-CLIENTE TO WS-BUS-CLIENTE
           PERFORM 7100-BUSCAR-CLIENTE.

      *================================================================
      * 7100 - BUSCAR UN CODIGO DE CLIENTE EN LA TABLA
      *================================================================
       7100-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IDX-CLI
           IF WS-BUS-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-CANT-CLIENTES
               IF WS-CLI-CODIGO (WS-IDX) = WS-BUS-CLIENTE
                   MOVE WS-IDX TO WS-IDX-CLI
                   MOVE WS-CANT-CLIENTES TO WS-IDX
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

      *================================================================
      * 9860 - DEJAR EL RENGLON DE ANTES/DESPUES EN LA BITACORA DE
      *        CAMBIOS (CAMBIOS.dat)
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
           MOVE 'SISTEMA' TO CJR-COD-USUARIO
           MOVE 'CAL-RIESGO' TO CJR-PROGRAMA
           MOVE 'CLIENTES' TO CJR-ARCHIVO
           MOVE WS-CJR-CLAVE TO CJR-CLAVE
           MOVE WS-CJR-CAMPO TO CJR-CAMPO
           MOVE WS-CJR-ANTERIOR TO CJR-VAL-ANTERIOR
           MOVE WS-CJR-NUEVO TO CJR-VAL-NUEVO
           WRITE REG-CAMBIO-JRN

           CLOSE ARCHIVO-CAMBIOS.

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

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.

      *================================================================
      * 9950 - VERIFICAR ESTADO DE UNA OPERACION DE E/S
      *   Igual que 9950 en MAIN-ACH: cualquier codigo distinto de
      *   '00' detiene la corrida, que queda sin su renglon TERMINADO
      *   en la bitacora de corridas.
      *================================================================
       9950-VERIFICAR-ESTADO-IO.
           IF WS-CHK-ESTADO NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR FATAL DE E/S ***'
               DISPLAY '  Operacion : ' WS-CHK-DESCRIPCION
               DISPLAY '  Codigo    : ' WS-CHK-ESTADO
               STOP RUN
           END-IF.
