      *================================================================
      * CNV-CUENTAS.cbl - Recarga de CUENTAS.dat con Codigo de Producto
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Utilidad de una sola vez para el paso de CUENTAS.dat al
      * registro con CC-COD-PRODUCTO (230 bytes, ver CUENTAS.cpy). El
      * archivo indexado vigente tiene registros de 226 bytes y no se
      * puede abrir con el registro nuevo. Operaciones renombra el
      * archivo vigente a data/CUENTAS-ANT.dat con todos los jobs
      * detenidos; este programa lo descarga en orden de llave con
      * la forma anterior del registro y carga el CUENTAS.dat nuevo
      * con el producto en espacios (el producto por defecto de
      * CC-TIP-CUENTA, como en cualquier cuenta vieja). Una cuenta
      * repetida no se puede cargar dos veces: se lista para revision
      * y se cuenta, y la corrida no se da por buena mientras haya
      * alguna.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-CUENTAS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-CUENTAS-ANT
               ASSIGN TO 'data/CUENTAS-ANT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS-ANT.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * Registro anterior: los 226 bytes de CUENTAS.cpy hasta
      * CC-TIP-MONEDA inclusive, con la misma llave al comienzo.
      *----------------------------------------------------------------
       FD ARCHIVO-CUENTAS-ANT.
       01 REG-CUENTA-ANT.
          05 CA-COD-CUENTA        PIC X(20).
          05 CA-RESTO             PIC X(206).

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-STAT-CUENTAS-ANT  PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).

       01 WS-AUX.
          05 WS-EOF-ANT           PIC X VALUE 'N'.
             88 FIN-ANT              VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-TOTAL-LEIDAS      PIC 9(7) VALUE 0.
          05 WS-TOTAL-CARGADAS    PIC 9(7) VALUE 0.
          05 WS-TOTAL-REPETIDAS   PIC 9(7) VALUE 0.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RECARGA DE CUENTAS.dat CON CODIGO DE PRODUCTO'
           DISPLAY WS-LINEA

           OPEN INPUT ARCHIVO-CUENTAS-ANT
           IF WS-STAT-CUENTAS-ANT NOT = '00'
               DISPLAY '  ERROR ABRIENDO CUENTAS-ANT.dat: '
                   WS-STAT-CUENTAS-ANT
               DISPLAY '  Renombre primero el CUENTAS.dat vigente '
                   'a data/CUENTAS-ANT.dat (un estado 39 indica que '
                   'ese archivo ya tiene el registro nuevo).'
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  ERROR CREANDO CUENTAS.dat: ' WS-STAT-CUENTAS
               CLOSE ARCHIVO-CUENTAS-ANT
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-ANT
               READ ARCHIVO-CUENTAS-ANT NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ANT
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDAS
                       PERFORM 1000-CARGAR-CUENTA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS-ANT
           CLOSE ARCHIVO-CUENTAS

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN'
           DISPLAY '  Cuentas leidas       : ' WS-TOTAL-LEIDAS
           DISPLAY '  Cuentas cargadas     : ' WS-TOTAL-CARGADAS
           DISPLAY '  Cuentas repetidas    : ' WS-TOTAL-REPETIDAS
           IF WS-TOTAL-REPETIDAS > 0
               DISPLAY '  Hay cuentas repetidas: revise las listadas '
                   'antes de arrancar los jobs.'
           END-IF
           DISPLAY WS-LINEA
           STOP RUN.

      *================================================================
      * 1000 - CARGAR UNA CUENTA CON EL PRODUCTO EN ESPACIOS
      *================================================================
       1000-CARGAR-CUENTA.
           MOVE REG-CUENTA-ANT TO REG-CUENTA

           WRITE REG-CUENTA
               INVALID KEY
                   ADD 1 TO WS-TOTAL-REPETIDAS
                   DISPLAY '  REPETIDA: ' CC-COD-CUENTA ' '
                       CC-COD-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CARGADAS
           END-WRITE.
