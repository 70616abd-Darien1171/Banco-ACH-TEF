      *================================================================
      * CNV-CLIENTES.cbl - Conversion de CLIENTES.dat al Registro Largo
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Utilidad de una sola vez para el paso de CLIENTES.dat al
      * registro con calificacion SARLAFT, marca de extracto diario y
      * datos de sucesion (CL-RIESGO-SARLAFT en adelante, ver
      * CLIENTES.cpy). Los renglones grabados antes de esos campos son
      * mas cortos, y un renglon de LINE SEQUENTIAL no puede crecer
      * en una reescritura: CAL-RIESGO, PRC-SUCESION, MNT-CLIENTE y
      * MNT-PLANES no podrian actualizar al cliente. Operaciones
      * renombra el archivo vigente a data/CLIENTES-ANT.dat con todos
      * los jobs detenidos; este programa lo lee renglon por renglon
      * y crea el CLIENTES.dat nuevo con cada renglon a largo
      * completo. Los campos nuevos quedan en espacios, que es el
      * valor de un cliente sin calificar, sin extracto diario y sin
      * sucesion; un renglon que ya venga completo se copia tal cual,
      * de modo que correrlo dos veces no dana nada.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-CLIENTES.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-CLIENTES-ANT
               ASSIGN TO 'data/CLIENTES-ANT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CLIENTES-ANT.

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO 'data/CLIENTES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CLIENTES.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-CLIENTES-ANT.
       COPY 'copybooks/CLIENTES.cpy' REPLACING REG-CLIENTE BY
           REG-CLIENTE-ANT LEADING ==CL-== BY ==CA-==.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-STAT-CLIENTES-ANT PIC X(2).
          05 WS-STAT-CLIENTES     PIC X(2).

       01 WS-AUX.
          05 WS-EOF-ANT           PIC X VALUE 'N'.
             88 FIN-ANT              VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-TOTAL-LEIDOS      PIC 9(7) VALUE 0.
          05 WS-TOTAL-GRABADOS    PIC 9(7) VALUE 0.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CONVERSION DE CLIENTES.dat AL REGISTRO LARGO'
           DISPLAY WS-LINEA

           OPEN INPUT ARCHIVO-CLIENTES-ANT
           IF WS-STAT-CLIENTES-ANT NOT = '00'
               DISPLAY '  ERROR ABRIENDO CLIENTES-ANT.dat: '
                   WS-STAT-CLIENTES-ANT
               DISPLAY '  Renombre primero el CLIENTES.dat vigente '
                   'a data/CLIENTES-ANT.dat.'
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES NOT = '00'
               DISPLAY '  ERROR CREANDO CLIENTES.dat: '
                   WS-STAT-CLIENTES
               CLOSE ARCHIVO-CLIENTES-ANT
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-ANT
               READ ARCHIVO-CLIENTES-ANT
                   AT END MOVE 'S' TO WS-EOF-ANT
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM 1000-CONVERTIR-CLIENTE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES-ANT
           CLOSE ARCHIVO-CLIENTES

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN'
           DISPLAY '  Renglones leidos     : ' WS-TOTAL-LEIDOS
           DISPLAY '  Renglones grabados   : ' WS-TOTAL-GRABADOS
           IF WS-TOTAL-GRABADOS NOT = WS-TOTAL-LEIDOS
               DISPLAY '  Hay renglones sin grabar: conserve '
                   'CLIENTES-ANT.dat y no arranque los jobs.'
           END-IF
           DISPLAY WS-LINEA
           STOP RUN.

      *================================================================
      * 1000 - COPIAR UN RENGLON A LARGO COMPLETO
      *   El renglon corto llega con el resto del registro en
      *   espacios; se graba completo en el archivo nuevo.
      *================================================================
       1000-CONVERTIR-CLIENTE.
           MOVE REG-CLIENTE-ANT TO REG-CLIENTE

           WRITE REG-CLIENTE
           IF WS-STAT-CLIENTES = '00'
               ADD 1 TO WS-TOTAL-GRABADOS
           ELSE
               DISPLAY '  ERROR GRABANDO ' CL-COD-CLIENTE ': '
                   WS-STAT-CLIENTES
           END-IF.
