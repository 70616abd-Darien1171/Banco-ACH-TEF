      *================================================================
      * CNV-NOTIFICACIONES.cbl - Conversion de NOTIFICACIONES.dat al
      *                          Registro con Contacto Fijo
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Utilidad de una sola vez para el paso de NOTIFICACIONES.dat
      * al registro con NT-CONTACTO-FIJO (ver NOTIFICACIONES.cpy).
      * Los avisos encolados antes de ese campo son renglones mas
      * cortos, y un renglon de LINE SEQUENTIAL no puede crecer en
      * una reescritura: DSP-NOTIFICA despacharia un aviso PENDIENTE
      * viejo y no podria marcarlo ENVIADO, de modo que lo volveria
      * a mandar en cada corrida. Operaciones renombra la cola
      * vigente a data/NOTIFICACIONES-ANT.dat con todos los jobs
      * detenidos (ninguno encolando); este programa la lee renglon
      * por renglon y crea el NOTIFICACIONES.dat nuevo con cada
      * renglon a largo completo y el contacto fijo en espacios (el
      * contacto del maestro, como siempre). Un renglon que ya venga
      * completo se copia tal cual, de modo que correrlo dos veces no
      * dana nada.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-NOTIFICACIONES.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-NOTIF-ANT
               ASSIGN TO 'data/NOTIFICACIONES-ANT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF-ANT.

           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO 'data/NOTIFICACIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-NOTIF-ANT.
       COPY 'copybooks/NOTIFICACIONES.cpy' REPLACING REG-NOTIFICACION
           BY REG-NOTIF-ANT LEADING ==NT-== BY ==NA-==.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-STAT-NOTIF-ANT    PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).

       01 WS-AUX.
          05 WS-EOF-ANT           PIC X VALUE 'N'.
             88 FIN-ANT              VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-TOTAL-LEIDOS      PIC 9(7) VALUE 0.
          05 WS-TOTAL-GRABADOS    PIC 9(7) VALUE 0.
          05 WS-TOTAL-PENDIENTES  PIC 9(7) VALUE 0.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CONVERSION DE NOTIFICACIONES.dat AL REGISTRO '
               'CON CONTACTO FIJO'
           DISPLAY WS-LINEA

           OPEN INPUT ARCHIVO-NOTIF-ANT
           IF WS-STAT-NOTIF-ANT NOT = '00'
               DISPLAY '  ERROR ABRIENDO NOTIFICACIONES-ANT.dat: '
                   WS-STAT-NOTIF-ANT
               DISPLAY '  Renombre primero el NOTIFICACIONES.dat '
                   'vigente a data/NOTIFICACIONES-ANT.dat.'
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-NOTIFICACIONES
           IF WS-STAT-NOTIF NOT = '00'
               DISPLAY '  ERROR CREANDO NOTIFICACIONES.dat: '
                   WS-STAT-NOTIF
               CLOSE ARCHIVO-NOTIF-ANT
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-ANT
               READ ARCHIVO-NOTIF-ANT
                   AT END MOVE 'S' TO WS-EOF-ANT
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM 1000-CONVERTIR-AVISO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-NOTIF-ANT
           CLOSE ARCHIVO-NOTIFICACIONES

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN'
           DISPLAY '  Renglones leidos     : ' WS-TOTAL-LEIDOS
           DISPLAY '  Renglones grabados   : ' WS-TOTAL-GRABADOS
           DISPLAY '  Avisos aun PENDIENTES: ' WS-TOTAL-PENDIENTES
           IF WS-TOTAL-GRABADOS NOT = WS-TOTAL-LEIDOS
               DISPLAY '  Hay renglones sin grabar: conserve '
                   'NOTIFICACIONES-ANT.dat y no arranque los jobs.'
           END-IF
           DISPLAY WS-LINEA
           STOP RUN.

      *================================================================
      * 1000 - COPIAR UN AVISO A LARGO COMPLETO
      *   El renglon corto llega con NT-CONTACTO-FIJO en espacios;
      *   se graba completo en la cola nueva.
      *================================================================
       1000-CONVERTIR-AVISO.
           MOVE REG-NOTIF-ANT TO REG-NOTIFICACION

           WRITE REG-NOTIFICACION
           IF WS-STAT-NOTIF = '00'
               ADD 1 TO WS-TOTAL-GRABADOS
               IF NOT-PENDIENTE OF REG-NOTIFICACION
                   ADD 1 TO WS-TOTAL-PENDIENTES
               END-IF
           ELSE
               DISPLAY '  ERROR GRABANDO ' NT-NUM-NOTIFICACION ': '
                   WS-STAT-NOTIF
           END-IF.
