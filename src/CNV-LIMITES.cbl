      *================================================================
      * CNV-LIMITES.cbl - Conversion de LIMITES.dat a Topes por Canal
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Utilidad de una sola vez para el paso de LIMITES.dat al
      * registro con topes diarios por canal (LC-LIMITES-CANAL, ver
      * LIMITES.cpy). Los renglones grabados antes de ese campo son
      * mas cortos, y un renglon de LINE SEQUENTIAL no puede crecer
      * en una reescritura: APR-CAMBIOS no podria fijarle un tope de
      * canal. Operaciones renombra el archivo vigente a
      * data/LIMITES-ANT.dat con todos los jobs detenidos; este
      * programa lo lee renglon por renglon y crea el LIMITES.dat
      * nuevo con los renglones de canal libres (codigo en espacios,
      * tope y usado en cero). Un renglon que ya traiga topes por
      * canal se copia tal cual, de modo que correrlo dos veces no
      * dana nada.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-LIMITES.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-LIMITES-ANT
               ASSIGN TO 'data/LIMITES-ANT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LIMITES-ANT.

           SELECT ARCHIVO-LIMITES
               ASSIGN TO 'data/LIMITES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LIMITES.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-LIMITES-ANT.
       COPY 'copybooks/LIMITES.cpy' REPLACING REG-LIMITE BY
           REG-LIMITE-ANT LEADING ==LC-== BY ==LA-==.

       FD ARCHIVO-LIMITES.
       COPY 'copybooks/LIMITES.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-STAT-LIMITES-ANT  PIC X(2).
          05 WS-STAT-LIMITES      PIC X(2).

       01 WS-AUX.
          05 WS-EOF-ANT           PIC X VALUE 'N'.
             88 FIN-ANT              VALUE 'S'.
          05 WS-CONVERTIDO        PIC X VALUE 'N'.
             88 RENGLON-CONVERTIDO   VALUE 'S'.
          05 WS-IDX-CANAL         PIC 9(1).

       01 WS-CONTADORES.
          05 WS-TOTAL-LEIDOS      PIC 9(7) VALUE 0.
          05 WS-TOTAL-CONVERTIDOS PIC 9(7) VALUE 0.
          05 WS-TOTAL-COPIADOS    PIC 9(7) VALUE 0.

       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  CONVERSION DE LIMITES.dat A TOPES POR CANAL'
           DISPLAY WS-LINEA

           OPEN INPUT ARCHIVO-LIMITES-ANT
           IF WS-STAT-LIMITES-ANT NOT = '00'
               DISPLAY '  ERROR ABRIENDO LIMITES-ANT.dat: '
                   WS-STAT-LIMITES-ANT
               DISPLAY '  Renombre primero el LIMITES.dat vigente '
                   'a data/LIMITES-ANT.dat.'
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-LIMITES
           IF WS-STAT-LIMITES NOT = '00'
               DISPLAY '  ERROR CREANDO LIMITES.dat: ' WS-STAT-LIMITES
               CLOSE ARCHIVO-LIMITES-ANT
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-ANT
               READ ARCHIVO-LIMITES-ANT
                   AT END MOVE 'S' TO WS-EOF-ANT
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM 1000-CONVERTIR-LIMITE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LIMITES-ANT
           CLOSE ARCHIVO-LIMITES

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN'
           DISPLAY '  Renglones leidos     : ' WS-TOTAL-LEIDOS
           DISPLAY '  Renglones convertidos: ' WS-TOTAL-CONVERTIDOS
           DISPLAY '  Ya tenian topes canal: ' WS-TOTAL-COPIADOS
           DISPLAY WS-LINEA
           STOP RUN.

      *================================================================
      * 1000 - COPIAR UN RENGLON CON LOS TOPES POR CANAL INICIADOS
      *   Un renglon de canal con tope o usado no numerico es el
      *   relleno en espacios de un registro anterior: se deja libre.
      *================================================================
       1000-CONVERTIR-LIMITE.
           MOVE REG-LIMITE-ANT TO REG-LIMITE
           MOVE 'N' TO WS-CONVERTIDO

           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 4
               IF LC-LIM-CANAL-DIA (WS-IDX-CANAL) IS NOT NUMERIC
                       OR LC-LIM-CANAL-USADO (WS-IDX-CANAL)
                           IS NOT NUMERIC
                   MOVE SPACES TO LC-COD-CANAL (WS-IDX-CANAL)
                   MOVE ZERO TO LC-LIM-CANAL-DIA (WS-IDX-CANAL)
                   MOVE ZERO TO LC-LIM-CANAL-USADO (WS-IDX-CANAL)
                   MOVE 'S' TO WS-CONVERTIDO
               END-IF
           END-PERFORM

           IF RENGLON-CONVERTIDO
               ADD 1 TO WS-TOTAL-CONVERTIDOS
           ELSE
               ADD 1 TO WS-TOTAL-COPIADOS
           END-IF

           WRITE REG-LIMITE.
