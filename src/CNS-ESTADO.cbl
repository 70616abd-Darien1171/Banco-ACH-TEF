      * consultar, en cualquier momento, el saldo actual de una cuenta
      * (CC-SAL-DISPONIBLE/CC-SAL-BLOQUEADO/CC-SAL-TOTAL) o el estado
      * de una orden ya procesada (OT-EST-ORDEN), sin tocar nada.
      * Junto al saldo se listan las retenciones de abonos y los
      * cheques consignados que siguen en canje (el float).
      *================================================================

       IDENTIFICATION DIVISION.

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

           SELECT ARCHIVO-RETABONOS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RETABONOS.

           SELECT ARCHIVO-CHEQUES
               ASSIGN TO 'data/CHEQUES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CHEQUES.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RETABONOS.
       COPY 'copybooks/RETABONOS.cpy'.

       FD ARCHIVO-CHEQUES.
       COPY 'copybooks/CHEQUES.cpy'.

       FD ARCHIVO-ORDENES-HIST.
       COPY 'copybooks/ORDENES.cpy'
           REPLACING REG-ORDEN BY REG-ORDEN-HIST
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-RETABONOS    PIC X(2).
          05 WS-STAT-CHEQUES      PIC X(2).

       01 WS-OPCION                PIC X(1).
          88 OPCION-CUENTA            VALUE '1'.
             88 FIN-CONSULTAS         VALUE 'S'.
          05 WS-EOF-RETABONOS      PIC X VALUE 'N'.
          05 WS-HAY-RETENCIONES    PIC X VALUE 'N'.
          05 WS-EOF-CHEQUES        PIC X VALUE 'N'.
          05 WS-MTO-EN-CANJE       PIC S9(13)V99 VALUE 0.

       01 WS-DISP-MONTO            PIC ZZ.ZZZ.ZZZ.ZZZ,99.

               DISPLAY '  Cuenta activa   : ' CC-MCA-ACTIVA
               DISPLAY '  Cuenta congelada: ' CC-MCA-CONGELADA
               PERFORM 1100-MOSTRAR-RETENCIONES
               PERFORM 1200-MOSTRAR-CHEQUES-CANJE
           END-IF.

      *================================================================

           CLOSE ARCHIVO-RETABONOS.

      *================================================================
      * 1200 - MOSTRAR LOS CHEQUES CONSIGNADOS QUE SIGUEN EN CANJE
      *   Renglones EN_CANJE o PRESENTADO de CHEQUES.dat de la cuenta
      *   (ver TRN-CAJA y PRC-CANJE): la otra parte del saldo
      *   bloqueado, con el dia en que pasa al disponible.
      *================================================================
       1200-MOSTRAR-CHEQUES-CANJE.
           MOVE 'N' TO WS-EOF-CHEQUES
           MOVE 0 TO WS-MTO-EN-CANJE

           OPEN INPUT ARCHIVO-CHEQUES
           IF WS-STAT-CHEQUES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CHEQUES = 'S'
               READ ARCHIVO-CHEQUES
                   AT END MOVE 'S' TO WS-EOF-CHEQUES
                   NOT AT END
                       IF (CHQ-EN-CANJE OR CHQ-PRESENTADO)
                               AND CQ-COD-CUENTA = WS-COD-CTA-BUSCADA
                           IF WS-MTO-EN-CANJE = 0
                               DISPLAY ' '
                               DISPLAY '  Cheques en canje:'
                           END-IF
                           ADD CQ-MTO-CHEQUE TO WS-MTO-EN-CANJE
                           MOVE CQ-MTO-CHEQUE TO WS-DISP-MONTO
                           DISPLAY '    Cheque ' CQ-NUM-CHEQUE
                               ' banco ' CQ-COD-BCO-GIRADO ' $'
                               WS-DISP-MONTO ' disponible el '
                               CQ-FEC-CANJE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CHEQUES

           IF WS-MTO-EN-CANJE NOT = 0
               MOVE WS-MTO-EN-CANJE TO WS-DISP-MONTO
               DISPLAY '    Total en canje : $' WS-DISP-MONTO
           END-IF.

      *================================================================
      * 2000 - CONSULTAR ESTADO DE ORDEN
      *================================================================
           ACCEPT WS-NUM-ORDEN-BUSCADA

           MOVE 'N' TO WS-ENCONTRADO

           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '00'
               MOVE WS-NUM-ORDEN-BUSCADA TO OT-NUM-ORDEN
               READ ARCHIVO-ORDENES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ENCONTRADO
               END-READ
               CLOSE ARCHIVO-ORDENES
           END-IF

           IF NOT REGISTRO-ENCONTRADO
      *        La orden puede haberse ido al historico con
