
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

           SELECT ARCHIVO-CUENTAS
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Tarifas de impuestos con fecha de vigencia (TASASIMP.dat, ver
      * TASASIMP.cpy), cargadas en la primera consulta. 8960 deja en
      * WS-TIM-TARIFA la tarifa del impuesto WS-TIM-TIPO (GMF, IVA o
      * RTF) que rige en la fecha valor WS-TIM-FECHA; sin renglon
      * aplicable rige la tarifa compilada en CONSTANTES.cpy.
      *----------------------------------------------------------------
       01 WS-TABLA-TARIFAS-IMP.
          05 WS-STAT-TASASIMP     PIC X(2).
          05 WS-EOF-TASASIMP      PIC X VALUE 'N'.
          05 WS-TARIFAS-CARGADAS  PIC X VALUE 'N'.
             88 TARIFAS-CARGADAS     VALUE 'S'.
          05 WS-CANT-TARIFAS-IMP  PIC 9(3) VALUE 0.
          05 WS-IDX-TIM           PIC 9(3).
          05 WS-TIM-ENTRADA OCCURS 200 TIMES.
             10 WS-TAB-TIM-TIPO      PIC X(3).
             10 WS-TAB-TIM-VIGENCIA  PIC X(10).
             10 WS-TAB-TIM-TARIFA    PIC 9(2)V99.

       01 WS-TARIFA-IMP.
          05 WS-TIM-TIPO          PIC X(3).
          05 WS-TIM-FECHA         PIC X(10).
          05 WS-TIM-TARIFA        PIC 9(2)V99.
          05 WS-TIM-VIGENCIA      PIC X(10).

       PROCEDURE DIVISION.

      *================================================================

           MOVE 'N' TO WS-EOF-ORDENES
           PERFORM UNTIL FIN-ORDENES
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-COD-BCO-DEST NOT = COD-BANCO-PROPIO
                   COMPUTE WS-MTO-CLEARING =
                       OT-MTO-TOTAL - OT-MTO-COMISION
               ELSE
                   MOVE 'GMF' TO WS-TIM-TIPO
                   MOVE OT-FEC-VALOR TO WS-TIM-FECHA
                   PERFORM 8960-BUSCAR-TARIFA-IMP
                   COMPUTE WS-MTO-CLEARING ROUNDED =
                       (OT-MTO-TOTAL - OT-MTO-COMISION)
                       / (1 + WS-TIM-TARIFA / 1000)
               END-IF
           END-IF

           END-IF

           PERFORM UNTIL FIN-ORDENES
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-EST-ORDEN = EST-ENVIADA
                   'confirmada sin su asiento).'
           END-IF
           DISPLAY WS-LINEA.

      *================================================================
      * 8950 - CARGAR LA TABLA DE TARIFAS DE IMPUESTOS
      *   Sin TASASIMP.dat la tabla queda vacia y rigen las tarifas
      *   compiladas.
      *================================================================
       8950-CARGAR-TARIFAS-IMP.
           MOVE 0 TO WS-CANT-TARIFAS-IMP
           MOVE 'N' TO WS-EOF-TASASIMP
           MOVE 'S' TO WS-TARIFAS-CARGADAS

           OPEN INPUT ARCHIVO-TASASIMP
           IF WS-STAT-TASASIMP = '35'
               MOVE 'S' TO WS-EOF-TASASIMP
           END-IF

           PERFORM UNTIL WS-EOF-TASASIMP = 'S'
               READ ARCHIVO-TASASIMP
                   AT END MOVE 'S' TO WS-EOF-TASASIMP
                   NOT AT END
                       IF WS-CANT-TARIFAS-IMP < 200
                           ADD 1 TO WS-CANT-TARIFAS-IMP
                           MOVE TX-TIP-IMPUESTO TO
                               WS-TAB-TIM-TIPO (WS-CANT-TARIFAS-IMP)
                           MOVE TX-FEC-VIGENCIA TO
                               WS-TAB-TIM-VIGENCIA (WS-CANT-TARIFAS-IMP)
                           MOVE TX-TARIFA TO
                               WS-TAB-TIM-TARIFA (WS-CANT-TARIFAS-IMP)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASASIMP NOT = '35'
               CLOSE ARCHIVO-TASASIMP
           END-IF.

      *================================================================
      * 8960 - BUSCAR LA TARIFA DE IMPUESTO VIGENTE EN UNA FECHA
      *   Entra WS-TIM-TIPO y WS-TIM-FECHA (la fecha valor de la
      *   orden). Parte de la tarifa compilada y
      *   la reemplaza con el renglon del mismo impuesto de vigencia
      *   mas reciente que no supere la fecha. WS-TIM-VIGENCIA queda
      *   en blanco cuando rige la compilada.
      *================================================================
       8960-BUSCAR-TARIFA-IMP.
           IF NOT TARIFAS-CARGADAS
               PERFORM 8950-CARGAR-TARIFAS-IMP
           END-IF
           EVALUATE WS-TIM-TIPO
               WHEN 'GMF'
                   MOVE GMF-TARIFA-X-MIL TO WS-TIM-TARIFA
               WHEN 'IVA'
                   MOVE IVA-TARIFA-POR TO WS-TIM-TARIFA
               WHEN OTHER
                   MOVE RTF-TARIFA-POR TO WS-TIM-TARIFA
           END-EVALUATE
           MOVE SPACES TO WS-TIM-VIGENCIA

           PERFORM VARYING WS-IDX-TIM FROM 1 BY 1
                   UNTIL WS-IDX-TIM > WS-CANT-TARIFAS-IMP
               IF WS-TAB-TIM-TIPO (WS-IDX-TIM) = WS-TIM-TIPO
                       AND WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                           <= WS-TIM-FECHA
                       AND WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                           >= WS-TIM-VIGENCIA
                   MOVE WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                       TO WS-TIM-VIGENCIA
                   MOVE WS-TAB-TIM-TARIFA (WS-IDX-TIM)
                       TO WS-TIM-TARIFA
               END-IF
           END-PERFORM.
