      * LC-LIM-DIA-USADO de cada cliente para que el limite diario
      * arranque libre al dia siguiente; cuando la fecha del sistema
      * cae en el primer dia del mes, tambien pone en cero
      * LC-LIM-MES-USADO. Los acumulados de los topes por canal
      * (LC-LIM-CANAL-USADO) se reinician con el diario, solo en los
      * renglones de canal configurados. Sin este job los acumulados que
      * 6000-VALIDAR-LIMITES escribe en MAIN-ACH nunca bajan y los
      * clientes quedarian bloqueados de por vida.
      *================================================================
             88 FIN-LIMITES          VALUE 'S'.
          05 WS-ES-PRIMER-DIA     PIC X VALUE 'N'.
             88 ES-PRIMER-DIA-MES    VALUE 'S'.
          05 WS-IDX-CANAL         PIC 9(1).

       01 WS-CONTADORES.
          05 WS-TOTAL-LEIDOS      PIC 9(7) VALUE 0.
          05 WS-TOTAL-DIA-RESET   PIC 9(7) VALUE 0.
          05 WS-TOTAL-MES-RESET   PIC 9(7) VALUE 0.
          05 WS-TOTAL-CANAL-RESET PIC 9(7) VALUE 0.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.
           MOVE 0 TO LC-LIM-DIA-USADO
           ADD 1 TO WS-TOTAL-DIA-RESET

           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 4
               IF LC-COD-CANAL (WS-IDX-CANAL) NOT = SPACES
                   MOVE 0 TO LC-LIM-CANAL-USADO (WS-IDX-CANAL)
                   ADD 1 TO WS-TOTAL-CANAL-RESET
               END-IF
           END-PERFORM

           IF ES-PRIMER-DIA-MES
               MOVE 0 TO LC-LIM-MES-USADO
               ADD 1 TO WS-TOTAL-MES-RESET
           DISPLAY '  Limites diarios reiniciados : ' WS-TOTAL-DIA-RESET
           DISPLAY '  Limites mensuales reiniciados: '
               WS-TOTAL-MES-RESET
           DISPLAY '  Topes por canal reiniciados: '
               WS-TOTAL-CANAL-RESET
           DISPLAY WS-LINEA.

      *================================================================
               DISPLAY '  La cadena va en la fase ' DO-FASE-CIERRE
                   ' y este job es la fase ' WS-FASE-PROPIA
                   '; respete el orden LIB-BLOQUEOS, RST-LIMITES, '
                   'CNC-DIARIO, GEN-LIQUIDACION, SNAP-SALDOS, '
                   'GEN-BODEGA.'
               EXIT PARAGRAPH
           END-IF

