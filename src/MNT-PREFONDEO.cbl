      * requerimiento de fondeo cuando el archivo ya habia salido.
      * Este programa (hermano de MNT-TASAS) carga en PREFONDEO.dat
      * (ver PREFONDEO.cpy) el monto fondeado disponible para el ciclo
      * del dia: muestra el tope vigente, captura fecha + ciclo +
      * monto con codigo de supervisor y motivo, reescribe el renglon
      * unico y deja constancia en AUDITORIA.dat. Con ciclos intradia
      * (LIQ-CANT-VENTANAS en CONSTANTES.cpy) tesoreria carga el tope
      * de cada ventana antes de que corra su generacion.
      *================================================================

       IDENTIFICATION DIVISION.
       01 WS-DATOS-CAPTURADOS.
          05 WS-CAP-FEC-CICLO      PIC X(10).
          05 WS-CAP-MTO-FONDEADO   PIC 9(15)V99.
          05 WS-CAP-NUM-CICLO      PIC 9(2).
          05 WS-CICLO-CIERRE       PIC 9(2).
       01 WS-COD-AUTORIZA          PIC X(10).
       01 WS-MOTIVO-AUTORIZA       PIC X(100).

                   DISPLAY '  Tope vigente: ciclo ' FO-FEC-CICLO
                       ' por $' WS-DISP-MONTO
                       ' (cargado ' FO-FEC-CARGUE ')'
                   IF FO-NUM-CICLO NUMERIC AND FO-NUM-CICLO > 0
                       DISPLAY '  Solo para el ciclo ' FO-NUM-CICLO
                           ' de esa fecha.'
                   END-IF
           END-READ
           CLOSE ARCHIVO-PREFONDEO.

               MOVE WS-FECHA-STR TO WS-CAP-FEC-CICLO
           END-IF

           COMPUTE WS-CICLO-CIERRE = LIQ-CANT-VENTANAS + 1
           DISPLAY '  Ciclo (1-' LIQ-CANT-VENTANAS ' ventanas, '
               WS-CICLO-CIERRE ' cierre; 0 = cualquiera): '
               WITH NO ADVANCING
           MOVE 0 TO WS-CAP-NUM-CICLO
           ACCEPT WS-CAP-NUM-CICLO
           IF WS-CAP-NUM-CICLO > WS-CICLO-CIERRE
               DISPLAY ' '
               DISPLAY '  ERROR: Ciclo inexistente; no se cargo nada.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Monto fondeado (sin decimales): '
               WITH NO ADVANCING
           ACCEPT WS-CAP-MTO-FONDEADO
           MOVE WS-COD-AUTORIZA TO FO-COD-AUTORIZA
           MOVE WS-FECHA-STR TO FO-FEC-CARGUE
           MOVE WS-HORA-STR TO FO-HOA-CARGUE
           MOVE WS-CAP-NUM-CICLO TO FO-NUM-CICLO
           WRITE REG-PREFONDEO
           CLOSE ARCHIVO-PREFONDEO

           MOVE WS-CAP-MTO-FONDEADO TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  Tope del ciclo ' WS-CAP-FEC-CICLO
               ' (' WS-CAP-NUM-CICLO ') cargado: $' WS-DISP-MONTO.

      *================================================================
      * 9200 - REGISTRAR EL CARGUE EN AUDITORIA
               TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO

           STRING 'Tope de prefondeo del ciclo ' WS-CAP-FEC-CICLO
               '/' WS-CAP-NUM-CICLO ': ' WS-MOTIVO-AUTORIZA
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.
