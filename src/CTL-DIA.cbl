               DISPLAY '  Estado        : '
                   DO-ESTADO OF WS-DIA-OPER
               DISPLAY '  Fase de cierre: '
                   DO-FASE-CIERRE OF WS-DIA-OPER ' de 06'
           ELSE
               DISPLAY ' '
               DISPLAY '  (el control del dia no existe todavia; la '
           DISPLAY '  Dia en CERRANDO; corra la cadena de fin de '
               'dia en orden:'
           DISPLAY '  LIB-BLOQUEOS, RST-LIMITES, CNC-DIARIO, '
               'GEN-LIQUIDACION, SNAP-SALDOS, GEN-BODEGA.'.

      *================================================================
      * 5000 - CERRAR EL DIA
               EXIT PARAGRAPH
           END-IF

           IF DO-FASE-CIERRE OF WS-DIA-OPER < 6
               DISPLAY ' '
               DISPLAY '  ERROR: La cadena de cierre va en la fase '
                   DO-FASE-CIERRE OF WS-DIA-OPER ' de 06; faltan '
                   'jobs por correr.'
               EXIT PARAGRAPH
           END-IF
