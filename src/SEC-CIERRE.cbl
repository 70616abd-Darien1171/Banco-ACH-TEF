      * SEC-CIERRE.cbl - Conductor de la Cadena de Cierre del Dia
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * CTL-DIA lleva DO-FASE-CIERRE 0-6 y RPT-CORRIDAS cuenta a la
      * manana siguiente que nunca corrio, pero un humano seguia
      * lanzando LIB-BLOQUEOS, RST-LIMITES, CNC-DIARIO,
      * GEN-LIQUIDACION, SNAP-SALDOS y GEN-BODEGA uno por uno en el
      * orden correcto cada noche. Este conductor es el dueno de la
      * cadena:
      *
      *   - consulta DIAOPER.dat: solo corre con el dia en CERRANDO
      *     (la apertura/cierre sigue siendo de CTL-DIA);
      *     no avanzo, la cadena se DETIENE reportando el paso
      *     fallido, y RUNCTL.dat (la bitacora que cada job escribe)
      *     queda como evidencia de que paso;
      *   - con la fase 6 completada informa que la cadena termino y
      *     que CTL-DIA puede declarar el dia CERRADO.
      *================================================================

          05 FILLER PIC X(20) VALUE 'CNC-DIARIO'.
          05 FILLER PIC X(20) VALUE 'GEN-LIQUIDACION'.
          05 FILLER PIC X(20) VALUE 'SNAP-SALDOS'.
          05 FILLER PIC X(20) VALUE 'GEN-BODEGA'.
       01 WS-CADENA-RED REDEFINES WS-CADENA-CIERRE.
          05 WS-PROGRAMA-FASE OCCURS 6 TIMES PIC X(20).

       01 WS-CONTROL-CADENA.
          05 WS-FASE-ACTUAL       PIC 9(2).
           END-IF

           PERFORM 2000-EJECUTAR-SIGUIENTE-FASE
               UNTIL NOT CADENA-VIVA OR WS-FASE-ACTUAL >= 6

           DISPLAY ' '
           IF WS-FASE-ACTUAL >= 6
               DISPLAY '  CADENA COMPLETA: las 6 fases quedaron '
                   'estampadas; declare el dia CERRADO con CTL-DIA.'
           ELSE
               DISPLAY '  CADENA DETENIDA en la fase '
