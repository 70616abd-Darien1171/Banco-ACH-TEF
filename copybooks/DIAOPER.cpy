      *     CERRANDO  corre la cadena de fin de dia, en el orden
      *               LIB-BLOQUEOS (fase 1) -> RST-LIMITES (2) ->
      *               CNC-DIARIO (3) -> GEN-LIQUIDACION (4) ->
      *               SNAP-SALDOS (5) -> GEN-BODEGA (6), cada job
      *               reclama su fase;
      *     CERRADO   dia terminado; la apertura (CTL-DIA) corre la
      *               fecha de proceso al dia siguiente y vuelve a
      *               ABIERTO con la fase en cero.
             88 DIA-CERRADO        VALUE 'CERRADO   '.
          05 DO-FASE-CIERRE     PIC 9(2).
             *> Ultima fase de la cadena de cierre completada
             *> (0 = ninguna; 6 = lista para CERRADO).
          05 DO-FEC-ACTUALIZAC  PIC X(10).
          05 DO-HOA-ACTUALIZAC  PIC X(8).
          05 FILLER             PIC X(10).
