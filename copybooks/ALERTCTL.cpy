      *================================================================
      * ALERTCTL.cpy - Estructura de registro CONTROL_EVALUACION_ALERTAS
      *   Un solo renglon: el ultimo MC-NUM-MOVIMIENTO que EVA-ALERTAS
      *   ya evaluo. Los numeros de movimiento son 'MOV' + fecha +
      *   consecutivo del dia, asi que crecen siempre: cada corrida
      *   evalua solo los renglones de MOVIMIENTOS.dat con numero
      *   mayor y ninguno se avisa dos veces (ARC-HISTORICO puede
      *   sacar renglones viejos sin descuadrar la marca). Sin este
      *   archivo la primera corrida arranca en los movimientos del
      *   dia.
      *================================================================

       01 REG-ALERTA-CTL.
          05 AK-ULT-NUM-MOVIMIENTO PIC X(20).
          05 AK-FEC-CORRIDA     PIC X(10).
          05 AK-HOA-CORRIDA     PIC X(8).
          05 AK-FEC-ULT-CIERRE  PIC X(10).
             *> YYYY-MM-DD de la ultima pasada de cierre sobre
             *> SALDOS.dat.
          05 FILLER             PIC X(12).
