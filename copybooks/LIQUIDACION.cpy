             *> Secuencia de generacion dentro de la fecha de proceso
             *> (ver LIQENVIOS.cpy); la camara la devuelve en su
             *> acuse para identificar el archivo al que responde.
          05 LQ-ENC-NUM-CICLO      PIC 9(2).
             *> Ciclo del dia que presenta el archivo (ver
             *> LIQENVIOS.cpy).
          05 FILLER                PIC X(140).

       01 REG-LIQ-LOTE REDEFINES REG-LIQUIDACION.
          05 LQ-LOTE-TIPO          PIC X(1).
