          05 PC-CANT-ENTRADAS   PIC 9(6).
             *> Entradas que la camara dice haber compensado con la
             *> contraparte en el ciclo.
          05 PC-NUM-CICLO       PIC 9(2).
             *> Ciclo del dia (ver LE-NUM-CICLO); cero o espacios =
             *> extracto unico del dia.
          05 FILLER             PIC X(8).
