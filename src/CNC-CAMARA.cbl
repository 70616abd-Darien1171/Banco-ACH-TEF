      *     girado) y lo compara contra el extracto de posicion de la
      *     camara (POSCAMARA.dat, ver POSCAMARA.cpy), reportando
      *     toda diferencia por banco ANTES de que tesoreria fondee.
      *
      * Con ciclos intradia (ver GEN-LIQUIDACION) el job corre despues
      * de cada ventana: LIQUIDACION.dat es el archivo del ultimo
      * ciclo generado, su encabezado dice el ciclo, y solo se toman
      * del extracto los renglones de ese ciclo (o los sin ciclo).
      *================================================================

       IDENTIFICATION DIVISION.
          05 WS-DIFERENCIA        PIC S9(15)V99.
          05 WS-NETO-ESPERADO     PIC S9(15)V99.
          05 WS-CANT-DIFERENCIAS  PIC 9(3) VALUE 0.
          05 WS-NUM-CICLO         PIC 9(2) VALUE 0.
          05 WS-CICLO-LEIDO       PIC 9(2) VALUE 0.

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *================================================================
       1100-PROCESAR-RENGLON-SALIDA.
           EVALUATE LQ-TIP-REGISTRO
               WHEN '1'
                   IF LQ-ENC-NUM-CICLO NUMERIC
                       MOVE LQ-ENC-NUM-CICLO TO WS-NUM-CICLO
                   END-IF
               WHEN '5'
                   MOVE LQ-LOTE-COD-BCO-DEST TO WS-BCO-LOTE
               WHEN '6'
           EVALUATE LE2-TIP-REGISTRO
               WHEN '1'
                   MOVE LE2-ENC-COD-BCO-ORIGEN TO WS-BCO-ORIGINADOR
                   IF LE2-ENC-NUM-CICLO NUMERIC
                           AND LE2-ENC-NUM-CICLO > 0
                           AND WS-NUM-CICLO > 0
                           AND LE2-ENC-NUM-CICLO NOT = WS-NUM-CICLO
                       DISPLAY '  AVISO: el entrante de '
                           WS-BCO-ORIGINADOR ' es del ciclo '
                           LE2-ENC-NUM-CICLO ' y se concilia el '
                           'ciclo ' WS-NUM-CICLO '.'
                   END-IF
               WHEN '6'
                   ADD 1 TO WS-CANT-DET-ARCH
                   MOVE WS-BCO-ORIGINADOR TO WS-BCO-LOTE
               READ ARCHIVO-POSCAMARA
                   AT END MOVE 'S' TO WS-EOF-POSCAMARA
                   NOT AT END
                       IF PC-NUM-CICLO NUMERIC
                           MOVE PC-NUM-CICLO TO WS-CICLO-LEIDO
                       ELSE
                           MOVE 0 TO WS-CICLO-LEIDO
                       END-IF
                       IF PC-FEC-CICLO = WS-FECHA-STR
                               AND (WS-CICLO-LEIDO = 0
                               OR WS-NUM-CICLO = 0
                               OR WS-CICLO-LEIDO = WS-NUM-CICLO)
                           MOVE PC-COD-BCO-CONTRA TO WS-BCO-LOTE
                           PERFORM 0500-UBICAR-BANCO
                           IF WS-IDX-BANCO > 0
       4000-REPORTAR-CONCILIACION.
           DISPLAY ' '
           DISPLAY '  POSICION BILATERAL ESPERADA VS CAMARA - '
               WS-FECHA-STR ' ciclo ' WS-NUM-CICLO
           DISPLAY WS-LINEA

           PERFORM VARYING WS-IDX FROM 1 BY 1
