      *================================================================
      * POSINM.cpy - Estructura de registro POSICION_INMEDIATA
      *   Posicion neta continua del riel de pagos inmediatos: un
      *   renglon por banco contraparte que acumula, pago a pago, lo
      *   que le enviamos en linea (8800 en MAIN-ACH). Va aparte del
      *   ciclo de LIQUIDACION.dat: GEN-LIQUIDACION no la toca y no
      *   se reinicia con el cierre del dia, porque el riel liquida
      *   en continuo contra la cuenta de compensacion.
      *================================================================

       01 REG-POSICION-INMEDIATA.
          05 PN-COD-BCO-CONTRA  PIC X(3).
             *> Banco contraparte.
          05 PN-MTO-ENVIADO     PIC S9(15)V99.
             *> Acumulado en COP de los pagos aceptados hacia el banco.
          05 PN-CANT-ENVIADOS   PIC 9(7).
          05 PN-MTO-RECIBIDO    PIC S9(15)V99.
             *> Acumulado en COP de los pagos inmediatos recibidos del
             *> banco.
          05 PN-CANT-RECIBIDOS  PIC 9(7).
          05 PN-MTO-NETO        PIC S9(15)V99.
             *> Recibido menos enviado: negativo = a cargo nuestro.
          05 PN-FEC-ULT-MOV     PIC X(10).
             *> YYYY-MM-DD del ultimo pago que movio la posicion.
          05 PN-HOA-ULT-MOV     PIC X(8).
          05 FILLER             PIC X(10).
