      *   R02 Cuenta cerrada/inactiva
      *   R03 Cuenta inexistente
      *   R10 Sin mandato vivo que ampare el cobro
      *   R15 Titular fallecido (sucesion que devuelve abonos)
      *   R16 Cuenta congelada
      *   R17 Nombre del beneficiario no corresponde al titular
      *   R06 Devuelta a pedido del banco originador (SUP-RETIROS)
      * Impugnacion de una devolucion recibida (PRC-DEVUELTAS, archivo
      * DEVIMPUGNA.dat; el detalle cita el motivo impugnado en
      * DV-DET-MOT-ORIGINAL):
      *   R68 Devolucion extemporanea (fuera del plazo de la red)
      *   R69 Monto devuelto no corresponde al de la orden
      *================================================================

       01 REG-DEVOLUCION.
          05 DV-DET-TIP-MONEDA     PIC X(3).
          05 DV-DET-COD-MOTIVO     PIC X(3).
          05 DV-DET-DES-MOTIVO     PIC X(40).
          05 DV-DET-MOT-ORIGINAL   PIC X(3).
             *> Solo en la impugnacion: motivo de la devolucion que
             *> se impugna; espacios en una devolucion comun.
          05 DV-DET-MTO-ORIGINAL   PIC 9(13)V99.
             *> Solo en la impugnacion: monto de la orden original
             *> (DV-DET-MTO-TRANSF lleva el monto que se devolvio).
          05 FILLER                PIC X(60).

       01 REG-DEV-CTRL-ARCHIVO REDEFINES REG-DEVOLUCION.
          05 DV-FIN-TIPO           PIC X(1).
