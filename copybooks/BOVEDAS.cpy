      *================================================================
      * BOVEDAS.cpy - Estructura de registro MAESTRO_BOVEDAS
      *   Una boveda por sucursal (CC-COD-SUCURSAL): el efectivo de la
      *   oficina que no esta en los cajones de los cajeros, contado
      *   por denominacion. GES-BOVEDA lo mueve con las dotaciones y
      *   reintegros de los cajones (CAJAS.dat) y con los pedidos que
      *   atiende la transportadora de valores, y lo compara en el
      *   arqueo de fin de dia contra lo declarado por los cajeros y
      *   contra el tope cubierto por la poliza de seguro.
      *================================================================

       01 REG-BOVEDA.
          05 BV-COD-SUCURSAL    PIC X(4).
          05 BV-NOM-SUCURSAL    PIC X(30).
          05 BV-MTO-ASEGURADO   PIC 9(13)V99.
             *> Tope de efectivo de la sucursal (boveda mas cajones)
             *> cubierto por la poliza.
          05 BV-CANT-BILLETES   PIC 9(7) OCCURS 6 TIMES.
             *> Billetes por denominacion, en el orden de
             *> BOV-VALOR-DENOM (CONSTANTES.cpy).
          05 BV-MTO-MONEDAS     PIC 9(11)V99.
             *> Moneda metalica, por valor.
          05 BV-MTO-SALDO       PIC 9(13)V99.
             *> Saldo en libros: billetes por su valor mas monedas.
          05 BV-FEC-ULT-MOV     PIC X(10).
          05 BV-FEC-ULT-ARQUEO  PIC X(10).
          05 BV-MTO-ULT-ARQUEO  PIC 9(13)V99.
             *> Efectivo contado en el ultimo arqueo.
          05 BV-MTO-DIF-ARQUEO  PIC S9(13)V99.
             *> Contado - libros en ese arqueo: positivo sobrante,
             *> negativo faltante.
          05 BV-MCA-ACTIVA      PIC X(1).
          05 FILLER             PIC X(10).
