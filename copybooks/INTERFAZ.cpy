      *   por GEN-INTERFAZ a partir de ASIENTOS.dat. IC-TIP-REGISTRO
      *   distingue el tipo de renglon:
      *     '1' Encabezado (fecha de proceso)
      *     '6' Detalle (una linea neta por sucursal y cuenta
      *         contable)
      *     '9' Control (cantidad de detalles, total debitos, total
      *         creditos del dia tal como quedaron en ASIENTOS.dat)
      *================================================================
          05 IC-DET-NATURALEZA     PIC X(1).
             *> D=neto debito, C=neto credito del dia.
          05 IC-DET-MTO-NETO       PIC 9(15)V99.
          05 IC-DET-COD-SUCURSAL   PIC X(4).
             *> Sucursal (centro de costo) de las patas netas en el
             *> renglon; ver AC-COD-SUCURSAL.
          05 FILLER                PIC X(61).

       01 REG-INT-CONTROL REDEFINES REG-INTERFAZ.
          05 IC-FIN-TIPO           PIC X(1).
