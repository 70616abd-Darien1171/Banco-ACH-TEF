      *   que no supere la fecha de la corrida; sin nada aplicable cae
      *   a la tasa de respaldo compilada. El archivo es historico:
      *   cargar tasas nuevas agrega renglones, nunca pisa los
      *   anteriores. Un renglon con TI-COD-PRODUCTO informado solo
      *   aplica a las cuentas de ese producto (PRODUCTOS.cpy), que
      *   lo prefieren sobre los renglones generales (espacios).
      *================================================================

       01 REG-TASA-INTERES.
          05 TI-COD-AUTORIZA    PIC X(10).
          05 TI-FEC-CARGUE      PIC X(10).
          05 TI-HOA-CARGUE      PIC X(8).
          05 TI-COD-PRODUCTO    PIC X(4).
             *> Producto de deposito; espacios = tabla general.
          05 FILLER             PIC X(6).
