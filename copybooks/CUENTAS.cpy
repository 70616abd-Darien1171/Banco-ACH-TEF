      *================================================================
      * CUENTAS.cpy - Estructura de registro CUENTAS_CLIENTES
      * Longitud fija del registro: 230 bytes
      *   CNV-CUENTAS recarga el archivo indexado a partir de la
      *   version anterior de 226 bytes (sin CC-COD-PRODUCTO).
      *================================================================

       01 REG-CUENTA.
             *> tasa del dia de TASAS.dat, y REV-MONEDA marca los
             *> saldos en moneda extranjera a la tasa de cierre de
             *> cada mes.
          05 CC-COD-PRODUCTO    PIC X(4).
             *> Producto de deposito (PRODUCTOS.cpy) asignado en la
             *> apertura; espacios (registro viejo) = el producto
             *> por defecto de CC-TIP-CUENTA.
