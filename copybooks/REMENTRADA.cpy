      *================================================================
      * REMENTRADA.cpy - Estructura de registro del archivo de
      *   intercambio con las remesadoras aliadas, formato fijo de
      *   200 bytes por renglon. El mismo formato sirve en los dos
      *   sentidos:
      *
      *     data/REMESAS-<codigo>.dat   lo entrega la remesadora cada
      *                                 dia con las remesas a pagar
      *                                 (lo carga PRC-REMESAS);
      *     data/REMDEVOL-<codigo>.dat  lo devuelve PRC-REMESAS con
      *                                 las remesas vencidas sin
      *                                 cobrar, cuyo valor se le
      *                                 reintegra a la remesadora.
      *
      *   GI-TIP-REGISTRO distingue el renglon:
      *     '1' Encabezado (remesadora, fecha y secuencia del archivo)
      *     '6' Detalle (una remesa)
      *     '9' Control (cantidad de detalles y suma de montos en la
      *         moneda de origen): un archivo truncado o descuadrado
      *         se rechaza completo sin cargar nada.
      *================================================================

       01 REG-REM-ENTRADA.
          05 GI-TIP-REGISTRO       PIC X(1).
          05 FILLER                PIC X(199).

       01 REG-REM-ENCABEZADO REDEFINES REG-REM-ENTRADA.
          05 GI-ENC-TIPO           PIC X(1).
          05 GI-ENC-COD-REMESADORA PIC X(6).
             *> Debe ser el mismo <codigo> del nombre del archivo y
             *> estar en REM-TABLA-REMESADORAS (CONSTANTES.cpy).
          05 GI-ENC-FEC-ARCHIVO    PIC X(10).
          05 GI-ENC-NUM-SECUENCIA  PIC 9(6).
          05 FILLER                PIC X(177).

       01 REG-REM-DETALLE REDEFINES REG-REM-ENTRADA.
          05 GI-DET-TIPO           PIC X(1).
          05 GI-DET-REF-REMESADORA PIC X(20).
             *> Clave de pago de la remesadora (la que el
             *> beneficiario presenta en taquilla).
          05 GI-DET-NOM-REMITENTE  PIC X(50).
          05 GI-DET-PAIS-ORIGEN    PIC X(3).
          05 GI-DET-NOM-BENEFICIARIO PIC X(50).
          05 GI-DET-TIP-DOCUMENTO  PIC X(2).
             *> CC, CE, PA o PE, como en CLIENTES.cpy.
          05 GI-DET-NUM-DOCUMENTO  PIC X(15).
          05 GI-DET-COD-CUENTA     PIC X(20).
             *> Cuenta nuestra del beneficiario para abono directo;
             *> espacios = pago en efectivo en taquilla.
          05 GI-DET-TIP-MONEDA     PIC X(3).
             *> USD, EUR o COP.
          05 GI-DET-MONTO          PIC 9(13)V99.
             *> En la moneda de origen.
          05 GI-DET-ESTADO         PIC X(10).
             *> Solo en el archivo de devolucion: DEVUELTA. En el
             *> archivo entrante va en espacios.
          05 FILLER                PIC X(11).

       01 REG-REM-CONTROL REDEFINES REG-REM-ENTRADA.
          05 GI-CTL-TIPO           PIC X(1).
          05 GI-CTL-CANT-DETALLES  PIC 9(6).
          05 GI-CTL-TOTAL-MONTOS   PIC 9(15)V99.
             *> Suma de los GI-DET-MONTO de los detalles.
          05 FILLER                PIC X(176).
