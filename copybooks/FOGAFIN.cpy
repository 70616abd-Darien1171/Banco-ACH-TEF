      *================================================================
      * FOGAFIN.cpy - Estructura de registro del archivo trimestral
      *   de depositos amparados por el seguro de depositos, formato
      *   fijo de 200 bytes por renglon generado por RPT-FOGAFIN, al
      *   estilo de EXOGENA.cpy. El depositante es la persona (tipo +
      *   numero de documento), no la cuenta: el saldo de una cuenta
      *   con cotitulares (COTITULARES.cpy) se reparte por partes
      *   iguales entre el titular y cada cotitular activo.
      *   FG-TIP-REGISTRO distingue el renglon:
      *     '1' Encabezado (banco, fecha de corte, tope de cobertura)
      *     '6' Detalle (un depositante: saldos por producto a la
      *         fecha de corte, total y monto asegurado)
      *     '9' Control (cantidad de depositantes y totales)
      *================================================================

       01 REG-FOGAFIN.
          05 FG-TIP-REGISTRO       PIC X(1).
          05 FILLER                PIC X(199).

       01 REG-FOG-ENCABEZADO REDEFINES REG-FOGAFIN.
          05 FG-ENC-TIPO           PIC X(1).
          05 FG-ENC-COD-BANCO      PIC X(3).
          05 FG-ENC-FEC-CORTE      PIC X(10).
          05 FG-ENC-FEC-GENERACION PIC X(10).
          05 FG-ENC-TOPE-COBERTURA PIC 9(13)V99.
          05 FILLER                PIC X(161).

       01 REG-FOG-DETALLE REDEFINES REG-FOGAFIN.
          05 FG-DET-TIPO           PIC X(1).
          05 FG-DET-TIP-DOCUMENTO  PIC X(2).
          05 FG-DET-NUM-DOCUMENTO  PIC X(15).
          05 FG-DET-NOM-DEPOSITANTE PIC X(50).
          05 FG-DET-SAL-AHORROS    PIC 9(13)V99.
          05 FG-DET-SAL-CORRIENTE  PIC 9(13)V99.
          05 FG-DET-SAL-CDT        PIC 9(13)V99.
             *> Capital mas interes acumulado de los CDT vivos a la
             *> fecha de corte.
          05 FG-DET-SAL-TOTAL      PIC 9(13)V99.
          05 FG-DET-MTO-ASEGURADO  PIC 9(13)V99.
             *> El total hasta FOG-TOPE-COBERTURA.
          05 FG-DET-CANT-PRODUCTOS PIC 9(3).
          05 FILLER                PIC X(54).

       01 REG-FOG-CONTROL REDEFINES REG-FOGAFIN.
          05 FG-FIN-TIPO           PIC X(1).
          05 FG-FIN-CANT-DETALLES  PIC 9(6).
          05 FG-FIN-TOT-DEPOSITOS  PIC 9(15)V99.
             *> Base de la prima: todo lo amparable, sin tope.
          05 FG-FIN-TOT-ASEGURADO  PIC 9(15)V99.
          05 FILLER                PIC X(159).
