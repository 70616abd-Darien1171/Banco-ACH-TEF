      *================================================================
      * REMESAS.cpy - Estructura de registro REMESAS_INTERNACIONALES
      *   Un renglon por remesa del exterior recibida de una
      *   remesadora aliada (ver REMENTRADA.cpy). La crea PRC-REMESAS
      *   al cargar el archivo del dia, con el equivalente COP a la
      *   tasa de TASAS.dat vigente en la fecha de cargue, y la lleva
      *   por estos estados:
      *
      *     PENDIENTE  en espera de que el beneficiario la cobre en
      *                taquilla (TRN-CAJA, transaccion G) con su
      *                documento y la clave de pago;
      *     PAGADA     entregada en efectivo en taquilla;
      *     ABONADA    acreditada por PRC-REMESAS a la cuenta nuestra
      *                del beneficiario (MOV-REMESA);
      *     DEVUELTA   cumplio REM-DIAS-VIGENCIA dias sin cobrarse y
      *                se reintegro a la remesadora.
      *
      *   Las PAGADA y ABONADA del mes salen en el reporte de remesas
      *   a la UIAF (RPT-REMESAS).
      *================================================================

       01 REG-REMESA.
          05 RX-NUM-REMESA      PIC X(20).
             *> 'REM' + YYYYMMDD + consecutivo del dia.
          05 RX-COD-REMESADORA  PIC X(6).
          05 RX-REF-REMESADORA  PIC X(20).
             *> Clave de pago de la remesadora; con la remesadora
             *> identifica la remesa (un archivo recargado no la
             *> duplica).
          05 RX-FEC-CARGUE      PIC X(10).
          05 RX-FEC-VENCE       PIC X(10).
             *> RX-FEC-CARGUE + REM-DIAS-VIGENCIA.
          05 RX-NOM-REMITENTE   PIC X(50).
          05 RX-PAIS-ORIGEN     PIC X(3).
          05 RX-NOM-BENEFICIARIO PIC X(50).
          05 RX-TIP-DOCUMENTO   PIC X(2).
          05 RX-NUM-DOCUMENTO   PIC X(15).
          05 RX-COD-CTA-DESTINO PIC X(20).
             *> Cuenta de abono directo; espacios = pago en taquilla.
          05 RX-TIP-MONEDA      PIC X(3).
          05 RX-MTO-ORIGEN      PIC S9(13)V99.
          05 RX-TASA            PIC 9(7)V99.
          05 RX-MTO-COP         PIC S9(13)V99.
             *> Lo que recibe el beneficiario y lo que queda en
             *> GL-REMESAS-POR-PAGAR mientras este PENDIENTE.
          05 RX-EST-REMESA      PIC X(10).
             88 REM-PENDIENTE      VALUE 'PENDIENTE '.
             88 REM-PAGADA         VALUE 'PAGADA    '.
             88 REM-ABONADA        VALUE 'ABONADA   '.
             88 REM-DEVUELTA       VALUE 'DEVUELTA  '.
          05 RX-FEC-CIERRE      PIC X(10).
             *> YYYY-MM-DD del pago, el abono o la devolucion.
          05 RX-REF-CIERRE      PIC X(20).
             *> Transaccion de caja (CJA...), movimiento del abono
             *> (MOV...) o DEVOLUCION.
          05 RX-COD-CLIENTE     PIC X(10).
             *> Cliente nuestro cuyo documento es el del
             *> beneficiario; espacios si no es cliente.
          05 RX-COD-OPERADOR    PIC X(20).
             *> Cajero que pago, o el programa que abono o devolvio.
          05 FILLER             PIC X(10).
