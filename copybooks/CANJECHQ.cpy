      *================================================================
      * CANJECHQ.cpy - Estructura de registro del archivo de canje de
      * cheques con la camara, formato de lote fijo (encabezado de
      * archivo / detalle / control de archivo), longitud fija de 200
      * bytes por renglon, hermano de DEVOLUCION.cpy. El mismo formato
      * sirve en las dos direcciones:
      *   - presentacion (CANJE-YYYYMMDD.dat), que PRC-CANJE genera
      *     con los cheques consignados que todavia no han salido;
      *   - devueltos (CHQDEVUELTOS.dat), que la camara entrega con
      *     los cheques impagados y el motivo en CN-DET-COD-MOTIVO.
      * CN-TIP-REGISTRO distingue el tipo de renglon:
      *   '1' Encabezado de archivo
      *   '6' Detalle de cheque
      *   '9' Control de archivo
      * Codigos de motivo de devolucion de la camara:
      *   C01 Fondos insuficientes
      *   C02 Cuenta cancelada
      *   C03 Firma no registrada o no corresponde
      *   C04 Cheque alterado o con enmendaduras
      *   C05 Orden de no pago del girador
      *   C06 Cheque extraviado o hurtado
      *================================================================

       01 REG-CANJE.
          05 CN-TIP-REGISTRO       PIC X(1).
          05 FILLER                PIC X(199).

       01 REG-CNJ-ENCABEZADO REDEFINES REG-CANJE.
          05 CN-ENC-TIPO           PIC X(1).
          05 CN-ENC-COD-BCO-EMISOR PIC X(3).
          05 CN-ENC-NOM-BCO-EMISOR PIC X(30).
          05 CN-ENC-FEC-ARCHIVO    PIC X(10).
          05 CN-ENC-HOA-ARCHIVO    PIC X(8).
          05 CN-ENC-TIP-ARCHIVO    PIC X(1).
             *> P = presentacion, D = devueltos.
          05 FILLER                PIC X(147).

       01 REG-CNJ-DETALLE REDEFINES REG-CANJE.
          05 CN-DET-TIPO           PIC X(1).
          05 CN-DET-NUM-CONSIGNACION PIC X(20).
             *> Referencia del banco que presenta (CQ-NUM-
             *> CONSIGNACION); la camara la devuelve tal cual.
          05 CN-DET-COD-BCO-GIRADO PIC X(3).
          05 CN-DET-NUM-CHEQUE     PIC X(10).
          05 CN-DET-CTA-GIRADORA   PIC X(20).
          05 CN-DET-MTO-CHEQUE     PIC 9(13)V99.
          05 CN-DET-FEC-CONSIGNACION PIC X(10).
          05 CN-DET-COD-MOTIVO     PIC X(3).
             *> Espacios en la presentacion.
          05 FILLER                PIC X(118).

       01 REG-CNJ-CONTROL REDEFINES REG-CANJE.
          05 CN-CTL-TIPO           PIC X(1).
          05 CN-CTL-CANT-DETALLE   PIC 9(6).
          05 CN-CTL-MTO-TOTAL      PIC 9(15)V99.
          05 FILLER                PIC X(176).
