      *================================================================
      * RENDCONV.cpy - Estructura de registro del archivo de recaudo
      *   que se entrega a cada facturador al cierre del dia
      *   (data/RCV-<fecha>-<convenio>.dat), formato fijo de 150
      *   bytes generado por PRC-CONVENIOS, al estilo de FOGAFIN.cpy.
      *   RV-TIP-REGISTRO distingue el renglon:
      *     '1' Encabezado (convenio, fecha de recaudo)
      *     '6' Detalle (una factura pagada)
      *     '9' Control (cantidad, total recaudado, comision, IVA y
      *         neto abonado)
      *================================================================

       01 REG-RENDICION.
          05 RV-TIP-REGISTRO       PIC X(1).
          05 FILLER                PIC X(149).

       01 REG-REN-ENCABEZADO REDEFINES REG-RENDICION.
          05 RV-ENC-TIPO           PIC X(1).
          05 RV-ENC-COD-BANCO      PIC X(3).
          05 RV-ENC-COD-CONVENIO   PIC X(6).
          05 RV-ENC-NOM-CONVENIO   PIC X(50).
          05 RV-ENC-FEC-RECAUDO    PIC X(10).
          05 RV-ENC-COD-CTA-ABONO  PIC X(20).
          05 FILLER                PIC X(60).

       01 REG-REN-DETALLE REDEFINES REG-RENDICION.
          05 RV-DET-TIPO           PIC X(1).
          05 RV-DET-NUM-REFERENCIA PIC X(20).
          05 RV-DET-MTO-PAGO       PIC 9(13)V99.
          05 RV-DET-FEC-PAGO       PIC X(10).
          05 RV-DET-HOA-PAGO       PIC X(8).
          05 RV-DET-COD-CANAL      PIC X(3).
          05 RV-DET-NUM-PAGO       PIC X(20).
          05 FILLER                PIC X(73).

       01 REG-REN-CONTROL REDEFINES REG-RENDICION.
          05 RV-FIN-TIPO           PIC X(1).
          05 RV-FIN-CANT-PAGOS     PIC 9(6).
          05 RV-FIN-TOT-RECAUDO    PIC 9(15)V99.
          05 RV-FIN-MTO-COMISION   PIC 9(13)V99.
          05 RV-FIN-MTO-IVA        PIC 9(13)V99.
          05 RV-FIN-MTO-NETO       PIC 9(15)V99.
          05 FILLER                PIC X(79).
