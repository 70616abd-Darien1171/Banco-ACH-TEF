      *================================================================
      * PAGOSCONV.cpy - Estructura de registro PAGOS_CONVENIO
      *   Un renglon por factura pagada o en tramite: lo escribe
      *   TRN-CAJA (canal CAJ, ya APLICADO) o ADP-CANAL (canal WEB,
      *   ENVIADO hasta que la orden se confirma). PRC-CONVENIOS
      *   resuelve los ENVIADO al cierre, liquida los APLICADO al
      *   facturador y los deja LIQUIDADO; una anulacion de caja lo
      *   deja ANULADO.
      *================================================================

       01 REG-PAGO-CONVENIO.
          05 PV-NUM-PAGO        PIC X(20).
             *> CJA... de la taquilla u OT-NUM-ORDEN de la orden web
             *> (en blanco hasta que PRC-CONVENIOS la encuentra).
          05 PV-COD-CONVENIO    PIC X(6).
          05 PV-NUM-REFERENCIA  PIC X(20).
          05 PV-MTO-PAGO        PIC S9(13)V99.
          05 PV-COD-CANAL       PIC X(3).
             *> CAJ=Taquilla WEB=Canal electronico
          05 PV-COD-CTA-ORIGEN  PIC X(20).
             *> Cuenta del pagador web; en blanco en taquilla.
          05 PV-FEC-PAGO        PIC X(10).
          05 PV-HOA-PAGO        PIC X(8).
          05 PV-EST-PAGO        PIC X(10).
             88 PAG-APLICADO       VALUE 'APLICADO  '.
             88 PAG-ENVIADO        VALUE 'ENVIADO   '.
             88 PAG-RECHAZADO      VALUE 'RECHAZADO '.
             88 PAG-ANULADO        VALUE 'ANULADO   '.
             88 PAG-LIQUIDADO      VALUE 'LIQUIDADO '.
          05 PV-FEC-LIQUIDACION PIC X(10).
          05 FILLER             PIC X(8).
