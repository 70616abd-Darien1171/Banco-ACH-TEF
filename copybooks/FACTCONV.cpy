      *================================================================
      * FACTCONV.cpy - Estructura de registro FACTURAS_CONVENIO
      *   Factura que un facturador con convenio (CONVENIOS.cpy)
      *   espera cobrar: el pagador la cita por convenio + referencia
      *   y solo se recibe por el monto exacto. El facturador entrega
      *   cada dia un archivo con este mismo formato (FACTENTRADA.dat)
      *   que PRC-CONVENIOS carga en FACTURASCONV.dat; una referencia
      *   ya cargada y aun PENDIENTE se actualiza con el nuevo monto
      *   y vencimiento.
      *================================================================

       01 REG-FACTURA-CONV.
          05 FV-COD-CONVENIO    PIC X(6).
          05 FV-NUM-REFERENCIA  PIC X(20).
             *> Referencia de pago impresa en la factura.
          05 FV-NOM-PAGADOR     PIC X(50).
          05 FV-MTO-FACTURA     PIC S9(13)V99.
          05 FV-FEC-VENCIMIENTO PIC X(10).
             *> YYYY-MM-DD; despues de esta fecha solo se recibe si
             *> el convenio acepta facturas vencidas.
          05 FV-FEC-CARGUE      PIC X(10).
          05 FV-EST-FACTURA     PIC X(10).
             88 FAC-PENDIENTE      VALUE 'PENDIENTE '.
             88 FAC-EN-TRAMITE     VALUE 'EN_TRAMITE'.
             *> Pagada por el canal web; la orden aun no se confirma.
             88 FAC-PAGADA         VALUE 'PAGADA    '.
          05 FV-NUM-PAGO        PIC X(20).
             *> Comprobante de caja u orden web que la pago.
          05 FILLER             PIC X(9).
