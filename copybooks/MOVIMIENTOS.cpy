          05 MC-SAL-POSTERIOR   PIC S9(13)V99.
          05 MC-DES-DETALLE     PIC X(100).
          05 MC-NUM-ORDEN       PIC X(20).
          05 MC-MCA-ANULADO     PIC X(1).
             88 MC-ANULADO         VALUE 'A'.
             88 MC-REVERSO-ANULACION VALUE 'R'.
             *> 'A' = transaccion de caja anulada el mismo dia;
             *> 'R' = su contrapartida (ver TRN-CAJA, opcion A). Los
             *> extractos y el reporte de efectivo omiten ambas.
          05 FILLER             PIC X(5).
