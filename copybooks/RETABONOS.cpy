          05 RA-EST-RETENCION   PIC X(10).
             88 RET-ACTIVA         VALUE 'ACTIVO    '.
             88 RET-LIBERADA       VALUE 'LIBERADO  '.
             88 RET-DEVUELTA       VALUE 'DEVUELTO  '.
             *> DEVUELTO: el abono retenido se devolvio al banco
             *> originador a su pedido (SUP-RETIROS); sale del
             *> bloqueado sin pasar al disponible.
          05 RA-FEC-LIBERACION  PIC X(10).
          05 RA-COD-SUPERVISOR  PIC X(10).
             *> Espacios = liberada por vencimiento de la ventana.
