      *================================================================
      * ASIMANUAL.cpy - Estructura de registro ASIENTOS_MANUALES
      *   Asientos de contabilidad (ajustes, causaciones, correcciones
      *   y reclasificaciones) capturados a mano en MNT-ASIENTOS. Un
      *   renglon por pata, con los datos del asiento repetidos en
      *   cada una (igual que ASIENTOS.cpy); las patas de un asiento
      *   comparten AJ-NUM-ASIENTO y quedan consecutivas. El asiento
      *   pasa por estos estados, que se estampan en todas sus patas:
      *
      *     PENDIENTE  capturado y cuadrado, en espera del segundo
      *                usuario;
      *     APROBADO   un SUPERVISOR distinto del que lo capturo lo
      *                aprobo en APR-ASIENTOS y sus patas se
      *                escribieron en ASIENTOS.dat con el mismo
      *                numero, fechadas el dia de la aprobacion;
      *     RECHAZADO  el supervisor lo rechazo; no toco el mayor.
      *================================================================

       01 REG-ASI-MANUAL.
          05 AJ-NUM-ASIENTO     PIC X(20).
             *> ASM-PREFIJO + YYYYMMDD + consecutivo de la captura;
             *> es el AC-NUM-ASIENTO con que se postea.
          05 AJ-NUM-PATA        PIC 9(2).
          05 AJ-CLASE           PIC X(10).
             88 AJ-ES-AJUSTE       VALUE 'AJUSTE    '.
             88 AJ-ES-CAUSACION    VALUE 'CAUSACION '.
             88 AJ-ES-CORRECCION   VALUE 'CORRECCION'.
             88 AJ-ES-RECLASIFIC   VALUE 'RECLASIFIC'.
          05 AJ-COD-CTA-CONTABLE PIC X(6).
          05 AJ-NOM-CTA-CONTABLE PIC X(30).
          05 AJ-TIP-MOVIMIENTO  PIC X(1).
             88 AJ-ES-DEBITO       VALUE 'D'.
             88 AJ-ES-CREDITO      VALUE 'C'.
          05 AJ-MTO-PATA        PIC S9(13)V99.
          05 AJ-COD-SUCURSAL    PIC X(4).
             *> Una sola por asiento, como en ASIENTOS.cpy.
          05 AJ-DES-CONCEPTO    PIC X(100).
          05 AJ-FEC-CAPTURA     PIC X(10).
          05 AJ-HOA-CAPTURA     PIC X(8).
          05 AJ-COD-CAPTURA     PIC X(20).
             *> Usuario de contabilidad que lo capturo.
          05 AJ-ESTADO          PIC X(10).
             88 AJM-PENDIENTE      VALUE 'PENDIENTE '.
             88 AJM-APROBADO       VALUE 'APROBADO  '.
             88 AJM-RECHAZADO      VALUE 'RECHAZADO '.
          05 AJ-COD-APROBADOR   PIC X(20).
          05 AJ-FEC-DECISION    PIC X(10).
             *> YYYY-MM-DD de la aprobacion (la AC-FEC-ASIENTO) o
             *> del rechazo.
          05 FILLER             PIC X(10).
