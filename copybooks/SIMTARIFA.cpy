      *================================================================
      * SIMTARIFA.cpy - Estructura de registro PROPUESTA_TARIFARIA
      *   Archivo borrador (SIMTARIFA.dat) con la propuesta que
      *   comercial quiere medir en SIM-TARIFAS antes de pedir el
      *   cambio en MNT-COMISION / MNT-PLANES. No lo lee ningun
      *   programa de produccion. Tres tipos de renglon:
      *
      *     'C'  tramo de comision propuesto: si hay al menos uno,
      *          los tramos 'C' reemplazan completa la tabla de
      *          COMISIONES.dat en la simulacion;
      *     'P'  regla de plan propuesta, mismos campos que
      *          PLANES.cpy: las reglas 'P' de un plan reemplazan
      *          todas las de ese plan en PLANES.dat (los planes no
      *          nombrados siguen con sus reglas vigentes);
      *     'I'  tarifa de IVA propuesta sobre la comision.
      *================================================================

       01 REG-SIM-TARIFA.
          05 SM-TIP-RENGLON     PIC X(1).
             88 SM-ES-TRAMO        VALUE 'C'.
             88 SM-ES-PLAN         VALUE 'P'.
             88 SM-ES-IVA          VALUE 'I'.
          05 SM-DATOS           PIC X(102).
          05 SM-DATOS-TRAMO REDEFINES SM-DATOS.
             10 SM-RANGO-DESDE     PIC S9(13)V99.
             10 SM-RANGO-HASTA     PIC S9(13)V99.
                *> 0 en HASTA = sin limite superior.
             10 SM-MTO-COMISION    PIC S9(13)V99.
             10 SM-POR-COMISION    PIC 9(3)V99.
             10 FILLER             PIC X(52).
          05 SM-DATOS-PLAN REDEFINES SM-DATOS.
             10 SM-COD-PLAN        PIC X(6).
             10 SM-NOM-PLAN        PIC X(30).
             10 SM-TIP-REGLA       PIC X(1).
                *> 'D', 'T' o 'M', igual que PL-TIP-REGLA.
             10 SM-POR-DESCUENTO   PIC 9(3)V99.
             10 SM-PL-RANGO-DESDE  PIC S9(13)V99.
             10 SM-PL-RANGO-HASTA  PIC S9(13)V99.
             10 SM-PL-MTO-COMISION PIC S9(13)V99.
             10 SM-PL-POR-COMISION PIC 9(3)V99.
             10 FILLER             PIC X(10).
          05 SM-DATOS-IVA REDEFINES SM-DATOS.
             10 SM-TAR-IVA         PIC 9(2)V99.
                *> Porcentaje sobre la comision.
             10 FILLER             PIC X(98).
          05 SM-OBSERVACION     PIC X(30).
