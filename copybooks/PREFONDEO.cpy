      * PREFONDEO.cpy - Estructura de registro TOPE_PREFONDEO
      *   Un solo renglon (mismo esquema de archivo de un renglon que
      *   DIAOPER.cpy) con el monto que tesoreria dejo fondeado para
      *   el ciclo de liquidacion en curso (con ciclos intradia,
      *   tesoreria lo recarga antes de cada ventana). GEN-LIQUIDACION
      *   totaliza el archivo a medida que lo arma y deja de incluir
      *   ordenes cuando el debito neto contra la camara superaria el
      *   tope: lo que no cupo queda CONFIRMADA para el ciclo
      *   siguiente.
      *   Lo carga tesoreria con MNT-PREFONDEO; sin archivo o sin
      *   renglon del dia no hay tope (como antes de existir).
      *================================================================
          05 FO-COD-AUTORIZA    PIC X(10).
          05 FO-FEC-CARGUE      PIC X(10).
          05 FO-HOA-CARGUE      PIC X(8).
          05 FO-NUM-CICLO       PIC 9(2).
             *> Ciclo del dia fondeado (ver LE-NUM-CICLO); cero o
             *> espacios = el monto vale para cualquier ciclo de la
             *> fecha.
          05 FILLER             PIC X(8).
