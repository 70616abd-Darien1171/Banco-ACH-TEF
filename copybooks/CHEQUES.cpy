      *================================================================
      * CHEQUES.cpy - Estructura de registro CHEQUES_CONSIGNADOS
      *   Un renglon por cheque de otro banco consignado por taquilla
      *   (TRN-CAJA). El monto abona CC-SAL-TOTAL pero queda en
      *   CC-SAL-BLOQUEADO mientras dura el canje; PRC-CANJE lo
      *   presenta a la camara, lo libera al disponible cuando se
      *   cumple CQ-FEC-CANJE, o lo reversa con su comision si la
      *   camara lo devuelve. CNS-ESTADO y RPT-EXTRACTO muestran los
      *   que siguen en canje.
      *================================================================

       01 REG-CHEQUE.
          05 CQ-NUM-CONSIGNACION PIC X(20).
             *> Numero de la transaccion de caja (CJA...).
          05 CQ-COD-CUENTA      PIC X(20).
          05 CQ-COD-BCO-GIRADO  PIC X(3).
             *> Banco contra el que se giro el cheque.
          05 CQ-NUM-CHEQUE      PIC X(10).
          05 CQ-CTA-GIRADORA    PIC X(20).
             *> Cuenta del girador en el banco girado.
          05 CQ-MTO-CHEQUE      PIC S9(13)V99.
          05 CQ-FEC-CONSIGNACION PIC X(10).
             *> YYYY-MM-DD
          05 CQ-HOA-CONSIGNACION PIC X(8).
          05 CQ-FEC-CANJE       PIC X(10).
             *> Dia habil desde el que el monto pasa al disponible
             *> (consignacion + CHQ-DIAS-CANJE dias habiles).
          05 CQ-EST-CHEQUE      PIC X(10).
             88 CHQ-EN-CANJE       VALUE 'EN_CANJE  '.
             88 CHQ-PRESENTADO     VALUE 'PRESENTADO'.
             88 CHQ-LIBERADO       VALUE 'LIBERADO  '.
             88 CHQ-DEVUELTO       VALUE 'DEVUELTO  '.
             88 CHQ-ANULADO        VALUE 'ANULADO   '.
             *> EN_CANJE al consignarse; PRESENTADO al salir en el
             *> archivo de canje; LIBERADO al pasar al disponible;
             *> DEVUELTO si la camara lo devolvio impagado; ANULADO
             *> si el cajero anulo la consignacion el mismo dia.
          05 CQ-FEC-PRESENTACION PIC X(10).
          05 CQ-FEC-CIERRE      PIC X(10).
             *> Fecha de liberacion o de devolucion.
          05 CQ-COD-MOTIVO-DEV  PIC X(3).
             *> Motivo de la camara (ver CANJECHQ.cpy); espacios si
             *> no fue devuelto.
          05 CQ-COD-OPERADOR    PIC X(20).
             *> Cajero que recibio el cheque.
          05 FILLER             PIC X(10).
