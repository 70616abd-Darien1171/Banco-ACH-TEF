      *================================================================
      * COBRANZA.cpy - Estructura de registro COBRANZA_SOBREGIROS
      *   Un renglon por episodio de sobregiro no autorizado de una
      *   cuenta: Ahorros con el disponible en rojo, o Corriente
      *   girada por debajo de su CC-LIM-SOBREGIRO (GMF, comisiones,
      *   cheques devueltos y reversos debitan aunque no haya
      *   fondos). Lo abre GES-COBRANZA en la corrida de la noche
      *   y lo lleva por estos estados:
      *
      *     ABIERTO    en cola de cobro; cada noche se recalcula el
      *                monto pendiente y los dias en mora;
      *     PROPUESTO  cumplio COB-DIAS-CASTIGO dias sin repagarse:
      *                espera la decision del supervisor en
      *                SUP-CASTIGOS (sigue cobrable mientras tanto);
      *     REPAGADO   el disponible volvio al limite autorizado;
      *     CASTIGADO  el supervisor llevo la perdida a
      *                GL-CASTIGO-SOBREGIROS.
      *
      *   El abono entrante que llega a la cuenta (PRC-ENTRANTE, la
      *   taquilla de TRN-CAJA o una transferencia interna de
      *   MAIN-ACH) aplica primero contra el pendiente del caso y lo
      *   cierra REPAGADO cuando lo cubre; la corrida de la noche
      *   recoge lo que haya entrado por otros caminos.
      *================================================================

       01 REG-COBRANZA.
          05 CZ-NUM-CASO        PIC X(20).
             *> 'COB' + YYYYMMDD + consecutivo del dia.
          05 CZ-COD-CUENTA      PIC X(20).
          05 CZ-COD-CLIENTE     PIC X(10).
          05 CZ-FEC-INICIO      PIC X(10).
             *> YYYY-MM-DD de la corrida que encontro el rojo; los
             *> dias en mora se cuentan desde aqui.
          05 CZ-LIM-AUTORIZADO  PIC S9(13)V99.
             *> Sobregiro que la cuenta tiene permitido (su
             *> CC-LIM-SOBREGIRO si el producto admite sobregiro,
             *> cero si no); lo no autorizado es lo que el
             *> disponible baja de -CZ-LIM-AUTORIZADO.
          05 CZ-MTO-INICIAL     PIC S9(13)V99.
             *> No autorizado al abrir el caso (positivo).
          05 CZ-MTO-PENDIENTE   PIC S9(13)V99.
             *> No autorizado vigente (positivo); cero al cerrar.
          05 CZ-MTO-RECUPERADO  PIC S9(13)V99.
             *> Lo que los abonos posteriores han cubierto.
          05 CZ-DIAS-MORA       PIC 9(5).
          05 CZ-FEC-REVISION    PIC X(10).
             *> YYYY-MM-DD del ultimo recalculo o abono aplicado.
          05 CZ-EST-CASO        PIC X(10).
             88 COB-ABIERTO        VALUE 'ABIERTO   '.
             88 COB-PROPUESTO      VALUE 'PROPUESTO '.
             88 COB-REPAGADO       VALUE 'REPAGADO  '.
             88 COB-CASTIGADO      VALUE 'CASTIGADO '.
          05 CZ-FEC-CIERRE      PIC X(10).
             *> YYYY-MM-DD del repago o del castigo; espacios
             *> mientras siga en cola.
          05 CZ-MTO-CASTIGADO   PIC S9(13)V99.
          05 CZ-COD-SUPERVISOR  PIC X(20).
             *> Quien autorizo el castigo.
          05 FILLER             PIC X(10).
