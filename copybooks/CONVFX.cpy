      *================================================================
      * CONVFX.cpy - Estructura de registro CONVERSIONES_MONEDA
      *   Bitacora de las patas cruzadas de moneda que postean
      *   MAIN-ACH y PRC-REMESAS: un renglon por cada debito, abono o
      *   remesa cargada en que el banco compra una moneda y vende
      *   otra. Todo se
      *   expresa desde el lado del banco: CV-MON-COMPRADA es lo que
      *   el banco recibe y CV-MON-VENDIDA lo que entrega. La lee
      *   RPT-POSICIONFX para armar la posicion propia del dia.
      *================================================================

       01 REG-CONVERSION.
          05 CV-FEC-CONVERSION  PIC X(10).
             *> YYYY-MM-DD de la pata posteada.
          05 CV-HOA-CONVERSION  PIC X(8).
          05 CV-NUM-ORDEN       PIC X(20).
          05 CV-COD-CUENTA      PIC X(20).
             *> Cuenta del cliente que se debita (la origen); en una
             *> remesa, la cuenta del beneficiario si la trae.
          05 CV-TIP-PATA        PIC X(1).
             88 CV-PATA-SALIENTE   VALUE 'S'.
             88 CV-PATA-ON-US      VALUE 'U'.
             88 CV-PATA-REMESA     VALUE 'R'.
             *> S = pago que sale a la red en la moneda pedida;
             *> U = abono on-us a una cuenta de otra moneda;
             *> R = remesa del exterior que se le paga en pesos al
             *>     beneficiario (CV-NUM-ORDEN lleva el RX-NUM-REMESA).
          05 CV-MON-COMPRADA    PIC X(3).
          05 CV-MTO-COMPRADO    PIC S9(13)V99.
          05 CV-MON-VENDIDA     PIC X(3).
          05 CV-MTO-VENDIDO     PIC S9(13)V99.
          05 CV-MTO-EQ-COP      PIC S9(13)V99.
             *> Equivalente en pesos del lado comprado, con la tasa
             *> del dia de la moneda de la cuenta origen.
          05 CV-TASA-CAMBIO     PIC 9(7)V99.
             *> Tasa a COP del lado comprado con que se calculo
             *> CV-MTO-EQ-COP.
          05 FILLER             PIC X(1).
