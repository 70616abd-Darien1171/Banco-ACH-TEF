             88 AC-ES-CREDITO      VALUE 'C'.
          05 AC-MTO-ASIENTO     PIC S9(13)V99.
          05 AC-DES-CONCEPTO    PIC X(100).
          05 AC-COD-SUCURSAL    PIC X(4).
             *> Sucursal (centro de costo) del asiento: la de la
             *> cuenta del cliente que lo origina (CC-COD-SUCURSAL),
             *> la del cajon en caja, o SUC-CASA-MATRIZ para los
             *> asientos propios del banco. Todas las patas de un
             *> asiento llevan la misma, asi el balance de cada
             *> sucursal cuadra. Renglones viejos en blanco se
             *> leen como SUC-CASA-MATRIZ.
          05 AC-TAR-IMPUESTO    PIC 9(2)V99.
             *> Solo en las patas de GL-IMPUESTO-GMF, -IVA y
             *> -RETEFTE: tarifa aplicada (TASASIMP.cpy), por mil
             *> en el GMF y porcentaje en IVA y retefuente. En las
             *> demas patas y en renglones viejos va en blanco o
             *> en cero (ver RPT-IMPUESTOS).
          05 FILLER             PIC X(1).
