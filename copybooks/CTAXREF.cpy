      *================================================================
      * CTAXREF.cpy - Estructura de registro REFERENCIA_CRUZADA_CUENTAS
      *   Un renglon por cada cambio de identidad de una cuenta
      *   nuestra que los demas bancos de la red siguen teniendo con
      *   el dato viejo: la cuenta se renumero, se traslado a otra
      *   sucursal (con numero nuevo) o se corrigio el nombre del
      *   titular. Lo graba MNT-CUENTA al aplicar el cambio; lo lee
      *   PRC-ENTRANTE para redirigir el abono que llega a la cuenta
      *   vieja y avisar al banco originador con un NOC (NOC.cpy)
      *   para que corrija su dato. El archivo crece en orden
      *   cronologico: ante dos cambios de la misma cuenta manda el
      *   ultimo, y una renumeracion encadenada (A->B, B->C) se sigue
      *   hasta la cuenta vigente.
      *================================================================

       01 REG-CTA-XREF.
          05 XR-COD-CTA-VIEJA   PIC X(20).
             *> Cuenta como la conocen los demas bancos.
          05 XR-COD-CTA-NUEVA   PIC X(20).
             *> Cuenta vigente; en una correccion de nombre es la
             *> misma XR-COD-CTA-VIEJA.
          05 XR-COD-MOTIVO      PIC X(3).
             88 XR-RENUMERADA      VALUE 'C01'.
             88 XR-NOMBRE-CORREGIDO VALUE 'C04'.
             88 XR-TRASLADADA      VALUE 'C05'.
             *> Mismo codigo con que sale el NOC (ver NOC.cpy).
          05 XR-SUC-ANTERIOR    PIC X(4).
          05 XR-SUC-NUEVA       PIC X(4).
          05 XR-NOM-ANTERIOR    PIC X(50).
          05 XR-NOM-NUEVO       PIC X(50).
             *> Titular antes y despues del cambio (iguales salvo en
             *> la correccion de nombre).
          05 XR-FEC-CAMBIO      PIC X(10).
             *> YYYY-MM-DD
          05 XR-COD-AUTORIZA    PIC X(10).
             *> Supervisor que autorizo el cambio en MNT-CUENTA.
          05 FILLER             PIC X(20).
