      *================================================================
      * SUCESIONES.cpy - Estructura de registro PARTICION_SUCESION
      *   Particion de los saldos de un titular fallecido entre sus
      *   herederos, tal como la ordena la sentencia del juzgado o la
      *   escritura de la notaria: un renglon por heredero, todos con
      *   el mismo SU-NUM-PARTICION. La registra un operador en
      *   PRC-SUCESION (queda PENDIENTE) y solo se paga cuando un
      *   supervisor distinto la aprueba; al pagar cada renglon queda
      *   PAGADA con el monto entregado y su referencia de pago (la
      *   orden girada a otro banco o el movimiento abonado en una
      *   cuenta nuestra).
      *================================================================

       01 REG-SUCESION.
          05 SU-NUM-PARTICION   PIC X(20).
             *> 'SUC' + fecha + consecutivo; comun a los herederos.
          05 SU-COD-CLIENTE     PIC X(10).
             *> Cliente fallecido (CL-FALLECIDO en CLIENTES.dat).
          05 SU-DOC-PARTICION   PIC X(30).
             *> Radicado de la sentencia o numero de la escritura
             *> de particion que ordena el pago.
          05 SU-NUM-HEREDERO    PIC 9(2).
          05 SU-NOM-HEREDERO    PIC X(50).
          05 SU-TIP-DOC-HEREDERO PIC X(2).
          05 SU-NUM-DOC-HEREDERO PIC X(15).
          05 SU-COD-BCO-DEST    PIC X(3).
             *> COD-BANCO-PROPIO = abono a una cuenta nuestra; otro
             *> codigo = orden CONFIRMADA hacia ese banco.
          05 SU-COD-CTA-DEST    PIC X(20).
          05 SU-POR-PARTICION   PIC 9(3)V99.
             *> Porcentaje del heredero; los renglones de una
             *> particion suman 100.
          05 SU-MTO-PAGADO      PIC S9(13)V99.
          05 SU-EST-PARTICION   PIC X(10).
             88 SUC-PENDIENTE      VALUE 'PENDIENTE '.
             88 SUC-PAGADA         VALUE 'PAGADA    '.
             88 SUC-RECHAZADA      VALUE 'RECHAZADA '.
          05 SU-COD-REGISTRA    PIC X(10).
          05 SU-FEC-REGISTRO    PIC X(10).
          05 SU-COD-APRUEBA     PIC X(10).
          05 SU-FEC-APROBACION  PIC X(10).
          05 SU-REF-PAGO        PIC X(20).
          05 FILLER             PIC X(10).
