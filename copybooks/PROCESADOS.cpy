      *   por originador + fecha + secuencia del encabezado 'H' de
      *   SOLICITUDES.dat. 0250-PROCESAR-LOTE rechaza completo un
      *   archivo cuyo identificador ya figure aqui, para que el mismo
      *   archivo soltado dos veces no vuelva a postear. El numero de
      *   correccion forma parte del identificador: el archivo de
      *   correccion de un lote (COR-LOTE) no choca con su original.
      *================================================================

       01 REG-ARCH-PROCESADO.
             *> Totales del archivo tal como se proceso, para el
             *> resumen mensual de facturacion por originador
             *> (RPT-FACTURACION).
          05 PR-NUM-CORRECCION  PIC 9(2).
             *> 00 = archivo original (espacios en los renglones
             *> anteriores a la correccion de lotes).
          05 FILLER             PIC X(6).
