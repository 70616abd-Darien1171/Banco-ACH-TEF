      *   codigo de rechazo de CODIGOS-RESULTADO con su texto), el
      *   estado final de la linea y la comision cobrada, para que el
      *   originador concilie su nomina o su corrida de proveedores
      *   mecanicamente en vez de llamarnos. Las lineas RECHAZADA
      *   las puede corregir un supervisor con COR-LOTE, que arma el
      *   archivo de correccion enlazado al lote.
      *================================================================

       01 REG-RESULTADO-LOTE.
