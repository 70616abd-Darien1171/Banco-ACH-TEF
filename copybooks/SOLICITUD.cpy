      * procesado (ver PROCESADOS.cpy). Los renglones de detalle
      * conservan el trazado original; se distinguen porque su primera
      * posicion (el inicio de SB-COD-CTA-ORIGEN) nunca es 'H' ni 'T'.
      *
      * Un archivo de correccion (lo arma COR-LOTE con las lineas
      * rechazadas de un lote ya procesado, corregidas) lleva el mismo
      * originador, fecha y secuencia del archivo original, un numero
      * de correccion mayor que cero y, como referencia, el conteo y
      * la suma del control 'T' del original. Su propio control 'T'
      * cuadra con sus propios detalles.
      *================================================================

       01 REG-SOLICITUD-LOTE.
             *> Canal que armo el archivo: WEB cuando viene del
             *> adaptador de banca electronica (ADP-CANAL); espacios
             *> o BAT para un lote tradicional.
          05 SB-ENC-NUM-CORRECCION PIC 9(2).
             *> 00 (o espacios) = archivo original; 01, 02... =
             *> archivo de correccion enlazado al original.
          05 SB-ENC-ORIG-CANT     PIC 9(6).
          05 SB-ENC-ORIG-TOTAL    PIC 9(15)V99.
             *> Solo en un archivo de correccion: cantidad de
             *> detalles y hash total del control 'T' del archivo
             *> original.
          05 FILLER               PIC X(116).

       01 REG-SOL-CONTROL REDEFINES REG-SOLICITUD-LOTE.
          05 SB-CTL-TIPO          PIC X(1).
