      * siempre despues de la siguiente devolucion. Lo procesa
      * PRC-NOC contra BENEFICIARIOS.dat, RECURRENTES.dat, las
      * ordenes PROGRAMADA sin reclamar y los MANDATOS.dat vivos.
      * En sentido contrario PRC-ENTRANTE arma un NOC saliente por
      * banco originador (data/NOCSAL-<banco>.dat) cuando un abono
      * llega con el dato viejo de una cuenta nuestra (ver
      * CTAXREF.cpy).
      * NC/DV-TIP-REGISTRO distingue el tipo de renglon:
      *   '1' Encabezado de archivo (uno por corrida)
      *   '6' Detalle de correccion (uno por cuenta corregida)
      *   C01 Cuenta renumerada en el mismo banco
      *   C02 Cuenta migrada a otro banco de la red
      *   C03 Tipo o estructura de la cuenta corregida
      *   C04 Nombre del titular corregido (NC-DET-NOM-NUEVO)
      *   C05 Cuenta trasladada a otra sucursal con numero nuevo
      *================================================================

       01 REG-NOC.
          05 NC-ENC-NOM-BCO-EMISOR PIC X(30).
          05 NC-ENC-FEC-ARCHIVO    PIC X(10).
          05 NC-ENC-HOA-ARCHIVO    PIC X(8).
          05 NC-ENC-COD-BCO-DEST   PIC X(3).
             *> Banco al que va dirigido el aviso; espacios en
             *> archivos viejos.
          05 FILLER                PIC X(145).

       01 REG-NOC-DETALLE REDEFINES REG-NOC.
          05 NC-DET-TIPO           PIC X(1).
             *> Banco + cuenta corregidos que deben reemplazarlos.
          05 NC-DET-COD-MOTIVO     PIC X(3).
          05 NC-DET-DES-MOTIVO     PIC X(40).
          05 NC-DET-NOM-NUEVO      PIC X(50).
             *> Nombre corregido del titular (motivo C04); espacios
             *> en los demas motivos.
          05 FILLER                PIC X(60).

       01 REG-NOC-CTRL-ARCHIVO REDEFINES REG-NOC.
          05 NC-FIN-TIPO           PIC X(1).
