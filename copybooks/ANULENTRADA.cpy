      *================================================================
      * ANULENTRADA.cpy - Estructura de registro AVISOS_ANULACION_
      *   ENTRANTES
      *   Espejo de ANULACIONES.cpy en sentido contrario: otro banco
      *   de la red nos pide devolver un abono que ya nos mando (lo
      *   giro por error o su cliente lo reclamo). Llega en
      *   ANULENTRADA.dat, lo recibe PRC-RETIROS y lo resuelve un
      *   supervisor en SUP-RETIROS (ver RETIROSENT.cpy). Mismo
      *   largo que el aviso saliente; en vez del banco destino trae
      *   el banco que pide la devolucion.
      *================================================================

       01 REG-ANUL-ENTRADA.
          05 AI-NUM-ORDEN       PIC X(20).
             *> Numero de orden con que viajo el abono (el mismo del
             *> detalle '6' del archivo entrante).
          05 AI-COD-BCO-ORIGEN  PIC X(3).
             *> Banco originador del abono, que pide la devolucion.
          05 AI-FEC-ANULACION   PIC X(10).
          05 AI-HOA-ANULACION   PIC X(8).
          05 AI-DES-MOTIVO      PIC X(100).
          05 FILLER             PIC X(9).
