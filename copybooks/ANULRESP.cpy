      *================================================================
      * ANULRESP.cpy - Estructura de registro RESPUESTAS_ANULACION
      *   Respuesta negativa a un aviso de anulacion entrante
      *   (ANULENTRADA.cpy) que se transmite al banco que la pidio:
      *   el abono no se devuelve y va el motivo. La devolucion
      *   aceptada no pasa por aqui: viaja por el archivo de
      *   devoluciones (DEVOLUCION.cpy, motivo R06). Lo escriben
      *   PRC-RETIROS (abono no encontrado o solicitud repetida) y
      *   SUP-RETIROS (decision del supervisor) en RESPANUL.dat.
      *================================================================

       01 REG-ANUL-RESPUESTA.
          05 AR-NUM-ORDEN       PIC X(20).
          05 AR-COD-BCO-DEST    PIC X(3).
             *> Banco que pidio la anulacion.
          05 AR-FEC-RESPUESTA   PIC X(10).
          05 AR-HOA-RESPUESTA   PIC X(8).
          05 AR-COD-RESPUESTA   PIC X(3).
             *> Motivo de la negativa (ver RETIROSENT.cpy).
          05 AR-DES-RESPUESTA   PIC X(60).
          05 AR-NUM-SOLICITUD   PIC X(20).
             *> Nuestra referencia de la solicitud (SR-NUM-SOLICITUD).
          05 FILLER             PIC X(26).
