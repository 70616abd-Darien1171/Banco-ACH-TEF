      *================================================================
      * DEVIMPUG.cpy - Estructura de registro DEVOLUCIONES_IMPUGNADAS
      *   Un renglon por cada devolucion entrante que PRC-DEVUELTAS
      *   no acepto: llego despues del plazo de la red (contado en
      *   dias habiles desde la liquidacion, sin fines de semana ni
      *   festivos de FERIADOS.dat) o cita un monto distinto del de
      *   la orden. La orden no se reintegra ni cambia de estado; la
      *   impugnacion sale al banco emisor en DEVIMPUGNA.dat (trazado
      *   DEVOLUCION.cpy, motivos R68/R69) y este registro es la
      *   lista del supervisor de operaciones para hacerle
      *   seguimiento con la red.
      *================================================================

       01 REG-DEV-IMPUGNADA.
          05 DI-FEC-PROCESO     PIC X(10).
          05 DI-HOA-PROCESO     PIC X(8).
          05 DI-COD-BCO-EMISOR  PIC X(3).
             *> Banco que nos devolvio la orden.
          05 DI-NUM-ORDEN       PIC X(20).
          05 DI-EST-ORDEN       PIC X(22).
             *> Estado de la orden al llegar la devolucion (no se
             *> toca).
          05 DI-COD-MOTIVO-DEV  PIC X(3).
          05 DI-DES-MOTIVO-DEV  PIC X(40).
             *> Motivo que cito el banco emisor.
          05 DI-FEC-DEVOLUCION  PIC X(10).
             *> Fecha del archivo de devolucion (DV-ENC-FEC-ARCHIVO).
          05 DI-FEC-REFERENCIA  PIC X(10).
             *> Liquidacion de la orden (OT-FEC-CONFIRMAC; sin ella,
             *> OT-FEC-ENVIO).
          05 DI-FEC-LIMITE      PIC X(10).
             *> Ultimo dia habil en que la devolucion era oportuna.
          05 DI-MTO-ORDEN       PIC 9(13)V99.
          05 DI-MTO-DEVUELTO    PIC 9(13)V99.
          05 DI-COD-IMPUGNA     PIC X(3).
             88 DI-EXTEMPORANEA    VALUE 'R68'.
             88 DI-MONTO-ERRADO    VALUE 'R69'.
          05 FILLER             PIC X(20).
