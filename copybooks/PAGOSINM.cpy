      *================================================================
      * PAGOSINM.cpy - Estructura de registro MENSAJES_PAGO_INMEDIATO
      *   Bitacora de los mensajes del riel de pagos inmediatos 24/7:
      *   un renglon por pago que MAIN-ACH envio en linea al banco
      *   destino (8800-ENVIAR-PAGO-INMEDIATO), con la respuesta
      *   inmediata que recibio. Un pago aceptado queda liquidado en
      *   la posicion neta continua de POSINM.dat y su orden en
      *   EST-LIQUIDADA, sin pasar por GEN-LIQUIDACION; uno rechazado
      *   deja su orden RECHAZADA y los fondos liberados.
      *================================================================

       01 REG-PAGO-INMEDIATO.
          05 PI-NUM-MENSAJE     PIC X(20).
             *> PIN + YYYYMMDD + consecutivo del dia.
          05 PI-NUM-ORDEN       PIC X(20).
             *> Orden de ORDENES.dat que viaja en el mensaje.
          05 PI-FEC-ENVIO       PIC X(10).
             *> YYYY-MM-DD
          05 PI-HOA-ENVIO       PIC X(8).
             *> HH:MM:SS
          05 PI-COD-CTA-ORIGEN  PIC X(20).
          05 PI-COD-BCO-DEST    PIC X(3).
          05 PI-COD-CTA-DEST    PIC X(20).
          05 PI-MTO-PAGO        PIC S9(13)V99.
             *> Monto que se abona al beneficiario, en COP.
          05 PI-COD-RESPUESTA   PIC X(1).
             88 PI-RES-ACEPTADO    VALUE 'A'.
             88 PI-RES-RECHAZADO   VALUE 'R'.
          05 PI-HOA-RESPUESTA   PIC X(8).
             *> HH:MM:SS en que llego la respuesta.
          05 PI-DES-MOTIVO      PIC X(60).
             *> Motivo del rechazo; espacios si fue aceptado.
          05 FILLER             PIC X(10).
