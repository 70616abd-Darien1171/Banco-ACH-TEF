      *   una transferencia programada (MAIN-ACH) e inscripcion de
      *   beneficiarios. El estado marca lo que la mensajeria ya
      *   entrego; todo lo PENDIENTE es un aviso que el cliente
      *   todavia no ha recibido. CNV-NOTIFICACIONES lleva a largo
      *   completo los avisos encolados antes de NT-CONTACTO-FIJO,
      *   que no admiten crecer en una reescritura.
      *================================================================

       01 REG-NOTIFICACION.
             *> CONFIRMACION, RECHAZO, TIMEOUT, REVERSO,
             *> RETENCION_APROBADA, RETENCION_RECHAZADA,
             *> PROGRAMADA_EJECUTADA, PROGRAMADA_FALLIDA,
             *> BENEF_INSCRITO, ANULACION_DEVUELTA; alertas del
             *> cliente (EVA-ALERTAS): ALERTA_SALDO_BAJO,
             *> ALERTA_ABONO, ALERTA_DEBITO; canje de cheques
             *> (PRC-CANJE): CHEQUE_LIBERADO, CHEQUE_DEVUELTO;
             *> cuota de manejo (FAC-MANEJO): CUOTA_MANEJO;
             *> cambio de datos de contacto (MNT-CLIENTE):
             *> CAMBIO_CONTACTO; vinculacion de nomina
             *> (APR-NOMINA): CUENTA_NOMINA; castigo de
             *> sobregiro (SUP-CASTIGOS): CASTIGO_SOBREGIRO;
             *> remesas del exterior (PRC-REMESAS): REMESA_ABONADA;
             *> resumen anual de costos (RPT-COSTOS):
             *> RESUMEN_COSTOS_ANUAL.
          05 NT-NUM-ORDEN       PIC X(20).
          05 NT-DES-MENSAJE     PIC X(100).
          05 NT-CANAL-PREFERIDO PIC X(10).
          05 NT-FEC-ENVIO       PIC X(10).
             *> YYYY-MM-DD en que DSP-NOTIFICA lo despacho u omitio;
             *> espacios mientras siga PENDIENTE.
          05 NT-CONTACTO-FIJO   PIC X(50).
             *> Telefono o correo al que debe ir el aviso sin
             *> importar el maestro, por el canal de
             *> NT-CANAL-PREFERIDO (SMS/EMAIL): el aviso de un cambio
             *> de contacto va al dato ANTERIOR, que el maestro ya no
             *> tiene. Espacios = el contacto del maestro, como
             *> siempre.
