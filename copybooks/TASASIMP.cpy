      *================================================================
      * TASASIMP.cpy - Estructura de registro TARIFAS_IMPUESTOS
      *   Tarifas del GMF, del IVA sobre comisiones y de la retencion
      *   en la fuente sobre rendimientos, con fecha de vigencia. Un
      *   cambio de tarifa se solicita con MNT-TASASIMP y solo entra
      *   al archivo cuando otro supervisor lo aprueba en APR-CAMBIOS.
      *   Cada programa que causa el impuesto toma, para la fecha
      *   valor de la operacion, el renglon del tipo con la vigencia
      *   mas reciente que no la supere; sin renglon aplicable rige
      *   la tarifa compilada en CONSTANTES.cpy (GMF-TARIFA-X-MIL,
      *   IVA-TARIFA-POR, RTF-TARIFA-POR). El archivo es historico:
      *   una tarifa nueva agrega un renglon, nunca pisa los
      *   anteriores, asi una operacion reprocesada despues de la
      *   reforma sigue tomando la tarifa de su fecha.
      *================================================================

       01 REG-TASA-IMPUESTO.
          05 TX-TIP-IMPUESTO    PIC X(3).
             88 TX-ES-GMF          VALUE 'GMF'.
             88 TX-ES-IVA          VALUE 'IVA'.
             88 TX-ES-RTF          VALUE 'RTF'.
          05 TX-FEC-VIGENCIA    PIC X(10).
             *> YYYY-MM-DD desde la que rige la tarifa.
          05 TX-TARIFA          PIC 9(2)V99.
             *> GMF: pesos por cada mil debitados.
             *> IVA y RTF: porcentaje sobre la base.
          05 TX-NUM-CAMBIO      PIC X(20).
             *> Solicitud de PENDCAMBIO.dat que la cargo.
          05 TX-COD-SOLICITANTE PIC X(10).
          05 TX-COD-APROBADOR   PIC X(10).
          05 TX-FEC-CARGUE      PIC X(10).
          05 TX-HOA-CARGUE      PIC X(8).
          05 FILLER             PIC X(10).
