      *================================================================
      * CONVENIOS.cpy - Estructura de registro CONVENIOS_RECAUDO
      *   Convenio con un facturador (empresa de servicios, colegio,
      *   secretaria de hacienda) cuyos clientes pagan sus facturas
      *   por referencia en taquilla (TRN-CAJA) o por el canal web
      *   (ADP-CANAL). Lo pagado se acumula en el dia en la cuenta
      *   recaudadora y PRC-CONVENIOS la traslada al cierre a la
      *   cuenta de abono, menos la comision por factura y su IVA.
      *   A diferencia de MANDATOS.cpy, aqui el pagador empuja el
      *   dinero; nadie debita su cuenta sin que el lo pida.
      *   MNT-CONVENIOS mantiene el archivo con autorizacion de
      *   supervisor.
      *================================================================

       01 REG-CONVENIO.
          05 CV-COD-CONVENIO    PIC X(6).
             *> Codigo que el pagador cita junto con la referencia.
          05 CV-NOM-CONVENIO    PIC X(50).
          05 CV-COD-CLIENTE     PIC X(10).
             *> Cliente corporativo facturador (CL-COD-CLIENTE).
          05 CV-COD-CTA-RECAUDO PIC X(20).
             *> Cuenta nuestra donde se acumula el recaudo del dia.
          05 CV-COD-CTA-ABONO   PIC X(20).
             *> Cuenta nuestra del facturador que recibe el neto.
          05 CV-VLR-COMISION    PIC 9(7)V99.
             *> Comision por factura pagada, antes de IVA.
          05 CV-MCA-ACEPTA-VENCIDA PIC X(1).
             *> S=Recibe facturas despues del vencimiento N=No
          05 CV-MCA-ACTIVO      PIC X(1).
             *> S=Activo N=Suspendido (no recibe pagos)
          05 CV-FEC-REGISTRO    PIC X(10).
             *> YYYY-MM-DD en que se registro el convenio.
          05 FILLER             PIC X(13).
