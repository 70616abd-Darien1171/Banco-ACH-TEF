      *================================================================
      * RETIROSENT.cpy - Estructura de registro SOLICITUDES_RETIRO_
      *   ENTRANTES
      *   Lista de trabajo de las anulaciones que otros bancos nos
      *   piden sobre abonos que PRC-ENTRANTE ya aplico (ver
      *   ANULENTRADA.cpy). PRC-RETIROS la alimenta: ubica el abono
      *   en MOVIMIENTOS.dat, anota si sigue retenido (RETABONOS) y
      *   si los fondos siguen en la cuenta; lo que no se encuentra
      *   se niega de una vez. Un supervisor decide cada PENDIENTE en
      *   SUP-RETIROS: devolverla (con el consentimiento del cliente
      *   y fondos suficientes) por el archivo de devoluciones, o
      *   negarla con su motivo.
      * Motivos de negativa (SR-COD-RESPUESTA / AR-COD-RESPUESTA):
      *   N01 Abono no encontrado o no aplicado a ninguna cuenta
      *   N02 Los fondos ya no estan disponibles en la cuenta
      *   N03 El cliente no autoriza la devolucion
      *   N04 Cuenta inactiva o congelada
      *   N05 Solicitud repetida (ya hay una para esa orden)
      * Una devuelta lleva R06 (devuelta a pedido del originador).
      *================================================================

       01 REG-SOL-RETIRO.
          05 SR-NUM-SOLICITUD   PIC X(20).
          05 SR-FEC-RECIBIDA    PIC X(10).
          05 SR-HOA-RECIBIDA    PIC X(8).
          05 SR-COD-BCO-ORIGEN  PIC X(3).
          05 SR-NUM-ORDEN       PIC X(20).
          05 SR-DES-MOTIVO      PIC X(100).
             *> Motivo que cita el banco que pide la anulacion.
          05 SR-COD-CUENTA      PIC X(20).
             *> Cuenta nuestra a la que se abono; espacios = N01.
          05 SR-FEC-ABONO       PIC X(10).
          05 SR-MTO-ABONO       PIC S9(13)V99.
             *> Monto abonado en COP (MOV-DEPOSITO de la orden).
          05 SR-NUM-RETENCION   PIC X(20).
             *> Retencion de disponibilidad ACTIVA del abono al
             *> recibir la solicitud; espacios = abono disponible.
          05 SR-COD-CTA-ORIGEN  PIC X(20).
          05 SR-MTO-ORIGINAL    PIC 9(13)V99.
          05 SR-TIP-MONEDA      PIC X(3).
             *> Datos del detalle original cuando LIQENTRADA.dat aun
             *> lo trae; si no, el monto COP y espacios.
          05 SR-MCA-FONDOS      PIC X(1).
             *> S = al recibirla los fondos seguian en la cuenta.
          05 SR-ESTADO          PIC X(10).
             88 SRE-PENDIENTE      VALUE 'PENDIENTE '.
             88 SRE-DEVUELTA       VALUE 'DEVUELTA  '.
             88 SRE-NEGADA         VALUE 'NEGADA    '.
          05 SR-COD-RESPUESTA   PIC X(3).
          05 SR-DES-RESPUESTA   PIC X(60).
          05 SR-MCA-CONSENTIMIENTO PIC X(1).
             *> S = el cliente autorizo devolver; N o espacio = no.
          05 SR-COD-SUPERVISOR  PIC X(10).
             *> Espacios = resuelta por PRC-RETIROS sin supervisor.
          05 SR-FEC-DECISION    PIC X(10).
          05 FILLER             PIC X(20).
