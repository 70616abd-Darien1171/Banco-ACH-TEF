      *================================================================
      * PQR.cpy - Estructura de registro PETICIONES_QUEJAS_RECLAMOS
      *   Registro de las quejas y reclamos de clientes sobre una
      *   transferencia ("yo no hice esta transferencia", "la plata
      *   nunca llego"). Antes se buscaba la orden con CNS-RASTREO y
      *   se llevaba el seguimiento en una hoja de calculo. GES-PQR
      *   radica, asigna y cierra cada queja amarrada a su
      *   OT-NUM-ORDEN y cuenta, con el plazo de respuesta en dias
      *   habiles (sin fines de semana ni FERIADOS.dat) que exige la
      *   Superfinanciera; al cerrar puede disparar el reverso
      *   (REV-ORDEN) o la anulacion (ANL-ORDEN) de la orden.
      *   RPT-PQR resume el mes por causa y plazos incumplidos.
      *================================================================

       01 REG-PQR.
          05 PQ-NUM-PQR         PIC X(20).
             *> 'PQR' + YYYYMMDD + consecutivo diario.
          05 PQ-FEC-RADICACION  PIC X(10).
          05 PQ-HOA-RADICACION  PIC X(8).
          05 PQ-COD-CLIENTE     PIC X(10).
          05 PQ-COD-CUENTA      PIC X(20).
          05 PQ-NUM-ORDEN       PIC X(20).
          05 PQ-MONTO           PIC S9(13)V99.
             *> OT-MTO-TOTAL de la orden reclamada.
          05 PQ-CAUSA           PIC X(20).
             88 PQR-NO-RECONOCIDA  VALUE 'NO_RECONOCIDA       '.
             88 PQR-NO-ABONADA     VALUE 'NO_ABONADA          '.
             88 PQR-MONTO-ERRADO   VALUE 'MONTO_ERRADO        '.
             88 PQR-COBRO-INDEBIDO VALUE 'COBRO_INDEBIDO      '.
             88 PQR-DEMORA         VALUE 'DEMORA              '.
             88 PQR-OTRA-CAUSA     VALUE 'OTRA                '.
          05 PQ-DESCRIPCION     PIC X(200).
             *> Relato del cliente al radicar.
          05 PQ-FEC-VENCIMIENTO PIC X(10).
             *> Fecha limite de respuesta: PQR-DIAS-HABILES dias
             *> habiles despues de la radicacion.
          05 PQ-COD-RESPONSABLE PIC X(10).
             *> Espacios mientras nadie sea dueno de la queja.
          05 PQ-ESTADO          PIC X(10).
             88 PQR-RADICADA       VALUE 'RADICADA  '.
             88 PQR-ASIGNADA       VALUE 'ASIGNADA  '.
             88 PQR-CERRADA        VALUE 'CERRADA   '.
          05 PQ-RESOLUCION      PIC X(20).
             *> FAVORABLE / DESFAVORABLE al cliente; espacios
             *> mientras siga viva.
          05 PQ-ACCION          PIC X(10).
             *> REVERSO (REV-ORDEN), ANULACION (ANL-ORDEN) o
             *> NINGUNA, segun lo que se disparo al cerrar.
          05 PQ-RESPUESTA       PIC X(200).
             *> Respuesta dada al cliente.
          05 PQ-FEC-CIERRE      PIC X(10).
          05 PQ-MCA-FUERA-PLAZO PIC X(1).
             *> S = se cerro despues de PQ-FEC-VENCIMIENTO.
          05 FILLER             PIC X(9).
