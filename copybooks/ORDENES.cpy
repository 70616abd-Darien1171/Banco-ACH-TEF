      *================================================================
      * ORDENES.cpy - Estructura de registro ORDENES_TRANSFERENCIA
      *   ORDENES.dat es indexado por OT-NUM-ORDEN, con dos llaves
      *   alternas con duplicados que cada programa declara en su
      *   SELECT: OT-LLAVE-CUENTA (OT-COD-CTA-ORIGEN +
      *   OT-FEC-CREACION) para las consultas por cuenta y
      *   OT-LLAVE-ESTADO (OT-EST-ORDEN + OT-FEC-VALOR) para los
      *   jobs que trabajan por estado. CNV-ORDENES carga el archivo
      *   indexado a partir de la version secuencial anterior; los
      *   renglones secuenciales entran con OT-LIQ-GENERACION en
      *   espacios.
      *================================================================

       01 REG-ORDEN.
             *> del mismo dia compiten por los fondos de la cuenta:
             *> 1 paga primero; 0 (orden vieja o inmediata) = sin
             *> prioridad, paga de ultimo (ver 0265 en MAIN-ACH).
          05 OT-LIQ-GENERACION.
             *> Ultima generacion del archivo de liquidacion (fecha +
             *> secuencia, ver LIQENVIOS.cpy) que tomo la orden:
             *> CONFIRMADA = viaja en ese lote; DIFERIDA = ese ciclo
             *> la dejo por el tope de prefondeo. Lo estampa
             *> GEN-LIQUIDACION; CNF-LIQUIDACION lo limpia cuando la
             *> camara rechaza la orden. Espacios = nunca presentada.
             10 OT-LIQ-FEC-ARCHIVO PIC X(10).
             10 OT-LIQ-NUM-SECUENCIA PIC 9(6).
