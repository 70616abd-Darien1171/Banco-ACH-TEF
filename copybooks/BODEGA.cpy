      *================================================================
      * BODEGA.cpy - Estructura de registro EXTRACTO_BODEGA
      *   Renglon de los extractos diarios para la bodega de datos
      *   corporativa que deja GEN-BODEGA (fase 6 de la cadena de
      *   cierre). Un archivo por entidad y dia:
      *
      *     data/DWH-<ENTIDAD>-YYYYMMDD.dat
      *
      *   con ENTIDAD = ORDENES, MOVIMIENTOS, ASIENTOS, CLIENTES,
      *   CUENTAS, CASOS o NOTIFICACIONES. Campos separados por '|'
      *   (un '|' dentro de un texto sale como '/'); los textos van
      *   a su ancho con espacios a la derecha, los montos como
      *   +9999999999999,99 (signo y coma decimal) y las fechas
      *   YYYY-MM-DD. Tres tipos de renglon, por el primer campo:
      *
      *     H|ENTIDAD|FECHA|<nombre de cada columna del detalle>
      *     D|<valores en el orden del encabezado>
      *     C|ENTIDAD|FECHA|REGISTROS|TOTAL_1|TOTAL_2
      *
      *   Los totales de control por entidad son:
      *     ORDENES         monto transferido / comision
      *     MOVIMIENTOS     salidas (negativas) / entradas
      *     ASIENTOS        debitos / creditos
      *     CLIENTES        altas del dia / renglones de CAMBIOS.dat
      *     CUENTAS         saldo total / saldo disponible
      *     CASOS           monto de los casos / casos cerrados
      *     NOTIFICACIONES  pendientes / enviadas
      *
      *   Al final GEN-BODEGA escribe el manifiesto del dia,
      *   data/DWH-MANIFIESTO-YYYYMMDD.dat, con el mismo trazado:
      *
      *     H|MANIFIESTO|FECHA|ARCHIVO|ENTIDAD|REGISTROS|TOTAL_1|
      *       TOTAL_2
      *     M|<un renglon por archivo con su control>
      *     F|FECHA|ARCHIVOS|REGISTROS|FEC_GENERACION|HOA_GENERACION
      *
      *   El manifiesto sale de ultimo: mientras no exista, los
      *   extractos del dia no estan completos y no deben cargarse.
      *================================================================

       01 REG-BODEGA            PIC X(800).
