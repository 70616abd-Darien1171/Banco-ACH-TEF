      *================================================================
      * RESULTNOM.cpy - Estructura de registro RESULTADOS_NOMINA
      *   Archivo de respuesta que APR-NOMINA devuelve a la empresa
      *   por cada archivo de vinculacion (ALTANOMINA.cpy): un
      *   renglon por empleado con el cliente y la cuenta de nomina
      *   que le quedaron, o el motivo del rechazo. Un archivo
      *   rechazado completo (encabezado o control malos) deja un
      *   solo renglon con linea cero.
      *================================================================

       01 REG-RESULTADO-NOMINA.
          05 RA-NUM-LINEA       PIC 9(6).
          05 RA-TIP-DOCUMENTO   PIC X(2).
          05 RA-NUM-DOCUMENTO   PIC X(15).
          05 RA-NOM-EMPLEADO    PIC X(50).
          05 RA-COD-CLIENTE     PIC X(10).
          05 RA-MCA-CLIENTE-NUEVO PIC X(1).
             *> S = cliente creado por esta vinculacion; N = ya era
             *> cliente del banco.
          05 RA-COD-CUENTA      PIC X(20).
             *> Cuenta de nomina para los abonos de la dispersion;
             *> espacios cuando la linea se rechazo.
          05 RA-ESTADO          PIC X(10).
             *> ABIERTA (cuenta nueva), EXISTENTE (ya tenia cuenta
             *> del producto de nomina) o RECHAZADA.
          05 RA-COD-RECHAZO     PIC X(3).
             *> R01 documento invalido, R02 nombre vacio, R03
             *> salario invalido, R04 nombre en lista de vigilancia,
             *> R05 cliente inactivo o fallecido, R06 sin numero de
             *> cuenta disponible, R99 archivo rechazado completo.
          05 RA-DES-RESULTADO   PIC X(40).
          05 FILLER             PIC X(10).
