      *================================================================
      * CONSWEB.cpy - Estructura de registro CONSULTAS_CANAL_WEB
      *   Consultas que el front de banca electronica deja en
      *   CONSWEB.dat para que ADP-CONSULTAS las conteste en
      *   RESPWEB.dat (ver RESPWEB.cpy): el saldo de una cuenta, el
      *   estado de una orden o los ultimos movimientos de una cuenta.
      *   La web manda el cliente ya autenticado; el responsor valida
      *   que sea el titular o un cotitular activo de la cuenta antes
      *   de contestar. Longitud fija de 100 bytes.
      *================================================================

       01 REG-CONSULTA-WEB.
          05 CW-NUM-CONSULTA    PIC X(20).
             *> Identificador que asigna la web; vuelve tal cual en
             *> cada renglon de la respuesta.
          05 CW-TIP-CONSULTA    PIC X(1).
             88 CW-CONS-SALDO       VALUE 'S'.
             88 CW-CONS-ORDEN       VALUE 'O'.
             88 CW-CONS-MOVIMIENTOS VALUE 'M'.
             *> S=Saldo de CW-COD-CUENTA, O=Estado de CW-NUM-ORDEN,
             *> M=Ultimos CW-CANT-MOVIM movimientos de CW-COD-CUENTA.
          05 CW-COD-CLIENTE     PIC X(10).
             *> Cliente autenticado en la web (CL-COD-CLIENTE).
          05 CW-COD-CUENTA      PIC X(20).
             *> Tipos S y M.
          05 CW-NUM-ORDEN       PIC X(20).
             *> Tipo O (OT-NUM-ORDEN).
          05 CW-CANT-MOVIM      PIC 9(2).
             *> Tipo M: cuantos movimientos; cero o no numerico = 10.
          05 CW-FEC-CONSULTA    PIC X(10).
             *> YYYY-MM-DD
          05 CW-HOA-CONSULTA    PIC X(8).
             *> HH:MM:SS
          05 FILLER             PIC X(9).
