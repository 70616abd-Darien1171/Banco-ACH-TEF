      *================================================================
      * RESPWEB.cpy - Estructura de registro RESPUESTAS_CANAL_WEB
      *   Respuesta de ADP-CONSULTAS a cada consulta de CONSWEB.dat
      *   (ver CONSWEB.cpy), en RESPWEB.dat para el front de banca
      *   electronica. Longitud fija de 200 bytes. Por consulta:
      *
      *     un renglon 'R' (siempre) con el resultado y, si fue
      *       atendida, el saldo (tipos S y M) o la orden (tipo O);
      *     tipo M: detras del 'R', un renglon 'M' por movimiento,
      *       del mas reciente al mas antiguo.
      *
      *   Los numeros de cuenta salen enmascarados (ultimos cuatro
      *   digitos visibles), como en todo documento para el cliente.
      * Resultados (RW-COD-RESULTADO):
      *   000 Atendida
      *   E01 Tipo de consulta invalido o datos incompletos
      *   E02 La cuenta o la orden no existe
      *   E03 El cliente no es titular ni cotitular de la cuenta
      *================================================================

       01 REG-RESPUESTA-WEB.
          05 RW-NUM-CONSULTA    PIC X(20).
          05 RW-TIP-REGISTRO    PIC X(1).
             88 RW-REG-RESULTADO    VALUE 'R'.
             88 RW-REG-MOVIMIENTO   VALUE 'M'.
          05 RW-COD-RESULTADO   PIC X(3).
          05 RW-DES-RESULTADO   PIC X(40).
          05 RW-DATOS           PIC X(136).

      *    Renglon 'R' de las consultas S y M.
          05 RW-DATOS-SALDO REDEFINES RW-DATOS.
             10 RW-SAL-COD-CUENTA   PIC X(20).
             10 RW-SAL-TIP-MONEDA   PIC X(3).
             10 RW-SAL-DISPONIBLE   PIC S9(13)V99.
             10 RW-SAL-BLOQUEADO    PIC S9(13)V99.
             10 RW-SAL-TOTAL        PIC S9(13)V99.
             10 RW-SAL-FEC-ULT-TRANS PIC X(10).
             10 RW-SAL-CANT-MOVIM   PIC 9(2).
                *> Tipo M: renglones 'M' que siguen.
             10 FILLER              PIC X(56).

      *    Renglon 'R' de la consulta O.
          05 RW-DATOS-ORDEN REDEFINES RW-DATOS.
             10 RW-ORD-NUM-ORDEN    PIC X(20).
             10 RW-ORD-EST-ORDEN    PIC X(22).
             10 RW-ORD-FEC-CREACION PIC X(10).
             10 RW-ORD-FEC-CONFIRMAC PIC X(10).
             10 RW-ORD-COD-BCO-DEST PIC X(3).
             10 RW-ORD-COD-CTA-DEST PIC X(20).
             10 RW-ORD-MTO-TRANSF   PIC S9(13)V99.
             10 RW-ORD-TIP-MONEDA   PIC X(3).
             10 RW-ORD-MCA-ARCHIVADA PIC X(1).
                *> S=La orden ya esta en el historico (ORDENES_HIST).
             10 FILLER              PIC X(32).

      *    Renglon 'M'.
          05 RW-DATOS-MOVIM REDEFINES RW-DATOS.
             10 RW-MOV-FEC          PIC X(10).
             10 RW-MOV-HOA          PIC X(8).
             10 RW-MOV-TIP          PIC X(22).
             10 RW-MOV-MTO          PIC S9(13)V99.
                *> Negativo=salida, Positivo=entrada
             10 RW-MOV-SAL-POSTERIOR PIC S9(13)V99.
             10 RW-MOV-NUM-ORDEN    PIC X(20).
             10 RW-MOV-DES-DETALLE  PIC X(46).
