      *================================================================
      * EXTDIARIO.cpy - Estructura de registro del extracto diario de
      * tesoreria (cash management) para clientes corporativos,
      * formato fijo de 250 bytes por renglon al estilo MT940: un
      * archivo por cliente y fecha (data/CSH-YYYYMMDD-cliente.dat)
      * que su ERP concilia automaticamente cada manana. Lo genera
      * GEN-EXTDIARIO para los clientes con CL-MCA-EXTRACTO-DIA = S.
      * ED-TIP-REGISTRO distingue el tipo de renglon:
      *   '1' Encabezado del archivo (cliente y fecha del extracto)
      *   '2' Saldo de apertura de una cuenta       (MT940 :25:/:60F:)
      *   '3' Movimiento del dia                    (MT940 :61:/:86:)
      *   '4' Saldo de cierre y disponible           (MT940 :62F:/:64:)
      *   '9' Control del archivo (cuentas y renglones)
      * Cada cuenta activa del cliente aporta un '2', sus '3' en el
      * orden de MOVIMIENTOS.dat y un '4'. Los montos van sin signo
      * con la marca D (debito) / C (credito) al lado, como en MT940.
      *================================================================

       01 REG-EXTRACTO-DIA.
          05 ED-TIP-REGISTRO       PIC X(1).
          05 FILLER                PIC X(249).

       01 REG-EXD-ENCABEZADO REDEFINES REG-EXTRACTO-DIA.
          05 ED-ENC-TIPO           PIC X(1).
          05 ED-ENC-COD-BANCO      PIC X(3).
             *> Banco que emite el extracto (el nuestro).
          05 ED-ENC-NOM-BANCO      PIC X(30).
          05 ED-ENC-COD-CLIENTE    PIC X(10).
          05 ED-ENC-NOM-CLIENTE    PIC X(50).
          05 ED-ENC-FEC-EXTRACTO   PIC X(10).
             *> YYYY-MM-DD del dia que se extracta.
          05 ED-ENC-FEC-GENERA     PIC X(10).
          05 ED-ENC-HOA-GENERA     PIC X(8).
          05 FILLER                PIC X(128).

       01 REG-EXD-APERTURA REDEFINES REG-EXTRACTO-DIA.
          05 ED-APE-TIPO           PIC X(1).
          05 ED-APE-COD-CUENTA     PIC X(20).
          05 ED-APE-NUM-EXTRACTO   PIC 9(5).
             *> Orden de la cuenta dentro del archivo (:28C:).
          05 ED-APE-TIP-MONEDA     PIC X(3).
          05 ED-APE-MCA-DC         PIC X(1).
          05 ED-APE-FEC-SALDO      PIC X(10).
             *> Fecha de la foto de SALDOS.dat que da el saldo.
          05 ED-APE-MTO-SALDO      PIC 9(13)V99.
          05 ED-APE-MCA-ORIGEN     PIC X(1).
             88 ED-APE-DE-FOTO        VALUE 'F'.
             88 ED-APE-DERIVADO       VALUE 'D'.
             *> F = foto de SALDOS.dat; D = derivado del primer
             *> movimiento del dia o del saldo actual (sin foto).
          05 FILLER                PIC X(194).

       01 REG-EXD-MOVIMIENTO REDEFINES REG-EXTRACTO-DIA.
          05 ED-MOV-TIPO           PIC X(1).
          05 ED-MOV-COD-CUENTA     PIC X(20).
          05 ED-MOV-FEC-VALOR      PIC X(10).
          05 ED-MOV-HOA-MOVIMIENTO PIC X(8).
          05 ED-MOV-MCA-DC         PIC X(1).
          05 ED-MOV-MTO            PIC 9(13)V99.
          05 ED-MOV-TIP-MOVIMIENTO PIC X(22).
             *> MC-TIP-MOVIMIENTO: codigo de transaccion.
          05 ED-MOV-NUM-ORDEN      PIC X(20).
             *> MC-NUM-ORDEN: referencia con la que el ERP del
             *> cliente calza el pago (nomina, recaudo, orden).
          05 ED-MOV-NUM-MOVIMIENTO PIC X(20).
             *> Referencia del banco (MC-NUM-MOVIMIENTO).
          05 ED-MOV-DES-CONCEPTO   PIC X(100).
             *> MC-DES-DETALLE (:86:).
          05 ED-MOV-MTO-SALDO      PIC S9(13)V99.
             *> Saldo despues del movimiento (MC-SAL-POSTERIOR).
          05 FILLER                PIC X(18).

       01 REG-EXD-CIERRE REDEFINES REG-EXTRACTO-DIA.
          05 ED-CIE-TIPO           PIC X(1).
          05 ED-CIE-COD-CUENTA     PIC X(20).
          05 ED-CIE-MCA-DC         PIC X(1).
          05 ED-CIE-FEC-SALDO      PIC X(10).
          05 ED-CIE-MTO-SALDO      PIC 9(13)V99.
          05 ED-CIE-MCA-ORIGEN     PIC X(1).
             *> F = foto del dia en SALDOS.dat; D = apertura mas
             *> los movimientos del dia.
          05 ED-CIE-MCA-DC-DISP    PIC X(1).
          05 ED-CIE-MTO-DISPONIBLE PIC 9(13)V99.
             *> Saldo disponible (:64:); sin foto del dia, el de
             *> CUENTAS.dat al momento de la corrida.
          05 ED-CIE-CANT-MOVS      PIC 9(5).
          05 ED-CIE-TOT-DEBITOS    PIC 9(15)V99.
          05 ED-CIE-TOT-CREDITOS   PIC 9(15)V99.
          05 FILLER                PIC X(147).

       01 REG-EXD-CONTROL REDEFINES REG-EXTRACTO-DIA.
          05 ED-FIN-TIPO           PIC X(1).
          05 ED-FIN-CANT-CUENTAS   PIC 9(5).
          05 ED-FIN-CANT-MOVS      PIC 9(7).
          05 ED-FIN-CANT-REGISTROS PIC 9(7).
             *> Todos los renglones del archivo, este incluido.
          05 FILLER                PIC X(230).
