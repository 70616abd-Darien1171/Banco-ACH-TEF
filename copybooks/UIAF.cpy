      *     '2' Detalle de efectivo (un deposito o retiro de
      *         taquilla sobre el umbral, o el acumulado mensual de
      *         efectivo de un cliente; ver RPT-EFECTIVO)
      *     '3' Encabezado de un reporte de operacion sospechosa
      *         (ROS, ver ROS.cpy y GEN-ROS): sujeto y origen
      *     '4' Narrativa del analista del ROS (renglones de 100)
      *     '5' Operacion involucrada en el ROS
      *     '7' Remesa del exterior pagada en taquilla o abonada a
      *         cuenta en el mes (ver REMESAS.cpy y RPT-REMESAS)
      *     '9' Control (cantidad de detalles y monto total)
      *================================================================

          05 UF-EFE-MONTO          PIC 9(15)V99.
          05 FILLER                PIC X(42).

       01 REG-UIAF-ROS REDEFINES REG-UIAF.
          05 UF-ROS-TIPO           PIC X(1).
          05 UF-ROS-NUM-ROS        PIC X(20).
          05 UF-ROS-FEC-MARCA      PIC X(10).
          05 UF-ROS-TIP-ORIGEN     PIC X(10).
             *> CASO (expediente de fraude) o MULA (deteccion de
             *> cuenta recolectora).
          05 UF-ROS-REF-ORIGEN     PIC X(20).
          05 UF-ROS-COD-BCO-DEST   PIC X(3).
          05 UF-ROS-COD-CTA-DEST   PIC X(20).
          05 UF-ROS-NOM-TITULAR    PIC X(50).
             *> Titular del destino segun la primera orden hallada.
          05 UF-ROS-COD-ANALISTA   PIC X(10).
          05 FILLER                PIC X(16).

       01 REG-UIAF-NARRATIVA REDEFINES REG-UIAF.
          05 UF-NAR-TIPO           PIC X(1).
          05 UF-NAR-NUM-ROS        PIC X(20).
          05 UF-NAR-RENGLON        PIC 9(2).
          05 UF-NAR-TEXTO          PIC X(100).
          05 FILLER                PIC X(37).

       01 REG-UIAF-OPERACION REDEFINES REG-UIAF.
          05 UF-OPE-TIPO           PIC X(1).
          05 UF-OPE-NUM-ROS        PIC X(20).
          05 UF-OPE-NUM-ORDEN      PIC X(20).
             *> Orden, o la referencia del intento del caso.
          05 UF-OPE-FEC-OPERACION  PIC X(10).
          05 UF-OPE-COD-CTA-ORIGEN PIC X(20).
          05 UF-OPE-NOM-ORIGEN     PIC X(50).
          05 UF-OPE-MONTO          PIC 9(15)V99.
          05 UF-OPE-ESTADO         PIC X(22).
             *> OT-EST-ORDEN, o INTENTO_DEL_CASO.

       01 REG-UIAF-REMESA REDEFINES REG-UIAF.
          05 UF-REM-TIPO           PIC X(1).
          05 UF-REM-NUM-REMESA     PIC X(20).
          05 UF-REM-COD-REMESADORA PIC X(6).
          05 UF-REM-PAIS-ORIGEN    PIC X(3).
          05 UF-REM-NOM-REMITENTE  PIC X(30).
          05 UF-REM-TIP-DOCUMENTO  PIC X(2).
          05 UF-REM-NUM-DOCUMENTO  PIC X(15).
          05 UF-REM-NOM-BENEFICIARIO PIC X(30).
          05 UF-REM-MODALIDAD      PIC X(10).
             *> EFECTIVO (taquilla) o ABONO (cuenta).
          05 UF-REM-FEC-PAGO       PIC X(10).
          05 UF-REM-TIP-MONEDA     PIC X(3).
          05 UF-REM-MTO-ORIGEN     PIC 9(11)V99.
          05 UF-REM-MTO-COP        PIC 9(15)V99.

       01 REG-UIAF-CONTROL REDEFINES REG-UIAF.
          05 UF-FIN-TIPO           PIC X(1).
          05 UF-FIN-CANT-DETALLES  PIC 9(6).
