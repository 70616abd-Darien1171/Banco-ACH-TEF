       01 WS-NUM-BARRIDO           PIC X(20).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

      *----------------------------------------------------------------
      * Enmascaramiento de cuentas y documentos en las salidas que
      * recibe el cliente o que circulan por la oficina (ver 8980)
      *----------------------------------------------------------------
       01 WS-MASCARA.
          05 WS-MSK-ENTRADA       PIC X(20).
          05 WS-MSK-SALIDA        PIC X(20).
          05 WS-MSK-LARGO         PIC 9(2).
          05 WS-MSK-VISIBLE       PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE CC-COD-SUCURSAL OF WS-CUENTA-FUENTE TO WS-SUC-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 3560-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
           MOVE WS-HORA-STR TO CB-HOA-EMISION OF WS-COMPROBANTE-NUEVO
           MOVE CC-NOM-CLIENTE OF WS-CUENTA-FUENTE
               TO CB-NOM-CLI-ORIGEN OF WS-COMPROBANTE-NUEVO
           MOVE WS-CTA-FUENTE TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA
               TO CB-COD-CTA-ORIGEN OF WS-COMPROBANTE-NUEVO
           MOVE CC-NOM-CLIENTE OF WS-CUENTA-MAESTRA
               TO CB-NOM-CLI-DEST OF WS-COMPROBANTE-NUEVO
           MOVE COD-BANCO-PROPIO
               TO CB-COD-BCO-DEST OF WS-COMPROBANTE-NUEVO
           MOVE WS-CTA-MAESTRA TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA
               TO CB-COD-CTA-DEST OF WS-COMPROBANTE-NUEVO
           MOVE WS-MTO-EXCEDENTE
               TO CB-MTO-TRANSF OF WS-COMPROBANTE-NUEVO
               DISPLAY '  Codigo    : ' WS-CHK-ESTADO
               STOP RUN
           END-IF.

      *================================================================
      * 8980 - ENMASCARAR UN NUMERO DE CUENTA O DE DOCUMENTO
      *   Entra WS-MSK-ENTRADA; deja en WS-MSK-SALIDA el mismo numero
      *   con asteriscos en lugar de todo menos los cuatro ultimos
      *   caracteres. Un numero de cuatro caracteres o menos queda
      *   igual. Los archivos regulatorios (UIAF, exogena,
      *   liquidacion) no pasan por aqui: llevan el numero completo.
      *================================================================
       8980-ENMASCARAR-NUMERO.
           MOVE SPACES TO WS-MSK-SALIDA
           MOVE 20 TO WS-MSK-LARGO
           PERFORM UNTIL WS-MSK-LARGO = 0
                   OR WS-MSK-ENTRADA (WS-MSK-LARGO:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MSK-LARGO
           END-PERFORM

           IF WS-MSK-LARGO <= 4
               MOVE WS-MSK-ENTRADA TO WS-MSK-SALIDA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MSK-VISIBLE = WS-MSK-LARGO - 3
           MOVE ALL '*' TO WS-MSK-SALIDA (1:WS-MSK-VISIBLE - 1)
           MOVE WS-MSK-ENTRADA (WS-MSK-VISIBLE:4)
               TO WS-MSK-SALIDA (WS-MSK-VISIBLE:4).
