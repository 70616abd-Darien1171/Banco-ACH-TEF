      *
      *   - recorre el maestro y marca a los clientes activos cuya
      *     confirmacion es mas vieja que LIM-MESES-VIG-KYC (o que
      *     nunca confirmaron: registro viejo); a los calificados
      *     de riesgo alto por CAL-RIESGO (CL-RIESGO-SARLAFT) se
      *     les pide refrescar cada LIM-MESES-VIG-KYC-ALTO;
      *   - encola por cada uno el aviso KYC_VENCIDO en
      *     NOTIFICACIONES.dat (lo despacha DSP-NOTIFICA) pidiendo
      *     refrescar los datos en sucursal;
          05 WS-KYC-ANO           PIC 9(4).
          05 WS-KYC-MES           PIC 9(2).
          05 WS-KYC-MESES         PIC S9(5).
          05 WS-KYC-LIMITE        PIC 9(3).
          05 WS-KYC-VENCIDO       PIC X.
             88 KYC-VENCIDO          VALUE 'S'.

      *================================================================
       2000-EVALUAR-KYC.
           MOVE 'N' TO WS-KYC-VENCIDO
           IF RIESGO-ALTO
               MOVE LIM-MESES-VIG-KYC-ALTO TO WS-KYC-LIMITE
           ELSE
               MOVE LIM-MESES-VIG-KYC TO WS-KYC-LIMITE
           END-IF

           IF CL-KYC-FEC-CONFIRMA = SPACES
               MOVE 'S' TO WS-KYC-VENCIDO
               COMPUTE WS-KYC-MESES =
                   (WS-ANO * 12 + WS-MES)
                   - (WS-KYC-ANO * 12 + WS-KYC-MES)
               IF WS-KYC-MESES > WS-KYC-LIMITE
                   MOVE 'S' TO WS-KYC-VENCIDO
               END-IF
           END-IF
               CL-NOM-LEGAL
           DISPLAY '      Ultima confirmacion: '
               CL-KYC-FEC-CONFIRMA
           IF RIESGO-ALTO
               DISPLAY '      Riesgo SARLAFT alto: vigencia de '
                   LIM-MESES-VIG-KYC-ALTO ' meses'
           END-IF

           PERFORM 3000-ENCOLAR-AVISO-REFRESCO.

