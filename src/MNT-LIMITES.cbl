      *     que ya tiene limite, lo cual exige capturar el codigo del
      *     supervisor que autoriza el cambio y el motivo; sin esos dos
      *     datos no se aplica el ajuste. Cada ajuste, igual que cada
      *     alta, queda asentado en AUDITORIA.dat; o
      *
      *   - fijar o quitar el tope diario de un CANAL (TAQ, WEB, BAT o
      *     SIS, ver OT-COD-CANAL) de un cliente que ya tiene limite,
      *     con la misma exigencia de supervisor y motivo. El tope en
      *     cero quita el del canal, que vuelve a quedar sujeto solo a
      *     los limites del cliente.
      *
      * No toca LC-LIM-DIA-USADO/LC-LIM-MES-USADO de un cliente
      * existente (eso es responsabilidad exclusiva de 6000-VALIDAR-
       01 WS-OPCION                PIC X(1).
          88 OPCION-ALTA              VALUE 'N'.
          88 OPCION-AJUSTE            VALUE 'E'.
          88 OPCION-CANAL             VALUE 'C'.

      *----------------------------------------------------------------
      * Datos capturados
          05 WS-CAP-LIM-MENSUAL     PIC S9(13)V99.
          05 WS-COD-AUTORIZA        PIC X(10).
          05 WS-MOTIVO-AUTORIZA     PIC X(100).
          05 WS-CAP-COD-CANAL       PIC X(3) VALUE SPACES.
             88 CANAL-VALIDO           VALUE 'TAQ' 'WEB' 'BAT' 'SIS'.
          05 WS-CAP-LIM-CANAL       PIC S9(13)V99 VALUE 0.

       01 WS-LIMITE-ANTERIOR.
          05 WS-ANT-LIM-DIARIO      PIC S9(13)V99.
          05 WS-ANT-LIM-MENSUAL     PIC S9(13)V99.
          05 WS-ANT-LIM-CANAL       PIC S9(13)V99.

      *----------------------------------------------------------------
      * Auxiliares
             88 HAY-LIMITES           VALUE 'S'.
          05 WS-CLIENTE-ENCONTRADO PIC X VALUE 'N'.
             88 CLIENTE-ENCONTRADO    VALUE 'S'.
          05 WS-IDX-CANAL          PIC 9(1).

       01 WS-DISP-MONTO PIC ZZ.ZZZ.ZZZ.ZZZ,99.

          05 WS-DISP-ANT-MENSUAL  PIC Z.ZZZ.ZZZ.ZZZ,99.
          05 WS-DISP-NVO-DIARIO   PIC Z.ZZZ.ZZZ.ZZZ,99.
          05 WS-DISP-NVO-MENSUAL  PIC Z.ZZZ.ZZZ.ZZZ,99.
          05 WS-DISP-ANT-CANAL    PIC Z.ZZZ.ZZZ.ZZZ,99.
          05 WS-DISP-NVO-CANAL    PIC Z.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.
          05 WS-DIA-PUEDE-OPERAR  PIC X VALUE 'N'.
             88 DIA-PUEDE-OPERAR     VALUE 'S'.

      *----------------------------------------------------------------
      * Cifrado de claves (ver 8970): USUARIOS.dat guarda la huella
      * de sal + usuario + clave, nunca la clave digitada.
      *----------------------------------------------------------------
       01 WS-CIFRADO-CLAVE.
          05 WS-CIF-CLAVE         PIC X(20).
          05 WS-CIF-SAL           PIC X(8).
          05 WS-CIF-USUARIO       PIC X(20).
          05 WS-CIF-RESULTADO     PIC X(20).
          05 WS-CIF-TEXTO         PIC X(48).
          05 WS-CIF-POS           PIC 9(2).
          05 WS-CIF-RONDA         PIC 9(3).
          05 WS-CIF-BYTE-X.
             10 FILLER            PIC X VALUE LOW-VALUE.
             10 WS-CIF-CARACTER   PIC X.
          05 WS-CIF-BYTE REDEFINES WS-CIF-BYTE-X
                                  PIC 9(4) COMP.
          05 WS-CIF-H1            PIC 9(10).
          05 WS-CIF-H2            PIC 9(10).
          05 WS-CIF-ACUM          PIC 9(15).
          05 WS-CIF-COCIENTE      PIC 9(15).

       PROCEDURE DIVISION.

      *================================================================
                   PERFORM 3000-DAR-DE-ALTA
               WHEN OPCION-AJUSTE
                   PERFORM 4000-AJUSTAR-LIMITE
               WHEN OPCION-CANAL
                   PERFORM 5000-TOPE-CANAL
               WHEN OTHER
                   DISPLAY ' '
                   DISPLAY '  Sin cambios.'
           DISPLAY '      Usado hoy: $' WS-DISP-MONTO
           MOVE LC-LIM-MES-USADO TO WS-DISP-MONTO
           DISPLAY '      Usado este mes: $' WS-DISP-MONTO
               ' (al ' LC-FEC-ACTUALIZAC ')'

           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 4
               IF LC-COD-CANAL (WS-IDX-CANAL) NOT = SPACES
                   MOVE LC-LIM-CANAL-DIA (WS-IDX-CANAL)
                       TO WS-DISP-MONTO
                   DISPLAY '      Tope diario canal '
                       LC-COD-CANAL (WS-IDX-CANAL) ': $' WS-DISP-MONTO
                   MOVE LC-LIM-CANAL-USADO (WS-IDX-CANAL)
                       TO WS-DISP-MONTO
                   DISPLAY '        usado hoy: $' WS-DISP-MONTO
               END-IF
           END-PERFORM.

      *================================================================
      * 2000 - CAPTURAR LA OPCION DEL OPERADOR
       2000-CAPTURAR-OPCION.
           DISPLAY ' '
           DISPLAY '  (N)uevo cliente sin limite, (E) ajustar limite '
               'existente, (C) tope diario por canal: '
               WITH NO ADVANCING
           ACCEPT WS-OPCION.

      *================================================================
           MOVE 'N' TO WS-EOF-LIMITES
           MOVE 0 TO WS-ANT-LIM-DIARIO
           MOVE 0 TO WS-ANT-LIM-MENSUAL
           MOVE 0 TO WS-ANT-LIM-CANAL

           PERFORM UNTIL FIN-LIMITES
               READ ARCHIVO-LIMITES
                               TO WS-ANT-LIM-DIARIO
                           MOVE LC-LIMITE-MENSUAL
                               TO WS-ANT-LIM-MENSUAL
                           PERFORM 4160-LEER-TOPE-CANAL
                           MOVE 'S' TO WS-EOF-LIMITES
                       END-IF
               END-READ

           CLOSE ARCHIVO-LIMITES.

      *    El tope vigente del canal capturado (WS-CAP-COD-CANAL, en
      *    espacios fuera de la opcion de canal) queda en
      *    WS-ANT-LIM-CANAL; un canal sin renglon vale cero.
       4160-LEER-TOPE-CANAL.
           IF WS-CAP-COD-CANAL = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 4
               IF LC-COD-CANAL (WS-IDX-CANAL) = WS-CAP-COD-CANAL
                   MOVE LC-LIM-CANAL-DIA (WS-IDX-CANAL)
                       TO WS-ANT-LIM-CANAL
               END-IF
           END-PERFORM.

      *================================================================
      * 5000 - FIJAR O QUITAR EL TOPE DIARIO DE UN CANAL
      *   Solo para un cliente que ya tiene limite (el tope vive en su
      *   renglon de LIMITES.dat). Mismo supervisor y motivo que el
      *   ajuste, y misma cola de aprobacion; los limites diario y
      *   mensual del cliente viajan con sus valores vigentes.
      *================================================================
       5000-TOPE-CANAL.
           DISPLAY ' '
           DISPLAY '  Codigo del cliente: ' WITH NO ADVANCING
           ACCEPT WS-COD-CLIENTE-BUSCADO

           PERFORM 3100-VERIFICAR-NO-EXISTE

           IF NOT CLIENTE-ENCONTRADO
               DISPLAY ' '
               DISPLAY '  ERROR: El cliente ' WS-COD-CLIENTE-BUSCADO
                   ' no tiene limite configurado; use primero la '
                   'opcion de alta.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Canal (TAQ, WEB, BAT, SIS): ' WITH NO ADVANCING
           ACCEPT WS-CAP-COD-CANAL
           IF NOT CANAL-VALIDO
               DISPLAY ' '
               DISPLAY '  ERROR: Canal ' WS-CAP-COD-CANAL
                   ' no reconocido; no se aplico ningun cambio.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 4150-LEER-LIMITE-ACTUAL
           MOVE WS-ANT-LIM-DIARIO TO WS-CAP-LIM-DIARIO
           MOVE WS-ANT-LIM-MENSUAL TO WS-CAP-LIM-MENSUAL

           DISPLAY '  Tope diario del canal (sin decimales, 0 = sin '
               'tope): ' WITH NO ADVANCING
           ACCEPT WS-CAP-LIM-CANAL
           IF WS-CAP-LIM-CANAL < 0
               DISPLAY ' '
               DISPLAY '  ERROR: El tope no puede ser negativo; no se '
                   'aplico ningun cambio.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Codigo del supervisor que autoriza: '
               WITH NO ADVANCING
           ACCEPT WS-COD-AUTORIZA
           DISPLAY '  Clave del supervisor: ' WITH NO ADVANCING
           ACCEPT WS-CLAVE-AUTORIZA
           DISPLAY '  Motivo del cambio: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-AUTORIZA

           PERFORM 9860-VALIDAR-SUPERVISOR

           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor que '
                   'autorice el cambio; no se aplico ningun cambio.'
           ELSE
               MOVE 'CANAL     ' TO PC-ACCION
               PERFORM 8500-SOLICITAR-CAMBIO
               PERFORM 9100-REGISTRAR-AUDITORIA
               DISPLAY ' '
               DISPLAY '  Tope del canal ' WS-CAP-COD-CANAL
                   ' del cliente ' WS-COD-CLIENTE-BUSCADO
                   ' queda PENDIENTE de aprobacion en APR-CAMBIOS '
                   '(solicitud ' WS-NUM-CAMBIO-NUEVO ').'
           END-IF.

      *================================================================
      * 8500 - DEJAR LA SOLICITUD EN LA COLA DE CAMBIOS PENDIENTES
      *   El que llama deja PC-ACCION; aqui se completa el renglon con
           MOVE SPACES TO PC-COD-APROBADOR
           MOVE WS-CAP-LIM-DIARIO TO PC-LIM-DIARIO
           MOVE WS-CAP-LIM-MENSUAL TO PC-LIM-MENSUAL
           MOVE WS-CAP-COD-CANAL TO PC-LIM-COD-CANAL
           MOVE WS-CAP-LIM-CANAL TO PC-LIM-CANAL-DIA

           WRITE REG-PENDCAMBIO
           CLOSE ARCHIVO-PENDCAMBIO.
               OF WS-AUDIT-NUEVO
           MOVE WS-CAP-LIM-DIARIO TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO

           IF OPCION-CANAL
               MOVE WS-CAP-LIM-CANAL
                   TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
               MOVE WS-ANT-LIM-CANAL TO WS-DISP-ANT-CANAL
               MOVE WS-CAP-LIM-CANAL TO WS-DISP-NVO-CANAL
               STRING 'Cliente ' WS-COD-CLIENTE-BUSCADO
                   ': tope diario canal ' WS-CAP-COD-CANAL
                   ' de $' WS-DISP-ANT-CANAL
                   ' a $' WS-DISP-NVO-CANAL
                   '. ' WS-MOTIVO-AUTORIZA
                   DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
               WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANT-LIM-DIARIO TO WS-DISP-ANT-DIARIO
           MOVE WS-ANT-LIM-MENSUAL TO WS-DISP-ANT-MENSUAL
           MOVE WS-CAP-LIM-DIARIO TO WS-DISP-NVO-DIARIO
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       IF US-COD-USUARIO = WS-COD-AUTORIZA
                           MOVE WS-CLAVE-AUTORIZA TO WS-CIF-CLAVE
                           MOVE US-SAL-CLAVE TO WS-CIF-SAL
                           MOVE US-COD-USUARIO TO WS-CIF-USUARIO
                           PERFORM 8970-CIFRAR-CLAVE
                           IF US-CLAVE = WS-CIF-RESULTADO
                                   AND US-MCA-ACTIVO = FLAG-SI
                                   AND ROL-SUPERVISOR
                               MOVE 'S' TO WS-SUP-VALIDO
                               MOVE 'S' TO WS-EOF-USUARIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-READ

           CLOSE ARCHIVO-DIAOPER.

      *================================================================
      * 8970 - CIFRAR UNA CLAVE CON LA SAL DEL USUARIO
      *   Entran WS-CIF-CLAVE (la digitada), WS-CIF-SAL (US-SAL-CLAVE)
      *   y WS-CIF-USUARIO; deja en WS-CIF-RESULTADO la huella de 20
      *   digitos que se guarda en US-CLAVE y en la historia. Son dos
      *   acumuladores modulo primos grandes que recorren el texto
      *   200 veces: no tiene vuelta atras y la sal hace que la misma
      *   clave en dos usuarios deje huellas distintas. Toda
      *   validacion cifra lo digitado y compara huellas.
      *================================================================
       8970-CIFRAR-CLAVE.
           MOVE SPACES TO WS-CIF-TEXTO
           STRING WS-CIF-SAL WS-CIF-USUARIO WS-CIF-CLAVE
               DELIMITED SIZE INTO WS-CIF-TEXTO
           MOVE 5381 TO WS-CIF-H1
           MOVE 52711 TO WS-CIF-H2

           PERFORM VARYING WS-CIF-RONDA FROM 1 BY 1
                   UNTIL WS-CIF-RONDA > 200
               PERFORM VARYING WS-CIF-POS FROM 1 BY 1
                       UNTIL WS-CIF-POS > 48
                   MOVE WS-CIF-TEXTO (WS-CIF-POS:1)
                       TO WS-CIF-CARACTER
                   COMPUTE WS-CIF-ACUM = WS-CIF-H1 * 33
                       + WS-CIF-BYTE + WS-CIF-RONDA
                   DIVIDE WS-CIF-ACUM BY 2147483647
                       GIVING WS-CIF-COCIENTE REMAINDER WS-CIF-H1
                   COMPUTE WS-CIF-ACUM = WS-CIF-H2 * 131
                       + WS-CIF-BYTE + WS-CIF-H1
                   DIVIDE WS-CIF-ACUM BY 999999937
                       GIVING WS-CIF-COCIENTE REMAINDER WS-CIF-H2
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-CIF-RESULTADO
           STRING WS-CIF-H1 WS-CIF-H2
               DELIMITED SIZE INTO WS-CIF-RESULTADO.
