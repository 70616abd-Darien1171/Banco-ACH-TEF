      *   (Maker-Checker)
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * MNT-COMISION, MNT-LIMITES y MNT-TASASIMP no aplican cambios
      * directos: los dejan como solicitudes PENDIENTE en
      * PENDCAMBIO.dat. Este
      * programa es el segundo par de ojos: un usuario con rol
      * SUPERVISOR (distinto del solicitante) revisa cada solicitud
      * con sus valores ANTES (leidos del archivo vigente) y DESPUES
      * (los solicitados), y la aprueba o la rechaza. Solo la
      * aprobacion escribe en COMISIONES.dat / LIMITES.dat (o agrega
      * la tarifa de impuesto a TASASIMP.dat, ver MNT-TASASIMP); un
      * tramo de comision se revalida contra traslapes en el momento de
      * aplicarlo, por si otro cambio ya aprobado se cruzo en el
      * camino. Ambas identidades (solicitante y aprobador) quedan en
      * el renglon de AUDITORIA.dat.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LIMITES.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
       FD ARCHIVO-LIMITES.
       COPY 'copybooks/LIMITES.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

          05 WS-STAT-PENDCAMBIO   PIC X(2).
          05 WS-STAT-COMISION     PIC X(2).
          05 WS-STAT-LIMITES      PIC X(2).
          05 WS-STAT-TASASIMP     PIC X(2).
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).
             88 FIN-PENDCAMBIO       VALUE 'S'.
          05 WS-EOF-COMISIONES    PIC X VALUE 'N'.
          05 WS-EOF-LIMITES       PIC X VALUE 'N'.
          05 WS-EOF-TASASIMP      PIC X VALUE 'N'.
          05 WS-HAY-PENDIENTES    PIC X VALUE 'N'.
             88 HAY-PENDIENTES       VALUE 'S'.
          05 WS-CAMBIO-HALLADO    PIC X VALUE 'N'.
          05 WS-HAY-TRASLAPE      PIC X VALUE 'N'.
             88 HAY-TRASLAPE         VALUE 'S'.
          05 WS-ESTADO-FINAL-AUD  PIC X(20).
          05 WS-IDX-CANAL         PIC 9(1).
          05 WS-POS-CANAL         PIC 9(1).
          05 WS-STAT-REESCRITURA  PIC X(2).

       01 WS-DISP-MONTO  PIC ZZ.ZZZ.ZZZ.ZZZ,99.
       01 WS-DISP-MONTO2 PIC ZZ.ZZZ.ZZZ.ZZZ,99.
       01 WS-DISP-POR    PIC ZZ9,99.
       01 WS-DISP-TARIFA PIC Z9,99.

      *----------------------------------------------------------------
      * Tarifa de impuesto que rige en la vigencia solicitada (la que
      * reemplaza la nueva): la compilada si no hay renglon anterior.
      *----------------------------------------------------------------
       01 WS-IMPUESTO-ANTES.
          05 WS-ANT-TARIFA        PIC 9(2)V99.
          05 WS-ANT-VIGENCIA      PIC X(10).

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

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
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       IF US-COD-USUARIO = WS-COD-REVISOR
                           MOVE WS-CLAVE-REVISOR TO WS-CIF-CLAVE
                           MOVE US-SAL-CLAVE TO WS-CIF-SAL
                           MOVE US-COD-USUARIO TO WS-CIF-USUARIO
                           PERFORM 8970-CIFRAR-CLAVE
                           IF US-CLAVE = WS-CIF-RESULTADO
                                   AND US-MCA-ACTIVO = FLAG-SI
                                   AND ROL-SUPERVISOR
                               MOVE 'S' TO WS-REVISOR-VALIDO
                               MOVE 'S' TO WS-EOF-USUARIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               PC-FEC-SOLICITUD OF WS-CAMBIO-EN-CURSO ': '
               PC-MOTIVO OF WS-CAMBIO-EN-CURSO

           EVALUATE TRUE
               WHEN PC-ES-COMISION OF WS-CAMBIO-EN-CURSO
                   PERFORM 1200-MOSTRAR-ANTES-COMISION
                   MOVE PC-COM-RANGO-DESDE OF WS-CAMBIO-EN-CURSO
                       TO WS-DISP-MONTO
                   MOVE PC-COM-RANGO-HASTA OF WS-CAMBIO-EN-CURSO
                       TO WS-DISP-MONTO2
                   DISPLAY '      DESPUES: rango $' WS-DISP-MONTO
                       ' a $' WS-DISP-MONTO2
                   MOVE PC-COM-MTO OF WS-CAMBIO-EN-CURSO
                       TO WS-DISP-MONTO
                   MOVE PC-COM-POR OF WS-CAMBIO-EN-CURSO
                       TO WS-DISP-POR
                   DISPLAY '               fija $' WS-DISP-MONTO ' / '
                       WS-DISP-POR '% vigencia '
                       PC-COM-VIG-DESDE OF WS-CAMBIO-EN-CURSO ' a '
                       PC-COM-VIG-HASTA OF WS-CAMBIO-EN-CURSO
               WHEN PC-ES-IMPUESTO OF WS-CAMBIO-EN-CURSO
                   PERFORM 1400-MOSTRAR-ANTES-IMPUESTO
                   MOVE PC-IMP-TARIFA OF WS-CAMBIO-EN-CURSO
                       TO WS-DISP-TARIFA
                   DISPLAY '      DESPUES: '
                       PC-IMP-TIPO OF WS-CAMBIO-EN-CURSO ' '
                       WS-DISP-TARIFA ' desde '
                       PC-IMP-VIG-DESDE OF WS-CAMBIO-EN-CURSO
               WHEN PC-ACC-CANAL OF WS-CAMBIO-EN-CURSO
                   PERFORM 1300-MOSTRAR-ANTES-LIMITE
                   MOVE PC-LIM-CANAL-DIA OF WS-CAMBIO-EN-CURSO
                       TO WS-DISP-MONTO
                   DISPLAY '      DESPUES: tope diario canal '
                       PC-LIM-COD-CANAL OF WS-CAMBIO-EN-CURSO
                       ' $' WS-DISP-MONTO ' (0 = sin tope)'
               WHEN OTHER
                   PERFORM 1300-MOSTRAR-ANTES-LIMITE
                   MOVE PC-LIM-DIARIO OF WS-CAMBIO-EN-CURSO
                       TO WS-DISP-MONTO
                   MOVE PC-LIM-MENSUAL OF WS-CAMBIO-EN-CURSO
                       TO WS-DISP-MONTO2
                   DISPLAY '      DESPUES: diario $' WS-DISP-MONTO
                       ' mensual $' WS-DISP-MONTO2
           END-EVALUATE.

      *================================================================
      * 1200 - MOSTRAR EL TRAMO DE COMISION VIGENTE (ANTES)
                           DISPLAY '      ANTES  : diario $'
                               WS-DISP-MONTO ' mensual $'
                               WS-DISP-MONTO2
                           IF PC-ACC-CANAL OF WS-CAMBIO-EN-CURSO
                               PERFORM 1350-MOSTRAR-ANTES-CANAL
                           END-IF
                           MOVE 'S' TO WS-EOF-LIMITES
                       END-IF
               END-READ
                   'configurado)'
           END-IF.

       1350-MOSTRAR-ANTES-CANAL.
           MOVE 0 TO WS-POS-CANAL
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 4
               IF LC-COD-CANAL (WS-IDX-CANAL) =
                       PC-LIM-COD-CANAL OF WS-CAMBIO-EN-CURSO
                   MOVE WS-IDX-CANAL TO WS-POS-CANAL
               END-IF
           END-PERFORM

           IF WS-POS-CANAL > 0
               MOVE LC-LIM-CANAL-DIA (WS-POS-CANAL) TO WS-DISP-MONTO
               DISPLAY '               tope diario canal '
                   PC-LIM-COD-CANAL OF WS-CAMBIO-EN-CURSO
                   ' $' WS-DISP-MONTO
           ELSE
               DISPLAY '               canal '
                   PC-LIM-COD-CANAL OF WS-CAMBIO-EN-CURSO
                   ' sin tope propio'
           END-IF.

      *================================================================
      * 1400 - MOSTRAR LA TARIFA DE IMPUESTO QUE RIGE (ANTES)
      *   La del mismo tipo con la vigencia mas reciente que no supere
      *   la solicitada; sin renglon, la compilada en CONSTANTES.cpy.
      *================================================================
       1400-MOSTRAR-ANTES-IMPUESTO.
           PERFORM 1450-BUSCAR-TARIFA-ANTERIOR

           MOVE WS-ANT-TARIFA TO WS-DISP-TARIFA
           IF WS-ANT-VIGENCIA = SPACES
               DISPLAY '      ANTES  : '
                   PC-IMP-TIPO OF WS-CAMBIO-EN-CURSO ' '
                   WS-DISP-TARIFA ' (tarifa compilada)'
           ELSE
               DISPLAY '      ANTES  : '
                   PC-IMP-TIPO OF WS-CAMBIO-EN-CURSO ' '
                   WS-DISP-TARIFA ' desde ' WS-ANT-VIGENCIA
           END-IF.

      *================================================================
      * 1450 - BUSCAR LA TARIFA VIGENTE EN LA FECHA SOLICITADA
      *   Deja WS-ANT-TARIFA y WS-ANT-VIGENCIA (espacios = compilada).
      *   Un renglon con la misma vigencia solicitada deja
      *   OBJETIVO-HALLADO: la fecha ya tiene tarifa cargada.
      *================================================================
       1450-BUSCAR-TARIFA-ANTERIOR.
           EVALUATE PC-IMP-TIPO OF WS-CAMBIO-EN-CURSO
               WHEN 'GMF'
                   MOVE GMF-TARIFA-X-MIL TO WS-ANT-TARIFA
               WHEN 'IVA'
                   MOVE IVA-TARIFA-POR TO WS-ANT-TARIFA
               WHEN OTHER
                   MOVE RTF-TARIFA-POR TO WS-ANT-TARIFA
           END-EVALUATE
           MOVE SPACES TO WS-ANT-VIGENCIA
           MOVE 'N' TO WS-OBJETIVO-HALLADO
           MOVE 'N' TO WS-EOF-TASASIMP

           OPEN INPUT ARCHIVO-TASASIMP
           IF WS-STAT-TASASIMP = '35'
               MOVE 'S' TO WS-EOF-TASASIMP
           END-IF

           PERFORM UNTIL WS-EOF-TASASIMP = 'S'
               READ ARCHIVO-TASASIMP
                   AT END MOVE 'S' TO WS-EOF-TASASIMP
                   NOT AT END
                       IF TX-TIP-IMPUESTO =
                               PC-IMP-TIPO OF WS-CAMBIO-EN-CURSO
                               AND TX-FEC-VIGENCIA <=
                               PC-IMP-VIG-DESDE OF WS-CAMBIO-EN-CURSO
                               AND TX-FEC-VIGENCIA >= WS-ANT-VIGENCIA
                           MOVE TX-FEC-VIGENCIA TO WS-ANT-VIGENCIA
                           MOVE TX-TARIFA TO WS-ANT-TARIFA
                           IF TX-FEC-VIGENCIA =
                               PC-IMP-VIG-DESDE OF WS-CAMBIO-EN-CURSO
                               MOVE 'S' TO WS-OBJETIVO-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASASIMP NOT = '35'
               CLOSE ARCHIVO-TASASIMP
           END-IF.

      *================================================================
      * 2000 - CAPTURAR LA DECISION DEL REVISOR
      *================================================================
                   PERFORM 4200-APLICAR-COMISION
               WHEN PC-ES-LIMITE OF WS-CAMBIO-EN-CURSO
                   PERFORM 4400-APLICAR-LIMITE
               WHEN PC-ES-IMPUESTO OF WS-CAMBIO-EN-CURSO
                   PERFORM 4600-APLICAR-IMPUESTO
           END-EVALUATE.

      *================================================================
               MOVE ZERO TO LC-LIM-DIA-USADO
               MOVE ZERO TO LC-LIM-MES-USADO
               MOVE WS-FECHA-STR TO LC-FEC-ACTUALIZAC
               PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                       UNTIL WS-IDX-CANAL > 4
                   MOVE SPACES TO LC-COD-CANAL (WS-IDX-CANAL)
                   MOVE ZERO TO LC-LIM-CANAL-DIA (WS-IDX-CANAL)
                   MOVE ZERO TO LC-LIM-CANAL-USADO (WS-IDX-CANAL)
               END-PERFORM
               WRITE REG-LIMITE
               CLOSE ARCHIVO-LIMITES
               MOVE 'S' TO WS-APLICACION-OK
           ELSE
               MOVE 'N' TO WS-OBJETIVO-HALLADO
               MOVE 'N' TO WS-EOF-LIMITES
               MOVE '00' TO WS-STAT-REESCRITURA
               OPEN I-O ARCHIVO-LIMITES
               PERFORM UNTIL WS-EOF-LIMITES = 'S'
                       OR OBJETIVO-HALLADO
                           IF LC-COD-CLIENTE = PC-CLAVE
                                   OF WS-CAMBIO-EN-CURSO (1:10)
                               MOVE 'S' TO WS-OBJETIVO-HALLADO
                               IF PC-ACC-CANAL OF WS-CAMBIO-EN-CURSO
                                   PERFORM 4450-FIJAR-TOPE-CANAL
                               ELSE
                                   MOVE PC-LIM-DIARIO
                                       OF WS-CAMBIO-EN-CURSO
                                       TO LC-LIMITE-DIARIO
                                   MOVE PC-LIM-MENSUAL
                                       OF WS-CAMBIO-EN-CURSO
                                       TO LC-LIMITE-MENSUAL
                               END-IF
                               MOVE WS-FECHA-STR
                                   TO LC-FEC-ACTUALIZAC
                               REWRITE REG-LIMITE
                               MOVE WS-STAT-LIMITES
                                   TO WS-STAT-REESCRITURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-LIMITES

      *        Un renglon grabado antes de los topes por canal es mas
      *        corto y no admite crecer en la reescritura: hay que
      *        pasarlo antes por CNV-LIMITES.
               IF OBJETIVO-HALLADO
                   IF WS-STAT-REESCRITURA = '00'
                       MOVE 'S' TO WS-APLICACION-OK
                   ELSE
                       DISPLAY ' '
                       DISPLAY '  ERROR: No se pudo reescribir el '
                           'limite del cliente (estado '
                           WS-STAT-REESCRITURA '); convierta '
                           'LIMITES.dat con CNV-LIMITES. La '
                           'solicitud queda PENDIENTE.'
                   END-IF
               ELSE
                   DISPLAY ' '
                   DISPLAY '  ERROR: El cliente ya no tiene limite '
               END-IF
           END-IF.

      *================================================================
      * 4450 - FIJAR O QUITAR EL TOPE DIARIO DE UN CANAL
      *   Sobre el renglon del cliente ya leido: si el canal tiene
      *   renglon se le cambia el tope (conservando lo usado hoy); si
      *   no lo tiene toma el primer renglon libre con lo usado en
      *   cero. Un tope en cero libera el renglon del canal.
      *================================================================
       4450-FIJAR-TOPE-CANAL.
           MOVE 0 TO WS-POS-CANAL
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 4
               IF LC-COD-CANAL (WS-IDX-CANAL) =
                       PC-LIM-COD-CANAL OF WS-CAMBIO-EN-CURSO
                   MOVE WS-IDX-CANAL TO WS-POS-CANAL
               END-IF
           END-PERFORM

           IF PC-LIM-CANAL-DIA OF WS-CAMBIO-EN-CURSO = 0
               IF WS-POS-CANAL > 0
                   MOVE SPACES TO LC-COD-CANAL (WS-POS-CANAL)
                   MOVE ZERO TO LC-LIM-CANAL-DIA (WS-POS-CANAL)
                   MOVE ZERO TO LC-LIM-CANAL-USADO (WS-POS-CANAL)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-POS-CANAL = 0
               PERFORM VARYING WS-IDX-CANAL FROM 4 BY -1
                       UNTIL WS-IDX-CANAL < 1
                   IF LC-COD-CANAL (WS-IDX-CANAL) = SPACES
                       MOVE WS-IDX-CANAL TO WS-POS-CANAL
                   END-IF
               END-PERFORM
               MOVE PC-LIM-COD-CANAL OF WS-CAMBIO-EN-CURSO
                   TO LC-COD-CANAL (WS-POS-CANAL)
               MOVE ZERO TO LC-LIM-CANAL-USADO (WS-POS-CANAL)
           END-IF

           MOVE PC-LIM-CANAL-DIA OF WS-CAMBIO-EN-CURSO
               TO LC-LIM-CANAL-DIA (WS-POS-CANAL)
           IF LC-LIM-CANAL-USADO (WS-POS-CANAL) IS NOT NUMERIC
               MOVE ZERO TO LC-LIM-CANAL-USADO (WS-POS-CANAL)
           END-IF.

      *================================================================
      * 4600 - APLICAR UNA TARIFA DE IMPUESTO
      *   Agrega el renglon a TASASIMP.dat (historico, nunca se pisa).
      *   Si otra solicitud ya aprobada cargo tarifa para el mismo
      *   impuesto y la misma fecha, la solicitud queda PENDIENTE para
      *   que el revisor la rechace con conocimiento.
      *================================================================
       4600-APLICAR-IMPUESTO.
           PERFORM 1450-BUSCAR-TARIFA-ANTERIOR
           IF OBJETIVO-HALLADO
               DISPLAY ' '
               DISPLAY '  ERROR: Ya hay tarifa cargada para ese '
                   'impuesto y esa fecha; la solicitud queda '
                   'PENDIENTE para que la rechace.'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-TASASIMP
           IF WS-STAT-TASASIMP = '35'
               OPEN OUTPUT ARCHIVO-TASASIMP
               CLOSE ARCHIVO-TASASIMP
               OPEN EXTEND ARCHIVO-TASASIMP
           END-IF

           MOVE SPACES TO REG-TASA-IMPUESTO
           MOVE PC-IMP-TIPO OF WS-CAMBIO-EN-CURSO TO TX-TIP-IMPUESTO
           MOVE PC-IMP-VIG-DESDE OF WS-CAMBIO-EN-CURSO
               TO TX-FEC-VIGENCIA
           MOVE PC-IMP-TARIFA OF WS-CAMBIO-EN-CURSO TO TX-TARIFA
           MOVE PC-NUM-CAMBIO OF WS-CAMBIO-EN-CURSO TO TX-NUM-CAMBIO
           MOVE PC-COD-SOLICITANTE OF WS-CAMBIO-EN-CURSO
               TO TX-COD-SOLICITANTE
           MOVE WS-COD-REVISOR TO TX-COD-APROBADOR
           MOVE WS-FECHA-STR TO TX-FEC-CARGUE
           MOVE WS-HORA-STR TO TX-HOA-CARGUE
           WRITE REG-TASA-IMPUESTO
           CLOSE ARCHIVO-TASASIMP

           MOVE 'S' TO WS-APLICACION-OK.

      *================================================================
      * 5000 - MARCAR LA SOLICITUD COMO RESUELTA
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

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
