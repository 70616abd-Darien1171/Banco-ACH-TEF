
           SELECT ARCHIVO-ORDENES
               ASSIGN TO 'data/ORDENES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-NUM-ORDEN
               ALTERNATE RECORD KEY IS OT-LLAVE-CUENTA
                   = OT-COD-CTA-ORIGEN OT-FEC-CREACION
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OT-LLAVE-ESTADO
                   = OT-EST-ORDEN OT-FEC-VALOR
                   WITH DUPLICATES
               FILE STATUS IS WS-STAT-ORDENES.

           SELECT ARCHIVO-BLOQUEOS
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-STAT-SECUENCIA.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
          05 WS-MTO-IVA            PIC S9(13)V99.
             *> IVA sobre la comision (incluido en OT-MTO-TOTAL
             *> desde la captura); se reconstruye con la tarifa.
          05 WS-FEC-VALOR          PIC X(10).
             *> OT-FEC-VALOR: fecha con la que MAIN-ACH tomo las
             *> tarifas de IVA y GMF (ver TASASIMP.cpy).
          05 WS-TAR-IVA            PIC 9(2)V99.
          05 WS-TAR-GMF            PIC 9(2)V99.
          05 WS-MCA-EXENTA-GMF     PIC X(1).
          05 WS-SAL-ANT-GMF        PIC S9(13)V99.
          05 WS-CONCEPTO           PIC X(100).
          05 WS-GL-GMF            PIC S9(11)V99.
          05 WS-GL-TOTAL          PIC S9(13)V99.

      *----------------------------------------------------------------
      * Tarifas de impuestos con fecha de vigencia (TASASIMP.dat, ver
      * TASASIMP.cpy), cargadas en la primera consulta. 8960 deja en
      * WS-TIM-TARIFA la tarifa del impuesto WS-TIM-TIPO (GMF, IVA o
      * RTF) que rige en la fecha valor WS-TIM-FECHA; sin renglon
      * aplicable rige la tarifa compilada en CONSTANTES.cpy.
      *----------------------------------------------------------------
       01 WS-TABLA-TARIFAS-IMP.
          05 WS-STAT-TASASIMP     PIC X(2).
          05 WS-EOF-TASASIMP      PIC X VALUE 'N'.
          05 WS-TARIFAS-CARGADAS  PIC X VALUE 'N'.
             88 TARIFAS-CARGADAS     VALUE 'S'.
          05 WS-CANT-TARIFAS-IMP  PIC 9(3) VALUE 0.
          05 WS-IDX-TIM           PIC 9(3).
          05 WS-TIM-ENTRADA OCCURS 200 TIMES.
             10 WS-TAB-TIM-TIPO      PIC X(3).
             10 WS-TAB-TIM-VIGENCIA  PIC X(10).
             10 WS-TAB-TIM-TARIFA    PIC 9(2)V99.

       01 WS-TARIFA-IMP.
          05 WS-TIM-TIPO          PIC X(3).
          05 WS-TIM-FECHA         PIC X(10).
          05 WS-TIM-TARIFA        PIC 9(2)V99.
          05 WS-TIM-VIGENCIA      PIC X(10).

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

      *================================================================
      * 2000 - BUSCAR LA ORDEN ENVIADA CORRESPONDIENTE
      *   Lectura directa por OT-NUM-ORDEN; el registro queda leido
      *   para que 3000/4000 puedan hacer REWRITE.
      *================================================================
       2000-BUSCAR-ORDEN-ENVIADA.
           MOVE 'N' TO WS-ORDEN-ENCONTRADA
           MOVE 'N' TO WS-ORDEN-ANULADA

           MOVE WS-NUM-ORDEN TO OT-NUM-ORDEN
           READ ARCHIVO-ORDENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OT-EST-ORDEN = EST-ANULADA
                       MOVE 'S' TO WS-ORDEN-ANULADA
                   END-IF
                   IF OT-EST-ORDEN = EST-ENVIADA
                       MOVE 'S' TO WS-ORDEN-ENCONTRADA
                       MOVE OT-COD-CTA-ORIGEN TO WS-COD-CTA-ORIGEN
                       MOVE OT-COD-BCO-DEST TO WS-COD-BCO-DEST
                       MOVE OT-MTO-TOTAL TO WS-MTO-TOTAL
                       MOVE OT-MTO-COMISION TO WS-MTO-COMISION
                       MOVE OT-FEC-VALOR TO WS-FEC-VALOR
                       COMPUTE WS-MTO-COP =
                           OT-MTO-TOTAL - OT-MTO-COMISION
                       MOVE OT-DES-CONCEPTO TO WS-CONCEPTO
                   END-IF
           END-READ.

      *================================================================
      * 2500 - BUSCAR EL BLOQUEO ACTIVO DE LA ORDEN
       3100-DESCONTAR-CUENTA-ORIGEN.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA
           MOVE SPACES TO WS-MONEDA-CTA-ORIGEN
           MOVE SPACES TO WS-SUC-ASIENTO

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
                   MOVE CC-COD-CLIENTE TO WS-COD-CLI-ORIGEN
                   MOVE CC-MCA-EXENTA-GMF TO WS-MCA-EXENTA-GMF
                   MOVE CC-TIP-MONEDA TO WS-MONEDA-CTA-ORIGEN
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   SUBTRACT WS-MTO-TOTAL FROM CC-SAL-TOTAL
                   SUBTRACT WS-MTO-TOTAL FROM CC-SAL-BLOQUEADO
                   MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
      * 3150 - RECONSTRUIR EL GMF EMBEBIDO EN EL TOTAL DE LA ORDEN
      *   MAIN-ACH dejo OT-MTO-TOTAL = monto + comision + GMF, con
      *   GMF = monto * tarifa / 1000 (0 si la cuenta origen esta
      *   exenta), con las tarifas vigentes en la fecha valor de la
      *   orden. Con la marca de exencion que 3100 acaba de leer se
      *   despeja el monto base y el GMF para el movimiento, el
      *   asiento y el comprobante.
      *================================================================
       3150-CALCULAR-GMF.
           MOVE 'IVA' TO WS-TIM-TIPO
           MOVE WS-FEC-VALOR TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-IVA
           MOVE 'GMF' TO WS-TIM-TIPO
           MOVE WS-FEC-VALOR TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-GMF

           COMPUTE WS-MTO-IVA ROUNDED =
               WS-MTO-COMISION * WS-TAR-IVA / 100

           IF WS-MCA-EXENTA-GMF = FLAG-SI
               MOVE 0 TO WS-MTO-GMF
           ELSE
               COMPUTE WS-MTO-COP ROUNDED =
                   (WS-MTO-TOTAL - WS-MTO-COMISION - WS-MTO-IVA)
                   / (1 + WS-TAR-GMF / 1000)
               COMPUTE WS-MTO-GMF =
                   WS-MTO-TOTAL - WS-MTO-COMISION - WS-MTO-IVA
                   - WS-MTO-COP
               MOVE WS-GL-IVA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'IVA sobre la comision, por pagar a la DIAN'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TAR-IVA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 3350-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF

           IF WS-GL-GMF > 0
               MOVE WS-GL-GMF TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'GMF 4x1000 retenido, por pagar a la DIAN'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TAR-GMF
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 3350-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF.

      *================================================================
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
           MOVE WS-HORA-STR TO CB-HOA-EMISION OF WS-COMPROBANTE-NUEVO
           MOVE OT-NOM-CLI-ORIGEN
               TO CB-NOM-CLI-ORIGEN OF WS-COMPROBANTE-NUEVO
           MOVE WS-COD-CTA-ORIGEN TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA
               TO CB-COD-CTA-ORIGEN OF WS-COMPROBANTE-NUEVO
           MOVE OT-NOM-CLI-DEST
               TO CB-NOM-CLI-DEST OF WS-COMPROBANTE-NUEVO
           MOVE WS-COD-BCO-DEST
               TO CB-COD-BCO-DEST OF WS-COMPROBANTE-NUEVO
           MOVE OT-COD-CTA-DEST TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE WS-MSK-SALIDA
               TO CB-COD-CTA-DEST OF WS-COMPROBANTE-NUEVO
           MOVE OT-MTO-TRANSF TO CB-MTO-TRANSF OF WS-COMPROBANTE-NUEVO
           MOVE OT-TIP-MONEDA TO CB-TIP-MONEDA OF WS-COMPROBANTE-NUEVO
           END-PERFORM

           CLOSE ARCHIVO-CERROJOS.

      *================================================================
      * 8950 - CARGAR LA TABLA DE TARIFAS DE IMPUESTOS
      *   Sin TASASIMP.dat la tabla queda vacia y rigen las tarifas
      *   compiladas.
      *================================================================
       8950-CARGAR-TARIFAS-IMP.
           MOVE 0 TO WS-CANT-TARIFAS-IMP
           MOVE 'N' TO WS-EOF-TASASIMP
           MOVE 'S' TO WS-TARIFAS-CARGADAS

           OPEN INPUT ARCHIVO-TASASIMP
           IF WS-STAT-TASASIMP = '35'
               MOVE 'S' TO WS-EOF-TASASIMP
           END-IF

           PERFORM UNTIL WS-EOF-TASASIMP = 'S'
               READ ARCHIVO-TASASIMP
                   AT END MOVE 'S' TO WS-EOF-TASASIMP
                   NOT AT END
                       IF WS-CANT-TARIFAS-IMP < 200
                           ADD 1 TO WS-CANT-TARIFAS-IMP
                           MOVE TX-TIP-IMPUESTO TO
                               WS-TAB-TIM-TIPO (WS-CANT-TARIFAS-IMP)
                           MOVE TX-FEC-VIGENCIA TO
                               WS-TAB-TIM-VIGENCIA (WS-CANT-TARIFAS-IMP)
                           MOVE TX-TARIFA TO
                               WS-TAB-TIM-TARIFA (WS-CANT-TARIFAS-IMP)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASASIMP NOT = '35'
               CLOSE ARCHIVO-TASASIMP
           END-IF.

      *================================================================
      * 8960 - BUSCAR LA TARIFA DE IMPUESTO VIGENTE EN UNA FECHA
      *   Entra WS-TIM-TIPO y WS-TIM-FECHA (la fecha valor de la
      *   operacion; en blanco = hoy). Parte de la tarifa compilada y
      *   la reemplaza con el renglon del mismo impuesto de vigencia
      *   mas reciente que no supere la fecha. WS-TIM-VIGENCIA queda
      *   en blanco cuando rige la compilada.
      *================================================================
       8960-BUSCAR-TARIFA-IMP.
           IF NOT TARIFAS-CARGADAS
               PERFORM 8950-CARGAR-TARIFAS-IMP
           END-IF
           IF WS-TIM-FECHA = SPACES
               MOVE WS-FECHA-STR TO WS-TIM-FECHA
           END-IF

           EVALUATE WS-TIM-TIPO
               WHEN 'GMF'
                   MOVE GMF-TARIFA-X-MIL TO WS-TIM-TARIFA
               WHEN 'IVA'
                   MOVE IVA-TARIFA-POR TO WS-TIM-TARIFA
               WHEN OTHER
                   MOVE RTF-TARIFA-POR TO WS-TIM-TARIFA
           END-EVALUATE
           MOVE SPACES TO WS-TIM-VIGENCIA

           PERFORM VARYING WS-IDX-TIM FROM 1 BY 1
                   UNTIL WS-IDX-TIM > WS-CANT-TARIFAS-IMP
               IF WS-TAB-TIM-TIPO (WS-IDX-TIM) = WS-TIM-TIPO
                       AND WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                           <= WS-TIM-FECHA
                       AND WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                           >= WS-TIM-VIGENCIA
                   MOVE WS-TAB-TIM-VIGENCIA (WS-IDX-TIM)
                       TO WS-TIM-VIGENCIA
                   MOVE WS-TAB-TIM-TARIFA (WS-IDX-TIM)
                       TO WS-TIM-TARIFA
               END-IF
           END-PERFORM.

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
