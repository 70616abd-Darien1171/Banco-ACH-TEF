      *     prenotificacion ('3' de GEN-LIQUIDACION); la inscripcion
      *     del beneficiario queda con BF-EST-PRENOTE 'R' para que
      *     MAIN-ACH no deje girar a ese destino.
      *
      * Antes de mover plata, cada devolucion de una orden con dinero
      * se valida contra el reglamento de la red: debe llegar dentro
      * de DEV-PLAZO-DIAS-HABILES dias habiles desde la liquidacion
      * (DEV-PLAZO-EXTENDIDO para los motivos de no autorizado; sin
      * fines de semana ni festivos de FERIADOS.dat) y citar el monto
      * de la orden. La que no cumple no se reintegra: la orden queda
      * como estaba, la impugnacion sale al banco emisor en
      * DEVIMPUGNA.dat (R68 extemporanea, R69 monto distinto) y queda
      * en DEVIMPUG.dat y al final del resumen para el supervisor de
      * operaciones.
      *================================================================

       IDENTIFICATION DIVISION.

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

           SELECT ARCHIVO-CUENTAS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

           SELECT ARCHIVO-FERIADOS
               ASSIGN TO 'data/FERIADOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FERIADOS.

           SELECT ARCHIVO-DEVIMPUGNA
               ASSIGN TO 'data/DEVIMPUGNA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-DEVIMPUGNA.

           SELECT ARCHIVO-DEVIMPUG
               ASSIGN TO 'data/DEVIMPUG.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-DEVIMPUG.

           SELECT ARCHIVO-PUC
               ASSIGN TO 'data/PUC.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RUNCTL.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-FERIADOS.
       COPY 'copybooks/FERIADOS.cpy'.

       FD ARCHIVO-DEVIMPUGNA.
       COPY 'copybooks/DEVOLUCION.cpy'
           REPLACING LEADING ==REG-DEV== BY ==REG-IMP==
                     LEADING ==DV-== BY ==DX-==.

       FD ARCHIVO-DEVIMPUG.
       COPY 'copybooks/DEVIMPUG.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.
          05 WS-STAT-PUC          PIC X(2).
          05 WS-STAT-PERIODOS     PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).
          05 WS-STAT-FERIADOS     PIC X(2).
          05 WS-STAT-DEVIMPUGNA   PIC X(2).
          05 WS-STAT-DEVIMPUG     PIC X(2).

      *----------------------------------------------------------------
      * Chequeo generico de estado de E/S: el que llama deja armados
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).
       01 WS-NUM-NOTIF             PIC X(20).

       01 WS-ENCABEZADO-DEV.
          05 WS-BCO-EMISOR        PIC X(3).
          05 WS-NOM-BCO-EMISOR    PIC X(30).
          05 WS-FEC-ARCHIVO-DEV   PIC X(10).
             *> Fecha del archivo: contra ella se mide el plazo.

      *----------------------------------------------------------------
      * Detalle de devolucion en proceso
          05 WS-DEV-CTA-DEST      PIC X(20).
          05 WS-DEV-MONTO         PIC 9(13)V99.
          05 WS-DEV-COD-MOTIVO    PIC X(3).
             88 DEV-PLAZO-LARGO      VALUE 'R05' 'R07' 'R10'
                                           'R29' 'R51'.
          05 WS-DEV-DES-MOTIVO    PIC X(40).

      *----------------------------------------------------------------
          05 WS-MTO-COP           PIC S9(13)V99.
          05 WS-MOTIVO-TEXTO      PIC X(100).

      *----------------------------------------------------------------
      * Validacion de la devolucion contra el reglamento de la red:
      * fecha limite en dias habiles (mismo esquema que 0946/0947 en
      * MAIN-ACH) y monto de la orden. WS-COD-IMPUGNA queda en
      * espacios si la devolucion es aceptable.
      *----------------------------------------------------------------
       01 WS-IMPUGNACION.
          05 WS-COD-IMPUGNA       PIC X(3).
             88 DEV-ACEPTABLE        VALUE SPACES.
             88 DEV-EXTEMPORANEA     VALUE 'R68'.
             88 DEV-MONTO-ERRADO     VALUE 'R69'.
          05 WS-DES-IMPUGNA       PIC X(40).
          05 WS-FEC-REFERENCIA    PIC X(10).
          05 WS-FEC-LIMITE        PIC X(10).
          05 WS-FEC-DEVOLUCION    PIC X(10).
          05 WS-PLAZO-DIAS        PIC 9(2).
          05 WS-IMPUGNA-ABIERTO   PIC X VALUE 'N'.
             88 IMPUGNA-ABIERTO      VALUE 'S'.
          05 WS-IMP-TOTAL-MONTO   PIC 9(15)V99 VALUE 0.

       01 WS-CALCULO-FECHA.
          05 WS-FEC-YYYYMMDD    PIC 9(8).
          05 WS-FEC-NUEVA-INT   PIC 9(9).
          05 WS-FEC-NUEVA-YMD   PIC 9(8).
          05 WS-ANCLA-LUNES     PIC 9(9).
             *> FUNCTION INTEGER-OF-DATE(01/01/2001), un lunes
             *> conocido, para ubicar el dia de la semana.
          05 WS-DESPLAZAMIENTO-DIA PIC S9(9).
             *> 0=lunes ... 5=sabado, 6=domingo.
          05 WS-DIA-HABIL-HALLADO  PIC X VALUE 'N'.
             88 DIA-HABIL-HALLADO      VALUE 'S'.
          05 WS-FEC-CANDIDATA      PIC X(10).
          05 WS-ES-FERIADO         PIC X VALUE 'N'.
             88 ES-FERIADO             VALUE 'S'.
          05 WS-EOF-FERIADOS       PIC X VALUE 'N'.
          05 WS-DIAS-CONTADOS      PIC 9(3).
          05 WS-FEC-VENCE-TXT      PIC X(8).
          05 WS-FEC-VENCE-NUM REDEFINES WS-FEC-VENCE-TXT PIC 9(8).

      *----------------------------------------------------------------
      * Devoluciones impugnadas en la corrida, para la lista del
      * supervisor de operaciones al final del resumen.
      *----------------------------------------------------------------
       01 WS-LISTA-IMPUGNADAS.
          05 WS-IMP-CANT          PIC 9(4) VALUE 0.
          05 WS-IMP-ENTRADA OCCURS 500 TIMES.
             10 WS-IMP-NUM-ORDEN  PIC X(20).
             10 WS-IMP-COD        PIC X(3).
             10 WS-IMP-MOT-DEV    PIC X(3).
             10 WS-IMP-FEC-LIMITE PIC X(10).
             10 WS-IMP-MTO-ORDEN  PIC 9(13)V99.
             10 WS-IMP-MTO-DEV    PIC 9(13)V99.
          05 WS-IDX-IMP           PIC 9(4).

      *----------------------------------------------------------------
      * Prenotas devueltas (detalle con monto cero)
      *----------------------------------------------------------------
          05 WS-TOTAL-PRENOTAS    PIC 9(6) VALUE 0.
          05 WS-TOTAL-SIN-ORDEN   PIC 9(6) VALUE 0.
          05 WS-TOTAL-SALTADAS    PIC 9(6) VALUE 0.
          05 WS-TOTAL-IMPUGNADAS  PIC 9(6) VALUE 0.
          05 WS-DISP-MONTO        PIC -Z(12)9,99.

      *----------------------------------------------------------------
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
          05 WS-TAR-IVA           PIC 9(2)V99.
          05 WS-TAR-GMF           PIC 9(2)V99.
             *> Tarifas vigentes en la fecha valor de la orden
             *> original: con ellas se reconstruye y se devuelve lo
             *> retenido.

       PROCEDURE DIVISION.

      *================================================================
       1000-PROCESAR-ENCABEZADO.
           MOVE DV-ENC-COD-BCO-EMISOR TO WS-BCO-EMISOR
           MOVE DV-ENC-NOM-BCO-EMISOR TO WS-NOM-BCO-EMISOR
           MOVE DV-ENC-FEC-ARCHIVO TO WS-FEC-ARCHIVO-DEV

           DISPLAY ' '
           DISPLAY '  Archivo de devoluciones del banco '
               EXIT PARAGRAPH
           END-IF

           IF NOT DEV-ACEPTABLE
               PERFORM 2500-IMPUGNAR-DEVOLUCION
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-EST-ORIGINAL
               WHEN EST-LIQUIDADA
                   PERFORM 3000-REINTEGRAR-ORDENANTE
      *   un cobro ENVIADO o PAGADO pasa a COBRO_DEVUELTO; cualquier
      *   otro estado se deja intacto y 2000 decide que hacer. El
      *   registro queda copiado en WS-ORDEN-DEV para el reintegro.
      *   Una devolucion que 2200 impugna tampoco toca la orden.
      *================================================================
       2100-BUSCAR-ORDEN.
           MOVE 'N' TO WS-ORDEN-HALLADA
           MOVE SPACES TO WS-EST-ORIGINAL
           MOVE SPACES TO WS-COD-IMPUGNA
           MOVE 'N' TO WS-EOF-ORDENES

           OPEN I-O ARCHIVO-ORDENES
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       IF OT-NUM-ORDEN OF REG-ORDEN
                           MOVE OT-EST-ORDEN OF REG-ORDEN
                               TO WS-EST-ORIGINAL
                           MOVE REG-ORDEN TO WS-ORDEN-DEV
                           PERFORM 2200-VALIDAR-DEVOLUCION
                           IF DEV-ACEPTABLE
                               PERFORM 2150-REESTAMPAR-ORDEN
                           END-IF
                           MOVE 'S' TO WS-EOF-ORDENES
                       END-IF
               END-READ

           CLOSE ARCHIVO-ORDENES.

      *================================================================
      * 2150 - RE-ESTAMPAR LA ORDEN LEIDA CON SU ESTADO DE DEVUELTA
      *================================================================
       2150-REESTAMPAR-ORDEN.
           EVALUATE OT-EST-ORDEN OF REG-ORDEN
               WHEN EST-LIQUIDADA
                   MOVE EST-DEVUELTA TO OT-EST-ORDEN OF REG-ORDEN
                   REWRITE REG-ORDEN
               WHEN EST-COBRO-ENVIADO
                   MOVE EST-COBRO-DEVUELTO TO OT-EST-ORDEN OF REG-ORDEN
                   REWRITE REG-ORDEN
               WHEN EST-COBRO-PAGADO
                   MOVE EST-COBRO-DEVUELTO TO OT-EST-ORDEN OF REG-ORDEN
                   REWRITE REG-ORDEN
           END-EVALUATE.

      *================================================================
      * 2200 - VALIDAR LA DEVOLUCION CONTRA EL REGLAMENTO DE LA RED
      *   Solo las ordenes con dinero (LIQUIDADA, COBRO_ENVIADO,
      *   COBRO_PAGADO): el plazo corre desde la liquidacion
      *   (OT-FEC-CONFIRMAC, que estampa CNF-LIQUIDACION; sin ella
      *   OT-FEC-ENVIO) y se cuenta en dias habiles; la devolucion
      *   debe citar OT-MTO-TRANSF, el monto con que viajo el
      *   detalle. Deja WS-COD-IMPUGNA en R68 o R69 si no cumple.
      *================================================================
       2200-VALIDAR-DEVOLUCION.
           IF WS-EST-ORIGINAL NOT = EST-LIQUIDADA
                   AND WS-EST-ORIGINAL NOT = EST-COBRO-ENVIADO
                   AND WS-EST-ORIGINAL NOT = EST-COBRO-PAGADO
               EXIT PARAGRAPH
           END-IF

           MOVE OT-FEC-CONFIRMAC OF WS-ORDEN-DEV TO WS-FEC-REFERENCIA
           IF WS-FEC-REFERENCIA = SPACES
               MOVE OT-FEC-ENVIO OF WS-ORDEN-DEV TO WS-FEC-REFERENCIA
           END-IF
           IF WS-FEC-REFERENCIA = SPACES
               MOVE OT-FEC-CREACION OF WS-ORDEN-DEV
                   TO WS-FEC-REFERENCIA
           END-IF

           MOVE WS-FEC-ARCHIVO-DEV TO WS-FEC-DEVOLUCION
           IF WS-FEC-DEVOLUCION = SPACES
               MOVE WS-FECHA-STR TO WS-FEC-DEVOLUCION
           END-IF

           IF DEV-PLAZO-LARGO
               MOVE DEV-PLAZO-EXTENDIDO TO WS-PLAZO-DIAS
           ELSE
               MOVE DEV-PLAZO-DIAS-HABILES TO WS-PLAZO-DIAS
           END-IF
           PERFORM 2300-CALCULAR-FECHA-LIMITE

           IF WS-FEC-DEVOLUCION > WS-FEC-LIMITE
               MOVE 'R68' TO WS-COD-IMPUGNA
               MOVE 'Devolucion extemporanea' TO WS-DES-IMPUGNA
               EXIT PARAGRAPH
           END-IF

           IF WS-DEV-MONTO NOT = OT-MTO-TRANSF OF WS-ORDEN-DEV
               MOVE 'R69' TO WS-COD-IMPUGNA
               MOVE 'Monto devuelto distinto al de la orden'
                   TO WS-DES-IMPUGNA
           END-IF.

      *================================================================
      * 2300 - CALCULAR LA FECHA LIMITE DE LA DEVOLUCION
      *   Cuenta WS-PLAZO-DIAS dias habiles a partir del dia
      *   siguiente a la liquidacion: cada paso avanza un dia y lo
      *   corre al siguiente habil (2310), igual que 2300 en GES-PQR.
      *================================================================
       2300-CALCULAR-FECHA-LIMITE.
           STRING WS-FEC-REFERENCIA (1:4) WS-FEC-REFERENCIA (6:2)
               WS-FEC-REFERENCIA (9:2)
               DELIMITED SIZE INTO WS-FEC-VENCE-TXT
           MOVE WS-FEC-VENCE-NUM TO WS-FEC-YYYYMMDD
           COMPUTE WS-FEC-NUEVA-INT =
               FUNCTION INTEGER-OF-DATE (WS-FEC-YYYYMMDD)

           MOVE 0 TO WS-DIAS-CONTADOS
           PERFORM UNTIL WS-DIAS-CONTADOS >= WS-PLAZO-DIAS
               COMPUTE WS-FEC-NUEVA-INT = WS-FEC-NUEVA-INT + 1
               PERFORM 2310-AJUSTAR-A-DIA-HABIL
               ADD 1 TO WS-DIAS-CONTADOS
           END-PERFORM

           MOVE FUNCTION DATE-OF-INTEGER (WS-FEC-NUEVA-INT)
               TO WS-FEC-NUEVA-YMD
           STRING WS-FEC-NUEVA-YMD (1:4) '-' WS-FEC-NUEVA-YMD (5:2) '-'
               WS-FEC-NUEVA-YMD (7:2)
               DELIMITED SIZE INTO WS-FEC-LIMITE.

      *================================================================
      * 2310 - AJUSTAR UNA FECHA AL DIA HABIL MAS CERCANO (ADELANTE)
      *   Igual que 0946 en MAIN-ACH: la candidata en WS-FEC-NUEVA-INT
      *   avanza de a un dia mientras caiga en sabado, domingo o
      *   festivo vigente.
      *================================================================
       2310-AJUSTAR-A-DIA-HABIL.
           COMPUTE WS-ANCLA-LUNES =
               FUNCTION INTEGER-OF-DATE (20010101)

           MOVE 'N' TO WS-DIA-HABIL-HALLADO
           PERFORM UNTIL DIA-HABIL-HALLADO
               COMPUTE WS-DESPLAZAMIENTO-DIA =
                   FUNCTION MOD (WS-FEC-NUEVA-INT - WS-ANCLA-LUNES, 7)
               IF WS-DESPLAZAMIENTO-DIA >= 5
                   COMPUTE WS-FEC-NUEVA-INT = WS-FEC-NUEVA-INT + 1
               ELSE
                   MOVE FUNCTION DATE-OF-INTEGER (WS-FEC-NUEVA-INT)
                       TO WS-FEC-NUEVA-YMD
                   STRING WS-FEC-NUEVA-YMD (1:4) '-'
                       WS-FEC-NUEVA-YMD (5:2) '-'
                       WS-FEC-NUEVA-YMD (7:2)
                       DELIMITED SIZE INTO WS-FEC-CANDIDATA
                   PERFORM 2320-VERIFICAR-FERIADO
                   IF ES-FERIADO
                       COMPUTE WS-FEC-NUEVA-INT = WS-FEC-NUEVA-INT + 1
                   ELSE
                       MOVE 'S' TO WS-DIA-HABIL-HALLADO
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================
      * 2320 - VERIFICAR SI LA FECHA CANDIDATA ES FESTIVO
      *   Sin calendario ('35') solo se saltan los fines de semana.
      *================================================================
       2320-VERIFICAR-FERIADO.
           MOVE 'N' TO WS-ES-FERIADO
           MOVE 'N' TO WS-EOF-FERIADOS

           OPEN INPUT ARCHIVO-FERIADOS
           IF WS-STAT-FERIADOS = '35'
               MOVE 'S' TO WS-EOF-FERIADOS
           END-IF

           PERFORM UNTIL WS-EOF-FERIADOS = 'S'
               READ ARCHIVO-FERIADOS
                   AT END MOVE 'S' TO WS-EOF-FERIADOS
                   NOT AT END
                       IF FE-FECHA = WS-FEC-CANDIDATA
                               AND FE-MCA-ACTIVO = FLAG-SI
                           MOVE 'S' TO WS-ES-FERIADO
                           MOVE 'S' TO WS-EOF-FERIADOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-FERIADOS NOT = '35'
               CLOSE ARCHIVO-FERIADOS
           END-IF.

      *================================================================
      * 2500 - IMPUGNAR LA DEVOLUCION ANTE EL BANCO EMISOR
      *   No se reintegra ni se toca la orden: sale el detalle de
      *   impugnacion en DEVIMPUGNA.dat (abierto con su encabezado en
      *   la primera de la corrida, 2510), el renglon de DEVIMPUG.dat
      *   para el supervisor de operaciones y la auditoria.
      *================================================================
       2500-IMPUGNAR-DEVOLUCION.
           IF NOT IMPUGNA-ABIERTO
               PERFORM 2510-ABRIR-IMPUGNACIONES
           END-IF

           MOVE SPACES TO REG-IMP-DETALLE
           MOVE '6' TO DX-DET-TIPO
           MOVE WS-DEV-NUM-ORDEN TO DX-DET-NUM-ORDEN
           MOVE OT-COD-CTA-ORIGEN OF WS-ORDEN-DEV
               TO DX-DET-COD-CTA-ORIGEN
           MOVE WS-DEV-CTA-DEST TO DX-DET-COD-CTA-DEST
           MOVE WS-DEV-MONTO TO DX-DET-MTO-TRANSF
           MOVE OT-TIP-MONEDA OF WS-ORDEN-DEV TO DX-DET-TIP-MONEDA
           MOVE WS-COD-IMPUGNA TO DX-DET-COD-MOTIVO
           MOVE WS-DES-IMPUGNA TO DX-DET-DES-MOTIVO
           MOVE WS-DEV-COD-MOTIVO TO DX-DET-MOT-ORIGINAL
           MOVE OT-MTO-TRANSF OF WS-ORDEN-DEV TO DX-DET-MTO-ORIGINAL
           WRITE REG-IMP-DETALLE

           MOVE SPACES TO REG-DEV-IMPUGNADA
           MOVE WS-FECHA-STR TO DI-FEC-PROCESO
           MOVE WS-HORA-STR TO DI-HOA-PROCESO
           MOVE WS-BCO-EMISOR TO DI-COD-BCO-EMISOR
           MOVE WS-DEV-NUM-ORDEN TO DI-NUM-ORDEN
           MOVE WS-EST-ORIGINAL TO DI-EST-ORDEN
           MOVE WS-DEV-COD-MOTIVO TO DI-COD-MOTIVO-DEV
           MOVE WS-DEV-DES-MOTIVO TO DI-DES-MOTIVO-DEV
           MOVE WS-FEC-DEVOLUCION TO DI-FEC-DEVOLUCION
           MOVE WS-FEC-REFERENCIA TO DI-FEC-REFERENCIA
           MOVE WS-FEC-LIMITE TO DI-FEC-LIMITE
           MOVE OT-MTO-TRANSF OF WS-ORDEN-DEV TO DI-MTO-ORDEN
           MOVE WS-DEV-MONTO TO DI-MTO-DEVUELTO
           MOVE WS-COD-IMPUGNA TO DI-COD-IMPUGNA
           WRITE REG-DEV-IMPUGNADA

           ADD 1 TO WS-TOTAL-IMPUGNADAS
           ADD WS-DEV-MONTO TO WS-IMP-TOTAL-MONTO
           IF WS-IMP-CANT < 500
               ADD 1 TO WS-IMP-CANT
               MOVE WS-DEV-NUM-ORDEN TO WS-IMP-NUM-ORDEN (WS-IMP-CANT)
               MOVE WS-COD-IMPUGNA TO WS-IMP-COD (WS-IMP-CANT)
               MOVE WS-DEV-COD-MOTIVO TO WS-IMP-MOT-DEV (WS-IMP-CANT)
               MOVE WS-FEC-LIMITE TO WS-IMP-FEC-LIMITE (WS-IMP-CANT)
               MOVE OT-MTO-TRANSF OF WS-ORDEN-DEV
                   TO WS-IMP-MTO-ORDEN (WS-IMP-CANT)
               MOVE WS-DEV-MONTO TO WS-IMP-MTO-DEV (WS-IMP-CANT)
           END-IF

           MOVE SPACES TO WS-MOTIVO-TEXTO
           STRING 'Devolucion ' WS-DEV-COD-MOTIVO ' impugnada '
               WS-COD-IMPUGNA ': ' WS-DES-IMPUGNA
               '; limite ' WS-FEC-LIMITE
               DELIMITED SIZE INTO WS-MOTIVO-TEXTO
           MOVE 'DEVOLUCION_IMPUGNADA' TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           PERFORM 4500-REGISTRAR-AUDITORIA

           DISPLAY '  [!] Orden ' WS-DEV-NUM-ORDEN ' ('
               WS-DEV-COD-MOTIVO ') IMPUGNADA ' WS-COD-IMPUGNA
               ': ' WS-DES-IMPUGNA.

      *================================================================
      * 2510 - ABRIR LOS ARCHIVOS DE IMPUGNACION
      *   DEVIMPUGNA.dat se escribe de nuevo en cada corrida (se
      *   transmite al banco emisor del archivo de devoluciones, como
      *   DEVOLUCION.dat en PRC-ENTRANTE); DEVIMPUG.dat crece.
      *================================================================
       2510-ABRIR-IMPUGNACIONES.
           OPEN OUTPUT ARCHIVO-DEVIMPUGNA
           MOVE WS-STAT-DEVIMPUGNA TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-DEVIMPUGNA' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE SPACES TO REG-IMP-ENCABEZADO
           MOVE '1' TO DX-ENC-TIPO
           MOVE COD-BANCO-PROPIO TO DX-ENC-COD-BCO-EMISOR
           MOVE NOM-BANCO-PROPIO TO DX-ENC-NOM-BCO-EMISOR
           MOVE WS-BCO-EMISOR TO DX-ENC-COD-BCO-DEST
           MOVE WS-FECHA-STR TO DX-ENC-FEC-ARCHIVO
           MOVE WS-HORA-STR TO DX-ENC-HOA-ARCHIVO
           WRITE REG-IMP-ENCABEZADO

           OPEN EXTEND ARCHIVO-DEVIMPUG
           IF WS-STAT-DEVIMPUG = '35'
               OPEN OUTPUT ARCHIVO-DEVIMPUG
               CLOSE ARCHIVO-DEVIMPUG
               OPEN EXTEND ARCHIVO-DEVIMPUG
           END-IF

           MOVE 'S' TO WS-IMPUGNA-ABIERTO.

      *================================================================
      * 3000 - REINTEGRAR LOS FONDOS AL CLIENTE ORDENANTE
      *   Reintegro completo de OT-MTO-TOTAL, la misma politica de
      *================================================================
       3000-REINTEGRAR-ORDENANTE.
           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE SPACES TO WS-SUC-ASIENTO
           MOVE 'N' TO WS-MCA-EXENTA-GMF
           MOVE SPACES TO WS-COD-CLI-ORIGEN
           MOVE SPACES TO WS-MONEDA-CTA-ORIGEN
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-ORIGEN
                   MOVE CC-COD-CLIENTE TO WS-COD-CLI-ORIGEN
                   MOVE CC-MCA-EXENTA-GMF TO WS-MCA-EXENTA-GMF
                   ' no encontrada; no se pudo acreditar.'
           END-IF

           MOVE 'IVA' TO WS-TIM-TIPO
           MOVE OT-FEC-VALOR OF WS-ORDEN-DEV TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-IVA
           MOVE 'GMF' TO WS-TIM-TIPO
           MOVE OT-FEC-VALOR OF WS-ORDEN-DEV TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-GMF

           COMPUTE WS-MTO-IVA ROUNDED =
               OT-MTO-COMISION OF WS-ORDEN-DEV * WS-TAR-IVA / 100
           IF WS-MCA-EXENTA-GMF = FLAG-SI
               MOVE 0 TO WS-MTO-GMF
           ELSE
               COMPUTE WS-MTO-COP ROUNDED =
                   (OT-MTO-TOTAL OF WS-ORDEN-DEV
                    - OT-MTO-COMISION OF WS-ORDEN-DEV - WS-MTO-IVA)
                   / (1 + WS-TAR-GMF / 1000)
               COMPUTE WS-MTO-GMF =
                   OT-MTO-TOTAL OF WS-ORDEN-DEV
                   - OT-MTO-COMISION OF WS-ORDEN-DEV - WS-MTO-IVA
      *================================================================
       3600-DEBITAR-ACREEDOR.
           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE SPACES TO WS-SUC-ASIENTO
           MOVE SPACES TO WS-COD-CLI-ORIGEN

           OPEN I-O ARCHIVO-CUENTAS
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
                   MOVE CC-COD-SUCURSAL TO WS-SUC-ASIENTO
                   MOVE CC-SAL-DISPONIBLE TO WS-SAL-ANT-ORIGEN
                   MOVE CC-COD-CLIENTE TO WS-COD-CLI-ORIGEN
                   SUBTRACT OT-MTO-TRANSF OF WS-ORDEN-DEV
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-REVERSO
               MOVE 'Devolucion: reverso del IVA de la comision'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-REVERSO
               MOVE WS-TAR-IVA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-REVERSO
               PERFORM 4300-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-REVERSO
           END-IF

           IF WS-GL-GMF > 0
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-REVERSO
               MOVE 'Devolucion: reverso del GMF retenido'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-REVERSO
               MOVE WS-TAR-GMF
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-REVERSO
               PERFORM 4300-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-REVERSO
           END-IF.

      *================================================================
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-REVERSO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-REVERSO

           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-REVERSO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-REVERSO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-REVERSO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-REVERSO.

      *================================================================
           DISPLAY '  Prenotas devueltas:      ' WS-TOTAL-PRENOTAS
           DISPLAY '  Sin orden que calce:     ' WS-TOTAL-SIN-ORDEN
           DISPLAY '  Saltadas por estado:     ' WS-TOTAL-SALTADAS
           DISPLAY '  Impugnadas (R68/R69):    ' WS-TOTAL-IMPUGNADAS
           DISPLAY WS-LINEA

           IF WS-TOTAL-IMPUGNADAS > 0
               PERFORM 9810-LISTAR-IMPUGNADAS
           END-IF.

      *================================================================
      * 9810 - LISTA DE DEVOLUCIONES IMPUGNADAS PARA EL SUPERVISOR
      *   Lo que no se reintegro en la corrida y por que; el detalle
      *   completo queda en DEVIMPUG.dat.
      *================================================================
       9810-LISTAR-IMPUGNADAS.
           DISPLAY ' '
           DISPLAY '  DEVOLUCIONES IMPUGNADAS - REVISION DEL '
               'SUPERVISOR DE OPERACIONES'
           DISPLAY '  Banco emisor: ' WS-BCO-EMISOR
               '  Archivo de devolucion: ' WS-FEC-ARCHIVO-DEV
           DISPLAY '  ------------------------------------------------'
           PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
                   UNTIL WS-IDX-IMP > WS-IMP-CANT
               DISPLAY '  ' WS-IMP-NUM-ORDEN (WS-IDX-IMP) ' '
                   WS-IMP-COD (WS-IDX-IMP) ' (devuelta '
                   WS-IMP-MOT-DEV (WS-IDX-IMP) ', limite '
                   WS-IMP-FEC-LIMITE (WS-IDX-IMP) ')'
               MOVE WS-IMP-MTO-ORDEN (WS-IDX-IMP) TO WS-DISP-MONTO
               DISPLAY '      Orden:    $' WS-DISP-MONTO
               MOVE WS-IMP-MTO-DEV (WS-IDX-IMP) TO WS-DISP-MONTO
               DISPLAY '      Devuelto: $' WS-DISP-MONTO
           END-PERFORM
           IF WS-TOTAL-IMPUGNADAS > WS-IMP-CANT
               DISPLAY '  ... y ' WS-TOTAL-IMPUGNADAS
                   ' en total; ver DEVIMPUG.dat.'
           END-IF
           DISPLAY WS-LINEA.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           IF IMPUGNA-ABIERTO
               MOVE SPACES TO REG-IMP-CTRL-ARCHIVO
               MOVE '9' TO DX-FIN-TIPO
               MOVE WS-TOTAL-IMPUGNADAS TO DX-FIN-CANT-ENTRADAS
               MOVE WS-IMP-TOTAL-MONTO TO DX-FIN-TOTAL-DEVUELTO
               WRITE REG-IMP-CTRL-ARCHIVO
               CLOSE ARCHIVO-DEVIMPUGNA
               CLOSE ARCHIVO-DEVIMPUG
           END-IF

           CLOSE ARCHIVO-DEVENTRADA
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-ASIENTOS
               DISPLAY '  Estado de archivo: ' WS-CHK-ESTADO
               STOP RUN
           END-IF.

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
