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
       01 WS-NUM-CERTIFICADO       PIC X(20).
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.

      *----------------------------------------------------------------
      * Opcion, captura y datos del certificado en emision
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

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
               DELIMITED SIZE INTO WS-NUM-CERTIFICADO

           MOVE TARIFA-CERTIFICACION TO WS-MTO-TARIFA
           MOVE 'IVA' TO WS-TIM-TIPO
           MOVE WS-FECHA-STR TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           COMPUTE WS-MTO-IVA ROUNDED =
               WS-MTO-TARIFA * WS-TIM-TARIFA / 100
           COMPUTE WS-MTO-TOTAL = WS-MTO-TARIFA + WS-MTO-IVA

           PERFORM 2000-COBRAR-TARIFA
           STRING '  ' WS-NOM-TITULAR
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 3900-ESCRIBIR-LINEA
           MOVE WS-NUM-DOC-TITULAR TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  identificado con ' WS-TIP-DOC-TITULAR ' '
               WS-MSK-SALIDA (1:15)
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 3900-ESCRIBIR-LINEA
           MOVE WS-CAP-CUENTA TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING '  es titular de la cuenta de ' WS-TIP-CUENTA-TXT
               ' numero ' WS-MSK-SALIDA
               DELIMITED SIZE INTO WS-LINEA-SALIDA
           PERFORM 3900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE CC-COD-SUCURSAL OF WS-CUENTA-CERT TO WS-SUC-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE WS-MTO-IVA TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE 'IVA sobre la certificacion, por pagar DIAN'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-TIM-TARIFA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               PERFORM 6500-ESCRIBIR-ASIENTO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           END-IF

           CLOSE ARCHIVO-ASIENTOS.
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 6510-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
                           DISPLAY ' '
                           DISPLAY '  AUTENTICO: emitido el '
                               CE2-FEC-EMISION ' ' CE2-HOA-EMISION
                           MOVE CE2-COD-CUENTA TO WS-MSK-ENTRADA
                           PERFORM 8980-ENMASCARAR-NUMERO
                           DISPLAY '  Cuenta  : ' WS-MSK-SALIDA
                           DISPLAY '  Titular : ' CE2-NOM-CLIENTE
                           DISPLAY '  Operador: ' CE2-COD-OPERADOR
                           MOVE 'S' TO WS-EOF-CERT
               DISPLAY '  Codigo    : ' WS-CHK-ESTADO
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
