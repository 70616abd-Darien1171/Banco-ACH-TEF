      *================================================================
      * APR-ASIENTOS.cbl - Aprobacion de Asientos Manuales
      *   (Maker-Checker)
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * MNT-ASIENTOS deja los asientos manuales de contabilidad como
      * patas PENDIENTE en ASIMANUAL.dat. Este programa es el segundo
      * par de ojos: un usuario con rol SUPERVISOR, distinto de quien
      * capturo, revisa cada asiento pata por pata y lo aprueba o lo
      * rechaza.
      *
      * Al aprobar se vuelve a validar todo con los archivos del dia:
      * cada cuenta sigue existiendo activa y posteable en PUC.dat, el
      * asiento cuadra y el periodo de hoy no esta CERRADO. Si algo
      * fallo el asiento sigue PENDIENTE. Si pasa, las patas se
      * escriben en ASIENTOS.dat con fecha de hoy y el mismo numero del
      * asiento manual (prefijo ASM-PREFIJO), asi entran al balance
      * (RPT-BALANCE) y a la interfaz contable (GEN-INTERFAZ) del dia
      * como cualquier otro asiento. Ambas identidades (quien capturo y
      * quien resolvio) quedan en el renglon de AUDITORIA.dat.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APR-ASIENTOS.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-ASIMANUAL
               ASSIGN TO 'data/ASIMANUAL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ASIMANUAL.

           SELECT ARCHIVO-ASIENTOS
               ASSIGN TO 'data/ASIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ASIENTOS.

           SELECT ARCHIVO-PUC
               ASSIGN TO 'data/PUC.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PUC.

           SELECT ARCHIVO-PERIODOS
               ASSIGN TO 'data/PERIODOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PERIODOS.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-AUDIT.

           SELECT ARCHIVO-SECUENCIA
               ASSIGN TO 'data/SECUENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-STAT-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-ASIMANUAL.
       COPY 'copybooks/ASIMANUAL.cpy'.

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

       COPY 'copybooks/ASIENTOS.cpy'
           REPLACING REG-ASIENTO BY WS-ASIENTO-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-ASIMANUAL    PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-PUC          PIC X(2).
          05 WS-STAT-PERIODOS     PIC X(2).
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
      *----------------------------------------------------------------
       01 WS-FECHA-HOY.
          05 WS-ANO               PIC 9(4).
          05 WS-MES                PIC 9(2).
          05 WS-DIA                PIC 9(2).
       01 WS-HORA-ACTUAL.
          05 WS-HH                 PIC 9(2).
          05 WS-MM                 PIC 9(2).
          05 WS-SS                 PIC 9(2).
          05 WS-CC                 PIC 9(2).

       01 WS-FECHA-STR             PIC X(10).
       01 WS-HORA-STR              PIC X(8).
       01 WS-FECHA-COMPACTA        PIC X(8).

      *----------------------------------------------------------------
      * Consecutivos diarios
      *----------------------------------------------------------------
       01 WS-SEC-TIPO              PIC X(3).
       01 WS-SEC-VALOR             PIC 9(5).
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Identidad del revisor (debe ser SUPERVISOR activo y distinto
      * de quien capturo el asiento)
      *----------------------------------------------------------------
       01 WS-REVISOR.
          05 WS-COD-REVISOR       PIC X(20).
          05 WS-CLAVE-REVISOR     PIC X(20).
          05 WS-EOF-USUARIOS      PIC X VALUE 'N'.
          05 WS-REVISOR-VALIDO    PIC X VALUE 'N'.
             88 REVISOR-VALIDO       VALUE 'S'.

      *----------------------------------------------------------------
      * Decision capturada
      *----------------------------------------------------------------
       01 WS-CAP-NUM-ASIENTO       PIC X(20).
       01 WS-DECISION              PIC X(1).
          88 DECISION-APRUEBA         VALUE 'A'.
          88 DECISION-RECHAZA         VALUE 'R'.
       01 WS-MOTIVO-DECISION       PIC X(100).

      *----------------------------------------------------------------
      * Asiento elegido: datos comunes y sus patas
      *----------------------------------------------------------------
       01 WS-ASIENTO-ELEGIDO.
          05 WS-ELE-CLASE         PIC X(10).
          05 WS-ELE-CONCEPTO      PIC X(100).
          05 WS-ELE-SUCURSAL      PIC X(4).
          05 WS-ELE-COD-CAPTURA   PIC X(20).
          05 WS-CANT-PATAS        PIC 9(2) VALUE 0.
          05 WS-IDX-PATA          PIC 9(2).
          05 WS-PATA OCCURS 20 TIMES.
             10 WS-PAT-CTA-CONTABLE  PIC X(6).
             10 WS-PAT-NOM-CONTABLE  PIC X(30).
             10 WS-PAT-TIP-MOVIMIENTO PIC X(1).
             10 WS-PAT-MONTO         PIC S9(13)V99.
          05 WS-TOT-DEBITOS       PIC S9(15)V99 VALUE 0.
          05 WS-TOT-CREDITOS      PIC S9(15)V99 VALUE 0.

      *----------------------------------------------------------------
      * Auxiliares de los barridos y de la revalidacion
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-ASIMANUAL     PIC X VALUE 'N'.
             88 FIN-ASIMANUAL        VALUE 'S'.
          05 WS-HAY-PENDIENTES    PIC X VALUE 'N'.
             88 HAY-PENDIENTES       VALUE 'S'.
          05 WS-ASIENTO-LISTADO   PIC X(20).
          05 WS-ASIENTO-HALLADO   PIC X VALUE 'N'.
             88 ASIENTO-HALLADO      VALUE 'S'.
          05 WS-ASIENTO-VALIDO    PIC X VALUE 'N'.
             88 ASIENTO-VALIDO       VALUE 'S'.
          05 WS-EOF-PUC           PIC X.
          05 WS-PUC-POSTEABLE     PIC X.
             88 PUC-POSTEABLE        VALUE 'S'.
          05 WS-EOF-PERIODOS      PIC X.
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.
          05 WS-ESTADO-FINAL-AUD  PIC X(20).

       01 WS-DISP-MONTO  PIC ZZ.ZZZ.ZZZ.ZZZ,99.
       01 WS-DISP-MONTO2 PIC ZZ.ZZZ.ZZZ.ZZZ,99.

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
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  APROBACION DE ASIENTOS MANUALES (CHECKER)'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 0500-IDENTIFICAR-REVISOR

           IF NOT REVISOR-VALIDO
               DISPLAY ' '
               DISPLAY '  ACCESO RECHAZADO: la credencial no '
                   'corresponde a un SUPERVISOR activo.'
           ELSE
               PERFORM 1000-LISTAR-PENDIENTES
               IF HAY-PENDIENTES
                   PERFORM 2000-CAPTURAR-DECISION
                   PERFORM 3000-RESOLVER-ASIENTO
               ELSE
                   DISPLAY '  No hay asientos manuales pendientes '
                       'de aprobacion.'
               END-IF
           END-IF

           PERFORM 9900-CERRAR-ARCHIVOS
           STOP RUN.

      *================================================================
      * 0100 - OBTENER FECHA Y HORA DEL SISTEMA
      *================================================================
       0100-OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME

           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED SIZE INTO WS-FECHA-COMPACTA.

      *================================================================
      * 0150 - OBTENER SIGUIENTE CONSECUTIVO DIARIO
      *================================================================
       0150-SIGUIENTE-SECUENCIA.
           MOVE WS-FECHA-COMPACTA TO SC-FECHA
           MOVE WS-SEC-TIPO TO SC-TIPO

           READ ARCHIVO-SECUENCIA
               INVALID KEY
                   MOVE 1 TO SC-ULTIMO-NUM
                   WRITE REG-SECUENCIA
               NOT INVALID KEY
                   ADD 1 TO SC-ULTIMO-NUM
                   REWRITE REG-SECUENCIA
           END-READ

           MOVE SC-ULTIMO-NUM TO WS-SEC-VALOR.

      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-ASIENTOS
           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 0500 - IDENTIFICAR AL REVISOR (SUPERVISOR ACTIVO)
      *   Con el maestro de usuarios inexistente se acepta el codigo
      *   digitado con un aviso (modo de arranque), igual que en los
      *   demas programas.
      *================================================================
       0500-IDENTIFICAR-REVISOR.
           DISPLAY ' '
           DISPLAY '  Codigo del revisor: ' WITH NO ADVANCING
           ACCEPT WS-COD-REVISOR
           DISPLAY '  Clave: ' WITH NO ADVANCING
           ACCEPT WS-CLAVE-REVISOR

           MOVE 'N' TO WS-REVISOR-VALIDO
           MOVE 'N' TO WS-EOF-USUARIOS

           OPEN INPUT ARCHIVO-USUARIOS
           IF WS-STAT-USUARIOS = '35'
               DISPLAY '  AVISO: maestro de usuarios inexistente; se '
                   'acepta el codigo digitado (modo de arranque).'
               MOVE 'S' TO WS-REVISOR-VALIDO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-USUARIOS = 'S'
               READ ARCHIVO-USUARIOS
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

           CLOSE ARCHIVO-USUARIOS.

      *================================================================
      * 1000 - LISTAR LOS ASIENTOS PENDIENTES CON SUS PATAS
      *   Las patas de un asiento quedan juntas en el archivo (las
      *   escribe MNT-ASIENTOS en una sola captura); el encabezado se
      *   muestra al cambiar de numero.
      *================================================================
       1000-LISTAR-PENDIENTES.
           MOVE 'N' TO WS-EOF-ASIMANUAL
           MOVE 'N' TO WS-HAY-PENDIENTES
           MOVE SPACES TO WS-ASIENTO-LISTADO

           OPEN INPUT ARCHIVO-ASIMANUAL
           IF WS-STAT-ASIMANUAL = '35'
               MOVE 'S' TO WS-EOF-ASIMANUAL
           END-IF

           DISPLAY ' '
           DISPLAY '  Asientos manuales pendientes de aprobacion:'
           DISPLAY '  ------------------------------------------------'

           PERFORM UNTIL FIN-ASIMANUAL
               READ ARCHIVO-ASIMANUAL
                   AT END MOVE 'S' TO WS-EOF-ASIMANUAL
                   NOT AT END
                       IF AJM-PENDIENTE
                           MOVE 'S' TO WS-HAY-PENDIENTES
                           PERFORM 1100-MOSTRAR-PATA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-ASIMANUAL NOT = '35'
               CLOSE ARCHIVO-ASIMANUAL
           END-IF.

      *================================================================
      * 1100 - MOSTRAR UNA PATA (Y EL ENCABEZADO SI ES LA PRIMERA)
      *================================================================
       1100-MOSTRAR-PATA.
           IF AJ-NUM-ASIENTO NOT = WS-ASIENTO-LISTADO
               MOVE AJ-NUM-ASIENTO TO WS-ASIENTO-LISTADO
               DISPLAY ' '
               DISPLAY '  Asiento    : ' AJ-NUM-ASIENTO '  '
                   AJ-CLASE
               DISPLAY '  Capturado  : ' AJ-FEC-CAPTURA ' '
                   AJ-HOA-CAPTURA ' por ' AJ-COD-CAPTURA
               DISPLAY '  Sucursal   : ' AJ-COD-SUCURSAL
               DISPLAY '  Concepto   : ' AJ-DES-CONCEPTO (1:60)
           END-IF

           MOVE AJ-MTO-PATA TO WS-DISP-MONTO
           DISPLAY '    ' AJ-NUM-PATA ' ' AJ-COD-CTA-CONTABLE ' '
               AJ-NOM-CTA-CONTABLE ' ' AJ-TIP-MOVIMIENTO ' $'
               WS-DISP-MONTO.

      *================================================================
      * 2000 - CAPTURAR LA DECISION
      *================================================================
       2000-CAPTURAR-DECISION.
           DISPLAY ' '
           DISPLAY '  Numero del asiento a resolver: '
               WITH NO ADVANCING
           ACCEPT WS-CAP-NUM-ASIENTO

           DISPLAY '  Decision, (A)prueba o (R)echaza: '
               WITH NO ADVANCING
           ACCEPT WS-DECISION

           DISPLAY '  Observacion: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-DECISION.

      *================================================================
      * 3000 - RESOLVER EL ASIENTO ELEGIDO
      *================================================================
       3000-RESOLVER-ASIENTO.
           IF NOT DECISION-APRUEBA AND NOT DECISION-RECHAZA
               DISPLAY ' '
               DISPLAY '  ERROR: Decision invalida; el asiento sigue '
                   'PENDIENTE.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-CARGAR-ASIENTO
           IF NOT ASIENTO-HALLADO
               DISPLAY ' '
               DISPLAY '  ERROR: No hay un asiento PENDIENTE con '
                   'ese numero.'
               EXIT PARAGRAPH
           END-IF

           IF DECISION-APRUEBA
               IF WS-ELE-COD-CAPTURA = WS-COD-REVISOR
                   DISPLAY ' '
                   DISPLAY '  ERROR: El revisor no puede aprobar su '
                       'propio asiento; pida a otro supervisor.'
                   EXIT PARAGRAPH
               END-IF

               PERFORM 4000-REVALIDAR-ASIENTO
               IF NOT ASIENTO-VALIDO
                   DISPLAY '  El asiento sigue PENDIENTE; rechacelo '
                       'para que se capture de nuevo.'
                   EXIT PARAGRAPH
               END-IF

               PERFORM 4500-POSTEAR-ASIENTO
               MOVE 'ASIENTO_APROBADO' TO WS-ESTADO-FINAL-AUD
           ELSE
               MOVE 'ASIENTO_RECHAZADO' TO WS-ESTADO-FINAL-AUD
           END-IF

           PERFORM 5000-MARCAR-RESUELTO
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY ' '
           IF DECISION-APRUEBA
               DISPLAY '  Asiento ' WS-CAP-NUM-ASIENTO ' aprobado y '
                   'contabilizado con fecha ' WS-FECHA-STR '.'
           ELSE
               DISPLAY '  Asiento ' WS-CAP-NUM-ASIENTO ' rechazado.'
           END-IF.

      *================================================================
      * 3100 - CARGAR LAS PATAS PENDIENTES DEL ASIENTO
      *================================================================
       3100-CARGAR-ASIENTO.
           MOVE 'N' TO WS-ASIENTO-HALLADO
           MOVE 'N' TO WS-EOF-ASIMANUAL
           MOVE 0 TO WS-CANT-PATAS
           MOVE 0 TO WS-TOT-DEBITOS
           MOVE 0 TO WS-TOT-CREDITOS

           OPEN INPUT ARCHIVO-ASIMANUAL
           IF WS-STAT-ASIMANUAL = '35'
               MOVE 'S' TO WS-EOF-ASIMANUAL
           END-IF

           PERFORM UNTIL FIN-ASIMANUAL
               READ ARCHIVO-ASIMANUAL
                   AT END MOVE 'S' TO WS-EOF-ASIMANUAL
                   NOT AT END
                       IF AJ-NUM-ASIENTO = WS-CAP-NUM-ASIENTO
                               AND AJM-PENDIENTE
                               AND WS-CANT-PATAS < ASM-MAX-PATAS
                           PERFORM 3110-GUARDAR-PATA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-ASIMANUAL NOT = '35'
               CLOSE ARCHIVO-ASIMANUAL
           END-IF.

       3110-GUARDAR-PATA.
           MOVE 'S' TO WS-ASIENTO-HALLADO
           MOVE AJ-CLASE TO WS-ELE-CLASE
           MOVE AJ-DES-CONCEPTO TO WS-ELE-CONCEPTO
           MOVE AJ-COD-SUCURSAL TO WS-ELE-SUCURSAL
           MOVE AJ-COD-CAPTURA TO WS-ELE-COD-CAPTURA

           ADD 1 TO WS-CANT-PATAS
           MOVE WS-CANT-PATAS TO WS-IDX-PATA
           MOVE AJ-COD-CTA-CONTABLE TO WS-PAT-CTA-CONTABLE (WS-IDX-PATA)
           MOVE AJ-NOM-CTA-CONTABLE TO WS-PAT-NOM-CONTABLE (WS-IDX-PATA)
           MOVE AJ-TIP-MOVIMIENTO
               TO WS-PAT-TIP-MOVIMIENTO (WS-IDX-PATA)
           MOVE AJ-MTO-PATA TO WS-PAT-MONTO (WS-IDX-PATA)

           IF AJ-ES-DEBITO
               ADD AJ-MTO-PATA TO WS-TOT-DEBITOS
           ELSE
               ADD AJ-MTO-PATA TO WS-TOT-CREDITOS
           END-IF.

      *================================================================
      * 4000 - REVALIDAR EL ASIENTO ANTES DE CONTABILIZARLO
      *   Entre la captura y la aprobacion pudo retirarse una cuenta
      *   del catalogo o cerrarse el periodo; el asiento se
      *   contabiliza con fecha de hoy, asi que el periodo que cuenta
      *   es el de hoy. Sin catalogo ('35') no se aprueba nada.
      *================================================================
       4000-REVALIDAR-ASIENTO.
           MOVE 'N' TO WS-ASIENTO-VALIDO

           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
                   OR WS-TOT-DEBITOS = 0
               MOVE WS-TOT-DEBITOS TO WS-DISP-MONTO
               MOVE WS-TOT-CREDITOS TO WS-DISP-MONTO2
               DISPLAY ' '
               DISPLAY '  ERROR: El asiento no cuadra: debitos $'
                   WS-DISP-MONTO ' creditos $' WS-DISP-MONTO2
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX-PATA FROM 1 BY 1
                   UNTIL WS-IDX-PATA > WS-CANT-PATAS
               PERFORM 4100-VALIDAR-CTA-CONTABLE
               IF NOT PUC-POSTEABLE
                   DISPLAY ' '
                   DISPLAY '  ERROR: La cuenta '
                       WS-PAT-CTA-CONTABLE (WS-IDX-PATA)
                       ' ya no existe activa y posteable en el '
                       'catalogo.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM 4200-VALIDAR-PERIODO-CONTABLE
           IF PERIODO-CERRADO
               DISPLAY ' '
               DISPLAY '  ERROR: El periodo ' WS-FECHA-STR (1:7)
                   ' esta CERRADO (ver CIE-PERIODO).'
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-ASIENTO-VALIDO.

      *================================================================
      * 4100 - VALIDAR UNA CUENTA CONTRA EL PUC
      *================================================================
       4100-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PUC = 'S'
               READ ARCHIVO-PUC
                   AT END MOVE 'S' TO WS-EOF-PUC
                   NOT AT END
                       IF PU-COD-CUENTA
                               = WS-PAT-CTA-CONTABLE (WS-IDX-PATA)
                           IF PU-MCA-ACTIVA = FLAG-SI
                                   AND PU-MCA-POSTEABLE = FLAG-SI
                               MOVE 'S' TO WS-PUC-POSTEABLE
                           END-IF
                           MOVE 'S' TO WS-EOF-PUC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PUC.

      *================================================================
      * 4200 - VALIDAR EL PERIODO CONTABLE DE HOY
      *   Sin archivo de periodos ('35') no hay periodo cerrado.
      *================================================================
       4200-VALIDAR-PERIODO-CONTABLE.
           MOVE 'N' TO WS-PERIODO-CERRADO
           MOVE 'N' TO WS-EOF-PERIODOS

           OPEN INPUT ARCHIVO-PERIODOS
           IF WS-STAT-PERIODOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PERIODOS = 'S'
               READ ARCHIVO-PERIODOS
                   AT END MOVE 'S' TO WS-EOF-PERIODOS
                   NOT AT END
                       IF PD-PERIODO = WS-FECHA-STR (1:7)
                               AND PER-CERRADO
                           MOVE 'S' TO WS-PERIODO-CERRADO
                           MOVE 'S' TO WS-EOF-PERIODOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PERIODOS.

      *================================================================
      * 4500 - CONTABILIZAR LAS PATAS EN ASIENTOS.dat
      *   El numero del asiento contable es el del asiento manual, asi
      *   RPT-BALANCE los distingue por el prefijo y la auditoria se
      *   cruza sin tabla de equivalencias.
      *================================================================
       4500-POSTEAR-ASIENTO.
           PERFORM VARYING WS-IDX-PATA FROM 1 BY 1
                   UNTIL WS-IDX-PATA > WS-CANT-PATAS
               MOVE SPACES TO WS-ASIENTO-NUEVO
               MOVE WS-CAP-NUM-ASIENTO
                   TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-CAP-NUM-ASIENTO
                   TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
               MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-PAT-CTA-CONTABLE (WS-IDX-PATA)
                   TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE WS-PAT-NOM-CONTABLE (WS-IDX-PATA)
                   TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
               MOVE WS-PAT-TIP-MOVIMIENTO (WS-IDX-PATA)
                   TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-PAT-MONTO (WS-IDX-PATA)
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
               MOVE WS-ELE-CONCEPTO
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
               MOVE WS-ELE-SUCURSAL
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
               IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
                   MOVE SUC-CASA-MATRIZ
                       TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
               END-IF
               MOVE ZERO TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
               WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO
           END-PERFORM.

      *================================================================
      * 5000 - MARCAR LAS PATAS DEL ASIENTO COMO RESUELTAS
      *================================================================
       5000-MARCAR-RESUELTO.
           MOVE 'N' TO WS-EOF-ASIMANUAL

           OPEN I-O ARCHIVO-ASIMANUAL

           PERFORM UNTIL FIN-ASIMANUAL
               READ ARCHIVO-ASIMANUAL
                   AT END MOVE 'S' TO WS-EOF-ASIMANUAL
                   NOT AT END
                       IF AJ-NUM-ASIENTO = WS-CAP-NUM-ASIENTO
                               AND AJM-PENDIENTE
                           IF DECISION-APRUEBA
                               MOVE 'APROBADO  ' TO AJ-ESTADO
                           ELSE
                               MOVE 'RECHAZADO ' TO AJ-ESTADO
                           END-IF
                           MOVE WS-COD-REVISOR TO AJ-COD-APROBADOR
                           MOVE WS-FECHA-STR TO AJ-FEC-DECISION
                           REWRITE REG-ASI-MANUAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ASIMANUAL.

      *================================================================
      * 9100 - REGISTRAR LA DECISION EN AUDITORIA
      *   La observacion deja juntas las dos identidades: quien
      *   capturo el asiento y quien lo aprobo o rechazo.
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-NUEVO

           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE WS-CAP-NUM-ASIENTO TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'APROBACION_ASIENTO' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-REVISOR TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'APR_ASIENTOS' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-ESTADO-FINAL-AUD TO AT-ESTADO-FINAL
               OF WS-AUDIT-NUEVO
           MOVE WS-TOT-DEBITOS TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           MOVE 'SIS' TO AT-COD-CANAL OF WS-AUDIT-NUEVO

           STRING 'Capturado por ' WS-ELE-COD-CAPTURA
               ', resuelto por ' WS-COD-REVISOR ': '
               WS-MOTIVO-DECISION
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-ASIENTOS
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
