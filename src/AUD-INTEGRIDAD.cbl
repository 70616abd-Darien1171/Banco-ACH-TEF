      *================================================================
      * AUD-INTEGRIDAD.cbl - Auditoria de Integridad Referencial
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Los maestros y archivos de transacciones se apuntan unos a
      * otros (cliente, cuenta, orden) y nada verificaba que el otro
      * extremo siguiera existiendo. Este batch nocturno recorre las
      * referencias cruzadas y arma un reporte de excepciones por
      * severidad en data/INTEGRIDAD.txt:
      *
      *   ALTA  - cuenta activa cuyo CC-COD-CLIENTE no esta en
      *           CLIENTES.dat; barrido activo hacia una cuenta
      *           maestra inexistente o inactiva; bloqueo ACTIVO
      *           sobre una orden inexistente o ya en estado final
      *           (los fondos quedan retenidos sin nada que los
      *           libere).
      *   MEDIA - cotitular vigente, beneficiario inscrito o mandato
      *           vigente de un cliente que ya no existe; mandato
      *           vigente sobre una cuenta pagadora cerrada;
      *           beneficiario inscrito hacia una cuenta propia
      *           cerrada; cuenta activa de un cliente retirado.
      *   BAJA  - limites de un cliente que ya no existe; cuenta
      *           inactiva sin cliente; cotitular vigente o barrido
      *           activo sobre una cuenta fuente cerrada.
      *
      * El resultado queda ademas en el renglon TERMINADO de
      * RUNCTL.dat (RN-SEMAFORO: ROJO si hay alguna ALTA, AMARILLO
      * si solo hay MEDIA o BAJA, VERDE si no hay excepciones) para
      * que MON-SALUD lo pinte en el tablero.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD-INTEGRIDAD.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-RUNCTL
               ASSIGN TO 'data/RUNCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-RUNCTL.

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO 'data/CLIENTES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CLIENTES.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-LIMITES
               ASSIGN TO 'data/LIMITES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LIMITES.

           SELECT ARCHIVO-COTITULARES
               ASSIGN TO 'data/COTITULARES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-COTITULARES.

           SELECT ARCHIVO-BENEFICIARIOS
               ASSIGN TO 'data/BENEFICIARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BENEFICIARIOS.

           SELECT ARCHIVO-MANDATOS
               ASSIGN TO 'data/MANDATOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MANDATOS.

           SELECT ARCHIVO-BARRIDOS
               ASSIGN TO 'data/BARRIDOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BARRIDOS.

           SELECT ARCHIVO-BLOQUEOS
               ASSIGN TO 'data/BLOQUEOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BLOQUEOS.

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

           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'data/INTEGRIDAD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-LIMITES.
       COPY 'copybooks/LIMITES.cpy'.

       FD ARCHIVO-COTITULARES.
       COPY 'copybooks/COTITULARES.cpy'.

       FD ARCHIVO-BENEFICIARIOS.
       COPY 'copybooks/BENEFICIARIOS.cpy'.

       FD ARCHIVO-MANDATOS.
       COPY 'copybooks/MANDATOS.cpy'.

       FD ARCHIVO-BARRIDOS.
       COPY 'copybooks/BARRIDOS.cpy'.

       FD ARCHIVO-BLOQUEOS.
       COPY 'copybooks/BLOQUEOS.cpy'.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       FD ARCHIVO-REPORTE.
       01 REG-LINEA-REPORTE     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-LIMITES      PIC X(2).
          05 WS-STAT-COTITULARES  PIC X(2).
          05 WS-STAT-BENEFICIARIOS PIC X(2).
          05 WS-STAT-MANDATOS     PIC X(2).
          05 WS-STAT-BARRIDOS     PIC X(2).
          05 WS-STAT-BLOQUEOS     PIC X(2).
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-REPORTE      PIC X(2).

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

      *----------------------------------------------------------------
      * Busquedas de referencias
      *----------------------------------------------------------------
       01 WS-BUSQUEDA.
          05 WS-EOF-GENERICO      PIC X VALUE 'N'.
          05 WS-EOF-CLIENTES      PIC X VALUE 'N'.
          05 WS-EOF-ORDENES       PIC X VALUE 'N'.
          05 WS-CUENTAS-ABIERTO   PIC X VALUE 'N'.
             88 CUENTAS-ABIERTO      VALUE 'S'.
          05 WS-CLI-BUSCADO       PIC X(10).
          05 WS-CLI-EXISTE        PIC X.
             88 CLI-EXISTE           VALUE 'S'.
          05 WS-CLI-ACTIVO        PIC X.
             88 CLI-ACTIVO           VALUE 'S'.
          05 WS-CTA-BUSCADA       PIC X(20).
          05 WS-CTA-EXISTE        PIC X.
             88 CTA-EXISTE           VALUE 'S'.
          05 WS-CTA-ACTIVA        PIC X.
             88 CTA-ACTIVA           VALUE 'S'.

      *----------------------------------------------------------------
      * Bloqueos ACTIVO y el estado de su orden: se cargan primero
      * y se cruzan contra ORDENES.dat en una sola pasada.
      *----------------------------------------------------------------
       01 WS-TABLA-BLOQUEOS.
          05 WS-CANT-BLOQUEOS     PIC 9(4) VALUE 0.
          05 WS-IDX-BLQ           PIC 9(4).
          05 WS-BLQ-ENTRADA OCCURS 2000 TIMES.
             10 WS-TAB-NUM-BLOQUEO  PIC X(20).
             10 WS-TAB-CTA-BLOQUEO  PIC X(20).
             10 WS-TAB-ORD-BLOQUEO  PIC X(20).
             10 WS-TAB-EST-ORDEN    PIC X(22).
       01 WS-BLQ-EXCEDIDOS        PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * Excepciones halladas: se guardan para imprimirlas agrupadas
      * por severidad (ALTA, MEDIA, BAJA).
      *----------------------------------------------------------------
       01 WS-EXCEPCION-NUEVA.
          05 WS-EXC-SEVERIDAD     PIC X(5).
          05 WS-EXC-ARCHIVO       PIC X(13).
          05 WS-EXC-LLAVE         PIC X(20).
          05 WS-EXC-DETALLE       PIC X(58).

       01 WS-TABLA-EXCEPCIONES.
          05 WS-CANT-EXCEPCIONES  PIC 9(4) VALUE 0.
          05 WS-IDX-EXC           PIC 9(4).
          05 WS-EXC-ENTRADA OCCURS 3000 TIMES.
             10 WS-TAB-SEVERIDAD    PIC X(5).
             10 WS-TAB-ARCHIVO      PIC X(13).
             10 WS-TAB-LLAVE        PIC X(20).
             10 WS-TAB-DETALLE      PIC X(58).
       01 WS-EXC-EXCEDIDAS        PIC 9(5) VALUE 0.
       01 WS-SEV-IMPRIMIR         PIC X(5).

      *----------------------------------------------------------------
      * Contadores del resumen
      *----------------------------------------------------------------
       01 WS-CONTADORES.
          05 WS-REF-REVISADAS     PIC 9(7) VALUE 0.
          05 WS-CANT-ALTA         PIC 9(5) VALUE 0.
          05 WS-CANT-MEDIA        PIC 9(5) VALUE 0.
          05 WS-CANT-BAJA         PIC 9(5) VALUE 0.

       01 WS-LINEA-SALIDA          PIC X(100).
       01 WS-LINEA PIC X(60)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS)
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'AUD-INTEGRIDAD'.
          05 WS-RUN-FEC-PROCESO   PIC X(10).
          05 WS-RUN-HORA          PIC X(8).
          05 WS-RUN-TIEMPO.
             10 WS-RUN-HH         PIC 9(2).
             10 WS-RUN-MM         PIC 9(2).
             10 WS-RUN-SS         PIC 9(2).
             10 WS-RUN-CC         PIC 9(2).
          05 WS-RUN-FECHA-SYS     PIC 9(8).
          05 WS-RUN-ESTADO        PIC X(10).
          05 WS-RUN-PROCESADOS    PIC 9(7).
          05 WS-RUN-SEMAFORO      PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  AUDITORIA DE INTEGRIDAD REFERENCIAL'
           DISPLAY WS-LINEA

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED SIZE INTO WS-FECHA-STR
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED SIZE INTO WS-HORA-STR

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 1000-REVISAR-CUENTAS

           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '00'
               MOVE 'S' TO WS-CUENTAS-ABIERTO
           END-IF

           PERFORM 2000-REVISAR-LIMITES
           PERFORM 3000-REVISAR-COTITULARES
           PERFORM 4000-REVISAR-BENEFICIARIOS
           PERFORM 5000-REVISAR-MANDATOS
           PERFORM 6000-REVISAR-BARRIDOS
           PERFORM 7000-REVISAR-BLOQUEOS

           IF CUENTAS-ABIERTO
               CLOSE ARCHIVO-CUENTAS
           END-IF

           PERFORM 8500-IMPRIMIR-REPORTE

           IF WS-CANT-ALTA > 0
               MOVE 'ROJO    ' TO WS-RUN-SEMAFORO
           ELSE
               IF WS-CANT-MEDIA > 0 OR WS-CANT-BAJA > 0
                   MOVE 'AMARILLO' TO WS-RUN-SEMAFORO
               ELSE
                   MOVE 'VERDE   ' TO WS-RUN-SEMAFORO
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  Referencias revisadas : ' WS-REF-REVISADAS
           DISPLAY '  Excepciones ALTA      : ' WS-CANT-ALTA
           DISPLAY '  Excepciones MEDIA     : ' WS-CANT-MEDIA
           DISPLAY '  Excepciones BAJA      : ' WS-CANT-BAJA
           DISPLAY '  Semaforo              : ' WS-RUN-SEMAFORO
           DISPLAY '  Reporte en data/INTEGRIDAD.txt'
           DISPLAY WS-LINEA

           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-REF-REVISADAS TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
           STOP RUN.

      *================================================================
      * 1000 - CUENTAS CUYO CLIENTE NO ESTA EN EL MAESTRO
      *================================================================
       1000-REVISAR-CUENTAS.
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS NOT = '00'
               DISPLAY '  AVISO: CUENTAS.dat no disponible ('
                   WS-STAT-CUENTAS '); no se revisan cuentas.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-GENERICO
           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       PERFORM 1100-REVISAR-CUENTA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 1100 - REVISAR EL CLIENTE DE LA CUENTA LEIDA
      *================================================================
       1100-REVISAR-CUENTA.
           ADD 1 TO WS-REF-REVISADAS
           MOVE CC-COD-CLIENTE TO WS-CLI-BUSCADO
           PERFORM 8100-BUSCAR-CLIENTE

           MOVE 'CUENTAS' TO WS-EXC-ARCHIVO
           MOVE CC-COD-CUENTA TO WS-EXC-LLAVE

           IF NOT CLI-EXISTE
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Cliente ' CC-COD-CLIENTE
                   ' no esta en CLIENTES' DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               IF CC-MCA-ACTIVA = FLAG-SI
                   MOVE 'ALTA ' TO WS-EXC-SEVERIDAD
               ELSE
                   MOVE 'BAJA ' TO WS-EXC-SEVERIDAD
               END-IF
               PERFORM 8000-REGISTRAR-EXCEPCION
               EXIT PARAGRAPH
           END-IF

           IF NOT CLI-ACTIVO AND CC-MCA-ACTIVA = FLAG-SI
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Cuenta activa de cliente retirado '
                   CC-COD-CLIENTE DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               MOVE 'MEDIA' TO WS-EXC-SEVERIDAD
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF.

      *================================================================
      * 2000 - LIMITES DE CLIENTES QUE YA NO EXISTEN
      *================================================================
       2000-REVISAR-LIMITES.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-LIMITES
           IF WS-STAT-LIMITES = '35'
               MOVE 'S' TO WS-EOF-GENERICO
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-LIMITES
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       ADD 1 TO WS-REF-REVISADAS
                       MOVE LC-COD-CLIENTE TO WS-CLI-BUSCADO
                       PERFORM 8100-BUSCAR-CLIENTE
                       IF NOT CLI-EXISTE
                           MOVE 'BAJA ' TO WS-EXC-SEVERIDAD
                           MOVE 'LIMITES' TO WS-EXC-ARCHIVO
                           MOVE LC-NUM-LIMITE TO WS-EXC-LLAVE
                           MOVE SPACES TO WS-EXC-DETALLE
                           STRING 'Limite del cliente '
                               LC-COD-CLIENTE
                               ' que no esta en CLIENTES'
                               DELIMITED SIZE INTO WS-EXC-DETALLE
                           PERFORM 8000-REGISTRAR-EXCEPCION
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-LIMITES NOT = '35'
               CLOSE ARCHIVO-LIMITES
           END-IF.

      *================================================================
      * 3000 - COTITULARES VIGENTES SIN CLIENTE O SOBRE CUENTA CERRADA
      *================================================================
       3000-REVISAR-COTITULARES.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-COTITULARES
           IF WS-STAT-COTITULARES = '35'
               MOVE 'S' TO WS-EOF-GENERICO
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-COTITULARES
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF CT-MCA-ACTIVO = FLAG-SI
                           PERFORM 3100-REVISAR-COTITULAR
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-COTITULARES NOT = '35'
               CLOSE ARCHIVO-COTITULARES
           END-IF.

      *================================================================
      * 3100 - REVISAR EL COTITULAR VIGENTE LEIDO
      *================================================================
       3100-REVISAR-COTITULAR.
           ADD 1 TO WS-REF-REVISADAS
           MOVE 'COTITULARES' TO WS-EXC-ARCHIVO
           MOVE CT-COD-CUENTA TO WS-EXC-LLAVE

           MOVE CT-COD-CLIENTE TO WS-CLI-BUSCADO
           PERFORM 8100-BUSCAR-CLIENTE
           IF NOT CLI-EXISTE
               MOVE 'MEDIA' TO WS-EXC-SEVERIDAD
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Cotitular ' CT-COD-CLIENTE
                   ' vigente no esta en CLIENTES' DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF

           MOVE CT-COD-CUENTA TO WS-CTA-BUSCADA
           PERFORM 8200-BUSCAR-CUENTA
           IF NOT CTA-ACTIVA
               MOVE 'BAJA ' TO WS-EXC-SEVERIDAD
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Cotitular ' CT-COD-CLIENTE
                   ' vigente sobre cuenta cerrada' DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF.

      *================================================================
      * 4000 - BENEFICIARIOS INSCRITOS SIN CLIENTE O HACIA CUENTA
      *   PROPIA CERRADA (las cuentas de otros bancos no se pueden
      *   verificar aqui)
      *================================================================
       4000-REVISAR-BENEFICIARIOS.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-BENEFICIARIOS
           IF WS-STAT-BENEFICIARIOS = '35'
               MOVE 'S' TO WS-EOF-GENERICO
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-BENEFICIARIOS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF BF-MCA-ACTIVO = FLAG-SI
                           PERFORM 4100-REVISAR-BENEFICIARIO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-BENEFICIARIOS NOT = '35'
               CLOSE ARCHIVO-BENEFICIARIOS
           END-IF.

      *================================================================
      * 4100 - REVISAR EL BENEFICIARIO INSCRITO LEIDO
      *================================================================
       4100-REVISAR-BENEFICIARIO.
           ADD 1 TO WS-REF-REVISADAS
           MOVE 'BENEFICIARIOS' TO WS-EXC-ARCHIVO
           MOVE BF-COD-CTA-DEST TO WS-EXC-LLAVE

           MOVE BF-COD-CLIENTE TO WS-CLI-BUSCADO
           PERFORM 8100-BUSCAR-CLIENTE
           IF NOT CLI-EXISTE
               MOVE 'MEDIA' TO WS-EXC-SEVERIDAD
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Inscrito por el cliente ' BF-COD-CLIENTE
                   ' que no esta en CLIENTES' DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF

           IF BF-COD-BCO-DEST NOT = COD-BANCO-PROPIO
               EXIT PARAGRAPH
           END-IF

           MOVE BF-COD-CTA-DEST TO WS-CTA-BUSCADA
           PERFORM 8200-BUSCAR-CUENTA
           IF NOT CTA-ACTIVA
               MOVE 'MEDIA' TO WS-EXC-SEVERIDAD
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Beneficiario del cliente ' BF-COD-CLIENTE
                   ' apunta a cuenta propia cerrada' DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF.

      *================================================================
      * 5000 - MANDATOS VIGENTES SOBRE CUENTA CERRADA O SIN ACREEDOR
      *================================================================
       5000-REVISAR-MANDATOS.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-MANDATOS
           IF WS-STAT-MANDATOS = '35'
               MOVE 'S' TO WS-EOF-GENERICO
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-MANDATOS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF MD-MCA-ACTIVA = FLAG-SI
                               AND MD-FEC-VIG-HASTA >= WS-FECHA-STR
                           PERFORM 5100-REVISAR-MANDATO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-MANDATOS NOT = '35'
               CLOSE ARCHIVO-MANDATOS
           END-IF.

      *================================================================
      * 5100 - REVISAR EL MANDATO VIGENTE LEIDO
      *================================================================
       5100-REVISAR-MANDATO.
           ADD 1 TO WS-REF-REVISADAS
           MOVE 'MANDATOS' TO WS-EXC-ARCHIVO
           MOVE MD-REF-MANDATO TO WS-EXC-LLAVE

           MOVE MD-COD-CTA-PAGADOR TO WS-CTA-BUSCADA
           PERFORM 8200-BUSCAR-CUENTA
           IF NOT CTA-ACTIVA
               MOVE 'MEDIA' TO WS-EXC-SEVERIDAD
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Mandato vigente sobre cuenta cerrada '
                   MD-COD-CTA-PAGADOR DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF

           MOVE MD-COD-ACREEDOR TO WS-CLI-BUSCADO
           PERFORM 8100-BUSCAR-CLIENTE
           IF NOT CLI-EXISTE
               MOVE 'MEDIA' TO WS-EXC-SEVERIDAD
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Acreedor ' MD-COD-ACREEDOR
                   ' no esta en CLIENTES' DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF.

      *================================================================
      * 6000 - BARRIDOS ACTIVOS CON CUENTA MAESTRA O FUENTE CERRADA
      *================================================================
       6000-REVISAR-BARRIDOS.
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-BARRIDOS
           IF WS-STAT-BARRIDOS = '35'
               MOVE 'S' TO WS-EOF-GENERICO
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-BARRIDOS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF BS-MCA-ACTIVO = FLAG-SI
                           PERFORM 6100-REVISAR-BARRIDO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-BARRIDOS NOT = '35'
               CLOSE ARCHIVO-BARRIDOS
           END-IF.

      *================================================================
      * 6100 - REVISAR EL BARRIDO ACTIVO LEIDO
      *================================================================
       6100-REVISAR-BARRIDO.
           ADD 1 TO WS-REF-REVISADAS
           MOVE 'BARRIDOS' TO WS-EXC-ARCHIVO
           MOVE BS-COD-CTA-FUENTE TO WS-EXC-LLAVE

           MOVE BS-COD-CTA-MAESTRA TO WS-CTA-BUSCADA
           PERFORM 8200-BUSCAR-CUENTA
           IF NOT CTA-ACTIVA
               MOVE 'ALTA ' TO WS-EXC-SEVERIDAD
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Cuenta maestra inactiva '
                   BS-COD-CTA-MAESTRA DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF

           MOVE BS-COD-CTA-FUENTE TO WS-CTA-BUSCADA
           PERFORM 8200-BUSCAR-CUENTA
           IF NOT CTA-ACTIVA
               MOVE 'BAJA ' TO WS-EXC-SEVERIDAD
               MOVE 'Barrido activo sobre cuenta fuente cerrada'
                   TO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF.

      *================================================================
      * 7000 - BLOQUEOS ACTIVO SOBRE ORDENES YA FINALES O INEXISTENTES
      *   Los bloqueos ACTIVO se cargan y se cruzan contra ORDENES.dat
      *   en una sola pasada; una orden en estado final ya no va a
      *   liberar ni ejecutar su bloqueo.
      *================================================================
       7000-REVISAR-BLOQUEOS.
           MOVE 0 TO WS-CANT-BLOQUEOS
           MOVE 'N' TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-BLOQUEOS
           IF WS-STAT-BLOQUEOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-GENERICO = 'S'
               READ ARCHIVO-BLOQUEOS
                   AT END MOVE 'S' TO WS-EOF-GENERICO
                   NOT AT END
                       IF BT-EST-BLOQUEO = BLQ-ACTIVO
                           IF WS-CANT-BLOQUEOS < 2000
                               ADD 1 TO WS-CANT-BLOQUEOS
                               MOVE BT-NUM-BLOQUEO TO
                                   WS-TAB-NUM-BLOQUEO (WS-CANT-BLOQUEOS)
                               MOVE BT-COD-CUENTA TO
                                   WS-TAB-CTA-BLOQUEO (WS-CANT-BLOQUEOS)
                               MOVE BT-NUM-ORDEN TO
                                   WS-TAB-ORD-BLOQUEO (WS-CANT-BLOQUEOS)
                               MOVE SPACES TO
                                   WS-TAB-EST-ORDEN (WS-CANT-BLOQUEOS)
                           ELSE
                               ADD 1 TO WS-BLQ-EXCEDIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-BLOQUEOS

           IF WS-CANT-BLOQUEOS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-ORDENES
           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '35'
               MOVE 'S' TO WS-EOF-ORDENES
           END-IF

           PERFORM UNTIL WS-EOF-ORDENES = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ORDENES
                   NOT AT END
                       PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                               UNTIL WS-IDX-BLQ > WS-CANT-BLOQUEOS
                           IF WS-TAB-ORD-BLOQUEO (WS-IDX-BLQ) =
                                   OT-NUM-ORDEN
                               MOVE OT-EST-ORDEN TO
                                   WS-TAB-EST-ORDEN (WS-IDX-BLQ)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           IF WS-STAT-ORDENES NOT = '35'
               CLOSE ARCHIVO-ORDENES
           END-IF

           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-CANT-BLOQUEOS
               PERFORM 7100-REVISAR-BLOQUEO
           END-PERFORM

           IF WS-BLQ-EXCEDIDOS > 0
               DISPLAY '  AVISO: ' WS-BLQ-EXCEDIDOS ' bloqueo(s) '
                   'ACTIVO por encima de la tabla no se revisaron.'
           END-IF.

      *================================================================
      * 7100 - REVISAR UN BLOQUEO ACTIVO CONTRA SU ORDEN
      *================================================================
       7100-REVISAR-BLOQUEO.
           ADD 1 TO WS-REF-REVISADAS
           MOVE 'BLOQUEOS' TO WS-EXC-ARCHIVO
           MOVE WS-TAB-NUM-BLOQUEO (WS-IDX-BLQ) TO WS-EXC-LLAVE
           MOVE 'ALTA ' TO WS-EXC-SEVERIDAD

           IF WS-TAB-EST-ORDEN (WS-IDX-BLQ) = SPACES
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Bloqueo ACTIVO de orden inexistente '
                   WS-TAB-ORD-BLOQUEO (WS-IDX-BLQ) DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
               EXIT PARAGRAPH
           END-IF

           IF WS-TAB-EST-ORDEN (WS-IDX-BLQ) = EST-RECHAZADA
                   OR WS-TAB-EST-ORDEN (WS-IDX-BLQ) = EST-TIMEOUT
                   OR WS-TAB-EST-ORDEN (WS-IDX-BLQ) = EST-REVERSADA
                   OR WS-TAB-EST-ORDEN (WS-IDX-BLQ) = EST-LIQUIDADA
                   OR WS-TAB-EST-ORDEN (WS-IDX-BLQ) = EST-DEVUELTA
                   OR WS-TAB-EST-ORDEN (WS-IDX-BLQ) = EST-ANULADA
                   OR WS-TAB-EST-ORDEN (WS-IDX-BLQ) = EST-COBRO-PAGADO
                   OR WS-TAB-EST-ORDEN (WS-IDX-BLQ) =
                       EST-COBRO-DEVUELTO
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Bloqueo ACTIVO de orden final '
                   WS-TAB-EST-ORDEN (WS-IDX-BLQ) DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TAB-CTA-BLOQUEO (WS-IDX-BLQ) TO WS-CTA-BUSCADA
           PERFORM 8200-BUSCAR-CUENTA
           IF NOT CTA-EXISTE
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'Bloqueo ACTIVO sobre cuenta inexistente '
                   WS-TAB-CTA-BLOQUEO (WS-IDX-BLQ) DELIMITED SIZE
                   INTO WS-EXC-DETALLE
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF.

      *================================================================
      * 8000 - GUARDAR LA EXCEPCION ARMADA EN WS-EXCEPCION-NUEVA
      *================================================================
       8000-REGISTRAR-EXCEPCION.
           EVALUATE WS-EXC-SEVERIDAD
               WHEN 'ALTA '
                   ADD 1 TO WS-CANT-ALTA
               WHEN 'MEDIA'
                   ADD 1 TO WS-CANT-MEDIA
               WHEN OTHER
                   ADD 1 TO WS-CANT-BAJA
           END-EVALUATE

           IF WS-CANT-EXCEPCIONES < 3000
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE WS-EXCEPCION-NUEVA
                   TO WS-EXC-ENTRADA (WS-CANT-EXCEPCIONES)
           ELSE
               ADD 1 TO WS-EXC-EXCEDIDAS
           END-IF.

      *================================================================
      * 8100 - BUSCAR UN CLIENTE EN EL MAESTRO
      *   Entra WS-CLI-BUSCADO; deja WS-CLI-EXISTE y WS-CLI-ACTIVO.
      *   Sin maestro ('35') no se puede afirmar que falte: se da
      *   por existente.
      *================================================================
       8100-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CLI-EXISTE
           MOVE 'N' TO WS-CLI-ACTIVO
           MOVE 'N' TO WS-EOF-CLIENTES

           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               MOVE 'S' TO WS-CLI-EXISTE
               MOVE 'S' TO WS-CLI-ACTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CL-COD-CLIENTE = WS-CLI-BUSCADO
                           MOVE 'S' TO WS-CLI-EXISTE
                           IF CL-MCA-ACTIVO NOT = FLAG-NO
                               MOVE 'S' TO WS-CLI-ACTIVO
                           END-IF
                           MOVE 'S' TO WS-EOF-CLIENTES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES.

      *================================================================
      * 8200 - BUSCAR UNA CUENTA EN CUENTAS.dat
      *   Entra WS-CTA-BUSCADA; deja WS-CTA-EXISTE y WS-CTA-ACTIVA
      *   (activa = existe con CC-MCA-ACTIVA en S). Sin archivo de
      *   cuentas no se puede afirmar nada: se da por activa.
      *================================================================
       8200-BUSCAR-CUENTA.
           MOVE 'N' TO WS-CTA-EXISTE
           MOVE 'N' TO WS-CTA-ACTIVA

           IF NOT CUENTAS-ABIERTO
               MOVE 'S' TO WS-CTA-EXISTE
               MOVE 'S' TO WS-CTA-ACTIVA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CTA-BUSCADA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CTA-EXISTE
                   IF CC-MCA-ACTIVA = FLAG-SI
                       MOVE 'S' TO WS-CTA-ACTIVA
                   END-IF
           END-READ.

      *================================================================
      * 8500 - IMPRIMIR EL REPORTE DE EXCEPCIONES POR SEVERIDAD
      *================================================================
       8500-IMPRIMIR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE SPACES TO WS-LINEA-SALIDA
           STRING 'AUDITORIA DE INTEGRIDAD REFERENCIAL - '
               WS-FECHA-STR ' ' WS-HORA-STR DELIMITED SIZE
               INTO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA
           MOVE WS-LINEA TO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA

           MOVE 'ALTA ' TO WS-SEV-IMPRIMIR
           PERFORM 8510-IMPRIMIR-SEVERIDAD
           MOVE 'MEDIA' TO WS-SEV-IMPRIMIR
           PERFORM 8510-IMPRIMIR-SEVERIDAD
           MOVE 'BAJA ' TO WS-SEV-IMPRIMIR
           PERFORM 8510-IMPRIMIR-SEVERIDAD

           MOVE SPACES TO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING 'Referencias revisadas: ' WS-REF-REVISADAS
               '  ALTA: ' WS-CANT-ALTA '  MEDIA: ' WS-CANT-MEDIA
               '  BAJA: ' WS-CANT-BAJA DELIMITED SIZE
               INTO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA

           IF WS-EXC-EXCEDIDAS > 0
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING 'Excepciones no listadas (tabla llena): '
                   WS-EXC-EXCEDIDAS DELIMITED SIZE
                   INTO WS-LINEA-SALIDA
               PERFORM 8590-ESCRIBIR-LINEA
           END-IF

           CLOSE ARCHIVO-REPORTE.

      *================================================================
      * 8510 - IMPRIMIR LAS EXCEPCIONES DE UNA SEVERIDAD
      *================================================================
       8510-IMPRIMIR-SEVERIDAD.
           MOVE SPACES TO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING 'SEVERIDAD ' WS-SEV-IMPRIMIR DELIMITED SIZE
               INTO WS-LINEA-SALIDA
           PERFORM 8590-ESCRIBIR-LINEA

           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-CANT-EXCEPCIONES
               IF WS-TAB-SEVERIDAD (WS-IDX-EXC) = WS-SEV-IMPRIMIR
                   MOVE SPACES TO WS-LINEA-SALIDA
                   STRING '  ' WS-TAB-ARCHIVO (WS-IDX-EXC) ' '
                       WS-TAB-LLAVE (WS-IDX-EXC) ' '
                       WS-TAB-DETALLE (WS-IDX-EXC)
                       DELIMITED SIZE INTO WS-LINEA-SALIDA
                   PERFORM 8590-ESCRIBIR-LINEA
                   DISPLAY '  [' WS-SEV-IMPRIMIR '] '
                       WS-TAB-ARCHIVO (WS-IDX-EXC) ' '
                       WS-TAB-LLAVE (WS-IDX-EXC)
               END-IF
           END-PERFORM.

      *================================================================
      * 8590 - ESCRIBIR UNA LINEA DEL REPORTE
      *================================================================
       8590-ESCRIBIR-LINEA.
           MOVE WS-LINEA-SALIDA TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

      *================================================================
      * 9890 - DEJAR UN RENGLON EN LA BITACORA DE CORRIDAS
      *   El renglon TERMINADO lleva el semaforo de la auditoria.
      *================================================================
       9890-ESCRIBIR-BITACORA.
           ACCEPT WS-RUN-FECHA-SYS FROM DATE YYYYMMDD
           STRING WS-RUN-FECHA-SYS (1:4) '-' WS-RUN-FECHA-SYS (5:2)
               '-' WS-RUN-FECHA-SYS (7:2)
               DELIMITED SIZE INTO WS-RUN-FEC-PROCESO
           ACCEPT WS-RUN-TIEMPO FROM TIME
           STRING WS-RUN-HH ':' WS-RUN-MM ':' WS-RUN-SS
               DELIMITED SIZE INTO WS-RUN-HORA

           OPEN EXTEND ARCHIVO-RUNCTL
           IF WS-STAT-RUNCTL = '35'
               OPEN OUTPUT ARCHIVO-RUNCTL
               CLOSE ARCHIVO-RUNCTL
               OPEN EXTEND ARCHIVO-RUNCTL
           END-IF

           MOVE SPACES TO REG-CORRIDA
           MOVE WS-RUN-PROGRAMA TO RN-PROGRAMA
           MOVE WS-RUN-FEC-PROCESO TO RN-FEC-PROCESO
           MOVE WS-RUN-HORA TO RN-HOA-EVENTO
           MOVE WS-RUN-ESTADO TO RN-ESTADO
           MOVE WS-RUN-PROCESADOS TO RN-REG-PROCESADOS
           MOVE WS-RUN-SEMAFORO TO RN-SEMAFORO

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.
