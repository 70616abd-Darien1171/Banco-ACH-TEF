      *================================================================
      * SUP-AJUSTES.cbl - Supervisor de Ajustes con Fecha Valor
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Cuando una operacion quedo en la cuenta equivocada hace dias,
      * la correccion movida con la fecha de hoy deja mal el interes
      * que ACR-INTERES y ACR-SOBREGIRO ya liquidaron sobre los saldos
      * errados. Este programa aplica el ajuste con la fecha valor en
      * que debio quedar (hasta AJV-MAX-DIAS dias atras) y corrige lo
      * que ese saldo arrastra:
      *
      *   - el movimiento del ajuste (MOV-AJUSTE-VALOR) queda fechado
      *     en la fecha valor, y las fotos de SALDOS.dat de la cuenta
      *     desde esa fecha se reexpresan con el ajuste, asi la
      *     verificacion de SNAP-SALDOS y el extracto siguen cuadrando;
      *   - cada interes mensual de ahorros abonado desde la fecha
      *     valor se recalcula (tramo de TASASINT.dat y retefuente de
      *     TASASIMP.dat vigentes en la fecha de cada corrida) sobre
      *     la base corregida, arrastrando de una corrida a la otra lo
      *     que el ajuste y sus diferencias suman al saldo;
      *   - cada dia de causacion de sobregiro desde la fecha valor se
      *     recalcula sobre el disponible corregido: lo aun no
      *     facturado se corrige en SOBREGIROS.dat y lo ya facturado
      *     se cobra (o devuelve) hoy;
      *   - las diferencias de interes, retencion y sobregiro salen
      *     como movimientos propios con fecha de hoy (mismos tipos
      *     que las liquidaciones, con el numero del ajuste en
      *     MC-NUM-ORDEN) con sus asientos.
      *
      * Antes de aplicar se muestra el impacto corrida por corrida y
      * dia por dia, se verifica que las cuentas contables existan en
      * el PUC y que el periodo de hoy este abierto, y el supervisor
      * confirma. Exige credencial de SUPERVISOR activa y deja su
      * renglon de AUDITORIA.dat.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUP-AJUSTES.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO 'data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COD-CUENTA
               FILE STATUS IS WS-STAT-CUENTAS.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-SALDOS
               ASSIGN TO 'data/SALDOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SALDOS.

           SELECT ARCHIVO-SOBREGIROS
               ASSIGN TO 'data/SOBREGIROS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-SOBREGIROS.

           SELECT ARCHIVO-TASASINT
               ASSIGN TO 'data/TASASINT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASINT.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

           SELECT ARCHIVO-PRODUCTOS
               ASSIGN TO 'data/PRODUCTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-PRODUCTOS.

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

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-SALDOS.
       COPY 'copybooks/SALDOS.cpy'.

       FD ARCHIVO-SOBREGIROS.
       COPY 'copybooks/SOBREGIROS.cpy'.

       FD ARCHIVO-TASASINT.
       COPY 'copybooks/TASASINT.cpy'.

       FD ARCHIVO-TASASIMP.
       COPY 'copybooks/TASASIMP.cpy'.

       FD ARCHIVO-PRODUCTOS.
       COPY 'copybooks/PRODUCTOS.cpy'.

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-PUC.
       COPY 'copybooks/PUC.cpy'.

       FD ARCHIVO-PERIODOS.
       COPY 'copybooks/PERIODOS.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       FD ARCHIVO-SECUENCIA.
       COPY 'copybooks/SECUENCIA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

       COPY 'copybooks/MOVIMIENTOS.cpy'
           REPLACING REG-MOVIMIENTO BY WS-MOVIM-NUEVO.

       COPY 'copybooks/ASIENTOS.cpy'
           REPLACING REG-ASIENTO BY WS-ASIENTO-NUEVO.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Tasas de respaldo (en porcentaje), las mismas compiladas en
      * ACR-INTERES (ahorros, sin tramo vigente en TASASINT.dat) y en
      * ACR-SOBREGIRO (interes mensual de sobregiro).
      *----------------------------------------------------------------
       01 WS-TASA-INTERES-MENSUAL   PIC 9(3)V99 VALUE 0,50.
       01 WS-TASA-SOBREGIRO-MENSUAL PIC 9(3)V99 VALUE 2,10.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-SALDOS       PIC X(2).
          05 WS-STAT-SOBREGIROS   PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

      *----------------------------------------------------------------
      * Chequeo generico de estado de E/S (igual que en MAIN-ACH)
      *----------------------------------------------------------------
       01 WS-CHK-IO.
          05 WS-CHK-ESTADO        PIC X(2).
          05 WS-CHK-DESCRIPCION   PIC X(40).

      *----------------------------------------------------------------
      * Fecha y hora del sistema
      *----------------------------------------------------------------
       01 WS-FECHA-HOY.
          05 WS-ANO               PIC 9(4).
          05 WS-MES                PIC 9(2).
          05 WS-DIA                PIC 9(2).
       01 WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY PIC 9(8).
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
       01 WS-NUM-MOVIM             PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AJUSTE            PIC X(20).
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Identificacion del supervisor de la sesion
      *----------------------------------------------------------------
       01 WS-SESION-SUPERVISOR.
          05 WS-COD-SUPERVISOR    PIC X(20).
          05 WS-CLAVE-SUPERVISOR  PIC X(20).
          05 WS-EOF-USUARIOS      PIC X VALUE 'N'.
          05 WS-SUP-VALIDO        PIC X VALUE 'N'.
             88 SUP-VALIDO           VALUE 'S'.

      *----------------------------------------------------------------
      * Datos capturados del ajuste. La fecha valor se digita
      * YYYY-MM-DD y se valida por sus partes numericas.
      *----------------------------------------------------------------
       01 WS-DATOS-CAPTURADOS.
          05 WS-CTA-BUSCADA       PIC X(20).
          05 WS-FEC-VALOR         PIC X(10).
          05 WS-FEC-VALOR-PARTES REDEFINES WS-FEC-VALOR.
             10 WS-FV-ANO         PIC X(4).
             10 WS-FV-SEP1        PIC X(1).
             10 WS-FV-MES         PIC X(2).
             10 WS-FV-SEP2        PIC X(1).
             10 WS-FV-DIA         PIC X(2).
          05 WS-SENTIDO           PIC X(1).
             88 AJUSTE-CREDITO       VALUE 'C'.
             88 AJUSTE-DEBITO        VALUE 'D'.
          05 WS-MTO-CAPTURADO     PIC 9(13)V99.
          05 WS-CONCEPTO          PIC X(60).
          05 WS-CONFIRMACION      PIC X(1).
             88 CONFIRMA-AJUSTE      VALUE 'S'.

       01 WS-VALIDA-FECHA.
          05 WS-FEC-VALOR-NUM     PIC 9(8).
          05 WS-FEC-VALOR-TXT REDEFINES WS-FEC-VALOR-NUM.
             10 WS-FVN-ANO        PIC X(4).
             10 WS-FVN-MES        PIC X(2).
             10 WS-FVN-DIA        PIC X(2).
          05 WS-DIA-JUL-VALOR     PIC 9(7).
          05 WS-DIA-JUL-HOY       PIC 9(7).
          05 WS-DIAS-ATRAS        PIC S9(7).

      *----------------------------------------------------------------
      * Ajuste y diferencias que arrastra
      *----------------------------------------------------------------
       01 WS-AJUSTE.
          05 WS-AJUSTE-VALIDO     PIC X VALUE 'N'.
             88 AJUSTE-VALIDO        VALUE 'S'.
          05 WS-MTO-AJUSTE        PIC S9(13)V99.
          05 WS-DIF-INTERES       PIC S9(13)V99.
          05 WS-DIF-RETENCION     PIC S9(13)V99.
          05 WS-DIF-SOBREGIRO     PIC S9(13)V99.
          05 WS-MTO-NETO-CTA      PIC S9(13)V99.
          05 WS-TAR-RTF-AJUSTE    PIC 9(2)V99 VALUE 0.
          05 WS-SAL-CORRIDO       PIC S9(13)V99.

      *----------------------------------------------------------------
      * Datos de la cuenta leidos en 1100
      *----------------------------------------------------------------
       01 WS-CUENTA-AJUSTADA.
          05 WS-CTA-NOM-CLIENTE   PIC X(50).
          05 WS-CTA-MCA-ACTIVA    PIC X(1).
          05 WS-CTA-SAL-DISP      PIC S9(13)V99.
          05 WS-CTA-SAL-TOTAL     PIC S9(13)V99.
          05 WS-CTA-PRODUCTO      PIC X(4).
          05 WS-CTA-TIPO          PIC X(1).
          05 WS-CTA-SUCURSAL      PIC X(4).

      *----------------------------------------------------------------
      * Intereses mensuales de ahorros abonados desde la fecha valor
      * (renglones MOV-INTERES de ACR-INTERES, que llevan el saldo
      * base en MC-SAL-ANTERIOR y MC-NUM-ORDEN en blanco). Con
      * AJV-MAX-DIAS dias hacia atras caben de sobra en la tabla.
      *----------------------------------------------------------------
       01 WS-TABLA-INTERESES.
          05 WS-CANT-INT          PIC 9(2) VALUE 0.
          05 WS-IDX-INT           PIC 9(2).
          05 WS-INT-DESBORDE      PIC X VALUE 'N'.
             88 INT-DESBORDE         VALUE 'S'.
          05 WS-INT-ACUM          PIC S9(13)V99.
          05 WS-INT-ENTRADA OCCURS 12 TIMES.
             10 WS-INT-FECHA         PIC X(10).
             10 WS-INT-BASE          PIC S9(13)V99.
             10 WS-INT-PAGADO        PIC S9(13)V99.
             10 WS-INT-BRUTO-ANTES   PIC S9(13)V99.
             10 WS-INT-RET-ANTES     PIC S9(13)V99.
             10 WS-INT-BRUTO-NUEVO   PIC S9(13)V99.
             10 WS-INT-RET-NUEVA     PIC S9(13)V99.

      *----------------------------------------------------------------
      * Calculo de una corrida de interes (2300): entra el saldo en
      * WS-SALDO-BUSCADO y la fecha de la corrida en WS-FECHA-TRAMO.
      *----------------------------------------------------------------
       01 WS-CALCULO-INTERES.
          05 WS-FECHA-TRAMO       PIC X(10).
          05 WS-CALC-BRUTO        PIC S9(13)V99.
          05 WS-CALC-RETENCION    PIC S9(13)V99.

      *----------------------------------------------------------------
      * Busqueda del tramo de tasa vigente en TASASINT.dat (igual que
      * 1050 en ACR-INTERES, pero a la fecha de la corrida que se
      * recalcula y no a la de hoy).
      *----------------------------------------------------------------
       01 WS-BUSQUEDA-TRAMO.
          05 WS-STAT-TASASINT     PIC X(2).
          05 WS-EOF-TASASINT      PIC X VALUE 'N'.
          05 WS-SALDO-BUSCADO     PIC S9(13)V99.
          05 WS-TRAMO-HALLADO     PIC X VALUE 'N'.
             88 TRAMO-HALLADO        VALUE 'S'.
          05 WS-TRAMO-MEJOR-FECHA PIC X(10).
          05 WS-TASA-APLICADA     PIC 9(3)V99.
          05 WS-TRAMO-PRD-HALLADO PIC X VALUE 'N'.
             88 TRAMO-PRD-HALLADO    VALUE 'S'.
          05 WS-TRAMO-PRD-FECHA   PIC X(10).
          05 WS-TASA-PRODUCTO     PIC 9(3)V99.

      *----------------------------------------------------------------
      * Fotos de saldos de la cuenta desde la fecha valor y lo que
      * ACR-SOBREGIRO causo sobre cada una. WS-FOT-ACCION dice que
      * hace el ajuste con ese dia:
      *   F = el dia ya se facturo: la diferencia se cobra hoy;
      *   R = hay renglon sin facturar: se reescribe corregido;
      *   A = no hubo causacion y ahora si la hay: se agrega.
      *----------------------------------------------------------------
       01 WS-TABLA-FOTOS.
          05 WS-CANT-FOTOS        PIC 9(3) VALUE 0.
          05 WS-IDX-FOTO          PIC 9(3).
          05 WS-FOT-DESBORDE      PIC X VALUE 'N'.
             88 FOT-DESBORDE         VALUE 'S'.
          05 WS-ULT-CAUSACION     PIC X(10).
          05 WS-FOTO-ENTRADA OCCURS 100 TIMES.
             10 WS-FOT-FECHA         PIC X(10).
             10 WS-FOT-DISPONIBLE    PIC S9(13)V99.
             10 WS-FOT-RENGLON       PIC X(1).
             10 WS-FOT-RENGLON-FACT  PIC X(1).
             10 WS-FOT-PER-FACTURADO PIC X(1).
             10 WS-FOT-INT-ANTES     PIC S9(13)V99.
             10 WS-FOT-INT-NUEVO     PIC S9(13)V99.
             10 WS-FOT-ACCION        PIC X(1).

       01 WS-SOBREGIRO-DIA.
          05 WS-DESCUBIERTO       PIC S9(13)V99.
          05 WS-MTO-INTERES-DIA   PIC S9(13)V99.

      *----------------------------------------------------------------
      * Parametros de 5210 (un movimiento) y 5310 (una pata con
      * signo: un monto negativo invierte el sentido; cero no se
      * escribe).
      *----------------------------------------------------------------
       01 WS-MOV-ARMADO.
          05 WS-MOV-TIPO          PIC X(22).
          05 WS-MOV-FECHA         PIC X(10).
          05 WS-MOV-MONTO         PIC S9(13)V99.
          05 WS-MOV-DETALLE       PIC X(100).

       01 WS-PATA-ARMADA.
          05 WS-PATA-CTA          PIC X(6).
          05 WS-PATA-NOM          PIC X(30).
          05 WS-PATA-SENTIDO      PIC X(1).
          05 WS-PATA-MONTO        PIC S9(13)V99.
          05 WS-PATA-CONCEPTO     PIC X(100).
          05 WS-PATA-TARIFA       PIC 9(2)V99.

       01 WS-AUX.
          05 WS-EOF-MOVIM         PIC X VALUE 'N'.
          05 WS-EOF-SALDOS        PIC X VALUE 'N'.
          05 WS-EOF-SOBREGIROS    PIC X VALUE 'N'.
          05 WS-CUENTA-HALLADA    PIC X VALUE 'N'.
             88 CUENTA-HALLADA       VALUE 'S'.
          05 WS-CONTABLE-OK       PIC X VALUE 'N'.
             88 CONTABLE-OK          VALUE 'S'.
          05 WS-CTA-REVISADA      PIC X(6).
          05 WS-CANT-SALDOS-REEXP PIC 9(5) VALUE 0.
          05 WS-CANT-SOBREG-CORR  PIC 9(5) VALUE 0.
          05 WS-TXT-SENTIDO       PIC X(7).
          05 WS-TXT-ACCION        PIC X(24).

       01 WS-DISP-MONTO  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-MONTO2 PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-MONTO3 PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Validacion contable de cada pata (PUC y periodos, igual que
      * 9216/9217 en MAIN-ACH): la cuenta debe existir en el
      * catalogo, activa y posteable, y el periodo de la fecha del
      * asiento no puede estar CERRADO.
      *----------------------------------------------------------------
       01 WS-VALIDA-CONTABLE.
          05 WS-STAT-PUC          PIC X(2).
          05 WS-STAT-PERIODOS     PIC X(2).
          05 WS-EOF-PUC           PIC X.
          05 WS-PUC-POSTEABLE     PIC X.
             88 PUC-POSTEABLE        VALUE 'S'.
          05 WS-EOF-PERIODOS      PIC X.
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

      *----------------------------------------------------------------
      * Catalogo de productos de deposito (igual que en ACR-INTERES):
      * dice si la cuenta paga interes y si admite sobregiro.
      *----------------------------------------------------------------
       01 WS-TABLA-PRODUCTOS.
          05 WS-STAT-PRODUCTOS    PIC X(2).
          05 WS-EOF-PRODUCTOS     PIC X VALUE 'N'.
          05 WS-CANT-PRODUCTOS    PIC 9(2) VALUE 0.
          05 WS-IDX-PRD           PIC 9(2).
          05 WS-PRD-ENTRADA OCCURS 50 TIMES.
             10 WS-TAB-COD-PRODUCTO  PIC X(4).
             10 WS-TAB-MCA-INTERES   PIC X(1).
             10 WS-TAB-MCA-SOBREGIRO PIC X(1).
             10 WS-TAB-MCA-EXENTA    PIC X(1).
             10 WS-TAB-MESES-DORM    PIC 9(2).

       01 WS-PRODUCTO-CTA.
          05 WS-PRD-CODIGO        PIC X(4).
          05 WS-PRD-TIP-CUENTA    PIC X(1).
          05 WS-PRD-MCA-INTERES   PIC X(1).
             88 PRD-PAGA-INTERES     VALUE 'S'.
          05 WS-PRD-MCA-SOBREGIRO PIC X(1).
             88 PRD-ADMITE-SOBREGIRO VALUE 'S'.
          05 WS-PRD-MCA-EXENTA    PIC X(1).
          05 WS-PRD-MESES-DORM    PIC 9(2).

      *----------------------------------------------------------------
      * Tarifas de impuestos con fecha de vigencia (igual que en
      * ACR-INTERES): la retefuente de cada corrida es la que regia
      * en su fecha.
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
           DISPLAY '  SUPERVISOR - AJUSTES CON FECHA VALOR'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0300-ABRIR-ARCHIVOS
           PERFORM 0500-IDENTIFICAR-SUPERVISOR
           IF NOT SUP-VALIDO
               PERFORM 9900-CERRAR-ARCHIVOS
               STOP RUN
           END-IF

           PERFORM 8900-CARGAR-PRODUCTOS
           PERFORM 1000-CAPTURAR-AJUSTE
           IF NOT AJUSTE-VALIDO
               PERFORM 9900-CERRAR-ARCHIVOS
               STOP RUN
           END-IF

           PERFORM 2000-RECALCULAR-INTERESES
           IF PRD-ADMITE-SOBREGIRO
               PERFORM 3000-RECALCULAR-SOBREGIROS
           END-IF
           PERFORM 4000-MOSTRAR-IMPACTO

           PERFORM 4100-PREVALIDAR-CONTABLE
           IF NOT CONTABLE-OK
               DISPLAY ' '
               DISPLAY '  El ajuste no puede contabilizarse; no se '
                   'aplico ningun cambio.'
               PERFORM 9900-CERRAR-ARCHIVOS
               STOP RUN
           END-IF

           DISPLAY ' '
           DISPLAY '  Confirma el ajuste con fecha valor (S/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMACION

           IF CONFIRMA-AJUSTE
               PERFORM 5000-APLICAR-AJUSTE
           ELSE
               DISPLAY '  Ajuste no confirmado, no se aplico ningun '
                   'cambio.'
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
      *   MOVIMIENTOS y ASIENTOS se abren para agregar solo al aplicar
      *   (5000): antes se leen para el recalculo.
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-AUDITORIA

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 0500 - IDENTIFICAR AL SUPERVISOR DE LA SESION
      *   Credencial de SUPERVISOR activa en USUARIOS.dat; con el
      *   maestro inexistente se acepta el codigo digitado con aviso
      *   (modo de arranque), igual que los demas supervisores.
      *================================================================
       0500-IDENTIFICAR-SUPERVISOR.
           DISPLAY ' '
           DISPLAY '  Codigo del supervisor: ' WITH NO ADVANCING
           ACCEPT WS-COD-SUPERVISOR
           DISPLAY '  Clave: ' WITH NO ADVANCING
           ACCEPT WS-CLAVE-SUPERVISOR

           MOVE 'N' TO WS-SUP-VALIDO
           MOVE 'N' TO WS-EOF-USUARIOS

           OPEN INPUT ARCHIVO-USUARIOS
           IF WS-STAT-USUARIOS = '35'
               DISPLAY '  AVISO: maestro de usuarios inexistente; se '
                   'acepta el codigo digitado (modo de arranque).'
               MOVE 'S' TO WS-SUP-VALIDO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-USUARIOS = 'S'
               READ ARCHIVO-USUARIOS
                   AT END MOVE 'S' TO WS-EOF-USUARIOS
                   NOT AT END
                       IF US-COD-USUARIO = WS-COD-SUPERVISOR
                           MOVE WS-CLAVE-SUPERVISOR TO WS-CIF-CLAVE
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

           CLOSE ARCHIVO-USUARIOS

           IF NOT SUP-VALIDO
               DISPLAY ' '
               DISPLAY '  ACCESO RECHAZADO: la credencial no '
                   'corresponde a un SUPERVISOR activo.'
           END-IF.

      *================================================================
      * 1000 - CAPTURAR EL AJUSTE
      *   Cuenta existente y activa, fecha valor anterior a hoy y
      *   dentro de AJV-MAX-DIAS, sentido, monto y concepto. Deja el
      *   ajuste con signo en WS-MTO-AJUSTE (negativo = debito).
      *================================================================
       1000-CAPTURAR-AJUSTE.
           MOVE 'N' TO WS-AJUSTE-VALIDO

           DISPLAY ' '
           DISPLAY '  Cuenta a ajustar: ' WITH NO ADVANCING
           ACCEPT WS-CTA-BUSCADA
           PERFORM 1100-LEER-CUENTA
           IF NOT CUENTA-HALLADA
               DISPLAY '  ERROR: La cuenta no existe.'
               EXIT PARAGRAPH
           END-IF
           IF WS-CTA-MCA-ACTIVA NOT = 'S'
               DISPLAY '  ERROR: La cuenta no esta activa.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTA-SAL-TOTAL TO WS-DISP-MONTO
           MOVE WS-CTA-SAL-DISP TO WS-DISP-MONTO2
           DISPLAY '  ' WS-CTA-NOM-CLIENTE
           DISPLAY '  Saldo total $' WS-DISP-MONTO
               ', disponible $' WS-DISP-MONTO2

           DISPLAY '  Fecha valor (YYYY-MM-DD): ' WITH NO ADVANCING
           ACCEPT WS-FEC-VALOR
           PERFORM 1200-VALIDAR-FECHA-VALOR
           IF WS-DIAS-ATRAS < 1
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  (C)redito o (D)ebito a la cuenta: '
               WITH NO ADVANCING
           ACCEPT WS-SENTIDO
           IF NOT AJUSTE-CREDITO AND NOT AJUSTE-DEBITO
               DISPLAY '  ERROR: El sentido debe ser C o D.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Monto del ajuste: ' WITH NO ADVANCING
           ACCEPT WS-MTO-CAPTURADO
           IF WS-MTO-CAPTURADO = ZERO
               DISPLAY '  ERROR: El monto debe ser mayor que cero.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Concepto: ' WITH NO ADVANCING
           ACCEPT WS-CONCEPTO
           IF WS-CONCEPTO = SPACES
               DISPLAY '  ERROR: Se requiere el concepto del ajuste.'
               EXIT PARAGRAPH
           END-IF

           IF AJUSTE-CREDITO
               MOVE WS-MTO-CAPTURADO TO WS-MTO-AJUSTE
               MOVE 'credito' TO WS-TXT-SENTIDO
           ELSE
               COMPUTE WS-MTO-AJUSTE = WS-MTO-CAPTURADO * -1
               MOVE 'debito' TO WS-TXT-SENTIDO
           END-IF

           MOVE WS-CTA-PRODUCTO TO WS-PRD-CODIGO
           MOVE WS-CTA-TIPO TO WS-PRD-TIP-CUENTA
           PERFORM 8910-RESOLVER-PRODUCTO
           MOVE WS-CTA-SUCURSAL TO WS-SUC-ASIENTO

           MOVE 'S' TO WS-AJUSTE-VALIDO.

      *================================================================
      * 1100 - LEER LA CUENTA CAPTURADA
      *================================================================
       1100-LEER-CUENTA.
           MOVE 'N' TO WS-CUENTA-HALLADA

           OPEN INPUT ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE WS-CTA-BUSCADA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
                   MOVE CC-NOM-CLIENTE TO WS-CTA-NOM-CLIENTE
                   MOVE CC-MCA-ACTIVA TO WS-CTA-MCA-ACTIVA
                   MOVE CC-SAL-DISPONIBLE TO WS-CTA-SAL-DISP
                   MOVE CC-SAL-TOTAL TO WS-CTA-SAL-TOTAL
                   MOVE CC-COD-PRODUCTO TO WS-CTA-PRODUCTO
                   MOVE CC-TIP-CUENTA TO WS-CTA-TIPO
                   MOVE CC-COD-SUCURSAL TO WS-CTA-SUCURSAL
           END-READ

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 1200 - VALIDAR LA FECHA VALOR
      *   Deja en WS-DIAS-ATRAS los dias entre la fecha valor y hoy;
      *   en cero si la fecha no sirve (mal formada, inexistente, de
      *   hoy en adelante o mas atras de AJV-MAX-DIAS).
      *================================================================
       1200-VALIDAR-FECHA-VALOR.
           MOVE 0 TO WS-DIAS-ATRAS

           IF WS-FV-ANO IS NOT NUMERIC
                   OR WS-FV-MES IS NOT NUMERIC
                   OR WS-FV-DIA IS NOT NUMERIC
                   OR WS-FV-SEP1 NOT = '-'
                   OR WS-FV-SEP2 NOT = '-'
               DISPLAY '  ERROR: La fecha valor debe ser YYYY-MM-DD.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FV-ANO TO WS-FVN-ANO
           MOVE WS-FV-MES TO WS-FVN-MES
           MOVE WS-FV-DIA TO WS-FVN-DIA
           COMPUTE WS-DIA-JUL-VALOR =
               FUNCTION INTEGER-OF-DATE(WS-FEC-VALOR-NUM)
           IF WS-DIA-JUL-VALOR = 0
               DISPLAY '  ERROR: La fecha valor no existe.'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIA-JUL-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)

           COMPUTE WS-DIAS-ATRAS = WS-DIA-JUL-HOY - WS-DIA-JUL-VALOR
           IF WS-DIAS-ATRAS < 1
               MOVE 0 TO WS-DIAS-ATRAS
               DISPLAY '  ERROR: La fecha valor debe ser anterior a '
                   'hoy; un ajuste de hoy es un movimiento normal.'
               EXIT PARAGRAPH
           END-IF
           IF WS-DIAS-ATRAS > AJV-MAX-DIAS
               MOVE 0 TO WS-DIAS-ATRAS
               DISPLAY '  ERROR: La fecha valor no puede tener mas de '
                   AJV-MAX-DIAS ' dias.'
           END-IF.

      *================================================================
      * 2000 - RECALCULAR LOS INTERESES DE AHORROS DESDE LA FECHA VALOR
      *   Cada corrida se liquida dos veces con el mismo tramo y la
      *   misma tarifa de su fecha: sobre la base que tuvo y sobre la
      *   base corregida. La diferencia es lo que el ajuste cambia; lo
      *   que cambia el neto abonado se arrastra a la base de la
      *   corrida siguiente junto con el ajuste.
      *================================================================
       2000-RECALCULAR-INTERESES.
           MOVE 0 TO WS-DIF-INTERES
           MOVE 0 TO WS-DIF-RETENCION
           PERFORM 2100-CARGAR-INTERESES

           MOVE WS-MTO-AJUSTE TO WS-INT-ACUM
           PERFORM VARYING WS-IDX-INT FROM 1 BY 1
                   UNTIL WS-IDX-INT > WS-CANT-INT
               MOVE WS-INT-FECHA (WS-IDX-INT) TO WS-FECHA-TRAMO

               MOVE WS-INT-BASE (WS-IDX-INT) TO WS-SALDO-BUSCADO
               PERFORM 2300-CALCULAR-INTERES-CORRIDA
               MOVE WS-CALC-BRUTO TO WS-INT-BRUTO-ANTES (WS-IDX-INT)
               MOVE WS-CALC-RETENCION TO WS-INT-RET-ANTES (WS-IDX-INT)

               COMPUTE WS-SALDO-BUSCADO =
                   WS-INT-BASE (WS-IDX-INT) + WS-INT-ACUM
               PERFORM 2300-CALCULAR-INTERES-CORRIDA
               MOVE WS-CALC-BRUTO TO WS-INT-BRUTO-NUEVO (WS-IDX-INT)
               MOVE WS-CALC-RETENCION TO WS-INT-RET-NUEVA (WS-IDX-INT)

               COMPUTE WS-DIF-INTERES = WS-DIF-INTERES
                   + WS-INT-BRUTO-NUEVO (WS-IDX-INT)
                   - WS-INT-BRUTO-ANTES (WS-IDX-INT)
               COMPUTE WS-DIF-RETENCION = WS-DIF-RETENCION
                   + WS-INT-RET-NUEVA (WS-IDX-INT)
                   - WS-INT-RET-ANTES (WS-IDX-INT)
               IF WS-INT-RET-NUEVA (WS-IDX-INT)
                       NOT = WS-INT-RET-ANTES (WS-IDX-INT)
                   MOVE WS-TIM-TARIFA TO WS-TAR-RTF-AJUSTE
               END-IF
               COMPUTE WS-INT-ACUM = WS-INT-ACUM
                   + WS-INT-BRUTO-NUEVO (WS-IDX-INT)
                   - WS-INT-RET-NUEVA (WS-IDX-INT)
                   - WS-INT-BRUTO-ANTES (WS-IDX-INT)
                   + WS-INT-RET-ANTES (WS-IDX-INT)
           END-PERFORM.

      *================================================================
      * 2100 - CARGAR LOS INTERESES ABONADOS DESDE LA FECHA VALOR
      *   Solo los renglones de la liquidacion mensual (MC-NUM-ORDEN
      *   en blanco): las diferencias de ajustes anteriores llevan el
      *   numero de su ajuste y no son corridas.
      *================================================================
       2100-CARGAR-INTERESES.
           MOVE 0 TO WS-CANT-INT
           MOVE 'N' TO WS-INT-DESBORDE
           MOVE 'N' TO WS-EOF-MOVIM

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-MOVIM = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-MOVIM
                   NOT AT END
                       IF MC-COD-CUENTA OF REG-MOVIMIENTO
                               = WS-CTA-BUSCADA
                               AND MC-TIP-MOVIMIENTO OF REG-MOVIMIENTO
                               = MOV-INTERES
                               AND MC-NUM-ORDEN OF REG-MOVIMIENTO
                               = SPACES
                               AND MC-FEC-MOVIMIENTO OF REG-MOVIMIENTO
                               >= WS-FEC-VALOR
                           IF WS-CANT-INT < 12
                               ADD 1 TO WS-CANT-INT
                               MOVE MC-FEC-MOVIMIENTO OF REG-MOVIMIENTO
                                   TO WS-INT-FECHA (WS-CANT-INT)
                               MOVE MC-SAL-ANTERIOR OF REG-MOVIMIENTO
                                   TO WS-INT-BASE (WS-CANT-INT)
                               MOVE MC-MTO-MOVIMIENTO OF REG-MOVIMIENTO
                                   TO WS-INT-PAGADO (WS-CANT-INT)
                           ELSE
                               MOVE 'S' TO WS-INT-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS.

      *================================================================
      * 2300 - LIQUIDAR UNA CORRIDA DE INTERES
      *   Igual que 1100 en ACR-INTERES: tasa del tramo que cubre el
      *   saldo, bruto redondeado y retefuente sobre el bruto, pero
      *   con el tramo y la tarifa vigentes en WS-FECHA-TRAMO.
      *================================================================
       2300-CALCULAR-INTERES-CORRIDA.
           MOVE 0 TO WS-CALC-BRUTO
           MOVE 0 TO WS-CALC-RETENCION

           PERFORM 2350-BUSCAR-TASA-TRAMO
           COMPUTE WS-CALC-BRUTO ROUNDED =
               WS-SALDO-BUSCADO * WS-TASA-APLICADA / 100

           IF WS-CALC-BRUTO > ZERO
               MOVE 'RTF' TO WS-TIM-TIPO
               MOVE WS-FECHA-TRAMO TO WS-TIM-FECHA
               PERFORM 8960-BUSCAR-TARIFA-IMP
               COMPUTE WS-CALC-RETENCION ROUNDED =
                   WS-CALC-BRUTO * WS-TIM-TARIFA / 100
           ELSE
               MOVE 0 TO WS-CALC-BRUTO
           END-IF.

      *================================================================
      * 2350 - BUSCAR LA TASA DEL TRAMO VIGENTE EN TASASINT.dat
      *   Igual que 1050 en ACR-INTERES con la fecha de la corrida en
      *   WS-FECHA-TRAMO: el tramo del producto gana sobre el general
      *   y sin nada aplicable rige la tasa de respaldo compilada.
      *================================================================
       2350-BUSCAR-TASA-TRAMO.
           MOVE 'N' TO WS-TRAMO-HALLADO
           MOVE SPACES TO WS-TRAMO-MEJOR-FECHA
           MOVE 'N' TO WS-TRAMO-PRD-HALLADO
           MOVE SPACES TO WS-TRAMO-PRD-FECHA
           MOVE WS-TASA-INTERES-MENSUAL TO WS-TASA-APLICADA
           MOVE 'N' TO WS-EOF-TASASINT

           OPEN INPUT ARCHIVO-TASASINT
           IF WS-STAT-TASASINT = '35'
               MOVE 'S' TO WS-EOF-TASASINT
           END-IF

           PERFORM UNTIL WS-EOF-TASASINT = 'S'
               READ ARCHIVO-TASASINT
                   AT END MOVE 'S' TO WS-EOF-TASASINT
                   NOT AT END
                       IF TI-COD-PRODUCTO = SPACES
                               AND TI-FEC-VIGENCIA <= WS-FECHA-TRAMO
                               AND TI-FEC-VIGENCIA >=
                                   WS-TRAMO-MEJOR-FECHA
                               AND WS-SALDO-BUSCADO >= TI-RANGO-DESDE
                               AND (TI-RANGO-HASTA = 0
                               OR WS-SALDO-BUSCADO <= TI-RANGO-HASTA)
                           MOVE 'S' TO WS-TRAMO-HALLADO
                           MOVE TI-FEC-VIGENCIA
                               TO WS-TRAMO-MEJOR-FECHA
                           MOVE TI-TASA-MENSUAL TO WS-TASA-APLICADA
                       END-IF
                       IF TI-COD-PRODUCTO = WS-PRD-CODIGO
                               AND TI-FEC-VIGENCIA <= WS-FECHA-TRAMO
                               AND TI-FEC-VIGENCIA >=
                                   WS-TRAMO-PRD-FECHA
                               AND WS-SALDO-BUSCADO >= TI-RANGO-DESDE
                               AND (TI-RANGO-HASTA = 0
                               OR WS-SALDO-BUSCADO <= TI-RANGO-HASTA)
                           MOVE 'S' TO WS-TRAMO-PRD-HALLADO
                           MOVE TI-FEC-VIGENCIA
                               TO WS-TRAMO-PRD-FECHA
                           MOVE TI-TASA-MENSUAL TO WS-TASA-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-TASASINT NOT = '35'
               CLOSE ARCHIVO-TASASINT
           END-IF

           IF TRAMO-PRD-HALLADO
               MOVE 'S' TO WS-TRAMO-HALLADO
               MOVE WS-TASA-PRODUCTO TO WS-TASA-APLICADA
           END-IF.

      *================================================================
      * 3000 - RECALCULAR EL INTERES DE SOBREGIRO DESDE LA FECHA VALOR
      *   Solo productos que admiten sobregiro. Cada foto desde la
      *   fecha valor se recausa sobre su disponible mas el ajuste
      *   (misma formula que 1100 en ACR-SOBREGIRO) y se compara con
      *   lo causado. Los dias posteriores a la ultima causacion
      *   corrida los causara ACR-SOBREGIRO sobre la foto reexpresada.
      *================================================================
       3000-RECALCULAR-SOBREGIROS.
           MOVE 0 TO WS-DIF-SOBREGIRO
           PERFORM 3100-CARGAR-FOTOS
           PERFORM 3200-MARCAR-CAUSACIONES

           PERFORM VARYING WS-IDX-FOTO FROM 1 BY 1
                   UNTIL WS-IDX-FOTO > WS-CANT-FOTOS
               COMPUTE WS-DESCUBIERTO =
                   WS-FOT-DISPONIBLE (WS-IDX-FOTO) + WS-MTO-AJUSTE
               PERFORM 3300-CAUSAR-DIA
               MOVE WS-MTO-INTERES-DIA
                   TO WS-FOT-INT-NUEVO (WS-IDX-FOTO)

               EVALUATE TRUE
                   WHEN WS-FOT-FECHA (WS-IDX-FOTO) > WS-ULT-CAUSACION
                       MOVE SPACE TO WS-FOT-ACCION (WS-IDX-FOTO)
                   WHEN WS-FOT-INT-NUEVO (WS-IDX-FOTO)
                           = WS-FOT-INT-ANTES (WS-IDX-FOTO)
                       MOVE SPACE TO WS-FOT-ACCION (WS-IDX-FOTO)
                   WHEN WS-FOT-RENGLON-FACT (WS-IDX-FOTO) = 'S'
                       MOVE 'F' TO WS-FOT-ACCION (WS-IDX-FOTO)
                   WHEN WS-FOT-RENGLON (WS-IDX-FOTO) = 'S'
                       MOVE 'R' TO WS-FOT-ACCION (WS-IDX-FOTO)
                   WHEN WS-FOT-PER-FACTURADO (WS-IDX-FOTO) = 'S'
                       MOVE 'F' TO WS-FOT-ACCION (WS-IDX-FOTO)
                   WHEN OTHER
                       MOVE 'A' TO WS-FOT-ACCION (WS-IDX-FOTO)
               END-EVALUATE

               IF WS-FOT-ACCION (WS-IDX-FOTO) = 'F'
                   COMPUTE WS-DIF-SOBREGIRO = WS-DIF-SOBREGIRO
                       + WS-FOT-INT-NUEVO (WS-IDX-FOTO)
                       - WS-FOT-INT-ANTES (WS-IDX-FOTO)
               END-IF
           END-PERFORM.

      *================================================================
      * 3100 - CARGAR LAS FOTOS DE LA CUENTA DESDE LA FECHA VALOR
      *================================================================
       3100-CARGAR-FOTOS.
           MOVE 0 TO WS-CANT-FOTOS
           MOVE 'N' TO WS-FOT-DESBORDE
           MOVE 'N' TO WS-EOF-SALDOS

           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-SALDOS = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-SALDOS
                   NOT AT END
                       IF SD-COD-CUENTA = WS-CTA-BUSCADA
                               AND SD-FEC-CORTE >= WS-FEC-VALOR
                           IF WS-CANT-FOTOS < 100
                               ADD 1 TO WS-CANT-FOTOS
                               MOVE SD-FEC-CORTE
                                   TO WS-FOT-FECHA (WS-CANT-FOTOS)
                               MOVE SD-SAL-DISPONIBLE
                                   TO WS-FOT-DISPONIBLE (WS-CANT-FOTOS)
                               MOVE 'N'
                                   TO WS-FOT-RENGLON (WS-CANT-FOTOS)
                               MOVE 'N' TO
                                   WS-FOT-RENGLON-FACT (WS-CANT-FOTOS)
                               MOVE 'N' TO
                                   WS-FOT-PER-FACTURADO (WS-CANT-FOTOS)
                               MOVE 0
                                   TO WS-FOT-INT-ANTES (WS-CANT-FOTOS)
                               MOVE 0
                                   TO WS-FOT-INT-NUEVO (WS-CANT-FOTOS)
                               MOVE SPACE
                                   TO WS-FOT-ACCION (WS-CANT-FOTOS)
                           ELSE
                               MOVE 'S' TO WS-FOT-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SALDOS.

      *================================================================
      * 3200 - MARCAR LO QUE ACR-SOBREGIRO YA CAUSO Y FACTURO
      *   Por cada foto: si la cuenta tiene renglon ese dia (con su
      *   interes y si ya se cobro) y si el periodo del dia ya se
      *   facturo a alguna cuenta. Deja tambien la ultima fecha
      *   causada en todo el archivo.
      *================================================================
       3200-MARCAR-CAUSACIONES.
           MOVE SPACES TO WS-ULT-CAUSACION
           MOVE 'N' TO WS-EOF-SOBREGIROS

           OPEN INPUT ARCHIVO-SOBREGIROS
           IF WS-STAT-SOBREGIROS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-SOBREGIROS = 'S'
               READ ARCHIVO-SOBREGIROS
                   AT END MOVE 'S' TO WS-EOF-SOBREGIROS
                   NOT AT END
                       IF SG-FEC-CAUSACION > WS-ULT-CAUSACION
                           MOVE SG-FEC-CAUSACION TO WS-ULT-CAUSACION
                       END-IF
                       PERFORM VARYING WS-IDX-FOTO FROM 1 BY 1
                               UNTIL WS-IDX-FOTO > WS-CANT-FOTOS
                           IF SG-MCA-FACTURADO = 'S'
                                   AND SG-FEC-CAUSACION (1:7) =
                                       WS-FOT-FECHA (WS-IDX-FOTO) (1:7)
                               MOVE 'S' TO
                                   WS-FOT-PER-FACTURADO (WS-IDX-FOTO)
                           END-IF
                           IF SG-COD-CUENTA = WS-CTA-BUSCADA
                                   AND SG-FEC-CAUSACION =
                                       WS-FOT-FECHA (WS-IDX-FOTO)
                               MOVE 'S' TO WS-FOT-RENGLON (WS-IDX-FOTO)
                               MOVE SG-MCA-FACTURADO TO
                                   WS-FOT-RENGLON-FACT (WS-IDX-FOTO)
                               MOVE SG-MTO-INTERES TO
                                   WS-FOT-INT-ANTES (WS-IDX-FOTO)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SOBREGIROS.

      *================================================================
      * 3300 - CAUSAR UN DIA SOBRE EL DESCUBIERTO DADO
      *   Misma formula que 1100 en ACR-SOBREGIRO; sin rojo no hay
      *   interes.
      *================================================================
       3300-CAUSAR-DIA.
           MOVE 0 TO WS-MTO-INTERES-DIA
           IF WS-DESCUBIERTO < ZERO
               COMPUTE WS-MTO-INTERES-DIA ROUNDED =
                   (WS-DESCUBIERTO * -1)
                   * WS-TASA-SOBREGIRO-MENSUAL / 100 / 30
           END-IF.

      *================================================================
      * 4000 - MOSTRAR EL IMPACTO DEL AJUSTE
      *================================================================
       4000-MOSTRAR-IMPACTO.
           MOVE WS-MTO-AJUSTE TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  IMPACTO DEL AJUSTE'
           DISPLAY WS-LINEA
           DISPLAY '  Cuenta ' WS-CTA-BUSCADA ' ' WS-TXT-SENTIDO
               ' $' WS-DISP-MONTO
           DISPLAY '  Fecha valor ' WS-FEC-VALOR ' (' WS-DIAS-ATRAS
               ' dias atras)'

           DISPLAY ' '
           DISPLAY '  Intereses de ahorros abonados desde la fecha '
               'valor:'
           IF WS-CANT-INT = 0
               DISPLAY '    (ninguno)'
           END-IF
           PERFORM VARYING WS-IDX-INT FROM 1 BY 1
                   UNTIL WS-IDX-INT > WS-CANT-INT
               MOVE WS-INT-BASE (WS-IDX-INT) TO WS-DISP-MONTO
               MOVE WS-INT-BRUTO-ANTES (WS-IDX-INT) TO WS-DISP-MONTO2
               MOVE WS-INT-BRUTO-NUEVO (WS-IDX-INT) TO WS-DISP-MONTO3
               DISPLAY '    ' WS-INT-FECHA (WS-IDX-INT)
                   ' base $' WS-DISP-MONTO
               DISPLAY '      interes $' WS-DISP-MONTO2
                   ' -> $' WS-DISP-MONTO3
               MOVE WS-INT-RET-ANTES (WS-IDX-INT) TO WS-DISP-MONTO2
               MOVE WS-INT-RET-NUEVA (WS-IDX-INT) TO WS-DISP-MONTO3
               DISPLAY '      retencion $' WS-DISP-MONTO2
                   ' -> $' WS-DISP-MONTO3
           END-PERFORM
           IF INT-DESBORDE
               DISPLAY '    AVISO: hay mas de 12 corridas; solo se '
                   'recalculan las 12 primeras.'
           END-IF

           IF PRD-ADMITE-SOBREGIRO
               DISPLAY ' '
               DISPLAY '  Dias de sobregiro que cambian:'
               PERFORM VARYING WS-IDX-FOTO FROM 1 BY 1
                       UNTIL WS-IDX-FOTO > WS-CANT-FOTOS
                   IF WS-FOT-ACCION (WS-IDX-FOTO) NOT = SPACE
                       PERFORM 4010-MOSTRAR-DIA-SOBREGIRO
                   END-IF
               END-PERFORM
               IF FOT-DESBORDE
                   DISPLAY '    AVISO: hay mas de 100 fotos; solo se '
                       'recalculan las 100 primeras.'
               END-IF
           END-IF

           COMPUTE WS-MTO-NETO-CTA = WS-MTO-AJUSTE + WS-DIF-INTERES
               - WS-DIF-RETENCION - WS-DIF-SOBREGIRO

           DISPLAY ' '
           MOVE WS-DIF-INTERES TO WS-DISP-MONTO
           DISPLAY '  Diferencia de interes      $' WS-DISP-MONTO
           MOVE WS-DIF-RETENCION TO WS-DISP-MONTO
           DISPLAY '  Diferencia de retencion    $' WS-DISP-MONTO
           MOVE WS-DIF-SOBREGIRO TO WS-DISP-MONTO
           DISPLAY '  Sobregiro a cobrar hoy     $' WS-DISP-MONTO
           MOVE WS-MTO-NETO-CTA TO WS-DISP-MONTO
           DISPLAY '  Efecto neto en la cuenta   $' WS-DISP-MONTO
           DISPLAY '  Fotos de saldos a reexpresar: ' WS-CANT-FOTOS
           IF WS-CTA-SAL-DISP + WS-MTO-NETO-CTA < ZERO
               DISPLAY '  AVISO: el disponible de la cuenta queda '
                   'en rojo.'
           END-IF.

      *================================================================
      * 4010 - MOSTRAR UN DIA DE SOBREGIRO RECALCULADO
      *================================================================
       4010-MOSTRAR-DIA-SOBREGIRO.
           EVALUATE WS-FOT-ACCION (WS-IDX-FOTO)
               WHEN 'F'
                   MOVE 'ya facturado: va hoy' TO WS-TXT-ACCION
               WHEN 'R'
                   MOVE 'se corrige la causacion' TO WS-TXT-ACCION
               WHEN OTHER
                   MOVE 'se agrega la causacion' TO WS-TXT-ACCION
           END-EVALUATE
           MOVE WS-FOT-INT-ANTES (WS-IDX-FOTO) TO WS-DISP-MONTO2
           MOVE WS-FOT-INT-NUEVO (WS-IDX-FOTO) TO WS-DISP-MONTO3
           DISPLAY '    ' WS-FOT-FECHA (WS-IDX-FOTO)
               ' $' WS-DISP-MONTO2 ' -> $' WS-DISP-MONTO3
           DISPLAY '      ' WS-TXT-ACCION.

      *================================================================
      * 4100 - VERIFICAR LA CONTABILIDAD ANTES DE CONFIRMAR
      *   Sin escribir nada: cada cuenta contable que el ajuste va a
      *   mover debe estar activa y posteable en el PUC, y el periodo
      *   de hoy no puede estar CERRADO. Asi 4510/4520 no detienen la
      *   corrida a mitad de la aplicacion.
      *================================================================
       4100-PREVALIDAR-CONTABLE.
           MOVE 'S' TO WS-CONTABLE-OK

           MOVE GL-AJUSTES-FEC-VALOR TO WS-CTA-REVISADA
           PERFORM 4110-REVISAR-CTA-CONTABLE
           MOVE GL-PASIVO-CLIENTES TO WS-CTA-REVISADA
           PERFORM 4110-REVISAR-CTA-CONTABLE
           IF WS-DIF-INTERES NOT = ZERO
               MOVE GL-GASTO-INTERES TO WS-CTA-REVISADA
               PERFORM 4110-REVISAR-CTA-CONTABLE
           END-IF
           IF WS-DIF-RETENCION NOT = ZERO
               MOVE GL-IMPUESTO-RETEFTE TO WS-CTA-REVISADA
               PERFORM 4110-REVISAR-CTA-CONTABLE
           END-IF
           IF WS-DIF-SOBREGIRO NOT = ZERO
               MOVE GL-INGRESO-INT-SOBREG TO WS-CTA-REVISADA
               PERFORM 4110-REVISAR-CTA-CONTABLE
           END-IF

           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           PERFORM 4120-REVISAR-PERIODO
           IF PERIODO-CERRADO
               MOVE 'N' TO WS-CONTABLE-OK
               DISPLAY ' '
               DISPLAY '  ERROR: El periodo ' WS-FECHA-STR (1:7)
                   ' esta CERRADO (ver CIE-PERIODO).'
           END-IF.

      *================================================================
      * 4110 - REVISAR UNA CUENTA CONTRA EL PUC
      *   Sin catalogo ('35') se acepta, igual que en 4510.
      *================================================================
       4110-REVISAR-CTA-CONTABLE.
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
                       IF PU-COD-CUENTA = WS-CTA-REVISADA
                               AND PU-MCA-ACTIVA = FLAG-SI
                               AND PU-MCA-POSTEABLE = FLAG-SI
                           MOVE 'S' TO WS-PUC-POSTEABLE
                           MOVE 'S' TO WS-EOF-PUC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PUC

           IF NOT PUC-POSTEABLE
               MOVE 'N' TO WS-CONTABLE-OK
               DISPLAY ' '
               DISPLAY '  ERROR: La cuenta contable ' WS-CTA-REVISADA
                   ' no existe activa y posteable en el catalogo '
                   '(ver MNT-PUC).'
           END-IF.

      *================================================================
      * 4120 - REVISAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *================================================================
       4120-REVISAR-PERIODO.
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
                       IF PD-PERIODO =
                               AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO (1:7)
                               AND PER-CERRADO
                           MOVE 'S' TO WS-PERIODO-CERRADO
                           MOVE 'S' TO WS-EOF-PERIODOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PERIODOS.

      *================================================================
      * 4500 - ESCRIBIR UNA PATA DEL ASIENTO CONTABLE
      *================================================================
       4500-ESCRIBIR-ASIENTO.
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-NUM-AJUSTE TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 4510-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      * 4510 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   La pata armada en el registro de trabajo solo se escribe
      *   si su cuenta existe en el catalogo, esta activa y es
      *   posteable (igual que 9216 en MAIN-ACH). Sin catalogo
      *   ('35') se postea como siempre, pero el cierre de periodos
      *   se verifica igual.
      *================================================================
       4510-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               PERFORM 4520-VALIDAR-PERIODO-CONTABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-PUC = 'S'
               READ ARCHIVO-PUC
                   AT END MOVE 'S' TO WS-EOF-PUC
                   NOT AT END
                       IF PU-COD-CUENTA =
                               AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
                               AND PU-MCA-ACTIVA = FLAG-SI
                               AND PU-MCA-POSTEABLE = FLAG-SI
                           MOVE 'S' TO WS-PUC-POSTEABLE
                           MOVE 'S' TO WS-EOF-PUC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PUC

           IF NOT PUC-POSTEABLE
               DISPLAY ' '
               DISPLAY '  *** ERROR CONTABLE FATAL ***'
               DISPLAY '  La cuenta '
                   AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
                   ' no existe en el catalogo, esta retirada o no '
                   'es posteable; la pata no se escribe.'
               STOP RUN
           END-IF

           PERFORM 4520-VALIDAR-PERIODO-CONTABLE.

      *================================================================
      * 4520 - VALIDAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *   El periodo no puede estar CERRADO (ver PERIODOS.cpy y
      *   CIE-PERIODO); se verifica aunque no exista el catalogo
      *   PUC. Sin archivo de periodos ('35') se postea como
      *   siempre (modo de arranque).
      *================================================================
       4520-VALIDAR-PERIODO-CONTABLE.
           PERFORM 4120-REVISAR-PERIODO

           IF PERIODO-CERRADO
               DISPLAY ' '
               DISPLAY '  *** ERROR CONTABLE FATAL ***'
               DISPLAY '  El periodo '
                   AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO (1:7)
                   ' esta CERRADO (ver CIE-PERIODO); la pata no se '
                   'escribe.'
               STOP RUN
           END-IF.

      *================================================================
      * 5000 - APLICAR EL AJUSTE
      *   Cuenta, movimientos, asientos, fotos de saldos, causaciones
      *   de sobregiro y auditoria, todo bajo el numero del ajuste.
      *================================================================
       5000-APLICAR-AJUSTE.
           MOVE 'AJV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AJV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AJUSTE

           PERFORM 5100-ACTUALIZAR-CUENTA
           IF NOT CUENTA-HALLADA
               DISPLAY '  ERROR: La cuenta ' WS-CTA-BUSCADA
                   ' ya no existe; no se aplico el ajuste.'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-MOVIMIENTOS
           OPEN EXTEND ARCHIVO-ASIENTOS
           PERFORM 5200-REGISTRAR-MOVIMIENTOS
           PERFORM 5300-CONTABILIZAR-AJUSTE
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-ASIENTOS

           PERFORM 5400-REEXPRESAR-SALDOS
           IF PRD-ADMITE-SOBREGIRO
               PERFORM 5500-CORREGIR-SOBREGIROS
           END-IF

           PERFORM 9100-REGISTRAR-AUDITORIA

           MOVE WS-MTO-NETO-CTA TO WS-DISP-MONTO
           DISPLAY ' '
           DISPLAY '  Ajuste ' WS-NUM-AJUSTE ' aplicado: efecto neto $'
               WS-DISP-MONTO
           DISPLAY '  Fotos de saldos reexpresadas   : '
               WS-CANT-SALDOS-REEXP
           DISPLAY '  Causaciones de sobregiro corr. : '
               WS-CANT-SOBREG-CORR.

      *================================================================
      * 5100 - LLEVAR EL EFECTO NETO AL SALDO DE LA CUENTA
      *   Deja en WS-SAL-CORRIDO el saldo total anterior, del que
      *   parten los saldos de los movimientos.
      *================================================================
       5100-ACTUALIZAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-HALLADA

           OPEN I-O ARCHIVO-CUENTAS
           MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-CUENTAS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           MOVE WS-CTA-BUSCADA TO CC-COD-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
                   MOVE CC-SAL-TOTAL TO WS-SAL-CORRIDO
                   ADD WS-MTO-NETO-CTA TO CC-SAL-DISPONIBLE
                   ADD WS-MTO-NETO-CTA TO CC-SAL-TOTAL
                   MOVE WS-FECHA-STR TO CC-FEC-ULT-TRANS
                   REWRITE REG-CUENTA
                   MOVE WS-STAT-CUENTAS TO WS-CHK-ESTADO
                   MOVE 'REESCRIBIR CUENTA (AJUSTE)'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
           END-READ

           CLOSE ARCHIVO-CUENTAS.

      *================================================================
      * 5200 - REGISTRAR LOS MOVIMIENTOS DEL AJUSTE
      *   El ajuste va con la fecha valor; las diferencias, con la de
      *   hoy y los mismos tipos de las liquidaciones, para que los
      *   reportes de intereses, retenciones y cobros las sumen.
      *================================================================
       5200-REGISTRAR-MOVIMIENTOS.
           MOVE MOV-AJUSTE-VALOR TO WS-MOV-TIPO
           MOVE WS-FEC-VALOR TO WS-MOV-FECHA
           MOVE WS-MTO-AJUSTE TO WS-MOV-MONTO
           MOVE SPACES TO WS-MOV-DETALLE
           STRING 'Ajuste ' WS-TXT-SENTIDO ' fecha valor: '
               WS-CONCEPTO
               DELIMITED SIZE INTO WS-MOV-DETALLE
           PERFORM 5210-ESCRIBIR-MOVIMIENTO

           MOVE WS-FECHA-STR TO WS-MOV-FECHA
           IF WS-DIF-INTERES NOT = ZERO
               MOVE MOV-INTERES TO WS-MOV-TIPO
               MOVE WS-DIF-INTERES TO WS-MOV-MONTO
               MOVE SPACES TO WS-MOV-DETALLE
               STRING 'Ajuste interes de ahorros fecha valor '
                   WS-FEC-VALOR
                   DELIMITED SIZE INTO WS-MOV-DETALLE
               PERFORM 5210-ESCRIBIR-MOVIMIENTO
           END-IF

           IF WS-DIF-RETENCION NOT = ZERO
               MOVE MOV-RETEFUENTE TO WS-MOV-TIPO
               COMPUTE WS-MOV-MONTO = WS-DIF-RETENCION * -1
               MOVE SPACES TO WS-MOV-DETALLE
               STRING 'Ajuste retencion en la fuente fecha valor '
                   WS-FEC-VALOR
                   DELIMITED SIZE INTO WS-MOV-DETALLE
               PERFORM 5210-ESCRIBIR-MOVIMIENTO
           END-IF

           IF WS-DIF-SOBREGIRO NOT = ZERO
               MOVE MOV-INT-SOBREGIRO TO WS-MOV-TIPO
               COMPUTE WS-MOV-MONTO = WS-DIF-SOBREGIRO * -1
               MOVE SPACES TO WS-MOV-DETALLE
               STRING 'Ajuste interes de sobregiro fecha valor '
                   WS-FEC-VALOR
                   DELIMITED SIZE INTO WS-MOV-DETALLE
               PERFORM 5210-ESCRIBIR-MOVIMIENTO
           END-IF.

      *================================================================
      * 5210 - ESCRIBIR UN MOVIMIENTO DEL AJUSTE
      *================================================================
       5210-ESCRIBIR-MOVIMIENTO.
           MOVE 'MOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'MOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-MOVIM

           MOVE SPACES TO WS-MOVIM-NUEVO
           MOVE WS-NUM-MOVIM TO MC-NUM-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-CTA-BUSCADA TO MC-COD-CUENTA OF WS-MOVIM-NUEVO
           MOVE WS-MOV-FECHA TO MC-FEC-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-HORA-STR TO MC-HOA-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-MOV-TIPO TO MC-TIP-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-MOV-MONTO TO MC-MTO-MOVIMIENTO OF WS-MOVIM-NUEVO
           MOVE WS-SAL-CORRIDO TO MC-SAL-ANTERIOR OF WS-MOVIM-NUEVO
           ADD WS-MOV-MONTO TO WS-SAL-CORRIDO
           MOVE WS-SAL-CORRIDO TO MC-SAL-POSTERIOR OF WS-MOVIM-NUEVO
           MOVE WS-MOV-DETALLE TO MC-DES-DETALLE OF WS-MOVIM-NUEVO
           MOVE WS-NUM-AJUSTE TO MC-NUM-ORDEN OF WS-MOVIM-NUEVO
           WRITE REG-MOVIMIENTO FROM WS-MOVIM-NUEVO.

      *================================================================
      * 5300 - CONTABILIZAR EL AJUSTE Y SUS DIFERENCIAS
      *   Un asiento por concepto, todos con fecha de hoy:
      *   - el ajuste contra la cuenta puente de ajustes con fecha
      *     valor (la correccion de la cuenta equivocada la salda);
      *   - la diferencia de interes: gasto bruto contra el neto al
      *     cliente y la retefuente por pagar;
      *   - la diferencia de sobregiro: cliente contra el ingreso.
      *   Los montos negativos invierten el sentido de la pata.
      *================================================================
       5300-CONTABILIZAR-AJUSTE.
           MOVE 0 TO WS-PATA-TARIFA

           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO

           MOVE GL-AJUSTES-FEC-VALOR TO WS-PATA-CTA
           MOVE GL-NOM-AJUSTES-FEC-VALOR TO WS-PATA-NOM
           MOVE 'D' TO WS-PATA-SENTIDO
           MOVE WS-MTO-AJUSTE TO WS-PATA-MONTO
           MOVE SPACES TO WS-PATA-CONCEPTO
           STRING 'Ajuste fecha valor ' WS-FEC-VALOR ' cuenta '
               WS-CTA-BUSCADA
               DELIMITED SIZE INTO WS-PATA-CONCEPTO
           PERFORM 5310-ESCRIBIR-PATA-CON-SIGNO

           MOVE GL-PASIVO-CLIENTES TO WS-PATA-CTA
           MOVE GL-NOM-PASIVO-CLIENTES TO WS-PATA-NOM
           MOVE 'C' TO WS-PATA-SENTIDO
           MOVE WS-MTO-AJUSTE TO WS-PATA-MONTO
           PERFORM 5310-ESCRIBIR-PATA-CON-SIGNO

           IF WS-DIF-INTERES NOT = ZERO
                   OR WS-DIF-RETENCION NOT = ZERO
               MOVE 'ASI' TO WS-SEC-TIPO
               PERFORM 0150-SIGUIENTE-SECUENCIA
               STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
                   DELIMITED SIZE INTO WS-NUM-ASIENTO

               MOVE GL-GASTO-INTERES TO WS-PATA-CTA
               MOVE GL-NOM-GASTO-INTERES TO WS-PATA-NOM
               MOVE 'D' TO WS-PATA-SENTIDO
               MOVE WS-DIF-INTERES TO WS-PATA-MONTO
               MOVE 'Ajuste interes de ahorros por fecha valor'
                   TO WS-PATA-CONCEPTO
               PERFORM 5310-ESCRIBIR-PATA-CON-SIGNO

               MOVE GL-PASIVO-CLIENTES TO WS-PATA-CTA
               MOVE GL-NOM-PASIVO-CLIENTES TO WS-PATA-NOM
               MOVE 'C' TO WS-PATA-SENTIDO
               COMPUTE WS-PATA-MONTO =
                   WS-DIF-INTERES - WS-DIF-RETENCION
               MOVE 'Ajuste interes neto al cliente por fecha valor'
                   TO WS-PATA-CONCEPTO
               PERFORM 5310-ESCRIBIR-PATA-CON-SIGNO

               MOVE GL-IMPUESTO-RETEFTE TO WS-PATA-CTA
               MOVE GL-NOM-IMPUESTO-RETEFTE TO WS-PATA-NOM
               MOVE 'C' TO WS-PATA-SENTIDO
               MOVE WS-DIF-RETENCION TO WS-PATA-MONTO
               MOVE 'Ajuste retefuente sobre rendimientos financieros'
                   TO WS-PATA-CONCEPTO
               MOVE WS-TAR-RTF-AJUSTE TO WS-PATA-TARIFA
               PERFORM 5310-ESCRIBIR-PATA-CON-SIGNO
               MOVE 0 TO WS-PATA-TARIFA
           END-IF

           IF WS-DIF-SOBREGIRO NOT = ZERO
               MOVE 'ASI' TO WS-SEC-TIPO
               PERFORM 0150-SIGUIENTE-SECUENCIA
               STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
                   DELIMITED SIZE INTO WS-NUM-ASIENTO

               MOVE GL-PASIVO-CLIENTES TO WS-PATA-CTA
               MOVE GL-NOM-PASIVO-CLIENTES TO WS-PATA-NOM
               MOVE 'D' TO WS-PATA-SENTIDO
               MOVE WS-DIF-SOBREGIRO TO WS-PATA-MONTO
               MOVE 'Ajuste interes de sobregiro por fecha valor'
                   TO WS-PATA-CONCEPTO
               PERFORM 5310-ESCRIBIR-PATA-CON-SIGNO

               MOVE GL-INGRESO-INT-SOBREG TO WS-PATA-CTA
               MOVE GL-NOM-INGRESO-INT-SOBREG TO WS-PATA-NOM
               MOVE 'C' TO WS-PATA-SENTIDO
               MOVE WS-DIF-SOBREGIRO TO WS-PATA-MONTO
               PERFORM 5310-ESCRIBIR-PATA-CON-SIGNO
           END-IF.

      *================================================================
      * 5310 - ESCRIBIR UNA PATA CON SIGNO
      *   Monto en cero: no hay pata. Monto negativo: se escribe en
      *   positivo con el sentido contrario.
      *================================================================
       5310-ESCRIBIR-PATA-CON-SIGNO.
           IF WS-PATA-MONTO = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-PATA-MONTO < ZERO
               COMPUTE WS-PATA-MONTO = WS-PATA-MONTO * -1
               IF WS-PATA-SENTIDO = 'D'
                   MOVE 'C' TO WS-PATA-SENTIDO
               ELSE
                   MOVE 'D' TO WS-PATA-SENTIDO
               END-IF
           END-IF

           MOVE WS-PATA-CTA TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE WS-PATA-NOM TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE WS-PATA-SENTIDO TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-PATA-MONTO TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-PATA-CONCEPTO TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           MOVE WS-PATA-TARIFA TO AC-TAR-IMPUESTO OF WS-ASIENTO-NUEVO
           PERFORM 4500-ESCRIBIR-ASIENTO.

      *================================================================
      * 5400 - REEXPRESAR LAS FOTOS DE SALDOS DESDE LA FECHA VALOR
      *   El ajuste entra al disponible y al total de cada foto de la
      *   cuenta con corte en la fecha valor o despues; las
      *   diferencias de interes van con fecha de hoy y las toma la
      *   foto de hoy.
      *================================================================
       5400-REEXPRESAR-SALDOS.
           MOVE 0 TO WS-CANT-SALDOS-REEXP
           MOVE 'N' TO WS-EOF-SALDOS

           OPEN I-O ARCHIVO-SALDOS
           IF WS-STAT-SALDOS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAT-SALDOS TO WS-CHK-ESTADO
           MOVE 'ABRIR ARCHIVO-SALDOS' TO WS-CHK-DESCRIPCION
           PERFORM 9950-VERIFICAR-ESTADO-IO

           PERFORM UNTIL WS-EOF-SALDOS = 'S'
               READ ARCHIVO-SALDOS
                   AT END MOVE 'S' TO WS-EOF-SALDOS
                   NOT AT END
                       IF SD-COD-CUENTA = WS-CTA-BUSCADA
                               AND SD-FEC-CORTE >= WS-FEC-VALOR
                           ADD WS-MTO-AJUSTE TO SD-SAL-DISPONIBLE
                           ADD WS-MTO-AJUSTE TO SD-SAL-TOTAL
                           REWRITE REG-SALDO-FOTO
                           MOVE WS-STAT-SALDOS TO WS-CHK-ESTADO
                           MOVE 'REESCRIBIR FOTO DE SALDOS'
                               TO WS-CHK-DESCRIPCION
                           PERFORM 9950-VERIFICAR-ESTADO-IO
                           ADD 1 TO WS-CANT-SALDOS-REEXP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SALDOS.

      *================================================================
      * 5500 - CORREGIR LAS CAUSACIONES DE SOBREGIRO SIN FACTURAR
      *   Los renglones de la cuenta marcados R se reescriben con el
      *   descubierto y el interes recalculados; los dias marcados A
      *   se agregan sin facturar, y la facturacion del mes los cobra.
      *================================================================
       5500-CORREGIR-SOBREGIROS.
           MOVE 0 TO WS-CANT-SOBREG-CORR
           MOVE 'N' TO WS-EOF-SOBREGIROS

           OPEN I-O ARCHIVO-SOBREGIROS
           IF WS-STAT-SOBREGIROS = '35'
               MOVE 'S' TO WS-EOF-SOBREGIROS
           END-IF

           PERFORM UNTIL WS-EOF-SOBREGIROS = 'S'
               READ ARCHIVO-SOBREGIROS
                   AT END MOVE 'S' TO WS-EOF-SOBREGIROS
                   NOT AT END
                       IF SG-COD-CUENTA = WS-CTA-BUSCADA
                               AND SG-MCA-FACTURADO NOT = 'S'
                           PERFORM 5510-CORREGIR-RENGLON
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-SOBREGIROS NOT = '35'
               CLOSE ARCHIVO-SOBREGIROS
           END-IF

           PERFORM VARYING WS-IDX-FOTO FROM 1 BY 1
                   UNTIL WS-IDX-FOTO > WS-CANT-FOTOS
               IF WS-FOT-ACCION (WS-IDX-FOTO) = 'A'
                   PERFORM 5520-AGREGAR-CAUSACION
               END-IF
           END-PERFORM.

      *================================================================
      * 5510 - REESCRIBIR UNA CAUSACION SI SU DIA CAMBIO
      *================================================================
       5510-CORREGIR-RENGLON.
           PERFORM VARYING WS-IDX-FOTO FROM 1 BY 1
                   UNTIL WS-IDX-FOTO > WS-CANT-FOTOS
               IF WS-FOT-FECHA (WS-IDX-FOTO) = SG-FEC-CAUSACION
                       AND WS-FOT-ACCION (WS-IDX-FOTO) = 'R'
                   COMPUTE SG-SAL-DESCUBIERTO =
                       WS-FOT-DISPONIBLE (WS-IDX-FOTO) + WS-MTO-AJUSTE
                   MOVE WS-FOT-INT-NUEVO (WS-IDX-FOTO)
                       TO SG-MTO-INTERES
                   REWRITE REG-CAUSACION-SOBREGIRO
                   MOVE WS-STAT-SOBREGIROS TO WS-CHK-ESTADO
                   MOVE 'REESCRIBIR CAUSACION DE SOBREGIRO'
                       TO WS-CHK-DESCRIPCION
                   PERFORM 9950-VERIFICAR-ESTADO-IO
                   ADD 1 TO WS-CANT-SOBREG-CORR
                   MOVE SPACE TO WS-FOT-ACCION (WS-IDX-FOTO)
               END-IF
           END-PERFORM.

      *================================================================
      * 5520 - AGREGAR LA CAUSACION DE UN DIA QUE AHORA QUEDA EN ROJO
      *================================================================
       5520-AGREGAR-CAUSACION.
           OPEN EXTEND ARCHIVO-SOBREGIROS
           IF WS-STAT-SOBREGIROS = '35'
               OPEN OUTPUT ARCHIVO-SOBREGIROS
               CLOSE ARCHIVO-SOBREGIROS
               OPEN EXTEND ARCHIVO-SOBREGIROS
           END-IF

           MOVE SPACES TO REG-CAUSACION-SOBREGIRO
           MOVE WS-CTA-BUSCADA TO SG-COD-CUENTA
           MOVE WS-FOT-FECHA (WS-IDX-FOTO) TO SG-FEC-CAUSACION
           COMPUTE SG-SAL-DESCUBIERTO =
               WS-FOT-DISPONIBLE (WS-IDX-FOTO) + WS-MTO-AJUSTE
           MOVE WS-FOT-INT-NUEVO (WS-IDX-FOTO) TO SG-MTO-INTERES
           MOVE 'N' TO SG-MCA-FACTURADO
           MOVE SPACES TO SG-FEC-FACTURA
           WRITE REG-CAUSACION-SOBREGIRO
           CLOSE ARCHIVO-SOBREGIROS

           ADD 1 TO WS-CANT-SOBREG-CORR.

      *================================================================
      * 9100 - REGISTRAR EL AJUSTE EN AUDITORIA
      *================================================================
       9100-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-NUEVO
           MOVE 'AJUSTE_APLICADO' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO

           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE WS-NUM-AJUSTE TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'AJUSTE_FECHA_VALOR' TO AT-TIP-TRANSAC
               OF WS-AUDIT-NUEVO
           MOVE WS-COD-SUPERVISOR TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'SUP_AJUSTES' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE WS-MTO-AJUSTE TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           MOVE WS-DIF-INTERES TO WS-DISP-MONTO
           MOVE WS-DIF-RETENCION TO WS-DISP-MONTO2
           MOVE WS-DIF-SOBREGIRO TO WS-DISP-MONTO3
           STRING 'Cuenta ' WS-CTA-BUSCADA ' fecha valor '
               WS-FEC-VALOR ' dif interes ' WS-DISP-MONTO
               ' retencion ' WS-DISP-MONTO2 ' sobregiro '
               WS-DISP-MONTO3 ' - ' WS-CONCEPTO
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO

           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 9950 - VERIFICAR ESTADO DE UNA OPERACION DE E/S
      *   Igual que 9950 en MAIN-ACH: cualquier codigo distinto de
      *   '00' detiene la corrida.
      *================================================================
       9950-VERIFICAR-ESTADO-IO.
           IF WS-CHK-ESTADO NOT = '00'
               DISPLAY ' '
               DISPLAY '  *** ERROR FATAL DE E/S ***'
               DISPLAY '  Operacion : ' WS-CHK-DESCRIPCION
               DISPLAY '  Codigo    : ' WS-CHK-ESTADO
               STOP RUN
           END-IF.

      *================================================================
      * 8900 - CARGAR EL CATALOGO DE PRODUCTOS EN MEMORIA
      *   Sin PRODUCTOS.dat la tabla queda vacia y cada cuenta se
      *   comporta segun su letra A/C. Si un codigo se repite manda
      *   el ultimo.
      *================================================================
       8900-CARGAR-PRODUCTOS.
           MOVE 0 TO WS-CANT-PRODUCTOS
           MOVE 'N' TO WS-EOF-PRODUCTOS

           OPEN INPUT ARCHIVO-PRODUCTOS
           IF WS-STAT-PRODUCTOS = '35'
               MOVE 'S' TO WS-EOF-PRODUCTOS
           END-IF

           PERFORM UNTIL WS-EOF-PRODUCTOS = 'S'
               READ ARCHIVO-PRODUCTOS
                   AT END MOVE 'S' TO WS-EOF-PRODUCTOS
                   NOT AT END
                       IF WS-CANT-PRODUCTOS < 50
                           ADD 1 TO WS-CANT-PRODUCTOS
                           MOVE PT-COD-PRODUCTO TO
                               WS-TAB-COD-PRODUCTO (WS-CANT-PRODUCTOS)
                           MOVE PT-MCA-INTERES TO
                               WS-TAB-MCA-INTERES (WS-CANT-PRODUCTOS)
                           MOVE PT-MCA-SOBREGIRO TO
                               WS-TAB-MCA-SOBREGIRO (WS-CANT-PRODUCTOS)
                           MOVE PT-MCA-EXENTA-GMF TO
                               WS-TAB-MCA-EXENTA (WS-CANT-PRODUCTOS)
                           MOVE PT-MESES-DORMANCIA TO
                               WS-TAB-MESES-DORM (WS-CANT-PRODUCTOS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-PRODUCTOS NOT = '35'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF.

      *================================================================
      * 8910 - RESOLVER EL COMPORTAMIENTO DEL PRODUCTO DE LA CUENTA
      *   Entra WS-PRD-CODIGO (CC-COD-PRODUCTO; espacios en cuentas
      *   anteriores al catalogo = producto por defecto de la letra)
      *   y WS-PRD-TIP-CUENTA. Parte del comportamiento de siempre
      *   de la letra (Ahorros: interes y exencion de GMF; Corriente:
      *   sobregiro) y lo reemplaza con el del catalogo si el
      *   producto esta alli.
      *================================================================
       8910-RESOLVER-PRODUCTO.
           IF WS-PRD-CODIGO = SPACES
               IF WS-PRD-TIP-CUENTA = 'C'
                   MOVE PRD-DEF-CORRIENTE TO WS-PRD-CODIGO
               ELSE
                   MOVE PRD-DEF-AHORROS TO WS-PRD-CODIGO
               END-IF
           END-IF

           IF WS-PRD-TIP-CUENTA = 'C'
               MOVE FLAG-NO TO WS-PRD-MCA-INTERES
               MOVE FLAG-SI TO WS-PRD-MCA-SOBREGIRO
               MOVE FLAG-NO TO WS-PRD-MCA-EXENTA
           ELSE
               MOVE FLAG-SI TO WS-PRD-MCA-INTERES
               MOVE FLAG-NO TO WS-PRD-MCA-SOBREGIRO
               MOVE FLAG-SI TO WS-PRD-MCA-EXENTA
           END-IF
           MOVE 0 TO WS-PRD-MESES-DORM

           PERFORM VARYING WS-IDX-PRD FROM 1 BY 1
                   UNTIL WS-IDX-PRD > WS-CANT-PRODUCTOS
               IF WS-TAB-COD-PRODUCTO (WS-IDX-PRD) = WS-PRD-CODIGO
                   MOVE WS-TAB-MCA-INTERES (WS-IDX-PRD)
                       TO WS-PRD-MCA-INTERES
                   MOVE WS-TAB-MCA-SOBREGIRO (WS-IDX-PRD)
                       TO WS-PRD-MCA-SOBREGIRO
                   MOVE WS-TAB-MCA-EXENTA (WS-IDX-PRD)
                       TO WS-PRD-MCA-EXENTA
                   MOVE WS-TAB-MESES-DORM (WS-IDX-PRD)
                       TO WS-PRD-MESES-DORM
               END-IF
           END-PERFORM.

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
