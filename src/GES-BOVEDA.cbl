      *================================================================
      * GES-BOVEDA.cbl - Boveda de Sucursal y Transportadora de Valores
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * CAJAS.dat lleva el cajon de cada cajero pero la boveda de la
      * oficina, de donde sale y a donde vuelve ese efectivo, no
      * existia en el sistema, ni los pedidos a la transportadora de
      * valores. Este programa, para el jefe de oficina (rol
      * SUPERVISOR), lleva la boveda de cada sucursal (BOVEDAS.dat,
      * ver BOVEDAS.cpy) contada por denominacion y deja cada
      * movimiento en MOVBOVEDA.dat (MOVBOVEDA.cpy):
      *
      *   1. Registrar la boveda de una sucursal (nombre, tope
      *      asegurado y, al crearla, el conteo con que arranca).
      *   2. Entrega a un cajero: baja la boveda y sube la base del
      *      cajon del dia (lo crea ABIERTO si el cajero aun no lo
      *      abrio; TRN-CAJA lo retoma).
      *   3. Reintegro de un cajero: sube la boveda; con el cajon
      *      ABIERTO baja su base, con el cajon CERRADO es la entrega
      *      del efectivo contado al cierre.
      *   4. Pedido a la transportadora: surtir (trae efectivo) o
      *      recoger (se lleva el sobrante); queda PENDIENTE.
      *   5. Atender un pedido: el recibo o la remesa mueve la boveda
      *      y se contabiliza contra GL-CAJA (la contrapartida es el
      *      deposito en el Banco de la Republica).
      *   6. Arqueo de fin de dia: el conteo fisico contra los libros
      *      de la boveda, y el efectivo de la sucursal (boveda mas lo
      *      declarado por los cajeros que no ha vuelto a la boveda)
      *      contra el tope cubierto por la poliza.
      *
      * Boveda y cajones son la misma cuenta del mayor (GL-CAJA): las
      * entregas y reintegros no llevan asiento.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GES-BOVEDA.
       AUTHOR. DARIEN.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO-BOVEDAS
               ASSIGN TO 'data/BOVEDAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BOVEDAS.

           SELECT ARCHIVO-MOVBOVEDA
               ASSIGN TO 'data/MOVBOVEDA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVBOVEDA.

           SELECT ARCHIVO-CAJAS
               ASSIGN TO 'data/CAJAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CAJAS.

           SELECT ARCHIVO-USUARIOS
               ASSIGN TO 'data/USUARIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-USUARIOS.

           SELECT ARCHIVO-DIAOPER
               ASSIGN TO 'data/DIAOPER.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-DIAOPER.

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

       FD ARCHIVO-BOVEDAS.
       COPY 'copybooks/BOVEDAS.cpy'.

       FD ARCHIVO-MOVBOVEDA.
       COPY 'copybooks/MOVBOVEDA.cpy'.

       FD ARCHIVO-CAJAS.
       COPY 'copybooks/CAJAS.cpy'.

       FD ARCHIVO-USUARIOS.
       COPY 'copybooks/USUARIOS.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

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

       COPY 'copybooks/MOVBOVEDA.cpy'
           REPLACING REG-MOV-BOVEDA BY WS-MOV-BOVEDA.

       COPY 'copybooks/ASIENTOS.cpy'
           REPLACING REG-ASIENTO BY WS-ASIENTO-NUEVO.

       COPY 'copybooks/AUDITORIA.cpy'
           REPLACING REG-AUDITORIA BY WS-AUDIT-NUEVO.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-BOVEDAS      PIC X(2).
          05 WS-STAT-MOVBOVEDA    PIC X(2).
          05 WS-STAT-CAJAS        PIC X(2).
          05 WS-STAT-USUARIOS     PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-PUC          PIC X(2).
          05 WS-STAT-PERIODOS     PIC X(2).
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
       01 WS-NUM-BOVEDA            PIC X(20).
       01 WS-NUM-ASIENTO           PIC X(20).
       01 WS-SUC-ASIENTO           PIC X(4) VALUE SPACES.
       01 WS-NUM-AUDIT             PIC X(20).

      *----------------------------------------------------------------
      * Jefe de oficina que opera la boveda: SUPERVISOR activo del
      * maestro de usuarios (igual que 9860 en MNT-COMISION).
      *----------------------------------------------------------------
       01 WS-COD-AUTORIZA          PIC X(20).
       01 WS-CLAVE-AUTORIZA        PIC X(20).
       01 WS-EOF-USUARIOS          PIC X VALUE 'N'.
       01 WS-SUP-VALIDO            PIC X VALUE 'N'.
          88 SUP-VALIDO               VALUE 'S'.

      *----------------------------------------------------------------
      * Verificacion del dia operativo (DIAOPER.dat, ver CTL-DIA)
      *----------------------------------------------------------------
       01 WS-DIA-OPERATIVO.
          05 WS-STAT-DIAOPER      PIC X(2).
          05 WS-DIA-PUEDE-OPERAR  PIC X VALUE 'N'.
             88 DIA-PUEDE-OPERAR     VALUE 'S'.

      *----------------------------------------------------------------
      * Menu y datos capturados
      *----------------------------------------------------------------
       01 WS-OPCION                PIC X(1).
          88 OPC-REGISTRAR            VALUE '1'.
          88 OPC-ENTREGA              VALUE '2'.
          88 OPC-REINTEGRO            VALUE '3'.
          88 OPC-PEDIDO               VALUE '4'.
          88 OPC-ATENDER              VALUE '5'.
          88 OPC-ARQUEO               VALUE '6'.
          88 OPC-SALIR                VALUE '7'.

       01 WS-CAPTURA.
          05 WS-SUCURSAL          PIC X(4).
          05 WS-NOM-SUCURSAL      PIC X(30).
          05 WS-MTO-ASEGURADO     PIC 9(13)V99.
          05 WS-COD-CAJERO        PIC X(20).
          05 WS-TIP-PEDIDO        PIC X(1).
          05 WS-NUM-PEDIDO        PIC X(20).
          05 WS-CONFIRMA          PIC X(1).

      *----------------------------------------------------------------
      * Conteo por denominacion del movimiento en curso
      *----------------------------------------------------------------
       01 WS-CONTEO.
          05 WS-CNT-BILLETES      PIC 9(7) OCCURS 6 TIMES.
          05 WS-CNT-MONEDAS       PIC 9(11)V99.
          05 WS-CNT-TOTAL         PIC 9(13)V99.
          05 WS-IDX-DENOM         PIC 9(1).
          05 WS-ALCANZA           PIC X VALUE 'N'.
             88 EFECTIVO-ALCANZA     VALUE 'S'.

      *----------------------------------------------------------------
      * Boveda y cajon en proceso
      *----------------------------------------------------------------
       01 WS-PROCESO.
          05 WS-EOF-BOVEDAS       PIC X VALUE 'N'.
          05 WS-BOVEDA-HALLADA    PIC X VALUE 'N'.
             88 BOVEDA-HALLADA       VALUE 'S'.
          05 WS-EOF-CAJAS         PIC X VALUE 'N'.
          05 WS-CAJON-HALLADO     PIC X VALUE 'N'.
             88 CAJON-HALLADO        VALUE 'S'.
          05 WS-EST-CAJON         PIC X(10).
             88 CAJON-ABIERTO        VALUE 'ABIERTA   '.
             88 CAJON-CERRADO        VALUE 'CERRADA   '.
          05 WS-MTO-EN-CAJON      PIC S9(13)V99.
          05 WS-EOF-MOVBOV        PIC X VALUE 'N'.
          05 WS-PEDIDO-HALLADO    PIC X VALUE 'N'.
             88 PEDIDO-HALLADO       VALUE 'S'.
          05 WS-PED-TIPO          PIC X(1).
             88 PED-SURTIR           VALUE 'S'.
             88 PED-RECOGER          VALUE 'R'.
          05 WS-PED-SUCURSAL      PIC X(4).

      *----------------------------------------------------------------
      * Arqueo: cajones de la sucursal en el dia y lo que cada uno
      * ha reintegrado a la boveda despues de cerrar.
      *----------------------------------------------------------------
       01 WS-ARQUEO.
          05 WS-MTO-LIBROS        PIC 9(13)V99.
          05 WS-MTO-DIF-BOVEDA    PIC S9(13)V99.
          05 WS-MTO-DECLARADO-SUC PIC S9(13)V99.
          05 WS-MTO-REINTEGRADO   PIC S9(13)V99.
          05 WS-MTO-PEND-CAJONES  PIC S9(13)V99.
          05 WS-MTO-EFECTIVO-SUC  PIC S9(13)V99.
          05 WS-MTO-EXCESO        PIC S9(13)V99.
          05 WS-CAJ-CANT          PIC 9(3) VALUE 0.
          05 WS-CAJ-ENTRADA OCCURS 100 TIMES.
             10 WS-CAJ-USUARIO    PIC X(20).
             10 WS-CAJ-ESTADO     PIC X(10).
             10 WS-CAJ-HOA-CIERRE PIC X(8).
             10 WS-CAJ-DECLARADO  PIC S9(13)V99.
             10 WS-CAJ-ESPERADO   PIC S9(13)V99.
             10 WS-CAJ-REINTEGRO  PIC S9(13)V99.
             10 WS-CAJ-PENDIENTE  PIC S9(13)V99.
          05 WS-IDX-CAJ           PIC 9(3).

      *----------------------------------------------------------------
      * Validacion contable de cada pata (PUC y periodos, igual que
      * 6510/6520 en TRN-CAJA)
      *----------------------------------------------------------------
       01 WS-VALIDA-CONTABLE.
          05 WS-EOF-PUC           PIC X.
          05 WS-PUC-POSTEABLE     PIC X.
             88 PUC-POSTEABLE        VALUE 'S'.
          05 WS-EOF-PERIODOS      PIC X.
          05 WS-PERIODO-CERRADO   PIC X.
             88 PERIODO-CERRADO      VALUE 'S'.

       01 WS-AUX.
          05 WS-FIN-PROGRAMA      PIC X VALUE 'N'.
             88 FIN-PROGRAMA         VALUE 'S'.
          05 WS-OBSERVACION       PIC X(100).

       01 WS-DISP-MONTO            PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DISP-DENOM            PIC ZZZ.ZZ9.
       01 WS-DISP-CANT             PIC Z.ZZZ.ZZ9.

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
           DISPLAY '  BOVEDA DE SUCURSAL Y TRANSPORTADORA DE VALORES'
           DISPLAY WS-LINEA

           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0050-VERIFICAR-DIA-ABIERTO
           IF NOT DIA-PUEDE-OPERAR
               STOP RUN
           END-IF

           PERFORM 0300-ABRIR-ARCHIVOS

           DISPLAY ' '
           DISPLAY '  Codigo del jefe de oficina (SUPERVISOR): '
               WITH NO ADVANCING
           ACCEPT WS-COD-AUTORIZA
           DISPLAY '  Clave: ' WITH NO ADVANCING
           ACCEPT WS-CLAVE-AUTORIZA
           PERFORM 9860-VALIDAR-SUPERVISOR
           IF NOT SUP-VALIDO
               PERFORM 9900-CERRAR-ARCHIVOS
               STOP RUN
           END-IF

           MOVE 'N' TO WS-FIN-PROGRAMA
           PERFORM UNTIL FIN-PROGRAMA
               PERFORM 0200-MOSTRAR-MENU
               PERFORM 0100-OBTENER-FECHA-HORA
               EVALUATE TRUE
                   WHEN OPC-REGISTRAR
                       PERFORM 1000-REGISTRAR-BOVEDA
                   WHEN OPC-ENTREGA
                       PERFORM 2000-ENTREGAR-A-CAJERO
                   WHEN OPC-REINTEGRO
                       PERFORM 3000-REINTEGRO-DE-CAJERO
                   WHEN OPC-PEDIDO
                       PERFORM 4000-PEDIDO-TRANSPORTADORA
                   WHEN OPC-ATENDER
                       PERFORM 5000-ATENDER-PEDIDO
                   WHEN OPC-ARQUEO
                       PERFORM 6000-ARQUEO-FIN-DIA
                   WHEN OPC-SALIR
                       MOVE 'S' TO WS-FIN-PROGRAMA
                   WHEN OTHER
                       DISPLAY '  Opcion invalida.'
               END-EVALUATE
           END-PERFORM

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
      * 0200 - MOSTRAR MENU
      *================================================================
       0200-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY '  1. Registrar boveda de sucursal'
           DISPLAY '  2. Entrega de efectivo a un cajero'
           DISPLAY '  3. Reintegro de efectivo de un cajero'
           DISPLAY '  4. Pedido a la transportadora'
           DISPLAY '  5. Atender pedido (recibo / remesa)'
           DISPLAY '  6. Arqueo de fin de dia'
           DISPLAY '  7. Salir'
           DISPLAY '  Opcion: ' WITH NO ADVANCING
           ACCEPT WS-OPCION.

      *================================================================
      * 0300 - ABRIR ARCHIVOS
      *================================================================
       0300-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-ASIENTOS
           IF WS-STAT-ASIENTOS = '35'
               OPEN OUTPUT ARCHIVO-ASIENTOS
               CLOSE ARCHIVO-ASIENTOS
               OPEN EXTEND ARCHIVO-ASIENTOS
           END-IF

           OPEN EXTEND ARCHIVO-AUDITORIA
           IF WS-STAT-AUDIT = '35'
               OPEN OUTPUT ARCHIVO-AUDITORIA
               CLOSE ARCHIVO-AUDITORIA
               OPEN EXTEND ARCHIVO-AUDITORIA
           END-IF

           OPEN I-O ARCHIVO-SECUENCIA
           IF WS-STAT-SECUENCIA = '35'
               OPEN OUTPUT ARCHIVO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA
               OPEN I-O ARCHIVO-SECUENCIA
           END-IF.

      *================================================================
      * 0400 - UBICAR LA BOVEDA DE WS-SUCURSAL
      *   Deja ARCHIVO-BOVEDAS abierto en I-O y posicionado sobre el
      *   renglon si lo halla (el que llama lo modifica y cierra con
      *   0410); si no, lo deja cerrado.
      *================================================================
       0400-UBICAR-BOVEDA.
           MOVE 'N' TO WS-BOVEDA-HALLADA
           MOVE 'N' TO WS-EOF-BOVEDAS

           OPEN I-O ARCHIVO-BOVEDAS
           IF WS-STAT-BOVEDAS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-BOVEDAS = 'S'
               READ ARCHIVO-BOVEDAS
                   AT END MOVE 'S' TO WS-EOF-BOVEDAS
                   NOT AT END
                       IF BV-COD-SUCURSAL = WS-SUCURSAL
                           MOVE 'S' TO WS-BOVEDA-HALLADA
                           MOVE 'S' TO WS-EOF-BOVEDAS
                       END-IF
               END-READ
           END-PERFORM

           IF NOT BOVEDA-HALLADA
               CLOSE ARCHIVO-BOVEDAS
           END-IF.

      *================================================================
      * 0410 - REESCRIBIR LA BOVEDA UBICADA Y CERRAR EL ARCHIVO
      *================================================================
       0410-GRABAR-BOVEDA.
           MOVE WS-FECHA-STR TO BV-FEC-ULT-MOV
           REWRITE REG-BOVEDA
           CLOSE ARCHIVO-BOVEDAS.

      *================================================================
      * 0420 - PEDIR LA SUCURSAL Y UBICAR SU BOVEDA ACTIVA
      *================================================================
       0420-CAPTURAR-SUCURSAL.
           DISPLAY '  Sucursal: ' WITH NO ADVANCING
           ACCEPT WS-SUCURSAL

           PERFORM 0400-UBICAR-BOVEDA
           IF NOT BOVEDA-HALLADA
               DISPLAY '  ERROR: La sucursal ' WS-SUCURSAL
                   ' no tiene boveda registrada (opcion 1).'
               EXIT PARAGRAPH
           END-IF

           IF BV-MCA-ACTIVA NOT = FLAG-SI
               DISPLAY '  ERROR: La boveda de ' WS-SUCURSAL
                   ' esta inactiva.'
               CLOSE ARCHIVO-BOVEDAS
               MOVE 'N' TO WS-BOVEDA-HALLADA
           END-IF.

      *================================================================
      * 1000 - REGISTRAR O ACTUALIZAR LA BOVEDA DE UNA SUCURSAL
      *   Una boveda nueva arranca con el conteo del efectivo que la
      *   sucursal ya tiene (ya esta en GL-CAJA: no lleva asiento);
      *   despues solo se cambian el nombre y el tope asegurado.
      *================================================================
       1000-REGISTRAR-BOVEDA.
           DISPLAY '  Sucursal: ' WITH NO ADVANCING
           ACCEPT WS-SUCURSAL
           IF WS-SUCURSAL = SPACES
               DISPLAY '  ERROR: Se requiere el codigo de sucursal.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Nombre de la sucursal (vacio = sin cambio): '
               WITH NO ADVANCING
           ACCEPT WS-NOM-SUCURSAL
           DISPLAY '  Tope asegurado en pesos (0 = sin cambio): '
               WITH NO ADVANCING
           ACCEPT WS-MTO-ASEGURADO

           PERFORM 0400-UBICAR-BOVEDA
           IF BOVEDA-HALLADA
               IF WS-NOM-SUCURSAL NOT = SPACES
                   MOVE WS-NOM-SUCURSAL TO BV-NOM-SUCURSAL
               END-IF
               IF WS-MTO-ASEGURADO > 0
                   MOVE WS-MTO-ASEGURADO TO BV-MTO-ASEGURADO
               END-IF
               MOVE FLAG-SI TO BV-MCA-ACTIVA
               PERFORM 0410-GRABAR-BOVEDA
               MOVE BV-MTO-ASEGURADO TO WS-DISP-MONTO
               DISPLAY '  Boveda ' WS-SUCURSAL ' actualizada; tope '
                   'asegurado $' WS-DISP-MONTO
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Boveda nueva. Conteo inicial del efectivo de la '
               'sucursal:'
           PERFORM 8100-CAPTURAR-CONTEO

           OPEN EXTEND ARCHIVO-BOVEDAS
           IF WS-STAT-BOVEDAS = '35'
               OPEN OUTPUT ARCHIVO-BOVEDAS
               CLOSE ARCHIVO-BOVEDAS
               OPEN EXTEND ARCHIVO-BOVEDAS
           END-IF

           MOVE SPACES TO REG-BOVEDA
           MOVE WS-SUCURSAL TO BV-COD-SUCURSAL
           MOVE WS-NOM-SUCURSAL TO BV-NOM-SUCURSAL
           MOVE WS-MTO-ASEGURADO TO BV-MTO-ASEGURADO
           PERFORM VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > BOV-CANT-DENOM
               MOVE WS-CNT-BILLETES (WS-IDX-DENOM)
                   TO BV-CANT-BILLETES (WS-IDX-DENOM)
           END-PERFORM
           MOVE WS-CNT-MONEDAS TO BV-MTO-MONEDAS
           MOVE WS-CNT-TOTAL TO BV-MTO-SALDO
           MOVE WS-FECHA-STR TO BV-FEC-ULT-MOV
           MOVE ZERO TO BV-MTO-ULT-ARQUEO
           MOVE ZERO TO BV-MTO-DIF-ARQUEO
           MOVE FLAG-SI TO BV-MCA-ACTIVA
           WRITE REG-BOVEDA
           CLOSE ARCHIVO-BOVEDAS

           MOVE 'Alta de boveda con conteo inicial' TO WS-OBSERVACION
           MOVE WS-CNT-TOTAL TO WS-DISP-MONTO
           DISPLAY '  Boveda ' WS-SUCURSAL ' registrada con $'
               WS-DISP-MONTO
           PERFORM 9200-REGISTRAR-AUDITORIA.

      *================================================================
      * 2000 - ENTREGAR EFECTIVO DE LA BOVEDA A UN CAJERO
      *   El cajon del dia debe estar ABIERTO o no existir todavia
      *   (se crea con la entrega como base); a un cajon CERRADO no
      *   se le entrega efectivo.
      *================================================================
       2000-ENTREGAR-A-CAJERO.
           DISPLAY '  Sucursal: ' WITH NO ADVANCING
           ACCEPT WS-SUCURSAL
           DISPLAY '  Cajero que recibe: ' WITH NO ADVANCING
           ACCEPT WS-COD-CAJERO

           PERFORM 7000-UBICAR-CAJON
           IF CAJON-HALLADO AND CAJON-CERRADO
               DISPLAY '  ERROR: El cajon de ' WS-COD-CAJERO
                   ' ya quedo CERRADO hoy.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 8100-CAPTURAR-CONTEO
           IF WS-CNT-TOTAL = 0
               DISPLAY '  Entrega en cero; nada que registrar.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 0420-CAPTURAR-SUCURSAL
           IF NOT BOVEDA-HALLADA
               EXIT PARAGRAPH
           END-IF

           PERFORM 8200-VERIFICAR-EXISTENCIA
           IF NOT EFECTIVO-ALCANZA
               CLOSE ARCHIVO-BOVEDAS
               DISPLAY '  ERROR: La boveda no tiene ese efectivo por '
                   'denominacion; entrega rechazada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 8310-RESTAR-DE-BOVEDA
           PERFORM 0410-GRABAR-BOVEDA

           PERFORM 7100-AJUSTAR-BASE-CAJON

           MOVE 'ENTREGA   ' TO BM-TIP-MOVIMIENTO OF WS-MOV-BOVEDA
           MOVE SPACES TO WS-NUM-PEDIDO
           STRING 'Dotacion al cajon de ' WS-COD-CAJERO
               DELIMITED SIZE INTO WS-OBSERVACION
           PERFORM 8400-GRABAR-MOV-BOVEDA
           PERFORM 9200-REGISTRAR-AUDITORIA

           MOVE WS-CNT-TOTAL TO WS-DISP-MONTO
           DISPLAY '  Entrega ' WS-NUM-BOVEDA ': $' WS-DISP-MONTO
               ' a ' WS-COD-CAJERO.

      *================================================================
      * 3000 - REINTEGRO DE EFECTIVO DE UN CAJERO A LA BOVEDA
      *   Con el cajon ABIERTO baja su base (no puede devolver mas de
      *   lo que el cajon deberia tener); con el cajon CERRADO es la
      *   entrega del efectivo contado, que el arqueo compara contra
      *   CJ-MTO-DECLARADO.
      *================================================================
       3000-REINTEGRO-DE-CAJERO.
           DISPLAY '  Sucursal: ' WITH NO ADVANCING
           ACCEPT WS-SUCURSAL
           DISPLAY '  Cajero que devuelve: ' WITH NO ADVANCING
           ACCEPT WS-COD-CAJERO

           PERFORM 7000-UBICAR-CAJON
           IF NOT CAJON-HALLADO
               DISPLAY '  ERROR: ' WS-COD-CAJERO ' no tiene cajon '
                   'hoy en esta sucursal.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 8100-CAPTURAR-CONTEO
           IF WS-CNT-TOTAL = 0
               DISPLAY '  Reintegro en cero; nada que registrar.'
               EXIT PARAGRAPH
           END-IF

           IF CAJON-ABIERTO AND WS-CNT-TOTAL > WS-MTO-EN-CAJON
               MOVE WS-MTO-EN-CAJON TO WS-DISP-MONTO
               DISPLAY '  ERROR: El cajon solo deberia tener $'
                   WS-DISP-MONTO '; reintegro rechazado.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 0420-CAPTURAR-SUCURSAL
           IF NOT BOVEDA-HALLADA
               EXIT PARAGRAPH
           END-IF

           PERFORM 8300-SUMAR-A-BOVEDA
           PERFORM 0410-GRABAR-BOVEDA

           IF CAJON-ABIERTO
               PERFORM 7100-AJUSTAR-BASE-CAJON
               STRING 'Reintegro parcial del cajon de ' WS-COD-CAJERO
                   DELIMITED SIZE INTO WS-OBSERVACION
           ELSE
               STRING 'Entrega del efectivo contado al cierre por '
                   WS-COD-CAJERO
                   DELIMITED SIZE INTO WS-OBSERVACION
           END-IF

           MOVE 'REINTEGRO ' TO BM-TIP-MOVIMIENTO OF WS-MOV-BOVEDA
           MOVE SPACES TO WS-NUM-PEDIDO
           PERFORM 8400-GRABAR-MOV-BOVEDA
           PERFORM 9200-REGISTRAR-AUDITORIA

           MOVE WS-CNT-TOTAL TO WS-DISP-MONTO
           DISPLAY '  Reintegro ' WS-NUM-BOVEDA ': $' WS-DISP-MONTO
               ' de ' WS-COD-CAJERO.

      *================================================================
      * 4000 - PEDIDO A LA TRANSPORTADORA DE VALORES
      *   Surtir: la transportadora trae el efectivo pedido. Recoger:
      *   se lleva el efectivo indicado (la boveda debe tenerlo al
      *   pedirlo). El pedido no mueve la boveda hasta atenderse.
      *================================================================
       4000-PEDIDO-TRANSPORTADORA.
           DISPLAY '  (S)urtir la sucursal o (R)ecoger sobrante: '
               WITH NO ADVANCING
           ACCEPT WS-TIP-PEDIDO
           IF WS-TIP-PEDIDO NOT = 'S' AND WS-TIP-PEDIDO NOT = 'R'
               DISPLAY '  Tipo de pedido invalido.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 0420-CAPTURAR-SUCURSAL
           IF NOT BOVEDA-HALLADA
               EXIT PARAGRAPH
           END-IF

           PERFORM 8100-CAPTURAR-CONTEO
           IF WS-CNT-TOTAL = 0
               CLOSE ARCHIVO-BOVEDAS
               DISPLAY '  Pedido en cero; nada que registrar.'
               EXIT PARAGRAPH
           END-IF

           IF WS-TIP-PEDIDO = 'R'
               PERFORM 8200-VERIFICAR-EXISTENCIA
               IF NOT EFECTIVO-ALCANZA
                   CLOSE ARCHIVO-BOVEDAS
                   DISPLAY '  ERROR: La boveda no tiene ese efectivo '
                       'para entregar; pedido rechazado.'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CLOSE ARCHIVO-BOVEDAS

           MOVE 'PEDIDO    ' TO BM-TIP-MOVIMIENTO OF WS-MOV-BOVEDA
           MOVE SPACES TO WS-NUM-PEDIDO
           MOVE SPACES TO WS-COD-CAJERO
           IF WS-TIP-PEDIDO = 'S'
               MOVE 'Pedido de efectivo a la transportadora'
                   TO WS-OBSERVACION
           ELSE
               MOVE 'Pedido de recogida de sobrante a la '
                   & 'transportadora' TO WS-OBSERVACION
           END-IF
           PERFORM 8400-GRABAR-MOV-BOVEDA
           PERFORM 9200-REGISTRAR-AUDITORIA

           MOVE WS-CNT-TOTAL TO WS-DISP-MONTO
           DISPLAY '  Pedido ' WS-NUM-BOVEDA ' PENDIENTE por $'
               WS-DISP-MONTO.

      *================================================================
      * 5000 - ATENDER UN PEDIDO DE LA TRANSPORTADORA
      *   Se confirma el conteo real (el pedido por omision). Recibo:
      *   D caja / C Banco de la Republica. Remesa: al reves.
      *================================================================
       5000-ATENDER-PEDIDO.
           DISPLAY '  Numero del pedido: ' WITH NO ADVANCING
           ACCEPT WS-NUM-PEDIDO

           PERFORM 5100-BUSCAR-PEDIDO
           IF NOT PEDIDO-HALLADO
               DISPLAY '  ERROR: No hay un pedido PENDIENTE con ese '
                   'numero.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PED-SUCURSAL TO WS-SUCURSAL
           MOVE WS-CNT-TOTAL TO WS-DISP-MONTO
           DISPLAY '  Pedido de ' WS-SUCURSAL ' por $' WS-DISP-MONTO
           DISPLAY '  El conteo coincide con el pedido? (S/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               PERFORM 8100-CAPTURAR-CONTEO
           END-IF
           IF WS-CNT-TOTAL = 0
               DISPLAY '  Conteo en cero; el pedido sigue PENDIENTE.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 0400-UBICAR-BOVEDA
           IF NOT BOVEDA-HALLADA
               DISPLAY '  ERROR: La boveda de ' WS-SUCURSAL
                   ' ya no existe.'
               EXIT PARAGRAPH
           END-IF

           IF PED-RECOGER
               PERFORM 8200-VERIFICAR-EXISTENCIA
               IF NOT EFECTIVO-ALCANZA
                   CLOSE ARCHIVO-BOVEDAS
                   DISPLAY '  ERROR: La boveda no tiene ese efectivo '
                       'para la remesa; el pedido sigue PENDIENTE.'
                   EXIT PARAGRAPH
               END-IF
               PERFORM 8310-RESTAR-DE-BOVEDA
           ELSE
               PERFORM 8300-SUMAR-A-BOVEDA
           END-IF
           PERFORM 0410-GRABAR-BOVEDA

           PERFORM 5200-MARCAR-PEDIDO-ATENDIDO

           MOVE SPACES TO WS-COD-CAJERO
           IF PED-RECOGER
               MOVE 'REMESA    ' TO BM-TIP-MOVIMIENTO OF WS-MOV-BOVEDA
               MOVE 'Remesa entregada a la transportadora'
                   TO WS-OBSERVACION
           ELSE
               MOVE 'RECIBO    ' TO BM-TIP-MOVIMIENTO OF WS-MOV-BOVEDA
               MOVE 'Efectivo recibido de la transportadora'
                   TO WS-OBSERVACION
           END-IF
           PERFORM 8400-GRABAR-MOV-BOVEDA
           PERFORM 5300-CONTABILIZAR-TRASLADO
           PERFORM 9200-REGISTRAR-AUDITORIA

           MOVE WS-CNT-TOTAL TO WS-DISP-MONTO
           DISPLAY '  ' BM-TIP-MOVIMIENTO OF WS-MOV-BOVEDA ' '
               WS-NUM-BOVEDA ': $' WS-DISP-MONTO '; pedido '
               WS-NUM-PEDIDO ' ATENDIDO.'.

      *================================================================
      * 5100 - BUSCAR EL PEDIDO PENDIENTE Y CARGAR SU CONTEO
      *================================================================
       5100-BUSCAR-PEDIDO.
           MOVE 'N' TO WS-PEDIDO-HALLADO
           MOVE 'N' TO WS-EOF-MOVBOV

           OPEN INPUT ARCHIVO-MOVBOVEDA
           IF WS-STAT-MOVBOVEDA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-MOVBOV = 'S'
               READ ARCHIVO-MOVBOVEDA
                   AT END MOVE 'S' TO WS-EOF-MOVBOV
                   NOT AT END
                       IF BM-NUM-MOVIMIENTO OF REG-MOV-BOVEDA
                               = WS-NUM-PEDIDO
                               AND BOV-PEDIDO OF REG-MOV-BOVEDA
                               AND PEDIDO-PENDIENTE OF REG-MOV-BOVEDA
                           MOVE 'S' TO WS-PEDIDO-HALLADO
                           MOVE 'S' TO WS-EOF-MOVBOV
                           MOVE BM-TIP-PEDIDO OF REG-MOV-BOVEDA
                               TO WS-PED-TIPO
                           MOVE BM-COD-SUCURSAL OF REG-MOV-BOVEDA
                               TO WS-PED-SUCURSAL
                           PERFORM VARYING WS-IDX-DENOM FROM 1 BY 1
                                   UNTIL WS-IDX-DENOM > BOV-CANT-DENOM
                               MOVE BM-CANT-BILLETES OF REG-MOV-BOVEDA
                                   (WS-IDX-DENOM)
                                   TO WS-CNT-BILLETES (WS-IDX-DENOM)
                           END-PERFORM
                           MOVE BM-MTO-MONEDAS OF REG-MOV-BOVEDA
                               TO WS-CNT-MONEDAS
                           MOVE BM-MTO-TOTAL OF REG-MOV-BOVEDA
                               TO WS-CNT-TOTAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVBOVEDA.

      *================================================================
      * 5200 - MARCAR EL PEDIDO COMO ATENDIDO
      *================================================================
       5200-MARCAR-PEDIDO-ATENDIDO.
           MOVE 'N' TO WS-EOF-MOVBOV

           OPEN I-O ARCHIVO-MOVBOVEDA
           PERFORM UNTIL WS-EOF-MOVBOV = 'S'
               READ ARCHIVO-MOVBOVEDA
                   AT END MOVE 'S' TO WS-EOF-MOVBOV
                   NOT AT END
                       IF BM-NUM-MOVIMIENTO OF REG-MOV-BOVEDA
                               = WS-NUM-PEDIDO
                           MOVE 'ATENDIDO  '
                               TO BM-EST-PEDIDO OF REG-MOV-BOVEDA
                           REWRITE REG-MOV-BOVEDA
                           MOVE 'S' TO WS-EOF-MOVBOV
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-MOVBOVEDA.

      *================================================================
      * 5300 - ASIENTO DEL TRASLADO CON LA TRANSPORTADORA
      *================================================================
       5300-CONTABILIZAR-TRASLADO.
           MOVE 'ASI' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE WS-SUCURSAL TO WS-SUC-ASIENTO

           MOVE GL-CAJA TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-CAJA TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           IF PED-RECOGER
               MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE 'Remesa de efectivo a la transportadora'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           ELSE
               MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE 'Efectivo recibido de la transportadora'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           END-IF
           MOVE WS-CNT-TOTAL TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           PERFORM 9100-ESCRIBIR-ASIENTO

           MOVE GL-BANCO-REPUBLICA
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           MOVE GL-NOM-BANCO-REPUBLICA
               TO AC-NOM-CTA-CONTABLE OF WS-ASIENTO-NUEVO
           IF PED-RECOGER
               MOVE 'D' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE 'Remesa consignada en el Banco de la Republica'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           ELSE
               MOVE 'C' TO AC-TIP-MOVIMIENTO OF WS-ASIENTO-NUEVO
               MOVE 'Retiro de efectivo del Banco de la Republica'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-NUEVO
           END-IF
           MOVE WS-CNT-TOTAL TO AC-MTO-ASIENTO OF WS-ASIENTO-NUEVO
           PERFORM 9100-ESCRIBIR-ASIENTO.

      *================================================================
      * 6000 - ARQUEO DE FIN DE DIA DE LA SUCURSAL
      *   1) Conteo fisico de la boveda contra sus libros.
      *   2) Cajones de la sucursal: lo declarado al cierre que no ha
      *      vuelto a la boveda (y lo esperado de los que siguen
      *      ABIERTOS) sigue siendo efectivo de la sucursal.
      *   3) Boveda contada mas cajones contra el tope asegurado.
      *================================================================
       6000-ARQUEO-FIN-DIA.
           PERFORM 0420-CAPTURAR-SUCURSAL
           IF NOT BOVEDA-HALLADA
               EXIT PARAGRAPH
           END-IF
           CLOSE ARCHIVO-BOVEDAS

           DISPLAY '  Conteo fisico de la boveda:'
           PERFORM 8100-CAPTURAR-CONTEO

           PERFORM 6100-CARGAR-CAJONES-SUCURSAL
           PERFORM 6200-SUMAR-REINTEGROS-CIERRE

           PERFORM 0400-UBICAR-BOVEDA
           MOVE BV-MTO-SALDO TO WS-MTO-LIBROS
           COMPUTE WS-MTO-DIF-BOVEDA = WS-CNT-TOTAL - WS-MTO-LIBROS

           MOVE 0 TO WS-MTO-DECLARADO-SUC
           MOVE 0 TO WS-MTO-REINTEGRADO
           MOVE 0 TO WS-MTO-PEND-CAJONES
           PERFORM VARYING WS-IDX-CAJ FROM 1 BY 1
                   UNTIL WS-IDX-CAJ > WS-CAJ-CANT
               IF WS-CAJ-ESTADO (WS-IDX-CAJ) = 'CERRADA   '
                   ADD WS-CAJ-DECLARADO (WS-IDX-CAJ)
                       TO WS-MTO-DECLARADO-SUC
                   ADD WS-CAJ-REINTEGRO (WS-IDX-CAJ)
                       TO WS-MTO-REINTEGRADO
                   COMPUTE WS-CAJ-PENDIENTE (WS-IDX-CAJ) =
                       WS-CAJ-DECLARADO (WS-IDX-CAJ)
                       - WS-CAJ-REINTEGRO (WS-IDX-CAJ)
               ELSE
                   MOVE WS-CAJ-ESPERADO (WS-IDX-CAJ)
                       TO WS-CAJ-PENDIENTE (WS-IDX-CAJ)
               END-IF
               ADD WS-CAJ-PENDIENTE (WS-IDX-CAJ)
                   TO WS-MTO-PEND-CAJONES
           END-PERFORM

           COMPUTE WS-MTO-EFECTIVO-SUC =
               WS-CNT-TOTAL + WS-MTO-PEND-CAJONES
           COMPUTE WS-MTO-EXCESO =
               WS-MTO-EFECTIVO-SUC - BV-MTO-ASEGURADO

           PERFORM 6300-MOSTRAR-ARQUEO

           MOVE WS-FECHA-STR TO BV-FEC-ULT-ARQUEO
           MOVE WS-CNT-TOTAL TO BV-MTO-ULT-ARQUEO
           MOVE WS-MTO-DIF-BOVEDA TO BV-MTO-DIF-ARQUEO
           PERFORM 0410-GRABAR-BOVEDA

           MOVE 'ARQUEO    ' TO BM-TIP-MOVIMIENTO OF WS-MOV-BOVEDA
           MOVE SPACES TO WS-NUM-PEDIDO
           MOVE SPACES TO WS-COD-CAJERO
           IF WS-MTO-EXCESO > 0
               MOVE 'Arqueo de fin de dia: EXCEDE el tope asegurado'
                   TO WS-OBSERVACION
           ELSE
               MOVE 'Arqueo de fin de dia' TO WS-OBSERVACION
           END-IF
           PERFORM 8400-GRABAR-MOV-BOVEDA
           PERFORM 9200-REGISTRAR-AUDITORIA.

      *================================================================
      * 6100 - CARGAR LOS CAJONES DE HOY DE LA SUCURSAL
      *================================================================
       6100-CARGAR-CAJONES-SUCURSAL.
           MOVE 0 TO WS-CAJ-CANT
           MOVE 'N' TO WS-EOF-CAJAS

           OPEN INPUT ARCHIVO-CAJAS
           IF WS-STAT-CAJAS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CAJAS = 'S'
               READ ARCHIVO-CAJAS
                   AT END MOVE 'S' TO WS-EOF-CAJAS
                   NOT AT END
                       IF CJ-FEC-APERTURA = WS-FECHA-STR
                               AND CJ-COD-SUCURSAL = WS-SUCURSAL
                               AND WS-CAJ-CANT < 100
                           ADD 1 TO WS-CAJ-CANT
                           MOVE CJ-COD-USUARIO
                               TO WS-CAJ-USUARIO (WS-CAJ-CANT)
                           MOVE CJ-ESTADO
                               TO WS-CAJ-ESTADO (WS-CAJ-CANT)
                           MOVE CJ-HOA-CIERRE
                               TO WS-CAJ-HOA-CIERRE (WS-CAJ-CANT)
                           MOVE CJ-MTO-DECLARADO
                               TO WS-CAJ-DECLARADO (WS-CAJ-CANT)
                           COMPUTE WS-CAJ-ESPERADO (WS-CAJ-CANT) =
                               CJ-MTO-BASE + CJ-MTO-INGRESOS
                               - CJ-MTO-EGRESOS
                           MOVE 0 TO WS-CAJ-REINTEGRO (WS-CAJ-CANT)
                           MOVE 0 TO WS-CAJ-PENDIENTE (WS-CAJ-CANT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAJAS.

      *================================================================
      * 6200 - SUMAR LO REINTEGRADO POR CADA CAJON DESPUES DE CERRAR
      *================================================================
       6200-SUMAR-REINTEGROS-CIERRE.
           MOVE 'N' TO WS-EOF-MOVBOV

           OPEN INPUT ARCHIVO-MOVBOVEDA
           IF WS-STAT-MOVBOVEDA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-MOVBOV = 'S'
               READ ARCHIVO-MOVBOVEDA
                   AT END MOVE 'S' TO WS-EOF-MOVBOV
                   NOT AT END
                       IF BOV-REINTEGRO OF REG-MOV-BOVEDA
                               AND BM-FEC-MOVIMIENTO OF REG-MOV-BOVEDA
                                   = WS-FECHA-STR
                               AND BM-COD-SUCURSAL OF REG-MOV-BOVEDA
                                   = WS-SUCURSAL
                           PERFORM 6210-ASIGNAR-REINTEGRO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVBOVEDA.

      *================================================================
      * 6210 - CARGAR UN REINTEGRO AL CAJON CERRADO QUE LO HIZO
      *================================================================
       6210-ASIGNAR-REINTEGRO.
           PERFORM VARYING WS-IDX-CAJ FROM 1 BY 1
                   UNTIL WS-IDX-CAJ > WS-CAJ-CANT
               IF WS-CAJ-USUARIO (WS-IDX-CAJ)
                       = BM-COD-CAJERO OF REG-MOV-BOVEDA
                       AND WS-CAJ-ESTADO (WS-IDX-CAJ) = 'CERRADA   '
                       AND BM-HOA-MOVIMIENTO OF REG-MOV-BOVEDA
                           >= WS-CAJ-HOA-CIERRE (WS-IDX-CAJ)
                   ADD BM-MTO-TOTAL OF REG-MOV-BOVEDA
                       TO WS-CAJ-REINTEGRO (WS-IDX-CAJ)
               END-IF
           END-PERFORM.

      *================================================================
      * 6300 - MOSTRAR EL RESULTADO DEL ARQUEO
      *================================================================
       6300-MOSTRAR-ARQUEO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  ARQUEO ' WS-SUCURSAL ' ' BV-NOM-SUCURSAL
           DISPLAY '  Fecha: ' WS-FECHA-STR ' ' WS-HORA-STR
           DISPLAY WS-LINEA
           MOVE WS-MTO-LIBROS TO WS-DISP-MONTO
           DISPLAY '  Boveda en libros      : $' WS-DISP-MONTO
           MOVE WS-CNT-TOTAL TO WS-DISP-MONTO
           DISPLAY '  Boveda contada        : $' WS-DISP-MONTO
           MOVE WS-MTO-DIF-BOVEDA TO WS-DISP-MONTO
           EVALUATE TRUE
               WHEN WS-MTO-DIF-BOVEDA > 0
                   DISPLAY '  SOBRANTE en boveda    : $' WS-DISP-MONTO
               WHEN WS-MTO-DIF-BOVEDA < 0
                   DISPLAY '  FALTANTE en boveda    : $' WS-DISP-MONTO
               WHEN OTHER
                   DISPLAY '  Boveda CUADRADA'
           END-EVALUATE

           DISPLAY ' '
           DISPLAY '  Cajones del dia:'
           PERFORM VARYING WS-IDX-CAJ FROM 1 BY 1
                   UNTIL WS-IDX-CAJ > WS-CAJ-CANT
               IF WS-CAJ-ESTADO (WS-IDX-CAJ) = 'CERRADA   '
                   MOVE WS-CAJ-DECLARADO (WS-IDX-CAJ) TO WS-DISP-MONTO
                   DISPLAY '    ' WS-CAJ-USUARIO (WS-IDX-CAJ)
                       ' CERRADO, declarado $' WS-DISP-MONTO
                   MOVE WS-CAJ-REINTEGRO (WS-IDX-CAJ) TO WS-DISP-MONTO
                   DISPLAY '        reintegrado a boveda $'
                       WS-DISP-MONTO
                   IF WS-CAJ-PENDIENTE (WS-IDX-CAJ) NOT = 0
                       MOVE WS-CAJ-PENDIENTE (WS-IDX-CAJ)
                           TO WS-DISP-MONTO
                       DISPLAY '        [!] declarado sin reintegrar $'
                           WS-DISP-MONTO
                   END-IF
               ELSE
                   MOVE WS-CAJ-ESPERADO (WS-IDX-CAJ) TO WS-DISP-MONTO
                   DISPLAY '    ' WS-CAJ-USUARIO (WS-IDX-CAJ)
                       ' [!] sigue ABIERTO, esperado $' WS-DISP-MONTO
               END-IF
           END-PERFORM
           IF WS-CAJ-CANT = 0
               DISPLAY '    (ningun cajon de la sucursal hoy)'
           END-IF

           DISPLAY ' '
           MOVE WS-MTO-DECLARADO-SUC TO WS-DISP-MONTO
           DISPLAY '  Declarado por cajeros : $' WS-DISP-MONTO
           MOVE WS-MTO-REINTEGRADO TO WS-DISP-MONTO
           DISPLAY '  Reintegrado a boveda  : $' WS-DISP-MONTO
           MOVE WS-MTO-PEND-CAJONES TO WS-DISP-MONTO
           DISPLAY '  Efectivo en cajones   : $' WS-DISP-MONTO
           MOVE WS-MTO-EFECTIVO-SUC TO WS-DISP-MONTO
           DISPLAY '  Efectivo de sucursal  : $' WS-DISP-MONTO
           MOVE BV-MTO-ASEGURADO TO WS-DISP-MONTO
           DISPLAY '  Tope asegurado        : $' WS-DISP-MONTO
           IF WS-MTO-EXCESO > 0
               MOVE WS-MTO-EXCESO TO WS-DISP-MONTO
               DISPLAY '  *** EXCEDE LA POLIZA EN $' WS-DISP-MONTO
                   ' ***'
               DISPLAY '  Pida a la transportadora recoger el '
                   'sobrante (opcion 4, R).'
           END-IF
           DISPLAY WS-LINEA.

      *================================================================
      * 7000 - UBICAR EL CAJON DE HOY DEL CAJERO
      *   Devuelve si existe, su estado y el efectivo que deberia
      *   tener (base + ingresos - egresos). Un cajon de otra
      *   sucursal no se toma.
      *================================================================
       7000-UBICAR-CAJON.
           MOVE 'N' TO WS-CAJON-HALLADO
           MOVE SPACES TO WS-EST-CAJON
           MOVE 0 TO WS-MTO-EN-CAJON
           MOVE 'N' TO WS-EOF-CAJAS

           OPEN INPUT ARCHIVO-CAJAS
           IF WS-STAT-CAJAS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CAJAS = 'S'
               READ ARCHIVO-CAJAS
                   AT END MOVE 'S' TO WS-EOF-CAJAS
                   NOT AT END
                       IF CJ-COD-USUARIO = WS-COD-CAJERO
                               AND CJ-FEC-APERTURA = WS-FECHA-STR
                               AND (CJ-COD-SUCURSAL = WS-SUCURSAL
                                    OR CJ-COD-SUCURSAL = SPACES)
                           MOVE 'S' TO WS-CAJON-HALLADO
                           MOVE CJ-ESTADO TO WS-EST-CAJON
                           COMPUTE WS-MTO-EN-CAJON =
                               CJ-MTO-BASE + CJ-MTO-INGRESOS
                               - CJ-MTO-EGRESOS
                           MOVE 'S' TO WS-EOF-CAJAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAJAS.

      *================================================================
      * 7100 - AJUSTAR LA BASE DEL CAJON ABIERTO DEL CAJERO
      *   Entrega: suma a la base (o crea el cajon con ella).
      *   Reintegro: resta de la base.
      *================================================================
       7100-AJUSTAR-BASE-CAJON.
           IF NOT CAJON-HALLADO
               OPEN EXTEND ARCHIVO-CAJAS
               IF WS-STAT-CAJAS = '35'
                   OPEN OUTPUT ARCHIVO-CAJAS
                   CLOSE ARCHIVO-CAJAS
                   OPEN EXTEND ARCHIVO-CAJAS
               END-IF
               MOVE SPACES TO REG-CAJA
               MOVE WS-COD-CAJERO TO CJ-COD-USUARIO
               MOVE WS-FECHA-STR TO CJ-FEC-APERTURA
               MOVE WS-HORA-STR TO CJ-HOA-APERTURA
               MOVE 'BOVEDA' TO CJ-TERMINAL
               MOVE WS-CNT-TOTAL TO CJ-MTO-BASE
               MOVE ZERO TO CJ-MTO-INGRESOS
               MOVE ZERO TO CJ-MTO-EGRESOS
               MOVE ZERO TO CJ-MTO-DECLARADO
               MOVE ZERO TO CJ-MTO-DIFERENCIA
               MOVE 'ABIERTA   ' TO CJ-ESTADO
               MOVE WS-SUCURSAL TO CJ-COD-SUCURSAL
               WRITE REG-CAJA
               CLOSE ARCHIVO-CAJAS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-CAJAS
           OPEN I-O ARCHIVO-CAJAS
           PERFORM UNTIL WS-EOF-CAJAS = 'S'
               READ ARCHIVO-CAJAS
                   AT END MOVE 'S' TO WS-EOF-CAJAS
                   NOT AT END
                       IF CJ-COD-USUARIO = WS-COD-CAJERO
                               AND CJ-FEC-APERTURA = WS-FECHA-STR
                               AND CAJA-ABIERTA
                           IF OPC-ENTREGA
                               ADD WS-CNT-TOTAL TO CJ-MTO-BASE
                           ELSE
                               SUBTRACT WS-CNT-TOTAL FROM CJ-MTO-BASE
                           END-IF
                           MOVE WS-SUCURSAL TO CJ-COD-SUCURSAL
                           REWRITE REG-CAJA
                           MOVE 'S' TO WS-EOF-CAJAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CAJAS.

      *================================================================
      * 8100 - CAPTURAR EL CONTEO POR DENOMINACION
      *================================================================
       8100-CAPTURAR-CONTEO.
           MOVE 0 TO WS-CNT-TOTAL
           PERFORM VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > BOV-CANT-DENOM
               MOVE BOV-VALOR-DENOM (WS-IDX-DENOM) TO WS-DISP-DENOM
               DISPLAY '    Billetes de $' WS-DISP-DENOM ': '
                   WITH NO ADVANCING
               ACCEPT WS-CNT-BILLETES (WS-IDX-DENOM)
               COMPUTE WS-CNT-TOTAL = WS-CNT-TOTAL
                   + WS-CNT-BILLETES (WS-IDX-DENOM)
                   * BOV-VALOR-DENOM (WS-IDX-DENOM)
           END-PERFORM
           DISPLAY '    Moneda metalica (valor en pesos): '
               WITH NO ADVANCING
           ACCEPT WS-CNT-MONEDAS
           ADD WS-CNT-MONEDAS TO WS-CNT-TOTAL

           MOVE WS-CNT-TOTAL TO WS-DISP-MONTO
           DISPLAY '    Total contado: $' WS-DISP-MONTO.

      *================================================================
      * 8200 - VERIFICAR QUE LA BOVEDA TENGA CADA DENOMINACION
      *================================================================
       8200-VERIFICAR-EXISTENCIA.
           MOVE 'S' TO WS-ALCANZA
           PERFORM VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > BOV-CANT-DENOM
               IF WS-CNT-BILLETES (WS-IDX-DENOM)
                       > BV-CANT-BILLETES (WS-IDX-DENOM)
                   MOVE 'N' TO WS-ALCANZA
                   MOVE BOV-VALOR-DENOM (WS-IDX-DENOM)
                       TO WS-DISP-DENOM
                   MOVE BV-CANT-BILLETES (WS-IDX-DENOM)
                       TO WS-DISP-CANT
                   DISPLAY '    Billetes de $' WS-DISP-DENOM
                       ': la boveda solo tiene ' WS-DISP-CANT
               END-IF
           END-PERFORM
           IF WS-CNT-MONEDAS > BV-MTO-MONEDAS
               MOVE 'N' TO WS-ALCANZA
               DISPLAY '    La moneda metalica de la boveda no alcanza.'
           END-IF.

      *================================================================
      * 8300 - SUMAR EL CONTEO A LA BOVEDA UBICADA
      *================================================================
       8300-SUMAR-A-BOVEDA.
           PERFORM VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > BOV-CANT-DENOM
               ADD WS-CNT-BILLETES (WS-IDX-DENOM)
                   TO BV-CANT-BILLETES (WS-IDX-DENOM)
           END-PERFORM
           ADD WS-CNT-MONEDAS TO BV-MTO-MONEDAS
           ADD WS-CNT-TOTAL TO BV-MTO-SALDO.

      *================================================================
      * 8310 - RESTAR EL CONTEO DE LA BOVEDA UBICADA
      *================================================================
       8310-RESTAR-DE-BOVEDA.
           PERFORM VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > BOV-CANT-DENOM
               SUBTRACT WS-CNT-BILLETES (WS-IDX-DENOM)
                   FROM BV-CANT-BILLETES (WS-IDX-DENOM)
           END-PERFORM
           SUBTRACT WS-CNT-MONEDAS FROM BV-MTO-MONEDAS
           SUBTRACT WS-CNT-TOTAL FROM BV-MTO-SALDO.

      *================================================================
      * 8400 - GRABAR EL MOVIMIENTO DE BOVEDA
      *   El que llama deja el tipo en el registro de trabajo, y el
      *   pedido citado, el cajero y la observacion en sus campos.
      *================================================================
       8400-GRABAR-MOV-BOVEDA.
           MOVE 'BOV' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'BOV' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-BOVEDA

           MOVE WS-NUM-BOVEDA
               TO BM-NUM-MOVIMIENTO OF WS-MOV-BOVEDA
           MOVE WS-SUCURSAL TO BM-COD-SUCURSAL OF WS-MOV-BOVEDA
           MOVE WS-FECHA-STR TO BM-FEC-MOVIMIENTO OF WS-MOV-BOVEDA
           MOVE WS-HORA-STR TO BM-HOA-MOVIMIENTO OF WS-MOV-BOVEDA
           MOVE SPACES TO BM-TIP-PEDIDO OF WS-MOV-BOVEDA
           MOVE SPACES TO BM-EST-PEDIDO OF WS-MOV-BOVEDA
           IF BOV-PEDIDO OF WS-MOV-BOVEDA
               MOVE WS-TIP-PEDIDO TO BM-TIP-PEDIDO OF WS-MOV-BOVEDA
               MOVE 'PENDIENTE ' TO BM-EST-PEDIDO OF WS-MOV-BOVEDA
           END-IF
           MOVE WS-NUM-PEDIDO TO BM-NUM-PEDIDO OF WS-MOV-BOVEDA
           MOVE WS-COD-CAJERO TO BM-COD-CAJERO OF WS-MOV-BOVEDA
           PERFORM VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > BOV-CANT-DENOM
               MOVE WS-CNT-BILLETES (WS-IDX-DENOM)
                   TO BM-CANT-BILLETES OF WS-MOV-BOVEDA (WS-IDX-DENOM)
           END-PERFORM
           MOVE WS-CNT-MONEDAS TO BM-MTO-MONEDAS OF WS-MOV-BOVEDA
           MOVE WS-CNT-TOTAL TO BM-MTO-TOTAL OF WS-MOV-BOVEDA
           MOVE ZERO TO BM-MTO-DIFERENCIA OF WS-MOV-BOVEDA
           IF BOV-ARQUEO OF WS-MOV-BOVEDA
               MOVE WS-MTO-DIF-BOVEDA
                   TO BM-MTO-DIFERENCIA OF WS-MOV-BOVEDA
           END-IF
           MOVE WS-COD-AUTORIZA TO BM-COD-OPERADOR OF WS-MOV-BOVEDA
           MOVE WS-OBSERVACION TO BM-DES-DETALLE OF WS-MOV-BOVEDA

           OPEN EXTEND ARCHIVO-MOVBOVEDA
           IF WS-STAT-MOVBOVEDA = '35'
               OPEN OUTPUT ARCHIVO-MOVBOVEDA
               CLOSE ARCHIVO-MOVBOVEDA
               OPEN EXTEND ARCHIVO-MOVBOVEDA
           END-IF
           WRITE REG-MOV-BOVEDA FROM WS-MOV-BOVEDA
           CLOSE ARCHIVO-MOVBOVEDA.

      *================================================================
      * 9100 - ESCRIBIR UNA PATA DEL ASIENTO
      *================================================================
       9100-ESCRIBIR-ASIENTO.
           MOVE WS-NUM-ASIENTO TO AC-NUM-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-NUM-BOVEDA TO AC-NUM-ORDEN OF WS-ASIENTO-NUEVO
           MOVE WS-FECHA-STR TO AC-FEC-ASIENTO OF WS-ASIENTO-NUEVO
           MOVE WS-HORA-STR TO AC-HOA-ASIENTO OF WS-ASIENTO-NUEVO

           PERFORM 9110-VALIDAR-CTA-CONTABLE
           MOVE WS-SUC-ASIENTO TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           IF AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO = SPACES
               MOVE SUC-CASA-MATRIZ
                   TO AC-COD-SUCURSAL OF WS-ASIENTO-NUEVO
           END-IF
           WRITE REG-ASIENTO FROM WS-ASIENTO-NUEVO.

      *================================================================
      * 9110 - VALIDAR LA CUENTA CONTABLE CONTRA EL PUC
      *   Igual que 6510 en TRN-CAJA. Sin catalogo ('35') se postea
      *   como siempre, pero el cierre de periodos se verifica igual.
      *================================================================
       9110-VALIDAR-CTA-CONTABLE.
           MOVE 'N' TO WS-PUC-POSTEABLE
           MOVE 'N' TO WS-EOF-PUC

           OPEN INPUT ARCHIVO-PUC
           IF WS-STAT-PUC = '35'
               PERFORM 9120-VALIDAR-PERIODO-CONTABLE
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

           PERFORM 9120-VALIDAR-PERIODO-CONTABLE.

      *================================================================
      * 9120 - VALIDAR EL PERIODO CONTABLE DE LA FECHA DEL ASIENTO
      *================================================================
       9120-VALIDAR-PERIODO-CONTABLE.
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

           CLOSE ARCHIVO-PERIODOS

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
      * 9200 - REGISTRAR EL MOVIMIENTO DE BOVEDA EN AUDITORIA
      *================================================================
       9200-REGISTRAR-AUDITORIA.
           MOVE 'AUD' TO WS-SEC-TIPO
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-AUDIT

           MOVE SPACES TO WS-AUDIT-NUEVO
           MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
           MOVE WS-NUM-BOVEDA TO AT-NUM-ORDEN OF WS-AUDIT-NUEVO
           MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
           MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
           MOVE 'MOVIMIENTO_BOVEDA' TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
           MOVE WS-COD-AUTORIZA TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
           MOVE 'GES-BOVEDA' TO AT-TERMINAL OF WS-AUDIT-NUEVO
           MOVE 'EXITOSO' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
           MOVE WS-CNT-TOTAL TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
           STRING 'Sucursal ' WS-SUCURSAL ': ' WS-OBSERVACION
               DELIMITED SIZE INTO AT-OBSERVACION OF WS-AUDIT-NUEVO
           WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO.

      *================================================================
      * 9860 - VALIDAR EL JEFE DE OFICINA CONTRA EL MAESTRO DE USUARIOS
      *   Igual que 9860 en MNT-COMISION: debe ser un SUPERVISOR
      *   activo; el intento fallido queda en AUDITORIA.dat.
      *================================================================
       9860-VALIDAR-SUPERVISOR.
           MOVE 'N' TO WS-SUP-VALIDO

           IF WS-COD-AUTORIZA = SPACES
               DISPLAY '  ERROR: Se requiere el codigo del jefe de '
                   'oficina.'
               EXIT PARAGRAPH
           END-IF

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

           CLOSE ARCHIVO-USUARIOS

           IF NOT SUP-VALIDO
               DISPLAY ' '
               DISPLAY '  ERROR: La credencial no corresponde a un '
                   'SUPERVISOR activo; intento registrado en '
                   'auditoria.'

               MOVE 'AUD' TO WS-SEC-TIPO
               PERFORM 0150-SIGUIENTE-SECUENCIA
               STRING 'AUD' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
                   DELIMITED SIZE INTO WS-NUM-AUDIT

               MOVE SPACES TO WS-AUDIT-NUEVO
               MOVE WS-NUM-AUDIT TO AT-NUM-AUDITORIA OF WS-AUDIT-NUEVO
               MOVE WS-FECHA-STR TO AT-FEC-TRANSAC OF WS-AUDIT-NUEVO
               MOVE WS-HORA-STR TO AT-HOA-INICIO OF WS-AUDIT-NUEVO
               MOVE WS-HORA-STR TO AT-HOA-FIN OF WS-AUDIT-NUEVO
               MOVE 'AUTORIZACION_SUPERV'
                   TO AT-TIP-TRANSAC OF WS-AUDIT-NUEVO
               MOVE WS-COD-AUTORIZA TO AT-COD-USUARIO OF WS-AUDIT-NUEVO
               MOVE 'GES-BOVEDA' TO AT-TERMINAL OF WS-AUDIT-NUEVO
               MOVE 'RECHAZADA' TO AT-ESTADO-FINAL OF WS-AUDIT-NUEVO
               MOVE ZERO TO AT-MTO-PROCESADO OF WS-AUDIT-NUEVO
               MOVE 'Credencial de jefe de oficina invalida'
                   TO AT-OBSERVACION OF WS-AUDIT-NUEVO
               WRITE REG-AUDITORIA FROM WS-AUDIT-NUEVO
           END-IF.

      *================================================================
      * 9900 - CERRAR ARCHIVOS
      *================================================================
       9900-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-ASIENTOS
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-SECUENCIA.

      *================================================================
      * 0050 - VERIFICAR QUE EL DIA OPERATIVO ESTE ABIERTO
      *   Igual que 0050 en TRN-CAJA.
      *================================================================
       0050-VERIFICAR-DIA-ABIERTO.
           MOVE 'N' TO WS-DIA-PUEDE-OPERAR

           OPEN INPUT ARCHIVO-DIAOPER
           IF WS-STAT-DIAOPER = '35'
               DISPLAY '  AVISO: sin control del dia operativo '
                   '(DIAOPER.dat); se opera en modo de arranque.'
               MOVE 'S' TO WS-DIA-PUEDE-OPERAR
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-DIAOPER
               AT END
                   DISPLAY '  AVISO: control del dia vacio; se '
                       'opera en modo de arranque.'
                   MOVE 'S' TO WS-DIA-PUEDE-OPERAR
               NOT AT END
                   IF DIA-ABIERTO
                       MOVE 'S' TO WS-DIA-PUEDE-OPERAR
                   ELSE
                       DISPLAY ' '
                       DISPLAY '  *** DIA OPERATIVO NO ABIERTO ***'
                       DISPLAY '  El dia ' DO-FEC-PROCESO
                           ' esta en estado ' DO-ESTADO
                           '; abralo con CTL-DIA.'
                   END-IF
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
