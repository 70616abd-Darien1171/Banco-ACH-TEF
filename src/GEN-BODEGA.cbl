      *================================================================
      * GEN-BODEGA.cbl - Extractos Diarios para la Bodega de Datos
      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Job de cierre de dia, ultima fase de la cadena (despues de
      * SNAP-SALDOS). Deja en data/ un archivo delimitado por entidad
      * con lo nuevo o cambiado en el dia de proceso, para la carga
      * de la bodega de datos corporativa (trazado en BODEGA.cpy):
      *
      *   ORDENES         creadas, enviadas o confirmadas en el dia;
      *   MOVIMIENTOS     con fecha del dia;
      *   ASIENTOS        con fecha del dia;
      *   CLIENTES        creados en el dia o con renglones del dia
      *                   en CAMBIOS.dat (imagen vigente del cliente);
      *   CUENTAS         abiertas en el dia o con renglones del dia
      *                   en CAMBIOS.dat (imagen vigente de la cuenta);
      *   CASOS           abiertos o cerrados en el dia;
      *   NOTIFICACIONES  generadas o despachadas en el dia.
      *
      * Cada archivo lleva encabezado con los nombres de columna y un
      * renglon de control con la cantidad de registros y dos totales.
      * Al final se escribe el manifiesto del dia con el control de
      * cada archivo: la bodega no carga nada hasta encontrarlo. Una
      * entidad cuyo archivo maestro no existe sale igual, vacia, para
      * que el manifiesto siempre tenga sus siete archivos. Volver a
      * correr el job reescribe los extractos del dia.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-BODEGA.
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

           SELECT ARCHIVO-DIAOPER
               ASSIGN TO 'data/DIAOPER.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-DIAOPER.

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

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-ASIENTOS
               ASSIGN TO 'data/ASIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ASIENTOS.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO 'data/CAMBIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CAMBIOS.

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

           SELECT ARCHIVO-CASOS
               ASSIGN TO 'data/CASOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CASOS.

           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO 'data/NOTIFICACIONES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-NOTIF.

           SELECT ARCHIVO-BODEGA
               ASSIGN TO WS-NOM-ARCHIVO-DWH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-BODEGA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-RUNCTL.
       COPY 'copybooks/RUNCTL.cpy'.

       FD ARCHIVO-DIAOPER.
       COPY 'copybooks/DIAOPER.cpy'.

       FD ARCHIVO-ORDENES.
       COPY 'copybooks/ORDENES.cpy'.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       FD ARCHIVO-ASIENTOS.
       COPY 'copybooks/ASIENTOS.cpy'.

       FD ARCHIVO-CAMBIOS.
       COPY 'copybooks/CAMBIOSJR.cpy'.

       FD ARCHIVO-CLIENTES.
       COPY 'copybooks/CLIENTES.cpy'.

       FD ARCHIVO-CUENTAS.
       COPY 'copybooks/CUENTAS.cpy'.

       FD ARCHIVO-CASOS.
       COPY 'copybooks/CASOS.cpy'.

       FD ARCHIVO-NOTIFICACIONES.
       COPY 'copybooks/NOTIFICACIONES.cpy'.

       FD ARCHIVO-BODEGA.
       COPY 'copybooks/BODEGA.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'copybooks/CONSTANTES.cpy'.

      *----------------------------------------------------------------
      * Estados de archivo
      *----------------------------------------------------------------
       01 WS-FILE-STATUS.
          05 WS-STAT-ORDENES      PIC X(2).
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-ASIENTOS     PIC X(2).
          05 WS-STAT-CAMBIOS      PIC X(2).
          05 WS-STAT-CLIENTES     PIC X(2).
          05 WS-STAT-CUENTAS      PIC X(2).
          05 WS-STAT-CASOS        PIC X(2).
          05 WS-STAT-NOTIF        PIC X(2).
          05 WS-STAT-BODEGA       PIC X(2).

      *----------------------------------------------------------------
      * Dia que se extrae: DO-FEC-PROCESO del dia que se esta
      * cerrando (en modo de arranque, la fecha del sistema)
      *----------------------------------------------------------------
       01 WS-FECHAS.
          05 WS-FEC-EXTRACTO      PIC X(10).
          05 WS-FEC-EXTRACTO-CMP  PIC X(8).
          05 WS-FECHA-SYS         PIC 9(8).
          05 WS-FEC-GENERACION    PIC X(10).
          05 WS-HOA-GENERACION    PIC X(8).
          05 WS-HORA-SYS.
             10 WS-HORA-HH        PIC 9(2).
             10 WS-HORA-MM        PIC 9(2).
             10 WS-HORA-SS        PIC 9(2).
             10 WS-HORA-CC        PIC 9(2).

      *----------------------------------------------------------------
      * Extracto en curso: nombre, entidad, columnas del encabezado
      * y su control (registros y los dos totales de BODEGA.cpy)
      *----------------------------------------------------------------
       01 WS-EXTRACTO.
          05 WS-NOM-ARCHIVO-DWH   PIC X(60).
          05 WS-ENT-NOMBRE        PIC X(15).
          05 WS-ENT-COLUMNAS      PIC X(400).
          05 WS-ENT-REGISTROS     PIC 9(7).
          05 WS-ENT-TOTAL-1       PIC S9(15)V99.
          05 WS-ENT-TOTAL-2       PIC S9(15)V99.

      *----------------------------------------------------------------
      * Control de cada archivo para el manifiesto
      *----------------------------------------------------------------
       01 WS-TABLA-MANIFIESTO.
          05 WS-CANT-ARCHIVOS     PIC 9(2) VALUE 0.
          05 WS-TOTAL-REGISTROS   PIC 9(9) VALUE 0.
          05 WS-MAN-ARCHIVO OCCURS 7 TIMES.
             10 WS-MAN-NOMBRE     PIC X(60).
             10 WS-MAN-ENTIDAD    PIC X(15).
             10 WS-MAN-REGISTROS  PIC 9(7).
             10 WS-MAN-TOTAL-1    PIC S9(15)V99.
             10 WS-MAN-TOTAL-2    PIC S9(15)V99.

      *----------------------------------------------------------------
      * Clientes y cuentas con renglones del dia en CAMBIOS.dat
      *----------------------------------------------------------------
       01 WS-TABLA-CAMBIADOS.
          05 WS-CANT-CLI-CAMB     PIC 9(4) VALUE 0.
          05 WS-CLI-CAMB OCCURS 3000 TIMES.
             10 WS-CLI-CAMB-COD   PIC X(10).
             10 WS-CLI-CAMB-CANT  PIC 9(5).
          05 WS-CANT-CTA-CAMB     PIC 9(4) VALUE 0.
          05 WS-CTA-CAMB OCCURS 3000 TIMES.
             10 WS-CTA-CAMB-COD   PIC X(20).
             10 WS-CTA-CAMB-CANT  PIC 9(5).
          05 WS-TOTAL-JRN-CLI     PIC 9(7) VALUE 0.
          05 WS-TOTAL-JRN-CTA     PIC 9(7) VALUE 0.
          05 WS-TOTAL-SIN-CUPO    PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Auxiliares
      *----------------------------------------------------------------
       01 WS-AUX.
          05 WS-EOF-LOCAL         PIC X VALUE 'N'.
          05 WS-IDX               PIC 9(4).
          05 WS-IDX-ENC           PIC 9(4).
          05 WS-ACCION            PIC X(6).
          05 WS-CANT-CAMBIOS      PIC 9(5).

      *----------------------------------------------------------------
      * Formatos de salida: montos con signo y coma decimal
      *----------------------------------------------------------------
       01 WS-FORMATOS.
          05 WS-FMT-MTO-1         PIC +9(13),99.
          05 WS-FMT-MTO-2         PIC +9(13),99.
          05 WS-FMT-MTO-3         PIC +9(13),99.
          05 WS-FMT-MTO-4         PIC +9(13),99.
          05 WS-FMT-TOT-1         PIC +9(15),99.
          05 WS-FMT-TOT-2         PIC +9(15),99.
          05 WS-FMT-TARIFA        PIC 99,99.

       01 WS-LINEA PIC X(50)
           VALUE '=================================================='.

      *----------------------------------------------------------------
      * Reclamo de la fase 6 de la cadena de cierre (ver DIAOPER.cpy
      * y CTL-DIA): este job solo corre con el dia en CERRANDO y con
      * la fase anterior completada, y deja la suya completada. Sin
      * archivo de control se corre con aviso (modo de arranque).
      *----------------------------------------------------------------
       01 WS-FASE-CIERRE.
          05 WS-STAT-DIAOPER      PIC X(2).
          05 WS-FASE-PROPIA       PIC 9(2) VALUE 6.
          05 WS-FASE-RECLAMADA    PIC X VALUE 'N'.
             88 FASE-RECLAMADA       VALUE 'S'.

      *----------------------------------------------------------------
      * Bitacora de corridas (RUNCTL.dat, ver RPT-CORRIDAS): renglon
      * INICIADO al arrancar y TERMINADO al acabar bien; una corrida
      * que muere deja solo su INICIADO.
      *----------------------------------------------------------------
       01 WS-BITACORA.
          05 WS-STAT-RUNCTL       PIC X(2).
          05 WS-RUN-PROGRAMA      PIC X(20) VALUE 'GEN-BODEGA'.
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

       PROCEDURE DIVISION.

      *================================================================
      * 0000 - MAINLINE
      *================================================================
       0000-INICIO.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  EXTRACTOS DIARIOS PARA LA BODEGA DE DATOS'
           DISPLAY WS-LINEA

           MOVE SPACES TO WS-FEC-EXTRACTO
           PERFORM 0060-RECLAMAR-FASE-CIERRE
           IF NOT FASE-RECLAMADA
               GOBACK
           END-IF

           MOVE 'INICIADO  ' TO WS-RUN-ESTADO
           MOVE 0 TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA

           PERFORM 0100-FIJAR-FECHA
           DISPLAY '  Dia extraido: ' WS-FEC-EXTRACTO

           PERFORM 1000-CARGAR-CAMBIADOS

           PERFORM 2000-EXTRAER-ORDENES
           PERFORM 2100-EXTRAER-MOVIMIENTOS
           PERFORM 2200-EXTRAER-ASIENTOS
           PERFORM 2300-EXTRAER-CLIENTES
           PERFORM 2400-EXTRAER-CUENTAS
           PERFORM 2500-EXTRAER-CASOS
           PERFORM 2600-EXTRAER-NOTIFICACIONES

           PERFORM 8000-ESCRIBIR-MANIFIESTO

           PERFORM 9800-MOSTRAR-RESUMEN
           MOVE 'TERMINADO ' TO WS-RUN-ESTADO
           MOVE WS-TOTAL-REGISTROS TO WS-RUN-PROCESADOS
           PERFORM 9890-ESCRIBIR-BITACORA
           GOBACK.

      *================================================================
      * 0100 - FIJAR EL DIA QUE SE EXTRAE
      *   0060 deja DO-FEC-PROCESO en WS-FEC-EXTRACTO; en modo de
      *   arranque queda en espacios y se toma la fecha del sistema.
      *================================================================
       0100-FIJAR-FECHA.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-FEC-GENERACION
           STRING WS-FECHA-SYS (1:4) '-' WS-FECHA-SYS (5:2)
               '-' WS-FECHA-SYS (7:2)
               DELIMITED SIZE INTO WS-FEC-GENERACION

           IF WS-FEC-EXTRACTO = SPACES
               MOVE WS-FEC-GENERACION TO WS-FEC-EXTRACTO
           END-IF

           MOVE SPACES TO WS-FEC-EXTRACTO-CMP
           STRING WS-FEC-EXTRACTO (1:4) WS-FEC-EXTRACTO (6:2)
               WS-FEC-EXTRACTO (9:2)
               DELIMITED SIZE INTO WS-FEC-EXTRACTO-CMP.

      *================================================================
      * 1000 - CARGAR CLIENTES Y CUENTAS CAMBIADOS EN EL DIA
      *   Cada renglon de CAMBIOS.dat del dia sobre CLIENTES o
      *   CUENTAS marca la clave (CJR-CLAVE) para el extracto y suma
      *   un cambio a su cuenta de renglones.
      *================================================================
       1000-CARGAR-CAMBIADOS.
           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-CAMBIOS
           IF WS-STAT-CAMBIOS = '35'
               DISPLAY '  AVISO: no existe CAMBIOS.dat; solo salen '
                   'los clientes y cuentas creados en el dia.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-CAMBIOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF CJR-FEC-CAMBIO = WS-FEC-EXTRACTO
                           EVALUATE CJR-ARCHIVO
                               WHEN 'CLIENTES'
                                   PERFORM 1100-MARCAR-CLIENTE
                               WHEN 'CUENTAS'
                                   PERFORM 1200-MARCAR-CUENTA
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CAMBIOS

           IF WS-TOTAL-SIN-CUPO > 0
               DISPLAY '  AVISO: ' WS-TOTAL-SIN-CUPO ' renglones de '
                   'CAMBIOS.dat sin cupo en la tabla; esas claves '
                   'no salen en el extracto.'
           END-IF.

       1100-MARCAR-CLIENTE.
           ADD 1 TO WS-TOTAL-JRN-CLI
           MOVE 0 TO WS-IDX-ENC
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CLI-CAMB
                      OR WS-IDX-ENC > 0
               IF WS-CLI-CAMB-COD (WS-IDX) = CJR-CLAVE (1:10)
                   MOVE WS-IDX TO WS-IDX-ENC
               END-IF
           END-PERFORM

           IF WS-IDX-ENC = 0
               IF WS-CANT-CLI-CAMB >= 3000
                   ADD 1 TO WS-TOTAL-SIN-CUPO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-CLI-CAMB
               MOVE WS-CANT-CLI-CAMB TO WS-IDX-ENC
               MOVE CJR-CLAVE (1:10) TO WS-CLI-CAMB-COD (WS-IDX-ENC)
               MOVE 0 TO WS-CLI-CAMB-CANT (WS-IDX-ENC)
           END-IF
           ADD 1 TO WS-CLI-CAMB-CANT (WS-IDX-ENC).

       1200-MARCAR-CUENTA.
           ADD 1 TO WS-TOTAL-JRN-CTA
           MOVE 0 TO WS-IDX-ENC
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CTA-CAMB
                      OR WS-IDX-ENC > 0
               IF WS-CTA-CAMB-COD (WS-IDX) = CJR-CLAVE (1:20)
                   MOVE WS-IDX TO WS-IDX-ENC
               END-IF
           END-PERFORM

           IF WS-IDX-ENC = 0
               IF WS-CANT-CTA-CAMB >= 3000
                   ADD 1 TO WS-TOTAL-SIN-CUPO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-CTA-CAMB
               MOVE WS-CANT-CTA-CAMB TO WS-IDX-ENC
               MOVE CJR-CLAVE (1:20) TO WS-CTA-CAMB-COD (WS-IDX-ENC)
               MOVE 0 TO WS-CTA-CAMB-CANT (WS-IDX-ENC)
           END-IF
           ADD 1 TO WS-CTA-CAMB-CANT (WS-IDX-ENC).

      *================================================================
      * 2000 - ORDENES CREADAS, ENVIADAS O CONFIRMADAS EN EL DIA
      *   Totales: monto transferido y comision.
      *================================================================
       2000-EXTRAER-ORDENES.
           MOVE 'ORDENES' TO WS-ENT-NOMBRE
           MOVE SPACES TO WS-ENT-COLUMNAS
           STRING 'NUM_ORDEN|FEC_CREACION|HOA_CREACION|BCO_ORIGEN|'
               'SUCURSAL_ORIGEN|CTA_ORIGEN|NOM_CLI_ORIGEN|BCO_DEST|'
               'CTA_DEST|NOM_CLI_DEST|MTO_TRANSF|MTO_COMISION|'
               'MTO_TOTAL|MONEDA|CONCEPTO|ESTADO|FEC_ENVIO|'
               'FEC_CONFIRMAC|MCA_BLOQUEADA|FEC_VALOR|CANAL|PLAN|'
               'PRIORIDAD'
               DELIMITED SIZE INTO WS-ENT-COLUMNAS
           PERFORM 8100-ABRIR-EXTRACTO

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STAT-ORDENES = '35'
               DISPLAY '  AVISO: no existe ORDENES.dat.'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF OT-FEC-CREACION = WS-FEC-EXTRACTO
                          OR OT-FEC-ENVIO = WS-FEC-EXTRACTO
                          OR OT-FEC-CONFIRMAC = WS-FEC-EXTRACTO
                           PERFORM 2010-ESCRIBIR-ORDEN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-ORDENES NOT = '35'
               CLOSE ARCHIVO-ORDENES
           END-IF
           PERFORM 8300-CERRAR-EXTRACTO.

       2010-ESCRIBIR-ORDEN.
           INSPECT REG-ORDEN REPLACING ALL '|' BY '/'
           MOVE OT-MTO-TRANSF TO WS-FMT-MTO-1
           MOVE OT-MTO-COMISION TO WS-FMT-MTO-2
           MOVE OT-MTO-TOTAL TO WS-FMT-MTO-3

           MOVE SPACES TO REG-BODEGA
           STRING 'D|' OT-NUM-ORDEN '|' OT-FEC-CREACION '|'
               OT-HOA-CREACION '|' OT-COD-BCO-ORIGEN '|'
               OT-COD-SUCURSAL-ORIGEN '|' OT-COD-CTA-ORIGEN '|'
               OT-NOM-CLI-ORIGEN '|' OT-COD-BCO-DEST '|'
               OT-COD-CTA-DEST '|' OT-NOM-CLI-DEST '|'
               WS-FMT-MTO-1 '|' WS-FMT-MTO-2 '|' WS-FMT-MTO-3 '|'
               OT-TIP-MONEDA '|' OT-DES-CONCEPTO '|' OT-EST-ORDEN '|'
               OT-FEC-ENVIO '|' OT-FEC-CONFIRMAC '|'
               OT-MCA-BLOQUEADA '|' OT-FEC-VALOR '|' OT-COD-CANAL '|'
               OT-COD-PLAN '|' OT-PRIORIDAD
               DELIMITED SIZE INTO REG-BODEGA
           PERFORM 8200-ESCRIBIR-DETALLE

           ADD OT-MTO-TRANSF TO WS-ENT-TOTAL-1
           ADD OT-MTO-COMISION TO WS-ENT-TOTAL-2.

      *================================================================
      * 2100 - MOVIMIENTOS DEL DIA
      *   Totales: salidas (montos negativos) y entradas.
      *================================================================
       2100-EXTRAER-MOVIMIENTOS.
           MOVE 'MOVIMIENTOS' TO WS-ENT-NOMBRE
           MOVE SPACES TO WS-ENT-COLUMNAS
           STRING 'NUM_MOVIMIENTO|CUENTA|FECHA|HORA|TIPO|MONTO|'
               'SAL_ANTERIOR|SAL_POSTERIOR|DETALLE|NUM_ORDEN|'
               'MCA_ANULADO'
               DELIMITED SIZE INTO WS-ENT-COLUMNAS
           PERFORM 8100-ABRIR-EXTRACTO

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STAT-MOVIM = '35'
               DISPLAY '  AVISO: no existe MOVIMIENTOS.dat.'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-MOVIMIENTOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF MC-FEC-MOVIMIENTO = WS-FEC-EXTRACTO
                           PERFORM 2110-ESCRIBIR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-MOVIM NOT = '35'
               CLOSE ARCHIVO-MOVIMIENTOS
           END-IF
           PERFORM 8300-CERRAR-EXTRACTO.

       2110-ESCRIBIR-MOVIMIENTO.
           INSPECT REG-MOVIMIENTO REPLACING ALL '|' BY '/'
           MOVE MC-MTO-MOVIMIENTO TO WS-FMT-MTO-1
           MOVE MC-SAL-ANTERIOR TO WS-FMT-MTO-2
           MOVE MC-SAL-POSTERIOR TO WS-FMT-MTO-3

           MOVE SPACES TO REG-BODEGA
           STRING 'D|' MC-NUM-MOVIMIENTO '|' MC-COD-CUENTA '|'
               MC-FEC-MOVIMIENTO '|' MC-HOA-MOVIMIENTO '|'
               MC-TIP-MOVIMIENTO '|' WS-FMT-MTO-1 '|'
               WS-FMT-MTO-2 '|' WS-FMT-MTO-3 '|' MC-DES-DETALLE '|'
               MC-NUM-ORDEN '|' MC-MCA-ANULADO
               DELIMITED SIZE INTO REG-BODEGA
           PERFORM 8200-ESCRIBIR-DETALLE

           IF MC-MTO-MOVIMIENTO < 0
               ADD MC-MTO-MOVIMIENTO TO WS-ENT-TOTAL-1
           ELSE
               ADD MC-MTO-MOVIMIENTO TO WS-ENT-TOTAL-2
           END-IF.

      *================================================================
      * 2200 - ASIENTOS DEL DIA
      *   Totales: debitos y creditos (deben cuadrar).
      *================================================================
       2200-EXTRAER-ASIENTOS.
           MOVE 'ASIENTOS' TO WS-ENT-NOMBRE
           MOVE SPACES TO WS-ENT-COLUMNAS
           STRING 'NUM_ASIENTO|NUM_ORDEN|FECHA|HORA|CTA_CONTABLE|'
               'NOM_CTA_CONTABLE|TIPO|MONTO|CONCEPTO|SUCURSAL|'
               'TAR_IMPUESTO'
               DELIMITED SIZE INTO WS-ENT-COLUMNAS
           PERFORM 8100-ABRIR-EXTRACTO

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-ASIENTOS
           IF WS-STAT-ASIENTOS = '35'
               DISPLAY '  AVISO: no existe ASIENTOS.dat.'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-ASIENTOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF AC-FEC-ASIENTO = WS-FEC-EXTRACTO
                           PERFORM 2210-ESCRIBIR-ASIENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-ASIENTOS NOT = '35'
               CLOSE ARCHIVO-ASIENTOS
           END-IF
           PERFORM 8300-CERRAR-EXTRACTO.

       2210-ESCRIBIR-ASIENTO.
           INSPECT REG-ASIENTO REPLACING ALL '|' BY '/'
           MOVE AC-MTO-ASIENTO TO WS-FMT-MTO-1
           MOVE AC-TAR-IMPUESTO TO WS-FMT-TARIFA

           MOVE SPACES TO REG-BODEGA
           STRING 'D|' AC-NUM-ASIENTO '|' AC-NUM-ORDEN '|'
               AC-FEC-ASIENTO '|' AC-HOA-ASIENTO '|'
               AC-COD-CTA-CONTABLE '|' AC-NOM-CTA-CONTABLE '|'
               AC-TIP-MOVIMIENTO '|' WS-FMT-MTO-1 '|'
               AC-DES-CONCEPTO '|' AC-COD-SUCURSAL '|' WS-FMT-TARIFA
               DELIMITED SIZE INTO REG-BODEGA
           PERFORM 8200-ESCRIBIR-DETALLE

           IF AC-ES-DEBITO
               ADD AC-MTO-ASIENTO TO WS-ENT-TOTAL-1
           ELSE
               ADD AC-MTO-ASIENTO TO WS-ENT-TOTAL-2
           END-IF.

      *================================================================
      * 2300 - CLIENTES CREADOS O CAMBIADOS EN EL DIA
      *   Sale la imagen vigente del maestro; ACCION es ALTA si el
      *   cliente se creo en el dia y CAMBIO si no. Totales: altas y
      *   renglones de CAMBIOS.dat del dia sobre clientes.
      *================================================================
       2300-EXTRAER-CLIENTES.
           MOVE 'CLIENTES' TO WS-ENT-NOMBRE
           MOVE SPACES TO WS-ENT-COLUMNAS
           STRING 'ACCION|CANT_CAMBIOS|COD_CLIENTE|NOM_LEGAL|'
               'TIP_DOCUMENTO|NUM_DOCUMENTO|DIRECCION|TELEFONO|'
               'EMAIL|CANAL_AVISOS|SEGMENTO|MCA_ACTIVO|FEC_CREACION|'
               'COD_PLAN|KYC_OCUPACION|KYC_ING_MENSUAL|'
               'RIESGO_SARLAFT|MCA_FALLECIDO'
               DELIMITED SIZE INTO WS-ENT-COLUMNAS
           PERFORM 8100-ABRIR-EXTRACTO

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-CLIENTES
           IF WS-STAT-CLIENTES = '35'
               DISPLAY '  AVISO: no existe CLIENTES.dat.'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-CLIENTES
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       PERFORM 2310-EVALUAR-CLIENTE
               END-READ
           END-PERFORM

           IF WS-STAT-CLIENTES NOT = '35'
               CLOSE ARCHIVO-CLIENTES
           END-IF
           MOVE WS-TOTAL-JRN-CLI TO WS-ENT-TOTAL-2
           PERFORM 8300-CERRAR-EXTRACTO.

       2310-EVALUAR-CLIENTE.
           MOVE 0 TO WS-CANT-CAMBIOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CLI-CAMB
                      OR WS-CANT-CAMBIOS > 0
               IF WS-CLI-CAMB-COD (WS-IDX) = CL-COD-CLIENTE
                   MOVE WS-CLI-CAMB-CANT (WS-IDX) TO WS-CANT-CAMBIOS
               END-IF
           END-PERFORM

           IF CL-FEC-CREACION = WS-FEC-EXTRACTO
               MOVE 'ALTA' TO WS-ACCION
               ADD 1 TO WS-ENT-TOTAL-1
           ELSE
               IF WS-CANT-CAMBIOS = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 'CAMBIO' TO WS-ACCION
           END-IF

           INSPECT REG-CLIENTE REPLACING ALL '|' BY '/'
           MOVE CL-KYC-ING-MENSUAL TO WS-FMT-MTO-1

           MOVE SPACES TO REG-BODEGA
           STRING 'D|' WS-ACCION '|' WS-CANT-CAMBIOS '|'
               CL-COD-CLIENTE '|' CL-NOM-LEGAL '|'
               CL-TIP-DOCUMENTO '|' CL-NUM-DOCUMENTO '|'
               CL-DIRECCION '|' CL-TELEFONO '|' CL-EMAIL '|'
               CL-CANAL-AVISOS '|' CL-SEGMENTO '|' CL-MCA-ACTIVO '|'
               CL-FEC-CREACION '|' CL-COD-PLAN '|' CL-KYC-OCUPACION
               '|' WS-FMT-MTO-1 '|' CL-RIESGO-SARLAFT '|'
               CL-MCA-FALLECIDO
               DELIMITED SIZE INTO REG-BODEGA
           PERFORM 8200-ESCRIBIR-DETALLE.

      *================================================================
      * 2400 - CUENTAS ABIERTAS O CAMBIADAS EN EL DIA
      *   Igual que 2300 sobre el maestro de cuentas. Totales: saldo
      *   total y saldo disponible de las cuentas extraidas.
      *================================================================
       2400-EXTRAER-CUENTAS.
           MOVE 'CUENTAS' TO WS-ENT-NOMBRE
           MOVE SPACES TO WS-ENT-COLUMNAS
           STRING 'ACCION|CANT_CAMBIOS|COD_CUENTA|COD_CLIENTE|'
               'NOM_CUENTA|TIP_CUENTA|MONEDA|PRODUCTO|SUCURSAL|'
               'SAL_DISPONIBLE|SAL_BLOQUEADO|SAL_TOTAL|'
               'LIM_SOBREGIRO|MCA_ACTIVA|MCA_CONGELADA|MCA_DORMIDA|'
               'FEC_APERTURA|FEC_ULT_TRANS'
               DELIMITED SIZE INTO WS-ENT-COLUMNAS
           PERFORM 8100-ABRIR-EXTRACTO

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STAT-CUENTAS = '35'
               DISPLAY '  AVISO: no existe CUENTAS.dat.'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       PERFORM 2410-EVALUAR-CUENTA
               END-READ
           END-PERFORM

           IF WS-STAT-CUENTAS NOT = '35'
               CLOSE ARCHIVO-CUENTAS
           END-IF
           PERFORM 8300-CERRAR-EXTRACTO.

       2410-EVALUAR-CUENTA.
           MOVE 0 TO WS-CANT-CAMBIOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CTA-CAMB
                      OR WS-CANT-CAMBIOS > 0
               IF WS-CTA-CAMB-COD (WS-IDX) = CC-COD-CUENTA
                   MOVE WS-CTA-CAMB-CANT (WS-IDX) TO WS-CANT-CAMBIOS
               END-IF
           END-PERFORM

           IF CC-FEC-APERTURA = WS-FEC-EXTRACTO
               MOVE 'ALTA' TO WS-ACCION
           ELSE
               IF WS-CANT-CAMBIOS = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 'CAMBIO' TO WS-ACCION
           END-IF

           INSPECT REG-CUENTA REPLACING ALL '|' BY '/'
           MOVE CC-SAL-DISPONIBLE TO WS-FMT-MTO-1
           MOVE CC-SAL-BLOQUEADO TO WS-FMT-MTO-2
           MOVE CC-SAL-TOTAL TO WS-FMT-MTO-3
           MOVE CC-LIM-SOBREGIRO TO WS-FMT-MTO-4

           MOVE SPACES TO REG-BODEGA
           STRING 'D|' WS-ACCION '|' WS-CANT-CAMBIOS '|'
               CC-COD-CUENTA '|' CC-COD-CLIENTE '|' CC-NOM-CUENTA '|'
               CC-TIP-CUENTA '|' CC-TIP-MONEDA '|' CC-COD-PRODUCTO
               '|' CC-COD-SUCURSAL '|' WS-FMT-MTO-1 '|'
               WS-FMT-MTO-2 '|' WS-FMT-MTO-3 '|' WS-FMT-MTO-4 '|'
               CC-MCA-ACTIVA '|' CC-MCA-CONGELADA '|' CC-MCA-DORMIDA
               '|' CC-FEC-APERTURA '|' CC-FEC-ULT-TRANS
               DELIMITED SIZE INTO REG-BODEGA
           PERFORM 8200-ESCRIBIR-DETALLE

           ADD CC-SAL-TOTAL TO WS-ENT-TOTAL-1
           ADD CC-SAL-DISPONIBLE TO WS-ENT-TOTAL-2.

      *================================================================
      * 2500 - CASOS ABIERTOS O CERRADOS EN EL DIA
      *   Totales: monto de los casos y casos cerrados en el dia.
      *================================================================
       2500-EXTRAER-CASOS.
           MOVE 'CASOS' TO WS-ENT-NOMBRE
           MOVE SPACES TO WS-ENT-COLUMNAS
           STRING 'NUM_CASO|FEC_APERTURA|HOA_APERTURA|TIP_ORIGEN|'
               'REF_ORIGEN|CTA_ORIGEN|BCO_DEST|CTA_DEST|MONTO|RAZON|'
               'INVESTIGADOR|ESTADO|DISPOSICION|HALLAZGOS|FEC_CIERRE'
               DELIMITED SIZE INTO WS-ENT-COLUMNAS
           PERFORM 8100-ABRIR-EXTRACTO

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-CASOS
           IF WS-STAT-CASOS = '35'
               DISPLAY '  AVISO: no existe CASOS.dat.'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-CASOS
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF CS-FEC-APERTURA = WS-FEC-EXTRACTO
                          OR CS-FEC-CIERRE = WS-FEC-EXTRACTO
                           PERFORM 2510-ESCRIBIR-CASO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-CASOS NOT = '35'
               CLOSE ARCHIVO-CASOS
           END-IF
           PERFORM 8300-CERRAR-EXTRACTO.

       2510-ESCRIBIR-CASO.
           INSPECT REG-CASO REPLACING ALL '|' BY '/'
           MOVE CS-MONTO TO WS-FMT-MTO-1

           MOVE SPACES TO REG-BODEGA
           STRING 'D|' CS-NUM-CASO '|' CS-FEC-APERTURA '|'
               CS-HOA-APERTURA '|' CS-TIP-ORIGEN '|' CS-REF-ORIGEN
               '|' CS-COD-CTA-ORIGEN '|' CS-COD-BCO-DEST '|'
               CS-COD-CTA-DEST '|' WS-FMT-MTO-1 '|' CS-RAZON '|'
               CS-COD-INVESTIGADOR '|' CS-ESTADO '|' CS-DISPOSICION
               '|' CS-HALLAZGOS '|' CS-FEC-CIERRE
               DELIMITED SIZE INTO REG-BODEGA
           PERFORM 8200-ESCRIBIR-DETALLE

           ADD CS-MONTO TO WS-ENT-TOTAL-1
           IF CASO-CERRADO AND CS-FEC-CIERRE = WS-FEC-EXTRACTO
               ADD 1 TO WS-ENT-TOTAL-2
           END-IF.

      *================================================================
      * 2600 - NOTIFICACIONES GENERADAS O DESPACHADAS EN EL DIA
      *   Totales: las que siguen pendientes y las enviadas.
      *================================================================
       2600-EXTRAER-NOTIFICACIONES.
           MOVE 'NOTIFICACIONES' TO WS-ENT-NOMBRE
           MOVE SPACES TO WS-ENT-COLUMNAS
           STRING 'NUM_NOTIFICACION|COD_CLIENTE|COD_CUENTA|'
               'TIP_EVENTO|NUM_ORDEN|MENSAJE|CANAL|FEC_EVENTO|'
               'HOA_EVENTO|ESTADO|FEC_ENVIO'
               DELIMITED SIZE INTO WS-ENT-COLUMNAS
           PERFORM 8100-ABRIR-EXTRACTO

           MOVE 'N' TO WS-EOF-LOCAL
           OPEN INPUT ARCHIVO-NOTIFICACIONES
           IF WS-STAT-NOTIF = '35'
               DISPLAY '  AVISO: no existe NOTIFICACIONES.dat.'
               MOVE 'S' TO WS-EOF-LOCAL
           END-IF

           PERFORM UNTIL WS-EOF-LOCAL = 'S'
               READ ARCHIVO-NOTIFICACIONES
                   AT END MOVE 'S' TO WS-EOF-LOCAL
                   NOT AT END
                       IF NT-FEC-EVENTO = WS-FEC-EXTRACTO
                          OR NT-FEC-ENVIO = WS-FEC-EXTRACTO
                           PERFORM 2610-ESCRIBIR-NOTIFICACION
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STAT-NOTIF NOT = '35'
               CLOSE ARCHIVO-NOTIFICACIONES
           END-IF
           PERFORM 8300-CERRAR-EXTRACTO.

       2610-ESCRIBIR-NOTIFICACION.
           INSPECT REG-NOTIFICACION REPLACING ALL '|' BY '/'

           MOVE SPACES TO REG-BODEGA
           STRING 'D|' NT-NUM-NOTIFICACION '|' NT-COD-CLIENTE '|'
               NT-COD-CUENTA '|' NT-TIP-EVENTO '|' NT-NUM-ORDEN '|'
               NT-DES-MENSAJE '|' NT-CANAL-PREFERIDO '|'
               NT-FEC-EVENTO '|' NT-HOA-EVENTO '|' NT-ESTADO '|'
               NT-FEC-ENVIO
               DELIMITED SIZE INTO REG-BODEGA
           PERFORM 8200-ESCRIBIR-DETALLE

           EVALUATE TRUE
               WHEN NOT-PENDIENTE
                   ADD 1 TO WS-ENT-TOTAL-1
               WHEN NOT-ENVIADA
                   ADD 1 TO WS-ENT-TOTAL-2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================
      * 8000 - ESCRIBIR EL MANIFIESTO DEL DIA
      *   Va de ultimo: su presencia es la senal de que los siete
      *   extractos del dia estan completos.
      *================================================================
       8000-ESCRIBIR-MANIFIESTO.
           MOVE SPACES TO WS-NOM-ARCHIVO-DWH
           STRING 'data/DWH-MANIFIESTO-' WS-FEC-EXTRACTO-CMP '.dat'
               DELIMITED SIZE INTO WS-NOM-ARCHIVO-DWH

           OPEN OUTPUT ARCHIVO-BODEGA
           IF WS-STAT-BODEGA NOT = '00'
               DISPLAY '  ERROR ABRIENDO ' WS-NOM-ARCHIVO-DWH ': '
                   WS-STAT-BODEGA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-BODEGA
           STRING 'H|MANIFIESTO|' WS-FEC-EXTRACTO '|ARCHIVO|ENTIDAD|'
               'REGISTROS|TOTAL_1|TOTAL_2'
               DELIMITED SIZE INTO REG-BODEGA
           WRITE REG-BODEGA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ARCHIVOS
               MOVE WS-MAN-TOTAL-1 (WS-IDX) TO WS-FMT-TOT-1
               MOVE WS-MAN-TOTAL-2 (WS-IDX) TO WS-FMT-TOT-2
               MOVE SPACES TO REG-BODEGA
               STRING 'M|' WS-MAN-NOMBRE (WS-IDX) '|'
                   WS-MAN-ENTIDAD (WS-IDX) '|'
                   WS-MAN-REGISTROS (WS-IDX) '|' WS-FMT-TOT-1 '|'
                   WS-FMT-TOT-2
                   DELIMITED SIZE INTO REG-BODEGA
               WRITE REG-BODEGA
           END-PERFORM

           ACCEPT WS-HORA-SYS FROM TIME
           MOVE SPACES TO WS-HOA-GENERACION
           STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
               DELIMITED SIZE INTO WS-HOA-GENERACION

           MOVE SPACES TO REG-BODEGA
           STRING 'F|' WS-FEC-EXTRACTO '|' WS-CANT-ARCHIVOS '|'
               WS-TOTAL-REGISTROS '|' WS-FEC-GENERACION '|'
               WS-HOA-GENERACION
               DELIMITED SIZE INTO REG-BODEGA
           WRITE REG-BODEGA

           CLOSE ARCHIVO-BODEGA
           DISPLAY '  Manifiesto: ' WS-NOM-ARCHIVO-DWH.

      *================================================================
      * 8100 - ABRIR EL EXTRACTO DE UNA ENTIDAD
      *   El que llama deja WS-ENT-NOMBRE y WS-ENT-COLUMNAS; aqui se
      *   arma el nombre del archivo, se ponen en cero los controles
      *   y se escribe el encabezado.
      *================================================================
       8100-ABRIR-EXTRACTO.
           MOVE 0 TO WS-ENT-REGISTROS
           MOVE 0 TO WS-ENT-TOTAL-1
           MOVE 0 TO WS-ENT-TOTAL-2

           MOVE SPACES TO WS-NOM-ARCHIVO-DWH
           STRING 'data/DWH-' WS-ENT-NOMBRE DELIMITED SPACE
               '-' WS-FEC-EXTRACTO-CMP '.dat' DELIMITED SIZE
               INTO WS-NOM-ARCHIVO-DWH

           OPEN OUTPUT ARCHIVO-BODEGA
           IF WS-STAT-BODEGA NOT = '00'
               DISPLAY '  ERROR ABRIENDO ' WS-NOM-ARCHIVO-DWH ': '
                   WS-STAT-BODEGA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-BODEGA
           STRING 'H|' WS-ENT-NOMBRE DELIMITED SPACE
               '|' WS-FEC-EXTRACTO '|' DELIMITED SIZE
               WS-ENT-COLUMNAS DELIMITED SPACE
               INTO REG-BODEGA
           WRITE REG-BODEGA.

      *================================================================
      * 8200 - ESCRIBIR UN RENGLON DE DETALLE YA ARMADO
      *================================================================
       8200-ESCRIBIR-DETALLE.
           WRITE REG-BODEGA
           ADD 1 TO WS-ENT-REGISTROS.

      *================================================================
      * 8300 - CERRAR EL EXTRACTO CON SU RENGLON DE CONTROL
      *   El control del archivo queda tambien en la tabla del
      *   manifiesto.
      *================================================================
       8300-CERRAR-EXTRACTO.
           MOVE WS-ENT-TOTAL-1 TO WS-FMT-TOT-1
           MOVE WS-ENT-TOTAL-2 TO WS-FMT-TOT-2

           MOVE SPACES TO REG-BODEGA
           STRING 'C|' WS-ENT-NOMBRE DELIMITED SPACE
               '|' WS-FEC-EXTRACTO '|' WS-ENT-REGISTROS '|'
               WS-FMT-TOT-1 '|' WS-FMT-TOT-2 DELIMITED SIZE
               INTO REG-BODEGA
           WRITE REG-BODEGA
           CLOSE ARCHIVO-BODEGA

           ADD 1 TO WS-CANT-ARCHIVOS
           MOVE WS-NOM-ARCHIVO-DWH TO WS-MAN-NOMBRE (WS-CANT-ARCHIVOS)
           MOVE WS-ENT-NOMBRE TO WS-MAN-ENTIDAD (WS-CANT-ARCHIVOS)
           MOVE WS-ENT-REGISTROS
               TO WS-MAN-REGISTROS (WS-CANT-ARCHIVOS)
           MOVE WS-ENT-TOTAL-1 TO WS-MAN-TOTAL-1 (WS-CANT-ARCHIVOS)
           MOVE WS-ENT-TOTAL-2 TO WS-MAN-TOTAL-2 (WS-CANT-ARCHIVOS)
           ADD WS-ENT-REGISTROS TO WS-TOTAL-REGISTROS

           DISPLAY '  ' WS-ENT-NOMBRE ': ' WS-ENT-REGISTROS
               ' registros en ' WS-NOM-ARCHIVO-DWH.

      *================================================================
      * 9800 - MOSTRAR RESUMEN DE LA CORRIDA
      *================================================================
       9800-MOSTRAR-RESUMEN.
           DISPLAY ' '
           DISPLAY WS-LINEA
           DISPLAY '  RESUMEN'
           DISPLAY '  Dia extraido          : ' WS-FEC-EXTRACTO
           DISPLAY '  Archivos generados    : ' WS-CANT-ARCHIVOS
           DISPLAY '  Registros extraidos   : ' WS-TOTAL-REGISTROS
           DISPLAY '  Cambios de clientes   : ' WS-TOTAL-JRN-CLI
           DISPLAY '  Cambios de cuentas    : ' WS-TOTAL-JRN-CTA
           DISPLAY WS-LINEA.

      *================================================================
      * 0060 - RECLAMAR LA FASE DE CIERRE DE ESTE JOB
      *   El dia debe estar CERRANDO y la fase anterior completada;
      *   el reclamo deja la fase propia completada en DIAOPER.dat
      *   (archivo de un solo renglon, se reescribe completo). Deja
      *   el dia que se cierra en WS-FEC-EXTRACTO.
      *================================================================
       0060-RECLAMAR-FASE-CIERRE.
           MOVE 'N' TO WS-FASE-RECLAMADA

           OPEN INPUT ARCHIVO-DIAOPER
           IF WS-STAT-DIAOPER = '35'
               DISPLAY '  AVISO: sin control del dia operativo; el '
                   'job corre en modo de arranque.'
               MOVE 'S' TO WS-FASE-RECLAMADA
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-DIAOPER
               AT END
                   DISPLAY '  AVISO: control del dia vacio; el job '
                       'corre en modo de arranque.'
                   CLOSE ARCHIVO-DIAOPER
                   MOVE 'S' TO WS-FASE-RECLAMADA
                   EXIT PARAGRAPH
               NOT AT END
                   CONTINUE
           END-READ
           CLOSE ARCHIVO-DIAOPER

           IF NOT DIA-CERRANDO
               DISPLAY ' '
               DISPLAY '  *** JOB NO EJECUTADO ***'
               DISPLAY '  El dia ' DO-FEC-PROCESO ' esta en estado '
                   DO-ESTADO '; la cadena de cierre solo corre en '
                   'CERRANDO (ver CTL-DIA).'
               EXIT PARAGRAPH
           END-IF

           IF DO-FASE-CIERRE NOT = WS-FASE-PROPIA - 1
               DISPLAY ' '
               DISPLAY '  *** JOB NO EJECUTADO ***'
               DISPLAY '  La cadena va en la fase ' DO-FASE-CIERRE
                   ' y este job es la fase ' WS-FASE-PROPIA
                   '; respete el orden LIB-BLOQUEOS, RST-LIMITES, '
                   'CNC-DIARIO, GEN-LIQUIDACION, SNAP-SALDOS, '
                   'GEN-BODEGA.'
               EXIT PARAGRAPH
           END-IF

           MOVE DO-FEC-PROCESO TO WS-FEC-EXTRACTO
           MOVE WS-FASE-PROPIA TO DO-FASE-CIERRE

           OPEN OUTPUT ARCHIVO-DIAOPER
           WRITE REG-DIA-OPER
           CLOSE ARCHIVO-DIAOPER

           MOVE 'S' TO WS-FASE-RECLAMADA.

      *================================================================
      * 9890 - DEJAR UN RENGLON EN LA BITACORA DE CORRIDAS
      *   El que llama deja WS-RUN-ESTADO y WS-RUN-PROCESADOS; aqui
      *   se arma el renglon completo ya con el archivo abierto (el
      *   archivo se crea en la primera corrida).
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

           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.
