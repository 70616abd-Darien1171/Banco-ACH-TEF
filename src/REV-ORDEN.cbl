
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
               FILE STATUS IS WS-STAT-CERROJOS.

           SELECT ARCHIVO-TASASIMP
               ASSIGN TO 'data/TASASIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TASASIMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

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
          05 WS-MOTIVO-REVERSO     PIC X(100).
          05 WS-COD-AUTORIZA       PIC X(10).

      *----------------------------------------------------------------
      * Orden precargada por GES-PQR al invocar este programa desde
      * el cierre de una queja (EXTERNAL); en blanco o sin iniciar
      * cuando el programa corre solo.
      *----------------------------------------------------------------
       01 WS-ORDEN-PRECARGADA      PIC X(20) EXTERNAL.

       01 WS-AUX.
          05 WS-EOF-ORDENES        PIC X VALUE 'N'.
          05 WS-EOF-CUENTAS        PIC X VALUE 'N'.
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

           PERFORM 9900-CERRAR-ARCHIVOS
           PERFORM 9880-LIBERAR-CERROJO-SESION
           GOBACK.

      *================================================================
      * 0100 - OBTENER FECHA Y HORA DEL SISTEMA
      *================================================================
       0200-CAPTURAR-DATOS.
           DISPLAY ' '
           IF WS-ORDEN-PRECARGADA NOT = SPACES
                   AND WS-ORDEN-PRECARGADA NOT = LOW-VALUES
               MOVE WS-ORDEN-PRECARGADA TO WS-ORDEN-BUSCADA
               MOVE SPACES TO WS-ORDEN-PRECARGADA
               DISPLAY '  Numero de orden a reversar: '
                   WS-ORDEN-BUSCADA ' (traida de la queja)'
           ELSE
               DISPLAY '  Numero de orden a reversar: '
                   WITH NO ADVANCING
               ACCEPT WS-ORDEN-BUSCADA
           END-IF

           DISPLAY '  Motivo del reverso: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-REVERSO

      *================================================================
      * 1000 - BUSCAR LA ORDEN A REVERSAR
      *   Lectura directa por OT-NUM-ORDEN; el registro queda leido
      *   para que 5000-ACTUALIZAR-ORDEN pueda hacer REWRITE.
      *================================================================
       1000-BUSCAR-ORDEN.
           MOVE 'N' TO WS-ORDEN-ENCONTRADA

           MOVE WS-ORDEN-BUSCADA TO OT-NUM-ORDEN
           READ ARCHIVO-ORDENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ORDEN-ENCONTRADA
           END-READ.

      *================================================================
      * 2000 - VALIDAR QUE LA ORDEN SE PUEDA REVERSAR
      *    CNF-CONFIRMACION), para que el abono a la cuenta destino y
      *    el asiento de reverso usen el monto girado real y
      *    devuelvan lo retenido.
           MOVE 'IVA' TO WS-TIM-TIPO
           MOVE OT-FEC-VALOR TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-IVA
           MOVE 'GMF' TO WS-TIM-TIPO
           MOVE OT-FEC-VALOR TO WS-TIM-FECHA
           PERFORM 8960-BUSCAR-TARIFA-IMP
           MOVE WS-TIM-TARIFA TO WS-TAR-GMF

           COMPUTE WS-MTO-IVA ROUNDED =
               OT-MTO-COMISION * WS-TAR-IVA / 100
           IF WS-MCA-EXENTA-GMF = FLAG-SI
               MOVE 0 TO WS-MTO-GMF
           ELSE
               COMPUTE WS-MTO-COP ROUNDED =
                   (OT-MTO-TOTAL - OT-MTO-COMISION - WS-MTO-IVA)
                   / (1 + WS-TAR-GMF / 1000)
               COMPUTE WS-MTO-GMF =
                   OT-MTO-TOTAL - OT-MTO-COMISION - WS-MTO-IVA
                   - WS-MTO-COP
           PERFORM 0150-SIGUIENTE-SECUENCIA
           STRING 'ASI' WS-ANO WS-MES WS-DIA WS-SEC-VALOR
               DELIMITED SIZE INTO WS-NUM-ASIENTO
           MOVE OT-COD-SUCURSAL-ORIGEN TO WS-SUC-ASIENTO

           MOVE GL-PASIVO-CLIENTES
               TO AC-COD-CTA-CONTABLE OF WS-ASIENTO-REVERSO
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-REVERSO
               MOVE 'Reverso: IVA de la comision'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-REVERSO
               MOVE WS-TAR-IVA
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-REVERSO
               PERFORM 4750-ESCRIBIR-ASIENTO-REVERSO
               MOVE 0 TO AC-TAR-IMPUESTO OF WS-ASIENTO-REVERSO
           END-IF

           IF WS-GL-GMF > 0
                   TO AC-MTO-ASIENTO OF WS-ASIENTO-REVERSO
               MOVE 'Reverso: GMF 4x1000 retenido'
                   TO AC-DES-CONCEPTO OF WS-ASIENTO-REVERSO
               MOVE WS-TAR-GMF
                   TO AC-TAR-IMPUESTO OF WS-ASIENTO-REVERSO
               PERFORM 4750-ESCRIBIR-ASIENTO-REVERSO
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
                               MOVE US-ROL TO WS-PRM-ROL-OPERADOR
                               MOVE 'S' TO WS-EOF-USUARIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           WRITE REG-NOTIFICACION
           CLOSE ARCHIVO-NOTIFICACIONES.

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
