      * Proyecto 1: Sistema Interbancario Bancario
      *
      * Job periodico de fin de mes. ARCHIVO-ORDENES,
      * ARCHIVO-MOVIMIENTOS y ARCHIVO-AUDITORIA solo crecen en
      * MAIN-ACH,
      * asi que crecen sin limite mientras el banco opera. Este programa
      * saca de cada uno los renglones anteriores a un plazo de
      * retencion configurable (WS-DIAS-RETENCION), por
      * OT-FEC-CREACION, MC-FEC-MOVIMIENTO o AT-FEC-TRANSAC segun el
      * archivo, y los agrega a un archivo historico aparte; los
      * renglones dentro del plazo se quedan en el archivo vivo.
      * ORDENES.dat es indexado: los renglones archivados se borran
      * con DELETE en la misma pasada. MOVIMIENTOS y AUDITORIA son
      * LINE SEQUENTIAL y no se puede sacar un renglon de en medio,
      * asi que cada uno se reescribe por completo via un archivo
      * temporal: se separan los renglones vivos/historicos en una
      * primera pasada y luego el temporal con los renglones vivos se
      * copia de vuelta sobre el archivo original.
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

           SELECT ARCHIVO-ORDENES-HIST
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ORDENES-HIST.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'data/MOVIMIENTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
       COPY 'copybooks/ORDENES.cpy' REPLACING REG-ORDEN BY
           REG-ORDEN-HIST.

       FD ARCHIVO-MOVIMIENTOS.
       COPY 'copybooks/MOVIMIENTOS.cpy'.

       01 WS-FILE-STATUS.
          05 WS-STAT-ORDENES          PIC X(2).
          05 WS-STAT-ORDENES-HIST     PIC X(2).
          05 WS-STAT-MOVS             PIC X(2).
          05 WS-STAT-MOVS-HIST        PIC X(2).
          05 WS-STAT-MOVS-TEMP        PIC X(2).

      *================================================================
      * 1000 - ARCHIVAR ORDENES_TRANSFERENCIA
      *   Una sola pasada por llave primaria con ORDENES.dat abierto
      *   I-O: cada renglon con OT-FEC-CREACION anterior al corte se
      *   agrega al historico y se borra del archivo vivo.
      *================================================================
       1000-ARCHIVAR-ORDENES.
           OPEN I-O ARCHIVO-ORDENES
           OPEN EXTEND ARCHIVO-ORDENES-HIST
           IF WS-STAT-ORDENES-HIST = '35'
               OPEN OUTPUT ARCHIVO-ORDENES-HIST
               CLOSE ARCHIVO-ORDENES-HIST
               OPEN EXTEND ARCHIVO-ORDENES-HIST
           END-IF

           MOVE 'N' TO WS-EOF-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ORDENES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ORD-LEIDOS
                       IF OT-FEC-CREACION OF REG-ORDEN < WS-FECHA-CORTE
                           ADD 1 TO WS-TOTAL-ORD-ARCH
                           WRITE REG-ORDEN-HIST FROM REG-ORDEN
                           DELETE ARCHIVO-ORDENES RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES
           CLOSE ARCHIVO-ORDENES-HIST.

      *================================================================
      * 2000 - ARCHIVAR MOVIMIENTOS_CUENTAS
      *   MOVIMIENTOS.dat es LINE SEQUENTIAL: una primera pasada
      *   separa por MC-FEC-MOVIMIENTO los renglones historicos (al
      *   historico) de los vivos (al temporal), y una segunda copia
      *   el temporal de vuelta sobre el archivo vivo.
      *================================================================
       2000-ARCHIVAR-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-MOVIMIENTOS

      *================================================================
      * 3000 - ARCHIVAR AUDITORIA_TRANSACCIONES
      *   Mismo esquema de dos pasadas con archivo temporal que 2000
      *   (AUDITORIA.dat tambien es LINE SEQUENTIAL), por
      *   AT-FEC-TRANSAC.
      *================================================================
       3000-ARCHIVAR-AUDITORIA.
