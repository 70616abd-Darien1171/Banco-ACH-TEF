      *   3. Cerrar con disposicion (FRAUDE_CONFIRMADO /
      *      FALSO_POSITIVO / INCONCLUSO) y hallazgos en texto libre;
      *   4. Listar el destino del caso en LISTANEGRA.dat de una vez
      *      (retroalimentacion directa del caso a la lista negra);
      *   5. Marcar el caso para reporte de operacion sospechosa
      *      (ROS) a la UIAF con la narrativa del analista: queda
      *      MARCADO en ROS.dat y GEN-ROS lo presenta con las ordenes
      *      hacia su destino.
      *
      * Todo cambio exige codigo de supervisor y deja su renglon en
      * AUDITORIA.dat, igual que los demas mantenimientos.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-LISTANEGRA.

           SELECT ARCHIVO-ROS
               ASSIGN TO 'data/ROS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ROS.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'data/AUDITORIA.dat'
               ORGANIZATION IS LINE SEQUENTIAL
       FD ARCHIVO-LISTANEGRA.
       COPY 'copybooks/LISTANEGRA.cpy'.

       FD ARCHIVO-ROS.
       COPY 'copybooks/ROS.cpy'.

       FD ARCHIVO-AUDITORIA.
       COPY 'copybooks/AUDITORIA.cpy'.

       01 WS-FILE-STATUS.
          05 WS-STAT-CASOS        PIC X(2).
          05 WS-STAT-LISTANEGRA   PIC X(2).
          05 WS-STAT-ROS          PIC X(2).
          05 WS-STAT-AUDIT        PIC X(2).
          05 WS-STAT-SECUENCIA    PIC X(2).

          88 OPCION-ASIGNAR           VALUE '2'.
          88 OPCION-CERRAR            VALUE '3'.
          88 OPCION-LISTANEGRA        VALUE '4'.
          88 OPCION-MARCAR-ROS        VALUE '5'.

       01 WS-DATOS-CAPTURADOS.
          05 WS-CASO-BUSCADO      PIC X(20).
          05 WS-CAP-INVESTIGADOR  PIC X(10).
          05 WS-CAP-DISPOSICION   PIC X(20).
          05 WS-CAP-HALLAZGOS     PIC X(200).
          05 WS-CAP-NARRATIVA     PIC X(400).

      *----------------------------------------------------------------
      * Autorizacion del cambio
          05 WS-FEC-APER-NUM REDEFINES WS-FEC-APER-TXT PIC 9(8).
          05 WS-FEC-HOY-NUM       PIC 9(8).
          05 WS-DIAS-ABIERTO      PIC S9(5).
          05 WS-FEC-DESDE-YMD     PIC 9(8).

      *----------------------------------------------------------------
      * Auxiliares
          05 WS-CASO-ENCONTRADO   PIC X VALUE 'N'.
             88 CASO-ENCONTRADO      VALUE 'S'.
          05 WS-HAY-CASOS         PIC X VALUE 'N'.
          05 WS-EOF-ROS           PIC X VALUE 'N'.
          05 WS-ROS-EXISTE        PIC X VALUE 'N'.

       01 WS-DISP-MONTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

           DISPLAY '  2. Asignar investigador'
           DISPLAY '  3. Cerrar caso con disposicion y hallazgos'
           DISPLAY '  4. Listar el destino del caso en lista negra'
           DISPLAY '  5. Marcar el caso para reporte ROS a la UIAF'
           DISPLAY '  Opcion (ENTER = salir): ' WITH NO ADVANCING
           ACCEPT WS-OPCION

                   PERFORM 4000-CERRAR-CASO
               WHEN OPCION-LISTANEGRA
                   PERFORM 5000-LISTAR-EN-LISTA-NEGRA
               WHEN OPCION-MARCAR-ROS
                   PERFORM 5500-MARCAR-PARA-ROS
               WHEN OTHER
                   DISPLAY ' '
                   DISPLAY '  Sin cambios.'
           DISPLAY ' '
           DISPLAY '  Destino del caso listado en la lista negra.'.

      *================================================================
      * 5500 - MARCAR EL CASO PARA REPORTE DE OPERACION SOSPECHOSA
      *        (ROS) A LA UIAF
      *   Las ordenes hacia el destino del caso desde ROS-DIAS-
      *   PREVIOS dias antes de su apertura entran al reporte junto
      *   con el intento del propio caso (ver GEN-ROS). Un caso se
      *   marca una sola vez.
      *================================================================
       5500-MARCAR-PARA-ROS.
           DISPLAY ' '
           DISPLAY '  Numero del caso: ' WITH NO ADVANCING
           ACCEPT WS-CASO-BUSCADO
           DISPLAY '  Narrativa del analista: ' WITH NO ADVANCING
           ACCEPT WS-CAP-NARRATIVA

           IF WS-CAP-NARRATIVA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere la narrativa del '
                   'analista.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-CAPTURAR-AUTORIZACION
           IF WS-COD-AUTORIZA = SPACES
               DISPLAY ' '
               DISPLAY '  ERROR: Se requiere codigo de supervisor.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 7000-BUSCAR-CASO
           IF NOT CASO-ENCONTRADO
               DISPLAY ' '
               DISPLAY '  ERROR: No existe un caso con ese numero.'
               EXIT PARAGRAPH
           END-IF

           PERFORM 7100-BUSCAR-MARCA-ROS
           IF WS-ROS-EXISTE = 'S'
               DISPLAY ' '
               DISPLAY '  ERROR: El caso ya esta marcado para ROS.'
               EXIT PARAGRAPH
           END-IF

           STRING CS-FEC-APERTURA OF WS-CASO-HALLADO (1:4)
               CS-FEC-APERTURA OF WS-CASO-HALLADO (6:2)
               CS-FEC-APERTURA OF WS-CASO-HALLADO (9:2)
               DELIMITED SIZE INTO WS-FEC-APER-TXT
           COMPUTE WS-FEC-DESDE-YMD = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (WS-FEC-APER-NUM)
               - ROS-DIAS-PREVIOS)

           OPEN EXTEND ARCHIVO-ROS
           IF WS-STAT-ROS = '35'
               OPEN OUTPUT ARCHIVO-ROS
               CLOSE ARCHIVO-ROS
               OPEN EXTEND ARCHIVO-ROS
           END-IF

           MOVE SPACES TO REG-ROS
           MOVE WS-FECHA-STR TO RS-FEC-MARCA
           MOVE WS-HORA-STR TO RS-HOA-MARCA
           MOVE 'CASO      ' TO RS-TIP-ORIGEN
           MOVE WS-CASO-BUSCADO TO RS-REF-ORIGEN
           MOVE CS-COD-CTA-ORIGEN OF WS-CASO-HALLADO
               TO RS-COD-CTA-ORIGEN
           MOVE CS-COD-BCO-DEST OF WS-CASO-HALLADO TO RS-COD-BCO-DEST
           MOVE CS-COD-CTA-DEST OF WS-CASO-HALLADO TO RS-COD-CTA-DEST
           STRING WS-FEC-DESDE-YMD (1:4) '-'
               WS-FEC-DESDE-YMD (5:2) '-'
               WS-FEC-DESDE-YMD (7:2)
               DELIMITED SIZE INTO RS-FEC-DESDE
           MOVE CS-FEC-APERTURA OF WS-CASO-HALLADO TO RS-FEC-ORIGEN
           MOVE CS-MONTO OF WS-CASO-HALLADO TO RS-MTO-ORIGEN
           MOVE WS-COD-AUTORIZA TO RS-COD-ANALISTA
           MOVE WS-CAP-NARRATIVA TO RS-NARRATIVA
           MOVE 'MARCADO   ' TO RS-ESTADO
           MOVE 0 TO RS-CANT-OPERACIONES
           MOVE 0 TO RS-MTO-REPORTADO
           WRITE REG-ROS
           CLOSE ARCHIVO-ROS

           MOVE 'CASO_MARCADO_ROS' TO WS-ESTADO-FINAL-AUD
           PERFORM 9100-REGISTRAR-AUDITORIA

           DISPLAY ' '
           DISPLAY '  Caso ' WS-CASO-BUSCADO ' MARCADO para ROS '
               '(lo presenta GEN-ROS).'.

      *================================================================
      * 6000 - BUSCAR EL CASO VIVO Y REESCRIBIRLO SEGUN LA OPCION
      *================================================================
               CLOSE ARCHIVO-CASOS
           END-IF.

      *================================================================
      * 7100 - VER SI EL CASO YA TIENE MARCA DE ROS
      *================================================================
       7100-BUSCAR-MARCA-ROS.
           MOVE 'N' TO WS-ROS-EXISTE
           MOVE 'N' TO WS-EOF-ROS

           OPEN INPUT ARCHIVO-ROS
           IF WS-STAT-ROS = '35'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-ROS = 'S'
               READ ARCHIVO-ROS
                   AT END MOVE 'S' TO WS-EOF-ROS
                   NOT AT END
                       IF ROS-DE-CASO
                               AND RS-REF-ORIGEN = WS-CASO-BUSCADO
                           MOVE 'S' TO WS-ROS-EXISTE
                           MOVE 'S' TO WS-EOF-ROS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ROS.

      *================================================================
      * 9100 - REGISTRAR EL CAMBIO EN AUDITORIA
      *================================================================
