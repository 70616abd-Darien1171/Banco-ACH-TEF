      * Contabilidad re-digitaba todos los dias nuestras cifras en el
      * paquete de contabilidad corporativa del banco. Este job de fin
      * de dia resume ASIENTOS.dat de la fecha de proceso en UNA linea
      * neta de debito/credito por sucursal y cuenta contable (la
      * sucursal es AC-COD-SUCURSAL; en blanco cuenta como
      * SUC-CASA-MATRIZ) y la escribe en el archivo de interfaz de
      * formato fijo INTERFAZ.dat (ver INTERFAZ.cpy), con encabezado
      * y un control final (cantidad de detalles, total de debitos y
      * total de creditos del dia), para que el cargue al sistema
      * corporativo sea mecanico.
      *
      * El extracto se NIEGA a salir si el dia no cuadra: si el total
      * de debitos difiere del de creditos, o si algun asiento
       01 WS-HORA-STR              PIC X(8).

      *----------------------------------------------------------------
      * Tabla de totales por sucursal + cuenta contable del dia (misma
      * tecnica y el mismo limite de 300 combinaciones que el balance
      * por sucursal de RPT-BALANCE).
      *----------------------------------------------------------------
       01 WS-TABLA-CUENTAS.
          05 WS-CANT-CUENTAS      PIC 9(3) VALUE 0.
          05 WS-CUENTA-GL OCCURS 300 TIMES.
             10 WS-GL-SUCURSAL    PIC X(4).
             10 WS-GL-CODIGO      PIC X(6).
             10 WS-GL-NOMBRE      PIC X(30).
             10 WS-GL-TOT-DEBITO  PIC S9(15)V99.
          05 WS-CUENTA-HALLADA    PIC X VALUE 'N'.
          05 WS-DIA-CUADRA        PIC X VALUE 'S'.
             88 DIA-CUADRA           VALUE 'S'.
          05 WS-IDX               PIC 9(3).
          05 WS-MTO-NETO          PIC S9(15)V99.
          05 WS-SUC-PATA          PIC X(4).

       01 WS-CONTADORES.
          05 WS-TOTAL-DESCUADRES  PIC 9(7) VALUE 0.
               PERFORM 3000-ESCRIBIR-INTERFAZ
               DISPLAY ' '
               DISPLAY '  Extracto generado: ' WS-CANT-DETALLES
                   ' linea(s) neta(s) por sucursal y cuenta '
                   'contable.'
           END-IF

           STOP RUN.
           PERFORM 2200-ACUMULAR-CUENTA-CONTABLE.

      *================================================================
      * 2200 - ACUMULAR LA PATA EN SU SUCURSAL + CUENTA CONTABLE
      *================================================================
       2200-ACUMULAR-CUENTA-CONTABLE.
           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE AC-COD-SUCURSAL TO WS-SUC-PATA
           IF WS-SUC-PATA = SPACES
               MOVE SUC-CASA-MATRIZ TO WS-SUC-PATA
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CUENTAS
                       OR WS-CUENTA-HALLADA = 'S'
               IF WS-GL-SUCURSAL (WS-IDX) = WS-SUC-PATA
                       AND WS-GL-CODIGO (WS-IDX) = AC-COD-CTA-CONTABLE
                   MOVE 'S' TO WS-CUENTA-HALLADA
                   PERFORM 2300-SUMAR-EN-CUENTA
               END-IF
           END-PERFORM

           IF WS-CUENTA-HALLADA = 'N'
               IF WS-CANT-CUENTAS < 300
                   ADD 1 TO WS-CANT-CUENTAS
                   MOVE WS-CANT-CUENTAS TO WS-IDX
                   MOVE WS-SUC-PATA TO WS-GL-SUCURSAL (WS-IDX)
                   MOVE AC-COD-CTA-CONTABLE TO WS-GL-CODIGO (WS-IDX)
                   MOVE AC-NOM-CTA-CONTABLE TO WS-GL-NOMBRE (WS-IDX)
                   MOVE 0 TO WS-GL-TOT-DEBITO (WS-IDX)
                   MOVE 0 TO WS-GL-TOT-CREDITO (WS-IDX)
                   PERFORM 2300-SUMAR-EN-CUENTA
               ELSE
                   DISPLAY '  ERROR: mas de 300 cuentas por sucursal '
                       'en el dia; ' WS-SUC-PATA '/'
                       AC-COD-CTA-CONTABLE
                       ' no cabe en la tabla. Extracto abortado.'
                   STOP RUN
               END-IF

      *================================================================
      * 3000 - ESCRIBIR EL ARCHIVO DE INTERFAZ
      *   Una linea neta por sucursal y cuenta: si la cuenta quedo
      *   con mas debitos que creditos sale con naturaleza 'D' por la
      *   diferencia, y al reves con 'C'. Una cuenta que quedo neta en
      *   cero igual sale (con 'D' y monto cero), para que el sistema
      *   corporativo vea que la cuenta tuvo movimiento.
           MOVE '6' TO IC-DET-TIPO
           MOVE WS-GL-CODIGO (WS-IDX) TO IC-DET-COD-CTA
           MOVE WS-GL-NOMBRE (WS-IDX) TO IC-DET-NOM-CTA
           MOVE WS-GL-SUCURSAL (WS-IDX) TO IC-DET-COD-SUCURSAL

           IF WS-MTO-NETO < 0
               MOVE 'C' TO IC-DET-NATURALEZA
