      * el momento en que ocurrio) filtrando por MC-COD-CUENTA y
      * MC-FEC-MOVIMIENTO dentro del rango, e imprime un extracto con
      * saldo anterior, cada movimiento y saldo final, tal como lo
      * veria el cliente en un estado de cuenta impreso. Al pie va
      * el valor de los cheques consignados que al cierre del rango
      * seguian en canje (parte del saldo que aun no estaba
      * disponible). Las transacciones de caja anuladas el mismo dia
      * (MC-MCA-ANULADO) se omiten junto con su contrapartida.
      *================================================================

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-MOVIM.

           SELECT ARCHIVO-CHEQUES
               ASSIGN TO 'data/CHEQUES.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-CHEQUES.

       DATA DIVISION.
       FILE SECTION.

           REPLACING REG-MOVIMIENTO BY REG-MOVIM-HIST
                     LEADING ==MC-== BY ==MH-==.

       FD ARCHIVO-CHEQUES.
       COPY 'copybooks/CHEQUES.cpy'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
          05 WS-STAT-MOVIM        PIC X(2).
          05 WS-STAT-SALDOS       PIC X(2).
          05 WS-STAT-MOVIM-HIST   PIC X(2).
          05 WS-STAT-CHEQUES      PIC X(2).
          05 WS-DESDE-HISTORICO   PIC X VALUE 'N'.

      *----------------------------------------------------------------
          05 WS-CANT-MOVIMIENTOS  PIC 9(5).
          05 WS-TOTAL-DEBITOS     PIC S9(13)V99.
          05 WS-TOTAL-CREDITOS    PIC S9(13)V99.
          05 WS-EOF-CHEQUES       PIC X VALUE 'N'.
          05 WS-CANT-EN-CANJE     PIC 9(5).
          05 WS-MTO-EN-CANJE      PIC S9(13)V99.

       01 WS-DISP-MONTO            PIC -ZZ.ZZZ.ZZZ.ZZZ,99.

       01 WS-LINEA PIC X(66)
           VALUE '=================================================='.

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
           PERFORM 8800-BUSCAR-NOMBRE-CLIENTE
           DISPLAY ' '
           DISPLAY WS-LINEA
           MOVE CC-COD-CUENTA TO WS-MSK-ENTRADA
           PERFORM 8980-ENMASCARAR-NUMERO
           DISPLAY '  Cuenta  : ' WS-MSK-SALIDA
           DISPLAY '  Cliente : ' WS-NOM-CLIENTE-OFI
           DISPLAY '  Periodo : ' WS-FEC-DESDE ' a ' WS-FEC-HASTA
           DISPLAY WS-LINEA
               DISPLAY '  Total creditos  : $' WS-DISP-MONTO
               DISPLAY '  Movimientos     : ' WS-CANT-MOVIMIENTOS
           END-IF
           PERFORM 1200-SUMAR-CHEQUES-CANJE
           IF WS-CANT-EN-CANJE > 0
               MOVE WS-MTO-EN-CANJE TO WS-DISP-MONTO
               DISPLAY '  Cheques en canje: $' WS-DISP-MONTO
                   ' (' WS-CANT-EN-CANJE ' cheque(s), aun no '
                   'disponibles)'
           END-IF
           DISPLAY WS-LINEA.

      *================================================================
      * 1200 - SUMAR LOS CHEQUES QUE SEGUIAN EN CANJE AL CIERRE
      *   Consignados hasta WS-FEC-HASTA y todavia sin liberar ni
      *   devolver a esa fecha (ver TRN-CAJA y PRC-CANJE).
      *================================================================
       1200-SUMAR-CHEQUES-CANJE.
           MOVE 0 TO WS-CANT-EN-CANJE
           MOVE 0 TO WS-MTO-EN-CANJE
           MOVE 'N' TO WS-EOF-CHEQUES

           OPEN INPUT ARCHIVO-CHEQUES
           IF WS-STAT-CHEQUES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-CHEQUES = 'S'
               READ ARCHIVO-CHEQUES
                   AT END MOVE 'S' TO WS-EOF-CHEQUES
                   NOT AT END
                       IF CQ-COD-CUENTA = WS-COD-CTA-BUSCADA
                               AND CQ-FEC-CONSIGNACION <= WS-FEC-HASTA
                               AND (CQ-FEC-CIERRE = SPACES
                                    OR CQ-FEC-CIERRE > WS-FEC-HASTA)
                           ADD 1 TO WS-CANT-EN-CANJE
                           ADD CQ-MTO-CHEQUE TO WS-MTO-EN-CANJE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CHEQUES.

      *================================================================
      * 1100 - IMPRIMIR UN RENGLON DEL EXTRACTO
      *================================================================
       1100-IMPRIMIR-MOVIMIENTO.
      *    Una transaccion de caja anulada el mismo dia y su
      *    contrapartida no salen en el extracto.
           IF MC-ANULADO OR MC-REVERSO-ANULACION
               EXIT PARAGRAPH
           END-IF

           IF NOT HAY-MOVIMIENTOS
               MOVE 'S' TO WS-HAY-MOVIMIENTOS
               IF NOT FOTO-HALLADA
           IF WS-STAT-CLIENTES NOT = '35'
               CLOSE ARCHIVO-CLIENTES
           END-IF.

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
