      *================================================================
      * ALERTAS.cpy - Estructura de registro SUSCRIPCIONES_ALERTAS
      *   Alertas que el cliente pide sobre una cuenta, ademas de los
      *   avisos de resultado de sus transferencias: que su saldo
      *   baje de un piso, que entre un abono mayor a X o que salga
      *   un debito mayor a Y por cualquier canal (taquilla, recaudo,
      *   GMF, comisiones...). Lo mantiene MNT-ALERTAS (una alerta
      *   viva por cuenta y tipo); EVA-ALERTAS las evalua contra cada
      *   renglon nuevo de MOVIMIENTOS.dat y, al cierre, contra la
      *   foto del dia en SALDOS.dat, y encola el aviso en
      *   NOTIFICACIONES.dat para DSP-NOTIFICA.
      *================================================================

       01 REG-ALERTA.
          05 AL-COD-CUENTA      PIC X(20).
          05 AL-TIP-ALERTA      PIC X(2).
             88 AL-SALDO-MINIMO    VALUE 'SM'.
             88 AL-ABONO-MAYOR     VALUE 'AB'.
             88 AL-DEBITO-MAYOR    VALUE 'DB'.
          05 AL-MTO-UMBRAL      PIC S9(13)V99.
             *> SM: piso de saldo; AB/DB: monto desde el cual se
             *> avisa el movimiento (igual o mayor).
          05 AL-MCA-ACTIVO      PIC X(1).
             *> S = vigente; N = retirada por el cliente.
          05 AL-FEC-REGISTRO    PIC X(10).
          05 AL-COD-OPERADOR    PIC X(10).
             *> Operador que registro la alerta a pedido del cliente.
          05 AL-FEC-ULT-AVISO   PIC X(10).
             *> Solo SM: YYYY-MM-DD del ultimo aviso de saldo bajo;
             *> el cierre no repite el aviso el mismo dia.
          05 FILLER             PIC X(12).
