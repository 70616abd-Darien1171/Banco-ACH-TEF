      *   esperado (base + ingresos - egresos) queda estampada como
      *   sobrante (+) o faltante (-). RPT-CUADRE-CAJA arma con esto
      *   y con MOVIMIENTOS.dat el cuadre de fin de dia por cajero.
      *   El efectivo sale de la boveda de la sucursal (GES-BOVEDA):
      *   sus dotaciones y reintegros en el dia ajustan la base.
      *================================================================

       01 REG-CAJA.
          05 CJ-HOA-APERTURA    PIC X(8).
          05 CJ-TERMINAL        PIC X(20).
          05 CJ-MTO-BASE        PIC S9(13)V99.
             *> Fondo entregado al cajero: apertura mas dotaciones
             *> de la boveda menos reintegros con el cajon abierto.
          05 CJ-MTO-INGRESOS    PIC S9(13)V99.
             *> Efectivo recibido (depositos) durante el dia.
          05 CJ-MTO-EGRESOS     PIC S9(13)V99.
          05 CJ-ESTADO          PIC X(10).
             88 CAJA-ABIERTA       VALUE 'ABIERTA   '.
             88 CAJA-CERRADA       VALUE 'CERRADA   '.
          05 CJ-COD-SUCURSAL    PIC X(4).
             *> Sucursal cuya boveda surte el cajon.
          05 FILLER             PIC X(4).
