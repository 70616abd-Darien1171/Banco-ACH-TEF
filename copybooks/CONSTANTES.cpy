          05 EST-LIQUIDADA      PIC X(22) VALUE 'LIQUIDADA             '.
             *> Estado final: la camara de compensacion acepto (ACK)
             *> el lote del archivo de liquidacion que cubria la
             *> orden (ver CNF-LIQUIDACION), o el banco destino
             *> acepto en linea un pago inmediato que ya quedo en la
             *> posicion neta continua (8800 en MAIN-ACH, POSINM.cpy).
          05 EST-DIFERIDA       PIC X(22) VALUE 'DIFERIDA              '.
             *> Orden CONFIRMADA que GEN-LIQUIDACION dejo por fuera
             *> del lote porque el debito neto superaria el tope de
          05 MOV-CDT-PAGO       PIC X(22) VALUE 'PAGO_CDT              '.
             *> Abono del capital mas intereses de un CDT al vencer
             *> o cancelarse anticipado (ver ACR-CDT / MNT-CDT).
          05 MOV-RENUMERACION   PIC X(22) VALUE 'TRASLADO_RENUMERACION '.
             *> Paso del saldo de una cuenta renumerada (o trasladada
             *> de sucursal) a su numero nuevo: salida en la vieja,
             *> entrada en la nueva (ver MNT-CUENTA y CTAXREF.cpy).
          05 MOV-DEVOL-RETIRO   PIC X(22) VALUE 'DEVOLUCION_ANULACION  '.
             *> Debito de un abono entrante devuelto al banco que
             *> pidio anularlo (ver SUP-RETIROS y RETIROSENT.cpy).
          05 MOV-CHEQUE         PIC X(22) VALUE 'CONSIGNACION_CHEQUE   '.
             *> Cheque de otro banco consignado por taquilla: abona
             *> el saldo total, pero queda en canje (bloqueado) hasta
             *> que PRC-CANJE lo libere (ver CHEQUES.cpy).
          05 MOV-CHEQUE-DEVUELTO PIC X(22)
                                VALUE 'CHEQUE_DEVUELTO       '.
             *> Reverso de un cheque consignado que la camara
             *> devolvio impagado (ver PRC-CANJE).
          05 MOV-ANULACION-CAJA PIC X(22)
                                VALUE 'ANULACION_CAJA        '.
             *> Contrapartida de una transaccion de caja anulada el
             *> mismo dia con autorizacion de supervisor (TRN-CAJA).
          05 MOV-CUOTA-MANEJO   PIC X(22)
                                VALUE 'CUOTA_MANEJO          '.
             *> Cuota de manejo mensual mas su IVA, debitada por
             *> FAC-MANEJO (ver CUOTASMANEJO.cpy).
          05 MOV-SUCESION       PIC X(22)
                                VALUE 'PAGO_SUCESION         '.
             *> Entrega del saldo de un titular fallecido a sus
             *> herederos segun la particion (ver PRC-SUCESION).
          05 MOV-PAGO-CONVENIO  PIC X(22)
                                VALUE 'PAGO_CONVENIO         '.
             *> Factura de un convenio pagada en efectivo en
             *> taquilla, abonada a la cuenta recaudadora (TRN-CAJA).
          05 MOV-LIQ-CONVENIO   PIC X(22)
                                VALUE 'LIQUIDACION_CONVENIO  '.
             *> Traslado del recaudo del dia a la cuenta de abono del
             *> facturador, neto de comision (ver PRC-CONVENIOS).
          05 MOV-CASTIGO        PIC X(22)
                                VALUE 'CASTIGO_SOBREGIRO     '.
             *> Abono contable que lleva a cero el sobregiro no
             *> autorizado castigado por el supervisor; la perdida
             *> queda en GL-CASTIGO-SOBREGIROS (ver SUP-CASTIGOS).
          05 MOV-REMESA         PIC X(22)
                                VALUE 'ABONO_REMESA          '.
             *> Remesa del exterior abonada directo a la cuenta del
             *> beneficiario, en su equivalente COP (PRC-REMESAS).
          05 MOV-AJUSTE-VALOR   PIC X(22)
                                VALUE 'AJUSTE_FECHA_VALOR    '.
             *> Ajuste aprobado por supervisor con fecha valor
             *> anterior (MC-FEC-MOVIMIENTO = la fecha valor); las
             *> diferencias de interes, retencion y sobregiro que
             *> causa salen en renglones propios con fecha del dia
             *> (ver SUP-AJUSTES).

      * --- CÓDIGOS DE RESULTADO ---
       01 CODIGOS-RESULTADO.
          05 COD-KYC-VENCIDO    PIC 9(2)  VALUE 14.
             *> El KYC del cliente ordenante esta vencido y el monto
             *> supera el tope permitido sin refrescarlo.
          05 COD-INM-RECHAZA    PIC 9(2)  VALUE 15.
             *> El riel de pagos inmediatos rechazo en linea el pago
             *> (banco destino o tope de posicion neta).
          05 COD-ERROR-SIS      PIC 9(2)  VALUE 99.

      * --- LIMITES DEL SISTEMA ---
       01 DATOS-BANCO-PROPIO.
          05 COD-BANCO-PROPIO   PIC X(3)  VALUE '001'.
          05 NOM-BANCO-PROPIO   PIC X(30) VALUE 'BANCO A'.
          05 SUC-CASA-MATRIZ    PIC X(4)  VALUE '0001'.
             *> Sucursal a la que se cargan los asientos propios del
             *> banco (liquidacion, canje, camara, revaluacion) y los
             *> de cuentas sin sucursal (ver AC-COD-SUCURSAL).

      * --- CUENTA DE DEPOSITOS JUDICIALES ---
      *     Destino configurado para el remate de fondos embargados
          05 GL-PASIVO-CDT      PIC X(6)  VALUE '210510'.
          05 GL-NOM-PASIVO-CDT  PIC X(30)
             VALUE 'DEPOSITOS A TERMINO CDT'.
          05 GL-CANJE-CHEQUES   PIC X(6)  VALUE '190510'.
          05 GL-NOM-CANJE-CHEQUES PIC X(30)
             VALUE 'CHEQUES EN CANJE'.
          05 GL-BANCO-REPUBLICA PIC X(6)  VALUE '111005'.
          05 GL-NOM-BANCO-REPUBLICA PIC X(30)
             VALUE 'BANCO DE LA REPUBLICA'.
          05 GL-CASTIGO-SOBREGIROS PIC X(6) VALUE '519530'.
          05 GL-NOM-CASTIGO-SOBREGIROS PIC X(30)
             VALUE 'CASTIGO SOBREGIROS NO AUTORIZ'.
          05 GL-REMESAS-POR-PAGAR PIC X(6) VALUE '259510'.
          05 GL-NOM-REMESAS-POR-PAGAR PIC X(30)
             VALUE 'REMESAS DEL EXTERIOR POR PAGAR'.
          05 GL-CORRESPONSAL-REMESAS PIC X(6) VALUE '111520'.
          05 GL-NOM-CORRESPONSAL-REMESAS PIC X(30)
             VALUE 'CORRESPONSALES REMESADORAS'.
          05 GL-AJUSTES-FEC-VALOR PIC X(6) VALUE '259520'.
          05 GL-NOM-AJUSTES-FEC-VALOR PIC X(30)
             VALUE 'AJUSTES FECHA VALOR X APLICAR'.

      * --- GMF (GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS, 4x1000) ---
      *     Se causa sobre todo debito a cuenta de cliente (la base
             *> Umbral de reporte en COP: operaciones individuales
             *> que lo superen, y clientes cuyo acumulado mensual lo
             *> cruce en operaciones menores (ver RPT-UIAF).
          05 ROS-DIAS-PREVIOS   PIC 9(3) VALUE 30.
             *> Al marcar un caso para ROS (GES-CASOS), dias antes
             *> de su apertura desde los cuales las ordenes hacia su
             *> destino entran al reporte (ver ROS.cpy y GEN-ROS).

      * --- CALIFICACION DE RIESGO SARLAFT DE CLIENTES ---
       01 PARAMETROS-SARLAFT.
          05 SAR-DIAS-VENTANA   PIC 9(3) VALUE 90.
             *> Dias hacia atras que CAL-RIESGO mira en MOVIMIENTOS
             *> y en las revisiones de nombres; las marcas de mula y
             *> el fraude confirmado pesan sin importar la fecha.
          05 SAR-PTS-SEGMENTO   PIC 9(3) VALUE 10.
             *> Cliente CORPORATIVO (mayor volumen y terceros).
          05 SAR-PTS-OCUPACION  PIC 9(3) VALUE 20.
             *> Ocupacion declarada en la tabla de actividades de
             *> alto riesgo de CAL-RIESGO.
          05 SAR-PTS-EFECTIVO   PIC 9(3) VALUE 20.
             *> Efectivo de taquilla de la ventana por encima de
             *> UIAF-UMBRAL-EFECTIVO.
          05 SAR-PTS-LISTA      PIC 9(3) VALUE 25.
             *> Casi-acierto de tamizaje por nombre (REVNOMBRES).
          05 SAR-PTS-MULA       PIC 9(3) VALUE 40.
             *> Cuenta del cliente listada por DET-MULAS.
          05 SAR-PTS-FRAUDE     PIC 9(3) VALUE 40.
             *> Caso con disposicion FRAUDE_CONFIRMADO sobre una
             *> cuenta del cliente.
          05 SAR-PTS-ACTIVIDAD  PIC 9(3) VALUE 20.
             *> Movimiento mensual promedio mayor a SAR-VECES-
             *> ACTIVIDAD veces la actividad esperada declarada.
          05 SAR-VECES-ACTIVIDAD PIC 9(2) VALUE 2.
          05 SAR-UMBRAL-MEDIO   PIC 9(3) VALUE 20.
             *> Puntaje desde el cual el cliente es riesgo medio.
          05 SAR-UMBRAL-ALTO    PIC 9(3) VALUE 40.
             *> Puntaje desde el cual el cliente es riesgo alto.
          05 LIM-MESES-VIG-KYC-ALTO PIC 9(3) VALUE 6.
             *> Vigencia del KYC de un cliente de riesgo alto; el
             *> resto usa LIM-MESES-VIG-KYC (ver DET-KYC).

      * --- CICLOS INTRADIA DE LIQUIDACION ACH ---
       01 PARAMETROS-CICLOS-LIQ.
          05 LIQ-CANT-VENTANAS  PIC 9(1) VALUE 3.
             *> Ventanas de presentacion a la camara durante el dia
             *> (ciclos 1..LIQ-CANT-VENTANAS); la corrida de la
             *> cadena de cierre es siempre el ciclo siguiente al
             *> ultimo (ciclo de cierre). Cero = un solo archivo de
             *> fin de dia como antes.
          05 LIQ-HORAS-VENTANA.
             *> Hora de apertura de cada ventana, en orden.
             10 FILLER          PIC X(8) VALUE '10:00:00'.
             10 FILLER          PIC X(8) VALUE '13:00:00'.
             10 FILLER          PIC X(8) VALUE '16:00:00'.
             10 FILLER          PIC X(8) VALUE '99:99:99'.
             10 FILLER          PIC X(8) VALUE '99:99:99'.
          05 LIQ-TABLA-VENTANAS REDEFINES LIQ-HORAS-VENTANA.
             10 LIQ-HOR-VENTANA PIC X(8) OCCURS 5 TIMES.

      * --- PAGOS INMEDIATOS 24/7 ---
       01 PARAMETROS-INMEDIATOS.
          05 INM-MCA-HABILITADO PIC X     VALUE 'S'.
             *> S = MAIN-ACH ofrece el riel inmediato a los envios
             *> elegibles; N = todo interbanco va por ACH como antes.
          05 INM-MTO-TOPE       PIC 9(11)V99 VALUE 5000000.
             *> Tope en COP por pago: por encima (o por lote, o con
             *> fecha valor futura) la orden sigue por el ACH de
             *> siempre con su corte y GEN-LIQUIDACION.
          05 INM-TOPE-POSICION  PIC 9(13)V99 VALUE 500000000.
             *> Posicion neta deudora maxima con un banco en el riel
             *> inmediato (POSINM.dat); un pago que la excederia lo
             *> rechaza el riel en linea.

      * --- AVISOS DE CAMBIO (NOC) DE BANCOS DESTINO ---
       01 PARAMETROS-NOC.
             *> renglon PENDIENTE en REVNOMBRES.dat para que
             *> cumplimiento lo revise (MNT-LISTANOMBRES).

      * --- QUEJAS Y RECLAMOS (PQR) ---
       01 PARAMETROS-PQR.
          05 PQR-DIAS-HABILES   PIC 9(2) VALUE 15.
             *> Plazo de respuesta al cliente en dias habiles desde
             *> la radicacion (sin fines de semana ni festivos de
             *> FERIADOS.dat), segun la Superfinanciera. Ver GES-PQR.

      * --- PLAZO DE DEVOLUCIONES ENTRANTES ---
       01 PARAMETROS-PLAZO-DEVOL.
          05 DEV-PLAZO-DIAS-HABILES PIC 9(2) VALUE 2.
             *> Dias habiles desde la liquidacion de la orden en que
             *> el banco destino puede devolverla (reglamento de la
             *> red). Despues, PRC-DEVUELTAS la impugna (R68).
          05 DEV-PLAZO-EXTENDIDO    PIC 9(2) VALUE 40.
             *> Plazo de los motivos de no autorizado (R05, R07,
             *> R10, R29, R51), que el pagador reclama tarde: unos
             *> 60 dias calendario.

      * --- CANJE DE CHEQUES CONSIGNADOS ---
       01 PARAMETROS-CANJE.
          05 CHQ-DIAS-CANJE     PIC 9(2) VALUE 2.
             *> Dias habiles (sin fines de semana ni festivos de
             *> FERIADOS.dat) que un cheque de otro banco queda en
             *> canje antes de pasar al disponible.
          05 CHQ-COMISION-DEVOL PIC 9(7)V99 VALUE 30000.
             *> Comision por cheque devuelto, cobrada al cliente que
             *> lo consigno; el IVA se calcula aparte con
             *> IVA-TARIFA-POR.

      * --- POSICION PROPIA EN MONEDA EXTRANJERA ---
       01 PARAMETROS-POSICION-FX.
          05 PFX-LIM-POSICION-USD PIC 9(13)V99 VALUE 8000000000.
          05 PFX-LIM-POSICION-EUR PIC 9(13)V99 VALUE 4000000000.
             *> Tope de la posicion neta abierta por moneda,
             *> valorado en pesos COP a la tasa del dia y comparado
             *> en valor absoluto (larga o corta). Por encima,
             *> RPT-POSICIONFX la marca para tesoreria.

      * --- BOVEDA DE SUCURSAL ---
      *     Valor de cada denominacion de billete que se cuenta en
      *     la boveda (BOVEDAS.cpy) y en los movimientos de efectivo
      *     (MOVBOVEDA.cpy), en el mismo orden; la moneda metalica
      *     se maneja por valor. ---
       01 PARAMETROS-BOVEDA.
          05 BOV-CANT-DENOM     PIC 9(1) VALUE 6.
          05 BOV-VALORES-DENOM.
             10 FILLER          PIC 9(6) VALUE 100000.
             10 FILLER          PIC 9(6) VALUE 50000.
             10 FILLER          PIC 9(6) VALUE 20000.
             10 FILLER          PIC 9(6) VALUE 10000.
             10 FILLER          PIC 9(6) VALUE 5000.
             10 FILLER          PIC 9(6) VALUE 2000.
          05 BOV-TABLA-DENOM REDEFINES BOV-VALORES-DENOM.
             10 BOV-VALOR-DENOM PIC 9(6) OCCURS 6 TIMES.

      * --- PRODUCTOS DE DEPOSITO ---
      *     Producto con que se leen las cuentas sin CC-COD-PRODUCTO
      *     (abiertas antes del catalogo), segun su letra A/C; ver
      *     PRODUCTOS.cpy. ---
       01 PARAMETROS-PRODUCTOS.
          05 PRD-DEF-AHORROS    PIC X(4) VALUE 'AHO1'.
          05 PRD-DEF-CORRIENTE  PIC X(4) VALUE 'CTE1'.
          05 PRD-DEF-NOMINA     PIC X(4) VALUE 'NOM1'.
             *> Producto de las cuentas que abre APR-NOMINA cuando
             *> el encabezado del archivo no trae otro.

      * --- CUOTA DE MANEJO MENSUAL ---
      *     Tarifa general de la cuota de manejo (antes de IVA) y
      *     saldo promedio diario que la exonera; rigen para las
      *     cuentas cuyo producto no esta en el catalogo (ver
      *     PT-MTO-CUOTA-MANEJO / PT-SAL-EXONERA-CUOTA). ---
       01 PARAMETROS-CUOTA-MANEJO.
          05 CUO-MTO-MANEJO     PIC 9(7)V99 VALUE 14000.
          05 CUO-SAL-EXONERA    PIC 9(13)V99 VALUE 1000000.

      * --- SEGURO DE DEPOSITOS (FOGAFIN) ---
      *     Cobertura por depositante (documento) sobre la suma de
      *     sus ahorros, corrientes y CDT en el banco; ver
      *     RPT-FOGAFIN. ---
       01 PARAMETROS-FOGAFIN.
          05 FOG-TOPE-COBERTURA PIC 9(13)V99 VALUE 50000000.

      * --- SUCESION DE CLIENTES FALLECIDOS ---
      *     Regla con que se registra un fallecimiento si el
      *     supervisor no escoge otra (R = recibir los abonos
      *     entrantes y dejarlos congelados, D = devolverlos) y
      *     maximo de herederos por particion; ver PRC-SUCESION. ---
       01 PARAMETROS-SUCESION.
          05 SUC-REGLA-DEFECTO  PIC X(1)  VALUE 'R'.
          05 SUC-MAX-HEREDEROS  PIC 9(2)  VALUE 10.

      * --- ENFRIAMIENTO TRAS CAMBIO DE DATOS DE CONTACTO ---
      *     Durante ENF-HORAS-VENTANA horas despues de un cambio de
      *     CL-TELEFONO, CL-EMAIL o CL-CANAL-AVISOS (renglon de
      *     MNT-CLIENTE en CAMBIOS.dat), toda transferencia saliente
      *     de una cuenta del cliente por encima de ENF-MTO-UMBRAL
      *     (en COP) va a la cola de retenidas del supervisor (ver
      *     7300 en MAIN-ACH y ADP-CANAL): el patron de toma de
      *     cuenta es cambiar el contacto y vaciarla cuando los
      *     avisos ya le llegan al defraudador. ---
       01 PARAMETROS-ENFRIAMIENTO.
          05 ENF-HORAS-VENTANA  PIC 9(3)  VALUE 48.
          05 ENF-MTO-UMBRAL     PIC 9(13)V99 VALUE 2000000.

      * --- COBRANZA DE SOBREGIROS NO AUTORIZADOS ---
      *     Un caso de COBRANZA.dat que cumple COB-DIAS-CASTIGO dias
      *     en rojo sin repagarse queda PROPUESTO para castigo (ver
      *     GES-COBRANZA; PJ-UMBRAL-1 en PARAMRUN.dat lo reemplaza)
      *     y solo el supervisor lo castiga (SUP-CASTIGOS). ---
       01 PARAMETROS-COBRANZA.
          05 COB-DIAS-CASTIGO   PIC 9(3)  VALUE 90.

      * --- REMESAS INTERNACIONALES ---
      *     Cada remesadora aliada deja cada dia su archivo
      *     data/REMESAS-<codigo>.dat (ver REMENTRADA.cpy). PRC-REMESAS
      *     los carga a REMESAS.dat contra GL-CORRESPONSAL-REMESAS,
      *     abona las que traen cuenta nuestra del beneficiario y le
      *     devuelve a cada remesadora, en data/REMDEVOL-<codigo>.dat,
      *     las que cumplen REM-DIAS-VIGENCIA dias sin cobrarse
      *     (PJ-UMBRAL-1 en PARAMRUN.dat lo reemplaza). Las demas se
      *     pagan en efectivo en TRN-CAJA. ---
       01 PARAMETROS-REMESAS.
          05 REM-DIAS-VIGENCIA  PIC 9(3)  VALUE 30.
          05 REM-CANT-REMESADORAS PIC 9(1) VALUE 3.
          05 REM-CODIGOS-REMESADORAS.
             10 FILLER          PIC X(6) VALUE 'WUNION'.
             10 FILLER          PIC X(6) VALUE 'MGRAM '.
             10 FILLER          PIC X(6) VALUE 'RIAFIN'.
             10 FILLER          PIC X(6) VALUE SPACES.
             10 FILLER          PIC X(6) VALUE SPACES.
          05 REM-TABLA-REMESADORAS REDEFINES REM-CODIGOS-REMESADORAS.
             10 REM-COD-REMESADORA PIC X(6) OCCURS 5 TIMES.

      * --- ASIENTOS MANUALES DE CONTABILIDAD ---
      *     Los captura MNT-ASIENTOS y quedan PENDIENTE en
      *     ASIMANUAL.dat (ver ASIMANUAL.cpy) hasta que un SUPERVISOR
      *     distinto del que los capturo los aprueba en APR-ASIENTOS;
      *     solo entonces pasan a ASIENTOS.dat con numero
      *     ASM-PREFIJO + YYYYMMDD + consecutivo, que los distingue de
      *     los asientos automaticos (ASI...). ---
       01 PARAMETROS-ASI-MANUAL.
          05 ASM-PREFIJO        PIC X(3)  VALUE 'AMN'.
          05 ASM-MAX-PATAS      PIC 9(2)  VALUE 20.

      * --- AJUSTES CON FECHA VALOR ---
      *     SUP-AJUSTES acepta fechas valor de hasta AJV-MAX-DIAS
      *     dias atras: reexpresa SALDOS.dat desde esa fecha y
      *     recalcula el interes de ahorros, su retencion y el
      *     interes de sobregiro ya liquidados en ese lapso. ---
       01 PARAMETROS-AJUSTE-VALOR.
          05 AJV-MAX-DIAS       PIC 9(3)  VALUE 90.

       01 FLAGS-SISTEMA.
          05 FLAG-SI            PIC X     VALUE 'S'.
          05 FLAG-NO            PIC X     VALUE 'N'.
