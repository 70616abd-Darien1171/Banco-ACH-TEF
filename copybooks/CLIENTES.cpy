      *   aqui (los programas de consulta la prefieren cuando existe).
      *   Lo mantiene MNT-CLIENTE, que tambien verifica que todo
      *   CC-COD-CLIENTE de CUENTAS.dat exista en este maestro.
      *   CNV-CLIENTES lleva a largo completo los renglones grabados
      *   antes de CL-RIESGO-SARLAFT, que no admiten crecer en una
      *   reescritura.
      *================================================================

       01 REG-CLIENTE.
             *> LIM-MESES-VIG-KYC, el cliente puede recibir pero no
             *> originar por encima de LIM-MTO-SIN-KYC hasta
             *> refrescarla (ver DET-KYC y 1900 en MAIN-ACH).
          05 CL-RIESGO-SARLAFT  PIC X(1).
             *> Calificacion de riesgo de lavado de activos que deja
             *> CAL-RIESGO: B = bajo, M = medio, A = alto; espacio =
             *> cliente aun no calificado. Un cliente A refresca su
             *> KYC cada LIM-MESES-VIG-KYC-ALTO (ver DET-KYC).
             88 RIESGO-BAJO        VALUE 'B'.
             88 RIESGO-MEDIO       VALUE 'M'.
             88 RIESGO-ALTO        VALUE 'A'.
          05 CL-RIESGO-RAZONES.
             *> Codigos de las razones que sumaron puntaje en la
             *> ultima calificacion (SEG, OCU, EFE, LST, MUL, FRA,
             *> ACT; ver CAL-RIESGO); espacios = sin razones.
             10 CL-RIESGO-RAZON PIC X(3) OCCURS 7 TIMES.
          05 CL-RIESGO-FEC-CALIFICA PIC X(10).
             *> YYYY-MM-DD de la ultima corrida de CAL-RIESGO que
             *> califico al cliente.
          05 CL-MCA-EXTRACTO-DIA PIC X(1).
             *> S = el cliente recibe cada dia el extracto de
             *> tesoreria en archivo (GEN-EXTDIARIO, EXTDIARIO.cpy);
             *> N o espacio = solo el extracto mensual.
             88 CL-CON-EXTRACTO-DIA VALUE 'S'.
          05 CL-MCA-FALLECIDO   PIC X(1).
             *> S = titular fallecido, registrado por PRC-SUCESION:
             *> sus cuentas quedan congeladas y sus debitos
             *> automaticos suspendidos hasta el pago a herederos.
             88 CL-FALLECIDO       VALUE 'S'.
          05 CL-FEC-FALLECIMIENTO PIC X(10).
             *> YYYY-MM-DD segun el registro civil de defuncion.
          05 CL-NUM-REG-DEFUNCION PIC X(15).
             *> Numero del registro civil de defuncion presentado.
          05 CL-SUC-REGLA-ABONOS PIC X(1).
             *> Que hacer con los abonos entrantes a las cuentas del
             *> fallecido (ver PRC-ENTRANTE): R = recibirlos y
             *> dejarlos congelados para la sucesion, D = devolverlos
             *> al banco originador.
             88 SUC-RECIBE-ABONOS  VALUE 'R'.
             88 SUC-DEVUELVE-ABONOS VALUE 'D'.
