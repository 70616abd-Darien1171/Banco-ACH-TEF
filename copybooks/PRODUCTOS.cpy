      *================================================================
      * PRODUCTOS.cpy - Estructura de registro PRODUCTOS_DEPOSITO
      *   Catalogo de productos de deposito ("Cuenta Nomina", "Ahorro
      *   Joven", "Corriente PYME", ...). Cada cuenta cuelga de un
      *   producto por CC-COD-PRODUCTO, que APR-CUENTA asigna en la
      *   apertura; los procesos leen del producto el comportamiento
      *   que antes dependia de la letra A/C de CC-TIP-CUENTA:
      *     - ACR-INTERES: si paga interes y con que tabla de tramos
      *       (renglones de TASASINT.dat con TI-COD-PRODUCTO);
      *     - ACR-SOBREGIRO y las validaciones de fondos de MAIN-ACH,
      *       TRN-CAJA, PRC-ENTRANTE y PRC-RECAUDO: si el cupo de
      *       sobregiro (CC-LIM-SOBREGIRO) cuenta como disponible;
      *     - APR-CUENTA: si la cuenta puede marcarse exenta de GMF
      *       y el deposito minimo de apertura;
      *     - DET-INACTIVAS: meses sin movimiento para dormirla;
      *     - FAC-MANEJO: cuota de manejo mensual y el saldo promedio
      *       que la exonera.
      *   Una cuenta vieja sin producto se lee con el producto por
      *   defecto de su letra (PRD-DEF-AHORROS / PRD-DEF-CORRIENTE);
      *   si ese codigo no esta en el catalogo rige el comportamiento
      *   de siempre de la letra. Lo mantiene MNT-PRODUCTOS; retirar
      *   un producto lo marca inactivo sin borrar el renglon (las
      *   cuentas que ya lo tienen lo conservan).
      *================================================================

       01 REG-PRODUCTO.
          05 PT-COD-PRODUCTO    PIC X(4).
          05 PT-NOM-PRODUCTO    PIC X(30).
          05 PT-TIP-CUENTA      PIC X(1).
             *> Familia del producto: A=Ahorros C=Corriente. Se
             *> copia a CC-TIP-CUENTA en la apertura.
          05 PT-SAL-MINIMO      PIC S9(13)V99.
             *> Saldo minimo del producto: deposito minimo exigido
             *> al abrir la cuenta.
          05 PT-MCA-INTERES     PIC X(1).
             88 PT-PAGA-INTERES    VALUE 'S'.
             *> S=ACR-INTERES le abona interes mensual.
          05 PT-MCA-SOBREGIRO   PIC X(1).
             88 PT-ADMITE-SOBREGIRO VALUE 'S'.
             *> S=Admite cupo de sobregiro aprobado.
          05 PT-MCA-EXENTA-GMF  PIC X(1).
             88 PT-ADMITE-EXENCION VALUE 'S'.
             *> S=La cuenta puede marcarse exenta del GMF.
          05 PT-MESES-DORMANCIA PIC 9(2).
             *> Meses sin movimiento del cliente para dormir la
             *> cuenta; 0 = LIM-MESES-DORMANCIA general.
          05 PT-MCA-ACTIVO      PIC X(1).
             *> S=Vigente (se ofrece en aperturas) N=Retirado.
          05 PT-FEC-ALTA        PIC X(10).
          05 PT-COD-AUTORIZA    PIC X(10).
          05 PT-MTO-CUOTA-MANEJO PIC 9(7)V99.
             *> Cuota de manejo mensual antes de IVA; 0 = el producto
             *> no cobra cuota.
          05 PT-SAL-EXONERA-CUOTA PIC 9(13)V99.
             *> Saldo promedio diario del mes desde el cual la cuota
             *> se exonera; 0 = no hay exoneracion por saldo.
          05 FILLER             PIC X(6).
