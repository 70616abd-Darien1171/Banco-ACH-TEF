      *   Cola de doble intervencion (maker-checker) para los
      *   parametros que tasan y limitan a todo el mundo: MNT-COMISION
      *   y MNT-LIMITES ya no escriben directo en COMISIONES.dat /
      *   LIMITES.dat (ni MNT-TASASIMP en TASASIMP.dat, las tarifas
      *   de impuestos) sino que dejan aqui la solicitud con los valores
      *   nuevos; APR-CAMBIOS la muestra con el antes/despues y solo
      *   la aprobacion de un usuario DISTINTO al solicitante aplica
      *   el cambio. Los valores nuevos viajan en un area comun con
          05 PC-TIP-PARAMETRO   PIC X(10).
             88 PC-ES-COMISION     VALUE 'COMISION  '.
             88 PC-ES-LIMITE       VALUE 'LIMITE    '.
             88 PC-ES-IMPUESTO     VALUE 'IMPUESTO  '.
          05 PC-ACCION          PIC X(10).
             88 PC-ACC-AGREGAR     VALUE 'AGREGAR   '.
             88 PC-ACC-EDITAR      VALUE 'EDITAR    '.
             88 PC-ACC-ALTA        VALUE 'ALTA      '.
             88 PC-ACC-AJUSTE      VALUE 'AJUSTE    '.
             88 PC-ACC-CANAL       VALUE 'CANAL     '.
          05 PC-CLAVE           PIC X(20).
             *> COMISION: CP-NUM-PARAMETRO (nuevo o a editar).
             *> LIMITE:   LC-COD-CLIENTE (ALTA, AJUSTE o CANAL =
             *>           tope diario de un canal del cliente).
             *> IMPUESTO: tipo y fecha de vigencia (GMF 2027-01-01).
          05 PC-COD-SOLICITANTE PIC X(10).
          05 PC-MOTIVO          PIC X(100).
          05 PC-FEC-SOLICITUD   PIC X(10).
          05 PC-DATOS-LIMITE REDEFINES PC-DATOS-COMISION.
             10 PC-LIM-DIARIO       PIC S9(13)V99.
             10 PC-LIM-MENSUAL      PIC S9(13)V99.
             10 PC-LIM-COD-CANAL    PIC X(3).
             10 PC-LIM-CANAL-DIA    PIC S9(13)V99.
                *> CANAL: cero = quitar el tope del canal.
             10 FILLER              PIC X(22).
          05 PC-DATOS-IMPUESTO REDEFINES PC-DATOS-COMISION.
             10 PC-IMP-TIPO         PIC X(3).
             10 PC-IMP-TARIFA       PIC 9(2)V99.
             10 PC-IMP-VIG-DESDE    PIC X(10).
             10 FILLER              PIC X(53).
          05 FILLER             PIC X(10).
