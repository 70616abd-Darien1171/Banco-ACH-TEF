      *   ADM-USUARIOS. Si el archivo no existe todavia, los
      *   programas aceptan el codigo digitado con un aviso (modo de
      *   arranque), igual que antes de existir el maestro.
      *   Las claves no se guardan como se digitan: US-CLAVE y la
      *   historia llevan la huella de US-SAL-CLAVE + usuario + clave
      *   (8970-CIFRAR-CLAVE) y toda validacion compara huellas.
      *================================================================

       01 REG-USUARIO.
          05 US-COD-USUARIO     PIC X(20).
          05 US-NOM-USUARIO     PIC X(50).
          05 US-CLAVE           PIC X(20).
             *> Huella de la clave (8970-CIFRAR-CLAVE), no la clave.
          05 US-ROL             PIC X(10).
             88 ROL-TELLER         VALUE 'TELLER    '.
             88 ROL-SUPERVISOR     VALUE 'SUPERVISOR'.
             *> (clave inicial o restablecida por un ADMIN).
          05 US-CLAVE-ANT-1     PIC X(20).
          05 US-CLAVE-ANT-2     PIC X(20).
             *> Historia corta de claves (huellas): la clave nueva
             *> no puede repetir la vigente ni estas dos anteriores.
          05 US-SAL-CLAVE       PIC X(8).
             *> Sal del usuario, fijada al crearlo o al convertir
             *> el maestro (CNV-CLAVES); cifra la vigente y la
             *> historia. Espacios = registro aun sin convertir.
          05 FILLER             PIC X(1).
