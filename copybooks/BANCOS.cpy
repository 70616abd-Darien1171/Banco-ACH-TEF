                *> digito de la cuenta): M10 = modulo 10 (Luhn),
                *> M11 = modulo 11 con pesos 2..7; espacios = el
                *> banco no publica digito de verificacion.
          05 BN-MCA-INMEDIATO   PIC X(1).
             *> S = el banco esta conectado al riel de pagos
             *> inmediatos 24/7 (ver 0930 en MAIN-ACH); N o espacio
             *> (registros viejos) = solo recibe por ACH.
