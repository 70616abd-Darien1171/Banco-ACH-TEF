          05 LC-FEC-ACTUALIZAC  PIC X(10).
             *> YYYY-MM-DD
          05 FILLER             PIC X(6).
          05 LC-LIMITES-CANAL.
             *> Tope diario opcional por canal de origen de la orden
             *> (OT-COD-CANAL: TAQ, WEB, BAT o SIS), con su propio
             *> acumulado del dia; RST-LIMITES lo reinicia con el
             *> diario. Un canal sin renglon aqui no tiene tope
             *> propio (solo aplican los del cliente); codigo en
             *> espacios = renglon libre. Los registros anteriores a
             *> este campo lo leen en espacios (sin topes por canal).
             10 LC-LIMITE-CANAL OCCURS 4 TIMES.
                15 LC-COD-CANAL        PIC X(3).
                15 LC-LIM-CANAL-DIA    PIC S9(13)V99.
                15 LC-LIM-CANAL-USADO  PIC S9(13)V99.
