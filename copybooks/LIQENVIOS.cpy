      *   GEN-LIQUIDACION al cerrar el archivo y lo consulta antes de
      *   generar uno nuevo, para que una recorrida del job no vuelva
      *   a producir y transmitir un archivo duplicado para la misma
      *   fecha de negocio y ciclo. CNF-LIQUIDACION le estampa el
      *   resultado del acuse (ACK/NAK) de la camara.
      *================================================================

       01 REG-LIQ-ENVIO.
          05 LE-FEC-ARCHIVO     PIC X(10).
             *> YYYY-MM-DD, fecha de proceso del archivo generado.
          05 LE-NUM-SECUENCIA   PIC 9(6).
             *> Secuencia de generacion dentro de la fecha: avanza con
             *> cada ciclo del dia y cuando un ciclo se regenera
             *> porque la camara lo RECHAZO.
          05 LE-HOA-ARCHIVO     PIC X(8).
             *> HH:MM:SS
          05 LE-CANT-LOTES      PIC 9(6).
             *> viajan sin addenda '7', asi que CNC-TARIFAS las
             *> resta al derivar las addendas esperadas (espacios en
             *> registros viejos = cero).
          05 LE-NUM-CICLO       PIC 9(2).
             *> Ciclo del dia al que pertenece la generacion (ventana
             *> 1..LIQ-CANT-VENTANAS de CONSTANTES.cpy, o el ciclo de
             *> cierre); solo puede haber una generacion viva por
             *> ciclo. Espacios en registros viejos = ciclo de cierre.
          05 FILLER             PIC X(4).
