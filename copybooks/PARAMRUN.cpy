      *================================================================
      * PARAMRUN.cpy - Estructura de registro PARAMETROS_CORRIDA
      *   Un renglon por programa batch con las respuestas que el job
      *   pediria en consola, para que la cadena de la noche corra
      *   sin nadie al frente. Cada batch busca su renglon al
      *   arrancar (0050-LEER-PARAMETROS):
      *
      *     sin renglon  pregunta en consola como siempre;
      *     con renglon  no pregunta nada: cada dato sale de aqui, y
      *                  un campo en blanco equivale a dar enter en
      *                  la pregunta (el valor por omision del job).
      *
      *   La fecha en blanco es DO-FEC-PROCESO del dia operativo
      *   (DIAOPER.dat). Lo usado queda en RN-PARAMETROS de la
      *   bitacora de corridas (RUNCTL.cpy).
      *================================================================

       01 REG-PARAM-CORRIDA.
          05 PJ-PROGRAMA        PIC X(20).
             *> PROGRAM-ID del batch, igual a RN-PROGRAMA.
          05 PJ-FEC-PROCESO     PIC X(10).
             *> YYYY-MM-DD del dia a procesar o reportar.
          05 PJ-PERIODO         PIC X(7).
             *> YYYY-MM de los batch mensuales; los anuales toman
             *> solo el YYYY.
          05 PJ-MODO            PIC X(1).
             *> Letra del modo tal como se contesta en el menu.
          05 PJ-UMBRAL-1        PIC 9(9).
          05 PJ-UMBRAL-2        PIC 9(9).
             *> Umbrales numericos propios de cada job (dias de
             *> ventana, cantidades); ceros = el valor por omision.
          05 PJ-OBSERVACION     PIC X(30).
          05 FILLER             PIC X(14).
