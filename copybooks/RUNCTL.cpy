      *   al acabar bien. Una corrida que murio a mitad de camino deja
      *   solo su INICIADO; un job que nunca arranco no deja nada.
      *   RPT-CORRIDAS arma con esto el reporte matinal de jobs
      *   corridos, fallidos y nunca arrancados. Un job de control
      *   puede ademas dejar su resultado en RN-SEMAFORO para que
      *   MON-SALUD lo pinte en el tablero. Los batch que toman
      *   parametros (PARAMRUN.cpy) dejan en RN-PARAMETROS lo que
      *   usaron y de donde salio.
      *================================================================

       01 REG-CORRIDA.
             88 RUN-TERMINADO      VALUE 'TERMINADO '.
          05 RN-REG-PROCESADOS  PIC 9(7).
             *> Registros procesados; 0 en el renglon INICIADO.
          05 RN-SEMAFORO        PIC X(8).
             *> Resultado que el job deja para el tablero de
             *> MON-SALUD en su renglon TERMINADO (VERDE, AMARILLO o
             *> ROJO; ver AUD-INTEGRIDAD). Espacios = el job no
             *> informa semaforo.
             88 RUN-VERDE          VALUE 'VERDE   '.
             88 RUN-AMARILLO       VALUE 'AMARILLO'.
             88 RUN-ROJO           VALUE 'ROJO    '.
          05 FILLER             PIC X(2).
          05 RN-PARAMETROS      PIC X(60).
             *> Origen (PARAMRUN o CONSOLA) y valores usados, p.ej.
             *> 'PARAMRUN FECHA=2026-10-15 MODO=C'. Espacios = el
             *> job no toma parametros.
