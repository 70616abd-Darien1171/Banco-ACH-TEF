      *     o como OMITIDA si el evento esta excluido o el canal es
      *     NINGUNO;
      *   - un cliente sin maestro se despacha por SMS al canal
      *     encolado, como antes de existir la preferencia;
      *   - un aviso con contacto fijo (NT-CONTACTO-FIJO, p.ej. el
      *     aviso de cambio de contacto al telefono o correo
      *     anterior) sale a ese contacto por el canal encolado, sin
      *     mirar el maestro ni las exclusiones.
      *================================================================

       IDENTIFICATION DIVISION.
          05 WS-RUN-ESTADO        PIC X(10).
          05 WS-RUN-PROCESADOS    PIC 9(7).

      *----------------------------------------------------------------
      * Enmascaramiento de cuentas y documentos en las salidas que
      * recibe el cliente o que circulan por la oficina (ver 8980)
      *----------------------------------------------------------------
       01 WS-MASCARA.
          05 WS-MSK-ENTRADA       PIC X(20).
          05 WS-MSK-SALIDA        PIC X(20).
          05 WS-MSK-LARGO         PIC 9(2).
          05 WS-MSK-VISIBLE       PIC 9(2).
          05 WS-MSJ-AVISO         PIC X(100).

       PROCEDURE DIVISION.

      *================================================================
           IF WS-STAT-NOTIF NOT = '00'
               DISPLAY '  ERROR REESCRIBIENDO NOTIFICACION '
                   NT-NUM-NOTIFICACION ': ' WS-STAT-NOTIF
      *        '44': renglon encolado antes de NT-CONTACTO-FIJO, mas
      *        corto que el registro; la cola no paso por
      *        CNV-NOTIFICACIONES.
               IF WS-STAT-NOTIF = '44'
                   DISPLAY '  Convierta la cola con '
                       'CNV-NOTIFICACIONES antes de volver a '
                       'despachar.'
               END-IF
               STOP RUN
           END-IF.

      * 4000 - RESOLVER CANAL, CONTACTO Y EXCLUSIONES DEL AVISO
      *   Sin maestro se despacha por SMS (el canal historico); con
      *   maestro rige CL-CANAL-AVISOS (espacios = SMS) y se revisan
      *   los eventos excluidos por el cliente. Un aviso con contacto
      *   fijo no pasa por nada de eso: es un aviso de seguridad.
      *================================================================
       4000-RESOLVER-CANAL.
           MOVE 'N' TO WS-EVENTO-EXCLUIDO
           MOVE SPACES TO WS-CONTACTO-RESUELTO

           IF NT-CONTACTO-FIJO NOT = SPACES
               MOVE NT-CONTACTO-FIJO TO WS-CONTACTO-RESUELTO
               IF NT-CANAL-PREFERIDO = 'EMAIL'
                   MOVE 'EMAIL' TO WS-CANAL-RESUELTO
               ELSE
                   MOVE 'SMS' TO WS-CANAL-RESUELTO
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT CLIENTE-HALLADO
               MOVE 'SMS' TO WS-CANAL-RESUELTO
               EXIT PARAGRAPH
      * 5000 - ESCRIBIR EL AVISO EN EL ARCHIVO DE SALIDA SMS
      *================================================================
       5000-ESCRIBIR-SALIDA-SMS.
           PERFORM 5050-ENMASCARAR-MENSAJE
           MOVE SPACES TO REG-AVISO-SALIDA
           MOVE NT-NUM-NOTIFICACION TO AS-NUM-NOTIFICACION
           MOVE WS-COD-CLIENTE-AVISO TO AS-COD-CLIENTE
           MOVE NT-NUM-ORDEN TO AS-NUM-ORDEN
           MOVE NT-FEC-EVENTO TO AS-FEC-EVENTO
           MOVE NT-HOA-EVENTO TO AS-HOA-EVENTO
           MOVE WS-MSJ-AVISO TO AS-DES-MENSAJE

           WRITE REG-AVISO-SALIDA.

      *================================================================
      * 5050 - ENMASCARAR CUENTA Y DOCUMENTO DENTRO DEL MENSAJE
      *   El texto del aviso lo arma cada encolador y suele traer el
      *   numero de la cuenta; un SMS o un correo no es canal seguro,
      *   asi que la cuenta del aviso y el documento del cliente se
      *   reemplazan por su version enmascarada antes de despacharlo.
      *================================================================
       5050-ENMASCARAR-MENSAJE.
           MOVE NT-DES-MENSAJE TO WS-MSJ-AVISO

           IF NT-COD-CUENTA NOT = SPACES
               MOVE NT-COD-CUENTA TO WS-MSK-ENTRADA
               PERFORM 8980-ENMASCARAR-NUMERO
               IF WS-MSK-LARGO > 4
                   INSPECT WS-MSJ-AVISO REPLACING ALL
                       WS-MSK-ENTRADA (1:WS-MSK-LARGO)
                       BY WS-MSK-SALIDA (1:WS-MSK-LARGO)
               END-IF
           END-IF

           IF CLIENTE-HALLADO
                   AND CL-NUM-DOCUMENTO OF WS-CLIENTE-AVISO
                       NOT = SPACES
               MOVE CL-NUM-DOCUMENTO OF WS-CLIENTE-AVISO
                   TO WS-MSK-ENTRADA
               PERFORM 8980-ENMASCARAR-NUMERO
               IF WS-MSK-LARGO > 4
                   INSPECT WS-MSJ-AVISO REPLACING ALL
                       WS-MSK-ENTRADA (1:WS-MSK-LARGO)
                       BY WS-MSK-SALIDA (1:WS-MSK-LARGO)
               END-IF
           END-IF.

      *================================================================
      * 5100 - ESCRIBIR EL AVISO EN EL ARCHIVO DE SALIDA EMAIL
      *================================================================
       5100-ESCRIBIR-SALIDA-EMAIL.
           PERFORM 5050-ENMASCARAR-MENSAJE
           MOVE SPACES TO REG-AVISO-EMAIL
           MOVE NT-NUM-NOTIFICACION TO AE-NUM-NOTIFICACION
           MOVE WS-COD-CLIENTE-AVISO TO AE-COD-CLIENTE
           MOVE NT-NUM-ORDEN TO AE-NUM-ORDEN
           MOVE NT-FEC-EVENTO TO AE-FEC-EVENTO
           MOVE NT-HOA-EVENTO TO AE-HOA-EVENTO
           MOVE WS-MSJ-AVISO TO AE-DES-MENSAJE

           WRITE REG-AVISO-EMAIL.


           WRITE REG-CORRIDA
           CLOSE ARCHIVO-RUNCTL.

      *================================================================
      * 8980 - ENMASCARAR UN NUMERO DE CUENTA O DE DOCUMENTO
      *   Entra WS-MSK-ENTRADA; deja en WS-MSK-SALIDA el mismo numero
      *   con asteriscos en lugar de todo menos los cuatro ultimos
      *   caracteres. Un numero de cuatro caracteres o menos queda
      *   igual. Los archivos regulatorios (UIAF, exogena,
      *   liquidacion) no pasan por aqui: llevan el numero completo.
      *================================================================
       8980-ENMASCARAR-NUMERO.
           MOVE SPACES TO WS-MSK-SALIDA
           MOVE 20 TO WS-MSK-LARGO
           PERFORM UNTIL WS-MSK-LARGO = 0
                   OR WS-MSK-ENTRADA (WS-MSK-LARGO:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MSK-LARGO
           END-PERFORM

           IF WS-MSK-LARGO <= 4
               MOVE WS-MSK-ENTRADA TO WS-MSK-SALIDA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MSK-VISIBLE = WS-MSK-LARGO - 3
           MOVE ALL '*' TO WS-MSK-SALIDA (1:WS-MSK-VISIBLE - 1)
           MOVE WS-MSK-ENTRADA (WS-MSK-VISIBLE:4)
               TO WS-MSK-SALIDA (WS-MSK-VISIBLE:4).
