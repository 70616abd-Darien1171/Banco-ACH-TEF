      *================================================================
      * ROS.cpy - Estructura de registro REPORTE_OPERACION_SOSPECHOSA
      *   Registro de los reportes de operacion sospechosa (ROS) a la
      *   UIAF. A diferencia de los reportes por umbral (RPT-UIAF,
      *   RPT-EFECTIVO), el ROS nace de la decision de un analista:
      *   GES-CASOS marca un caso de fraude y DET-MULAS marca un
      *   destino recolector, cada uno con la narrativa del analista,
      *   y el renglon queda MARCADO. GEN-ROS arma con los marcados el
      *   archivo UIAFROS.dat (renglones '3', '4' y '5' de UIAF.cpy),
      *   le asigna a cada uno su numero de ROS y lo pasa a REPORTADO
      *   con la fecha, la hora, quien lo genero y lo que se reporto:
      *   el renglon nunca se borra, es la prueba de lo presentado.
      *================================================================

       01 REG-ROS.
          05 RS-NUM-ROS         PIC X(20).
             *> Numero asignado al generar (ROSYYYYMMDDnnnnn);
             *> espacios mientras siga MARCADO.
          05 RS-FEC-MARCA       PIC X(10).
          05 RS-HOA-MARCA       PIC X(8).
          05 RS-TIP-ORIGEN      PIC X(10).
             88 ROS-DE-CASO        VALUE 'CASO      '.
             88 ROS-DE-MULA        VALUE 'MULA      '.
          05 RS-REF-ORIGEN      PIC X(20).
             *> Numero del caso (CS-NUM-CASO); espacios en un
             *> hallazgo de DET-MULAS.
          05 RS-COD-CTA-ORIGEN  PIC X(20).
             *> Cuenta ordenante del caso; espacios en un hallazgo.
          05 RS-COD-BCO-DEST    PIC X(3).
          05 RS-COD-CTA-DEST    PIC X(20).
             *> Destino reportado: las ordenes hacia el desde
             *> RS-FEC-DESDE son las operaciones del reporte.
          05 RS-FEC-DESDE       PIC X(10).
          05 RS-FEC-ORIGEN      PIC X(10).
             *> Fecha de apertura del caso; espacios en un hallazgo.
          05 RS-MTO-ORIGEN      PIC S9(13)V99.
             *> Monto del intento del caso (retenido o rechazado),
             *> que sale como primera operacion del reporte.
          05 RS-COD-ANALISTA    PIC X(10).
          05 RS-NARRATIVA       PIC X(400).
             *> Narrativa del analista; sale en renglones '4' de
             *> 100 caracteres.
          05 RS-ESTADO          PIC X(10).
             88 ROS-MARCADO        VALUE 'MARCADO   '.
             88 ROS-REPORTADO      VALUE 'REPORTADO '.
          05 RS-FEC-REPORTE     PIC X(10).
          05 RS-HOA-REPORTE     PIC X(8).
          05 RS-COD-GENERO      PIC X(10).
             *> Supervisor que genero el archivo presentado.
          05 RS-CANT-OPERACIONES PIC 9(5).
          05 RS-MTO-REPORTADO   PIC S9(13)V99.
          05 FILLER             PIC X(10).
