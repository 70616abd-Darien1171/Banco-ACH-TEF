      *================================================================
      * ALTANOMINA.cpy - Estructura de registro ALTAS_NOMINA
      *   Archivo de vinculacion que entrega la empresa que traslada
      *   su nomina al banco (ALTANOMINA.dat): un renglon por
      *   empleado con su documento, nombre, contacto y salario.
      *   APR-NOMINA crea o reutiliza al cliente, le abre la cuenta
      *   de nomina y la inscribe como beneficiario de la empresa
      *   para la dispersion (0230 en MAIN-ACH).
      *
      *   Igual que SOLICITUD.cpy, el archivo lleva un encabezado 'H'
      *   como primer renglon (cuenta de nomina de la empresa y datos
      *   comunes de la apertura) y un control 'T' como ultimo
      *   (cantidad de empleados y suma de salarios): un archivo
      *   truncado o descuadrado se rechaza completo sin abrir nada.
      *   Los detalles se distinguen porque su primera posicion (el
      *   tipo de documento: CC, CE, PA o PE) nunca es 'H' ni 'T'.
      *================================================================

       01 REG-ALTA-NOMINA.
          05 AN-TIP-DOCUMENTO   PIC X(2).
             *> CC=Cedula CE=Cedula de extranjeria PA=Pasaporte
             *> PE=Permiso especial de permanencia.
          05 AN-NUM-DOCUMENTO   PIC X(15).
          05 AN-NOM-EMPLEADO    PIC X(50).
          05 AN-DIRECCION       PIC X(50).
          05 AN-TELEFONO        PIC X(15).
          05 AN-EMAIL           PIC X(50).
          05 AN-SALARIO         PIC S9(13)V99.
             *> Salario mensual: queda como ingreso declarado y
             *> actividad esperada del KYC del cliente nuevo.
          05 AN-CARGO           PIC X(30).
             *> Cargo del empleado; espacios = la ocupacion comun
             *> del encabezado.
          05 FILLER             PIC X(10).

       01 REG-ALTA-ENCABEZADO REDEFINES REG-ALTA-NOMINA.
          05 AN-ENC-TIPO        PIC X(1).
             *> 'H' en el encabezado, 'T' en el control.
          05 AN-ENC-CTA-EMPRESA PIC X(20).
             *> Cuenta de nomina de la empresa (la misma cuenta
             *> origen de sus archivos de dispersion).
          05 AN-ENC-FEC-ARCHIVO PIC X(10).
          05 AN-ENC-NUM-SECUENCIA PIC 9(6).
          05 AN-ENC-COD-SUCURSAL PIC X(4).
             *> Sucursal de las cuentas nuevas; espacios = la de la
             *> cuenta de la empresa.
          05 AN-ENC-COD-PRODUCTO PIC X(4).
             *> Producto de deposito; espacios = PRD-DEF-NOMINA.
          05 AN-ENC-OCUPACION   PIC X(30).
             *> Ocupacion KYC comun; espacios = EMPLEADO + nombre
             *> de la empresa.
          05 FILLER             PIC X(162).

       01 REG-ALTA-CONTROL REDEFINES REG-ALTA-NOMINA.
          05 AN-CTL-TIPO        PIC X(1).
          05 AN-CTL-CANT-LINEAS PIC 9(6).
          05 AN-CTL-TOTAL-SALARIOS PIC 9(15)V99.
             *> Suma de los AN-SALARIO de los detalles.
          05 FILLER             PIC X(213).
