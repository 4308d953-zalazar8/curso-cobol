      *****************************************************************
      *  CHECKIN.CPY
      *  Solicitud de emision de cheque para CHECKPRT.
      *  CI-CUST-NUMBER distinto de cero indica que el beneficiario
      *  se toma del maestro (CM-NOMBRE/CM-APELLIDO) en vez del
      *  campo CI-BENEFICIARIO que llenaba un archivo lateral.
      *  CI-PROVEEDOR distinto de cero marca un pago a proveedor
      *  generado por PAGOSEL: el beneficiario ya viene con la razon
      *  social del maestro PROVMAST, el domicilio del sobre sale de
      *  alli, y CI-LOTE-PAGO (la fecha de la seleccion) viaja hasta
      *  el enlace CHKPROV para que PAGOCONF marque las facturas del
      *  cheque.
      *  CI-DIGITO es el digito verificador de CI-CUST-NUMBER (ver
      *  CUSTDV); en blanco, numero en el formato anterior.
      *****************************************************************
       01  CHECKIN-REGISTRO.
           05  CI-BENEFICIARIO     PIC X(30).
           05  CI-IMPORTE          PIC S9(7)V99.
           05  CI-LEYENDA          PIC X(20).
           05  CI-CUST-NUMBER      PIC 9(6).
           05  CI-PROVEEDOR        PIC 9(6).
           05  CI-LOTE-PAGO        PIC 9(8).
           05  CI-DIGITO           PIC X(1).
