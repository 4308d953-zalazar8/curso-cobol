      *****************************************************************
      *  PROVMAST.CPY
      *  Maestro de proveedores de cuentas por pagar, acceso por
      *  PV-PROVEEDOR.  La razon social es el beneficiario de todo
      *  cheque a proveedor: PAGOSEL la pone en CHECKIN y CHECKPRT
      *  imprime el domicilio de pago para el sobre, en vez del
      *  nombre tecleado de tres maneras distintas en CHKREG.
      *    'A' activo     - se le pagan las facturas vencidas;
      *    'B' bloqueado  - sus facturas esperan, sin pagarse, hasta
      *                     que cuentas por pagar lo reactive.
      *****************************************************************
       01  PROVMAST-REGISTRO.
           05  PV-PROVEEDOR            PIC 9(6).
           05  PV-RAZON-SOCIAL         PIC X(30).
           05  PV-DIRECCION            PIC X(30).
           05  PV-CIUDAD               PIC X(20).
           05  PV-CODIGO-POSTAL        PIC X(8).
           05  PV-ID-FISCAL            PIC X(13).
           05  PV-ESTADO               PIC X(1).
               88  PV-ACTIVO           VALUE 'A'.
               88  PV-BLOQUEADO        VALUE 'B'.
           05  FILLER                  PIC X(42).
