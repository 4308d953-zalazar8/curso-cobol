      *****************************************************************
      *  CHKPROV.CPY
      *  Enlace cheque-proveedor: CHECKPRT escribe uno por cada
      *  cheque a proveedor que sale de la impresora (directo o
      *  aprobado de la cola de retenidos), con el lote de pago que
      *  traia de CHECKIN y el CR-NUMERO que le asigno.  PAGOCONF lo
      *  cruza contra las facturas seleccionadas de ese proveedor y
      *  lote, y las deja pagadas con ese numero.
      *****************************************************************
       01  CHKPROV-REGISTRO.
           05  PG-PROVEEDOR            PIC 9(6).
           05  PG-LOTE-PAGO            PIC 9(8).
           05  PG-CHEQUE-NUMERO        PIC 9(8).
           05  PG-FECHA                PIC 9(8).
           05  PG-IMPORTE              PIC S9(7)V99.
           05  FILLER                  PIC X(1).
