      *****************************************************************
      *  FACTPROV.CPY
      *  Factura de proveedor (cuentas por pagar), en secuencia de
      *  proveedor y numero de factura.  El archivo guarda tambien
      *  las facturas ya pagadas: es la memoria contra la que
      *  PAGOSEL impide pagar dos veces el mismo proveedor mas
      *  numero de factura.
      *    'A' abierta      - pendiente; PAGOSEL la toma cuando vence
      *                       a la fecha de proceso;
      *    'S' seleccionada - salio en un cheque de CHECKIN con el
      *                       lote FP-FECHA-SELECCION; espera el
      *                       numero de cheque;
      *    'P' pagada       - PAGOCONF le puso el CR-NUMERO del
      *                       cheque que la pago y su fecha;
      *    'D' duplicada    - misma clave que una factura anterior;
      *                       nunca se paga.
      *****************************************************************
       01  FACTPROV-REGISTRO.
           05  FP-PROVEEDOR            PIC 9(6).
           05  FP-NUMERO-FACTURA       PIC X(15).
           05  FP-FECHA-FACTURA        PIC 9(8).
           05  FP-FECHA-VENCIMIENTO    PIC 9(8).
           05  FP-IMPORTE              PIC S9(7)V99.
           05  FP-ESTADO               PIC X(1).
               88  FP-ABIERTA          VALUE 'A'.
               88  FP-SELECCIONADA     VALUE 'S'.
               88  FP-PAGADA           VALUE 'P'.
               88  FP-DUPLICADA        VALUE 'D'.
           05  FP-FECHA-SELECCION      PIC 9(8).
           05  FP-CHEQUE-NUMERO        PIC 9(8).
           05  FP-FECHA-PAGO           PIC 9(8).
           05  FILLER                  PIC X(9).
