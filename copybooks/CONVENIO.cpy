      *****************************************************************
      *  CONVENIO.CPY
      *  Convenio de pago de cobranza: reestructura en cuotas una o
      *  mas partidas 90+ de la cola COLAQUE de un mismo cliente, con
      *  la misma clave cliente mas descripcion de la partida que
      *  usan TRANCAP, PROMPAY y RECLAMO.  Lo registra el escritorio
      *  de cobranza via CONVMNT (autoridad de convenio en OPERSEC) y
      *  lo aplica y vigila CONVAPL cada dia antes de COBRANZA:
      *    'P' pendiente  - registrado, aun no aplicado; DUNNING no
      *                     escribe carta sobre sus partidas;
      *    'A' activo     - CONVAPL cerro las partidas originales y
      *                     abrio una partida TRANDAT por cuota, con
      *                     la descripcion
      *                        CONVENIO nnnnnn CUOTA cc/tt
      *                     y la fecha efectiva en su vencimiento;
      *                     AGING las envejece desde ese vencimiento
      *                     y no las encola como deuda 90+;
      *    'T' cumplido   - todas las cuotas cerradas;
      *    'R' roto       - una cuota siguio abierta pasados los
      *                     dias de gracia de RUNCTL: las cuotas
      *                     abiertas se cierran y el saldo vuelve a
      *                     TRANDAT en una sola partida
      *                        CONVENIO nnnnnn SALDO ROTO
      *                     con la fecha efectiva mas antigua de las
      *                     partidas originales, asi vuelve a la cola
      *                     con la antiguedad de la deuda vieja;
      *    'X' rechazado  - al aplicarlo una partida original ya no
      *                     estaba abierta o su importe habia cambiado.
      *  Cada cuota lleva su vencimiento, importe y estado ('P'
      *  pendiente, 'G' pagada, 'R' devuelta a cobranza al romperse).
      *  CV-FECHA-CIERRE es la fecha de cumplimiento, ruptura o
      *  rechazo; de ella sale el reporte mensual CONVRPT.
      *****************************************************************
       01  CONVENIO-REGISTRO.
           05  CV-NUMERO               PIC 9(6).
           05  CV-CUST-NUMBER          PIC 9(6).
           05  CV-ESTADO               PIC X(1).
               88  CV-PENDIENTE        VALUE 'P'.
               88  CV-ACTIVO           VALUE 'A'.
               88  CV-CUMPLIDO         VALUE 'T'.
               88  CV-ROTO             VALUE 'R'.
               88  CV-RECHAZADO        VALUE 'X'.
               88  CV-VIVO             VALUE 'P' 'A'.
           05  CV-FECHA-ALTA           PIC 9(8).
           05  CV-OPERADOR             PIC X(4).
           05  CV-FECHA-ORIGEN         PIC 9(8).
           05  CV-IMPORTE-TOTAL        PIC S9(7)V99.
           05  CV-CANT-PARTIDAS        PIC 9(1).
           05  CV-PARTIDA              OCCURS 5 TIMES.
               10  CV-PA-DESCRIPCION   PIC X(30).
               10  CV-PA-IMPORTE       PIC S9(7)V99.
           05  CV-CANT-CUOTAS          PIC 9(2).
           05  CV-CUOTA                OCCURS 12 TIMES.
               10  CV-CU-VENCIMIENTO   PIC 9(8).
               10  CV-CU-IMPORTE       PIC S9(7)V99.
               10  CV-CU-ESTADO        PIC X(1).
                   88  CV-CU-PENDIENTE VALUE 'P'.
                   88  CV-CU-PAGADA    VALUE 'G'.
                   88  CV-CU-DEVUELTA  VALUE 'R'.
           05  CV-FECHA-CIERRE         PIC 9(8).
           05  CV-IMPORTE-PAGADO       PIC S9(7)V99.
           05  CV-SALDO-DEVUELTO       PIC S9(7)V99.
           05  FILLER                  PIC X(18).
