      *****************************************************************
      *  AGCRMS.CPY
      *  Remesa mensual de la agencia externa de cobranza, que AGCREM
      *  postea:
      *    'H' cabecera  - agencia y periodo AAAAMM de la remesa;
      *    'D' detalle   - un cobro sobre una partida colocada: la
      *                    cuenta con su digito y la descripcion tal
      *                    como viajaron en AGCSAL, la fecha del
      *                    cobro, el importe bruto cobrado al deudor,
      *                    la comision que la agencia retuvo y el neto
      *                    que nos transfiere;
      *    'T' cola      - cantidad de detalles y totales bruto y neto,
      *                    contra los que AGCREM verifica que la remesa
      *                    llego completa.
      *****************************************************************
       01  AGCRMS-REGISTRO.
           05  AR-TIPO                 PIC X(1).
               88  AR-CABECERA         VALUE 'H'.
               88  AR-DETALLE          VALUE 'D'.
               88  AR-COLA             VALUE 'T'.
           05  AR-DATOS                PIC X(79).
           05  AR-CAB REDEFINES AR-DATOS.
               10  AR-CAB-AGENCIA      PIC X(4).
               10  AR-CAB-PERIODO      PIC 9(6).
               10  AR-CAB-FECHA        PIC 9(8).
               10  FILLER              PIC X(61).
           05  AR-DET REDEFINES AR-DATOS.
               10  AR-CUST-NUMBER      PIC 9(6).
               10  AR-DIGITO           PIC X(1).
               10  AR-DESCRIPCION      PIC X(30).
               10  AR-FECHA-COBRO      PIC 9(8).
               10  AR-IMPORTE-COBRADO  PIC 9(7)V99.
               10  AR-COMISION         PIC 9(7)V99.
               10  AR-IMPORTE-NETO     PIC 9(7)V99.
               10  FILLER              PIC X(7).
           05  AR-FIN REDEFINES AR-DATOS.
               10  AR-FIN-DETALLES     PIC 9(7).
               10  AR-FIN-TOT-COBRADO  PIC 9(9)V99.
               10  AR-FIN-TOT-NETO     PIC 9(9)V99.
               10  FILLER              PIC X(50).
