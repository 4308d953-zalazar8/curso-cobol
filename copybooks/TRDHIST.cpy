      *****************************************************************
      *  TRDHIST.CPY
      *  Historico de partidas (DISP=MOD): una entrada por partida
      *  cerrada ('C') o castigada ('W') que TRDPURG saca de TRANDAT
      *  al cumplir RC-MESES-RETENCION-PARTIDAS meses desde su fecha
      *  de expiracion.  TH-PARTIDA es la partida tal como estaba en
      *  TRANDAT (mismo orden de TRANDAT.CPY), con la fecha en que se
      *  depuro.
      *****************************************************************
       01  TRDHIST-REGISTRO.
           05  TH-PARTIDA.
               10  TH-CUST-NUMBER      PIC 9(6).
               10  TH-DESC-TEXTO       PIC X(30).
               10  TH-FECHA-EFECTIVA   PIC 9(8).
               10  TH-FECHA-EXPIRA     PIC 9(8).
               10  TH-IMPORTE          PIC S9(7)V99.
               10  TH-ESTADO           PIC X(1).
                   88  TH-CERRADO      VALUE 'C'.
                   88  TH-CASTIGADO    VALUE 'W'.
           05  TH-FECHA-DEPURACION     PIC 9(8).
           05  FILLER                  PIC X(10).
