      *****************************************************************
      *  REEMBREG.CPY
      *  Registro de reembolsos de saldo a favor.  REEMSEL agrega un
      *  renglon pendiente ('P') por cada cliente al que le manda un
      *  cheque de reembolso a CHECKIN, con el importe del cheque
      *  (el saldo a favor de CM-BALANCE) y lo que consumio de la caja
      *  sin aplicar; REEMCONF lo pasa a emitido ('E') con el numero
      *  y la fecha del cheque cuando el evento de emision aparece en
      *  el libro CHKREG.  Un cheque retenido por tope queda
      *  pendiente hasta que CHKREL lo libera y sale en una corrida
      *  posterior; mientras haya un pendiente, REEMSEL no vuelve a
      *  reembolsar al mismo cliente.
      *****************************************************************
       01  REEMBREG-REGISTRO.
           05  RB-CUST-NUMBER          PIC 9(6).
           05  RB-FECHA                PIC 9(8).
           05  RB-BENEFICIARIO         PIC X(30).
           05  RB-IMPORTE              PIC S9(7)V99.
           05  RB-IMPORTE-CAJA         PIC S9(7)V99.
           05  RB-ESTADO               PIC X(1).
               88  RB-PENDIENTE        VALUE 'P'.
               88  RB-EMITIDO          VALUE 'E'.
           05  RB-CHEQUE-NUMERO        PIC 9(8).
           05  RB-FECHA-CHEQUE         PIC 9(8).
           05  FILLER                  PIC X(11).
