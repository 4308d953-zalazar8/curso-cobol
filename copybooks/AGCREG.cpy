      *****************************************************************
      *  AGCREG.CPY
      *  Registro de colocaciones en la agencia externa de cobranza
      *  (DISP=MOD): una entrada por movimiento de la partida, con la
      *  misma clave cliente/descripcion de TRANDAT y COLAQUE:
      *    'P' colocada    - AGCCOL la entrego a la agencia con el
      *                      importe abierto en AG-IMPORTE; desde ahi
      *                      DUNNING ya no le escribe carta;
      *    'R' recuperada  - AGCREM posteo un cobro de la remesa
      *                      mensual: AG-IMPORTE el cobro bruto y
      *                      AG-COMISION lo que la agencia retuvo;
      *    'L' retirada    - AGCCOL la pidio de vuelta porque el
      *                      cliente nos pago directo (AG-MOTIVO 'C'
      *                      partida cerrada, 'P' pago parcial); el
      *                      importe es el saldo que se retiro.
      *  Una partida colocada sigue en la agencia mientras no tenga
      *  entrada 'L'; una partida retirada no se vuelve a colocar.
      *****************************************************************
       01  AGCREG-REGISTRO.
           05  AG-CUST-NUMBER          PIC 9(6).
           05  AG-DESCRIPCION          PIC X(30).
           05  AG-AGENCIA              PIC X(4).
           05  AG-MOVIMIENTO           PIC X(1).
               88  AG-COLOCADA         VALUE 'P'.
               88  AG-RECUPERADA       VALUE 'R'.
               88  AG-RETIRADA         VALUE 'L'.
           05  AG-FECHA                PIC 9(8).
           05  AG-IMPORTE              PIC S9(7)V99.
           05  AG-COMISION             PIC S9(7)V99.
           05  AG-MOTIVO               PIC X(1).
               88  AG-RETIRO-CERRADA   VALUE 'C'.
               88  AG-RETIRO-PARCIAL   VALUE 'P'.
           05  FILLER                  PIC X(12).
