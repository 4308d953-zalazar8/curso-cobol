      *****************************************************************
      *  CHKSTOCK.CPY
      *  Inventario de formas de cheque en blanco: un registro por
      *  caja recibida del impresor con el rango de series
      *  prenumeradas que trae.  Lo alimenta CHKSTKM al recibir cada
      *  caja (no admite rangos que se pisen con otra caja) y lo lee
      *  CHKSTKR para conciliar las series consumidas (CHKSERIE).
      *  Crece con DISP=MOD.
      *****************************************************************
       01  CHKSTOCK-REGISTRO.
           05  SK-SERIE-DESDE          PIC 9(8).
           05  SK-SERIE-HASTA          PIC 9(8).
           05  SK-FECHA-RECEPCION      PIC 9(8).
           05  SK-OPERADOR             PIC X(4).
      *  Remito o pedido del impresor con que llego la caja.
           05  SK-REFERENCIA           PIC X(12).
           05  FILLER                  PIC X(10).
