      *****************************************************************
      *  EDOCREB.CPY
      *  Rebote del proveedor de correo: un registro por documento
      *  que no se pudo entregar (buzon inexistente, dominio invalido,
      *  buzon lleno...), identificado por cliente, tipo y fecha del
      *  documento tal como viajaron en EDOCENT, con el correo al que
      *  se mando.  Lo procesa EDOCREB.
      *****************************************************************
       01  EDOCREB-REGISTRO.
           05  ER-CUST-NUMBER          PIC 9(6).
           05  ER-TIPO-DOCUMENTO       PIC X(1).
           05  ER-FECHA-DOCUMENTO      PIC 9(8).
           05  ER-CORREO               PIC X(50).
           05  ER-MOTIVO               PIC X(20).
           05  FILLER                  PIC X(15).
