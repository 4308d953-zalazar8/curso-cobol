      *****************************************************************
      *  AGCSAL.CPY
      *  Registro que AGCCOL entrega a la agencia externa de
      *  cobranza, uno por partida: el archivo de colocaciones
      *  (AS-TIPO 'C') lleva al deudor con su documento, domicilio y
      *  telefono del maestro y la partida con su importe y dias de
      *  mora; el archivo de retiros (AS-TIPO 'R') usa el mismo
      *  registro para pedir de vuelta la partida que el cliente nos
      *  pago directo, con el motivo del retiro.  La cuenta viaja con
      *  el digito verificador (CUSTDV), igual que en los cheques y
      *  las cartas, y es la que la agencia debe devolver en su
      *  remesa (AGCRMS.CPY).
      *****************************************************************
       01  AGCSAL-REGISTRO.
           05  AS-TIPO                 PIC X(1).
               88  AS-COLOCACION       VALUE 'C'.
               88  AS-RETIRO           VALUE 'R'.
           05  AS-AGENCIA              PIC X(4).
           05  AS-FECHA                PIC 9(8).
           05  AS-CUENTA.
               10  AS-CUST-NUMBER      PIC 9(6).
               10  AS-DIGITO           PIC X(1).
           05  AS-NOMBRE               PIC X(12).
           05  AS-APELLIDO             PIC X(10).
           05  AS-DOCUMENTO            PIC X(11).
           05  AS-DIRECCION            PIC X(25).
           05  AS-CIUDAD               PIC X(15).
           05  AS-TELEFONO             PIC X(12).
           05  AS-DESCRIPCION          PIC X(30).
           05  AS-IMPORTE              PIC 9(7)V99.
           05  AS-DIAS                 PIC 9(5).
           05  AS-MOTIVO               PIC X(1).
