      *****************************************************************
      *  DEFUNC.CPY
      *  Aviso de defuncion del cliente, acceso por DF-CUST-NUMBER:
      *  lo da de alta CUSTFAL (con autoridad de cierre en OPERSEC)
      *  junto con CM-INDICADOR-FALLECIDO en el maestro, y CUSTFAL
      *  mismo lo corrige si cambia el representante.  Guarda la
      *  fecha de defuncion, quien registro el aviso y cuando, y el
      *  representante de la sucesion a cuyo domicilio CUSTSTMT manda
      *  desde entonces el estado de cuenta.  DF-CONYUGE es el
      *  conyuge o pareja con vinculo vigente en CUSTREL al registrar
      *  el aviso (cero si no habia): se le sugiere el cambio a viudo
      *  por NIVEL88, que sigue siendo el unico que lo hace, y
      *  SUCESRPT lo vuelve a listar mientras la sucesion siga
      *  abierta.
      *****************************************************************
       01  DEFUNC-REGISTRO.
           05  DF-CUST-NUMBER          PIC 9(6).
           05  DF-FECHA-DEFUNCION      PIC 9(8).
           05  DF-FECHA-AVISO          PIC 9(8).
           05  DF-OPERADOR             PIC X(4).
           05  DF-REPRESENTANTE        PIC X(30).
           05  DF-REP-DIRECCION        PIC X(25).
           05  DF-REP-CIUDAD           PIC X(15).
           05  DF-REP-TELEFONO         PIC X(12).
           05  DF-CONYUGE              PIC 9(6).
           05  FILLER                  PIC X(6).
