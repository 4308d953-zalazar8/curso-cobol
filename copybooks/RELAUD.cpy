      *****************************************************************
      *  RELAUD.CPY
      *  Bitacora de relaciones entre clientes (CUSTREL.CPY): un
      *  registro por alta o terminacion, con el operador y el
      *  programa que la hizo, igual que BANCAUD para CTABANCO.  La
      *  relacion va como se capturo (sentido 'D').
      *****************************************************************
       01  RELAUD-REGISTRO.
           05  RA-FECHA                PIC 9(8).
           05  RA-HORA                 PIC 9(6).
           05  RA-OPERADOR             PIC X(4).
           05  RA-PROGRAMA             PIC X(8).
           05  RA-ACCION               PIC X(6).
           05  RA-CUST-A               PIC 9(6).
           05  RA-CUST-B               PIC 9(6).
           05  RA-TIPO                 PIC X(1).
           05  RA-FECHA-INICIO         PIC 9(8).
           05  RA-FECHA-FIN            PIC 9(8).
           05  FILLER                  PIC X(19).
