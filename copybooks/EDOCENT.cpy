      *****************************************************************
      *  EDOCENT.CPY
      *  Entrega electronica de documentos al proveedor de correo: un
      *  registro por linea del documento, con el cliente, el tipo,
      *  la fecha del documento, el numero de renglon y el correo de
      *  CUSTMAIL.  ED-LINEA es la misma linea de 71 posiciones que
      *  LAYOUTLIB arma para el papel.  CUSTSTMT escribe los estados
      *  ('E') y DUNNING las cartas ('C'); cada corrida se anexa a
      *  PROD.EDOC.HISTORIA, de donde EDOCREB saca el documento que
      *  el proveedor devuelve para reencolarlo a impresion con este
      *  mismo formato.
      *****************************************************************
       01  EDOCENT-REGISTRO.
           05  ED-CUST-NUMBER          PIC 9(6).
           05  ED-TIPO-DOCUMENTO       PIC X(1).
               88  ED-ESTADO-CUENTA    VALUE 'E'.
               88  ED-CARTA-COBRANZA   VALUE 'C'.
           05  ED-FECHA-DOCUMENTO      PIC 9(8).
           05  ED-RENGLON              PIC 9(4).
           05  ED-CORREO               PIC X(50).
           05  ED-LINEA                PIC X(71).
           05  FILLER                  PIC X(20).
