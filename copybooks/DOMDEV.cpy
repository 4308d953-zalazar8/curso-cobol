      *****************************************************************
      *  DOMDEV.CPY
      *  Correspondencia devuelta por el correo postal: el cuarto de
      *  correo captura un registro por sobre devuelto, con el
      *  cliente, el documento que volvio y su fecha, la referencia
      *  (numero de cheque para un cheque) y el motivo del sello del
      *  correo.  DV-DIRECCION es la direccion que traia el sobre:
      *  si ya no es la del maestro el cliente la corrigio despues
      *  del envio y la devolucion no marca nada; en espacios no se
      *  compara.  DOMDEV procesa la captura y anexa cada registro al
      *  registro de devoluciones (DISP=MOD, nunca se corta) con la
      *  fecha de proceso y el resultado; de ahi saca RASTREO la
      *  fecha y el motivo de la lista de trabajo.
      *    DV-DOCUMENTO 'E' estado de cuenta (CUSTSTMT),
      *                 'C' carta de cobranza (DUNNING),
      *                 'Q' cheque (CHECKPRT).
      *    DV-RESULTADO 'M' marcado  - el domicilio quedo devuelto;
      *                 'R' repetido - ya estaba marcado;
      *                 'V' vieja    - el sobre iba a una direccion
      *                                que el cliente ya cambio.
      *  DV-DIGITO es el digito verificador de DV-CUST-NUMBER (ver
      *  CUSTDV), tal como sale impreso en el documento devuelto; en
      *  blanco, documento anterior al digito.
      *****************************************************************
       01  DOMDEV-REGISTRO.
           05  DV-CUST-NUMBER          PIC 9(6).
           05  DV-DOCUMENTO            PIC X(1).
               88  DV-ESTADO-CUENTA    VALUE 'E'.
               88  DV-CARTA-COBRANZA   VALUE 'C'.
               88  DV-CHEQUE           VALUE 'Q'.
           05  DV-FECHA-DOCUMENTO      PIC 9(8).
           05  DV-REFERENCIA           PIC X(8).
           05  DV-MOTIVO               PIC X(20).
           05  DV-DIRECCION            PIC X(25).
           05  DV-FECHA-DEVOLUCION     PIC 9(8).
           05  DV-RESULTADO            PIC X(1).
               88  DV-MARCADO          VALUE 'M'.
               88  DV-REPETIDO         VALUE 'R'.
               88  DV-DIRECCION-VIEJA  VALUE 'V'.
           05  DV-DIGITO               PIC X(1).
           05  FILLER                  PIC X(2).
