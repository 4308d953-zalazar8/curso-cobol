      *****************************************************************
      *  WATCHLST.CPY
      *  Lista de vigilancia de cumplimiento (sanciones y listas
      *  oficiales): una entrada por persona listada, con la fuente
      *  de la lista y la fecha en que se incorporo.  Cumplimiento la
      *  reemplaza completa cada vez que llega una lista nueva.
      *  Acceso via el subprograma WATCHCHK, que coteja nombre,
      *  apellido y documento de un solicitante o cliente contra
      *  todas las entradas.  El documento puede venir en espacios
      *  cuando la fuente solo publica el nombre.
      *****************************************************************
       01  WATCHLST-REGISTRO.
           05  WL-NOMBRE               PIC X(20).
           05  WL-APELLIDO             PIC X(20).
           05  WL-DOCUMENTO            PIC X(11).
           05  WL-FUENTE               PIC X(10).
           05  WL-FECHA-ALTA           PIC 9(8).
           05  FILLER                  PIC X(11).
