      *****************************************************************
      *  ACCLOG.CPY
      *  Bitacora de accesos a los datos de clientes: un registro por
      *  cliente mostrado o modificado en una transaccion en linea,
      *  con el operador de la sesion (SESMENU), para poder contestar
      *  quien vio un registro.  La graba el subprograma ACCESLOG.
      *    AL-ACCION 'C' consulta, 'M' modificacion.
      *  Un operador en blanco es una transaccion corrida sin sesion
      *  de operador.
      *****************************************************************
       01  ACCLOG-REGISTRO.
           05  AL-FECHA                PIC 9(8).
           05  AL-HORA                 PIC 9(6).
           05  AL-OPERADOR             PIC X(4).
           05  AL-PROGRAMA             PIC X(8).
           05  AL-CUST-NUMBER          PIC 9(6).
           05  AL-ACCION               PIC X(1).
               88  AL-CONSULTA         VALUE 'C'.
               88  AL-MODIFICACION     VALUE 'M'.
           05  FILLER                  PIC X(7).
