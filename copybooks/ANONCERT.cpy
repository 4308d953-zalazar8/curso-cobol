      *****************************************************************
      *  ANONCERT.CPY
      *  Certificado de anonimizacion (DISP=MOD, nunca se corta): una
      *  entrada por cliente archivado que CUSTANON anonimizo al
      *  vencer el plazo legal de conservacion, con la fecha de la
      *  corrida, las fechas de cierre y de archivo de las que corrio
      *  el plazo y cuantos registros se limpiaron en cada archivo
      *  acumulado.  Es la constancia que cumplimiento presenta al
      *  regulador, y la lista que CUSTREIN consulta para no
      *  reinstalar un numero que ya no tiene identidad.
      *****************************************************************
       01  ANONCERT-REGISTRO.
           05  AC-CUST-NUMBER          PIC 9(6).
           05  AC-FECHA-ANONIMIZACION  PIC 9(8).
           05  AC-FECHA-INACTIVO       PIC 9(8).
           05  AC-FECHA-ARCHIVO        PIC 9(8).
           05  AC-REG-ARCHIVO          PIC 9(3).
           05  AC-REG-DIARIO           PIC 9(5).
           05  AC-REG-RECUPERA         PIC 9(5).
           05  AC-REG-CHEQUES          PIC 9(5).
           05  AC-REG-ESTADOS          PIC 9(5).
           05  AC-REG-REINSTALACION    PIC 9(3).
           05  AC-CORREO-BORRADO       PIC X(1).
               88  AC-CON-CORREO-BORRADO VALUE 'S'.
           05  FILLER                  PIC X(23).
