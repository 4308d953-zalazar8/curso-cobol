      *****************************************************************
      *  BUROSOL.CPY
      *  Solicitud de correccion de lo informado al buro de credito,
      *  entrada de BUROCOR.  La cuenta y el periodo AAAAMM ubican en
      *  BUROHIST el ultimo segmento enviado:
      *    'C' corrige - se reenvia con la identificacion y domicilio
      *                  vigentes del maestro y, si vienen, el estado
      *                  de pago y el saldo de la solicitud (espacios
      *                  = conserva lo informado);
      *    'E' elimina - se pide al buro que borre el segmento.
      *  BURORSP deja aqui, con accion 'C', una solicitud por cada
      *  segmento que el buro rechazo, para reenviarlo una vez
      *  corregido el maestro.
      *****************************************************************
       01  BUROSOL-REGISTRO.
           05  BS-CUST-NUMBER          PIC 9(6).
           05  BS-PERIODO              PIC 9(6).
           05  BS-ACCION               PIC X(1).
               88  BS-CORRIGE          VALUE 'C'.
               88  BS-ELIMINA          VALUE 'E'.
           05  BS-ESTADO-PAGO          PIC X(2).
           05  BS-SALDO                PIC 9(7)V99.
           05  BS-SALDO-X REDEFINES BS-SALDO PIC X(9).
           05  BS-MOTIVO               PIC X(30).
           05  BS-OPERADOR             PIC X(4).
           05  FILLER                  PIC X(22).
