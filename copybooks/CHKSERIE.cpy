      *****************************************************************
      *  CHKSERIE.CPY
      *  Libro de series de formas de cheque: cada forma en blanco
      *  que se consume queda aqui con su serie prenumerada.
      *    'A' arranque   - CHECKPRT al empezar la corrida: primera
      *                     serie cargada en la impresora (SYSIN) y
      *                     primer CR-NUMERO de la corrida; no
      *                     consume forma;
      *    'E' emitida    - CHECKPRT: forma impresa con el cheque
      *                     SX-CR-NUMERO del libro CHKREG (emision,
      *                     aprobado de la cola o reemision; la
      *                     transferencia no usa papel);
      *    'X' inutilizada - CHKSTKM: forma arruinada o anulada en
      *                     blanco, con su motivo; una forma emitida
      *                     y despues inutilizada (cheque atascado que
      *                     se anula y reemite) queda como inutilizada.
      *  CHKSTKR concilia contra el inventario CHKSTOCK.  Crece con
      *  DISP=MOD.
      *****************************************************************
       01  CHKSERIE-REGISTRO.
           05  SX-SERIE                PIC 9(8).
           05  SX-TIPO                 PIC X(1).
               88  SX-ARRANQUE         VALUE 'A'.
               88  SX-EMITIDA          VALUE 'E'.
               88  SX-INUTILIZADA      VALUE 'X'.
           05  SX-FECHA                PIC 9(8).
           05  SX-HORA                 PIC 9(6).
           05  SX-CR-NUMERO            PIC 9(8).
           05  SX-MOTIVO               PIC X(1).
               88  SX-MOTIVO-ATASCO    VALUE 'A'.
               88  SX-MOTIVO-PRUEBA    VALUE 'P'.
               88  SX-MOTIVO-FALTANTE  VALUE 'F'.
               88  SX-MOTIVO-ANULADA   VALUE 'V'.
               88  SX-MOTIVO-VALIDO    VALUE 'A' 'P' 'F' 'V'.
           05  SX-OPERADOR             PIC X(4).
           05  SX-PROGRAMA             PIC X(8).
           05  FILLER                  PIC X(6).
