      *****************************************************************
      *  PAGOREG.CPY
      *  Registro de pagos de lockbox: LOCKBOX anexa aqui cada remesa
      *  que casa con un cliente (la misma que emite a TRLIQ y al
      *  lote NEGIN), con la referencia, fecha e importe tal como los
      *  trajo el banco y la descripcion de la partida que liquida.
      *  LBXDEV busca aqui el pago original de cada devolucion del
      *  banco por referencia, fecha e importe, lo marca devuelto y
      *  reescribe el registro conservando solo los pagos de los
      *  ultimos doce meses (fecha de proceso).
      *****************************************************************
       01  PAGOREG-REGISTRO.
           05  PR-REFERENCIA           PIC X(10).
           05  PR-CUST-NUMBER          PIC 9(6).
           05  PR-FECHA                PIC 9(8).
           05  PR-IMPORTE              PIC 9(7)V99.
           05  PR-DESCRIPCION          PIC X(30).
           05  PR-FECHA-PROCESO        PIC 9(8).
           05  PR-ESTADO               PIC X(1).
               88  PR-VIGENTE          VALUE ' '.
               88  PR-DEVUELTO         VALUE 'D'.
           05  PR-FECHA-DEVOLUCION     PIC 9(8).
           05  PR-MOTIVO-DEVOLUCION    PIC X(3).
           05  FILLER                  PIC X(7).
