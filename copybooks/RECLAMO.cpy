      *****************************************************************
      *  RECLAMO.CPY
      *  Expediente de reclamo (disputa) sobre una partida de TRANDAT,
      *  con la misma clave cliente mas descripcion de la partida que
      *  usan el cruce de TRANCAP, la cola COLAQUE y PROMPAY.  Lo
      *  abre, anota y resuelve el escritorio de cobranza via
      *  RECLMNT cuando el cliente dice no deber la partida.
      *  Mientras el expediente esta abierto ('A') la partida no
      *  entra a la cola 90+ de AGING, DUNNING no le escribe carta y
      *  MORAUPD no la cuenta para el estado de mora.  La resolucion
      *  la aplica RECLAPL en la corrida siguiente:
      *    'P' procedente - credito por el total de la partida en el
      *                     lote GL y la partida queda cerrada;
      *    'C' parcial    - credito por RL-IMPORTE-CREDITO, la
      *                     partida sigue abierta por el resto;
      *    'D' denegado   - sin credito; la partida vuelve a
      *                     envejecer desde su TD-FECHA-EFECTIVA
      *                     original, que nunca se toco.
      *  RL-NOTA guarda la ultima anotacion; la historia completa de
      *  anotaciones queda en la bitacora RECLAUD.
      *****************************************************************
       01  RECLAMO-REGISTRO.
           05  RL-CUST-NUMBER          PIC 9(6).
           05  RL-DESCRIPCION          PIC X(30).
           05  RL-FECHA-APERTURA       PIC 9(8).
           05  RL-FECHA-EFECTIVA       PIC 9(8).
           05  RL-IMPORTE-PARTIDA      PIC S9(7)V99.
           05  RL-ESTADO               PIC X(1).
               88  RL-ABIERTO          VALUE 'A'.
               88  RL-PROCEDENTE       VALUE 'P'.
               88  RL-PARCIAL          VALUE 'C'.
               88  RL-DENEGADO         VALUE 'D'.
           05  RL-IMPORTE-CREDITO      PIC S9(7)V99.
           05  RL-FECHA-RESOLUCION     PIC 9(8).
           05  RL-OPERADOR             PIC X(4).
           05  RL-NOTA                 PIC X(40).
           05  FILLER                  PIC X(7).
