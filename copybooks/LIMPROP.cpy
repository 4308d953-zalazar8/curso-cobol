      *****************************************************************
      *  LIMPROP.CPY
      *  Propuesta de revision de limite de credito: RISKSCR escribe
      *  una por cliente activo cuya calificacion mensual de riesgo
      *  pide mover CM-LIMITE-CREDITO, y el escritorio de credito la
      *  aprueba o la rechaza en LIMREV (con autoridad de limite en
      *  OPERSEC).  La aprobada entra al maestro via CMJRNL en la
      *  misma transaccion.
      *    LP-ACCION 'I' aumento   - cliente 'A' que ya usa mucho su
      *                              limite;
      *              'D' reduccion - cliente 'D';
      *              'F' congelar  - cliente 'E' (o 'D' sin limite):
      *                              el limite queda en lo ya usado.
      *    LP-ESTADO 'P' pendiente, 'A' aprobada (ya en el maestro),
      *              'R' rechazada; las dos ultimas llevan el
      *              operador y la fecha de la decision.
      *  LP-LIMITE-ACTUAL es el limite que tenia el maestro al
      *  proponer: si cambio entre tanto, LIMREV no aplica la
      *  propuesta vieja encima.
      *****************************************************************
       01  LIMPROP-REGISTRO.
           05  LP-CUST-NUMBER          PIC 9(6).
           05  LP-FECHA                PIC 9(8).
           05  LP-PUNTAJE              PIC 9(3).
           05  LP-GRADO                PIC X(1).
           05  LP-ACCION               PIC X(1).
               88  LP-AUMENTO          VALUE 'I'.
               88  LP-REDUCCION        VALUE 'D'.
               88  LP-CONGELAR         VALUE 'F'.
           05  LP-LIMITE-ACTUAL        PIC S9(7)V999.
           05  LP-LIMITE-PROPUESTO     PIC S9(7)V999.
           05  LP-UTILIZACION          PIC 9(3).
           05  LP-ESTADO               PIC X(1).
               88  LP-PENDIENTE        VALUE 'P'.
               88  LP-APROBADA         VALUE 'A'.
               88  LP-RECHAZADA        VALUE 'R'.
           05  LP-OPERADOR             PIC X(4).
           05  LP-FECHA-DECISION       PIC 9(8).
           05  FILLER                  PIC X(9).
