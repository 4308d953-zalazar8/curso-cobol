      *****************************************************************
      *  WATCHHIT.CPY
      *  Cola de alertas de cumplimiento: una entrada por posible
      *  coincidencia con la lista de vigilancia (WATCHLST.CPY).
      *    WH-ORIGEN 'S' solicitud - VERBOS-BASICOS la desvio en el
      *                              alta; WH-SOLICITUD lleva la
      *                              solicitud completa de SOLICIN
      *                              para poder dar el alta si
      *                              cumplimiento la libera;
      *              'C' cliente   - WATCHSCR la encontro en el
      *                              maestro al llegar una lista.
      *    WH-COINCIDENCIA 'D' documento igual, 'N' nombre igual
      *              (normalizado), 'A' nombre aproximado.
      *    WH-ESTADO 'P' pendiente de decision, 'L' liberada (falso
      *              positivo), 'C' confirmada; las dos ultimas con
      *              el operador y la fecha de la decision (WATCHDSP).
      *  Lo ya decidido no se vuelve a alertar: WATCHSCR solo agrega
      *  coincidencias que no esten en la cola para ese cliente y
      *  esa entrada de la lista.
      *****************************************************************
       01  WATCHHIT-REGISTRO.
           05  WH-ORIGEN               PIC X(1).
               88  WH-DE-SOLICITUD     VALUE 'S'.
               88  WH-DE-CLIENTE       VALUE 'C'.
           05  WH-CUST-NUMBER          PIC 9(6).
           05  WH-FECHA                PIC 9(8).
           05  WH-COINCIDENCIA         PIC X(1).
               88  WH-POR-DOCUMENTO    VALUE 'D'.
               88  WH-POR-NOMBRE       VALUE 'N'.
               88  WH-POR-APROXIMACION VALUE 'A'.
           05  WH-NOMBRE               PIC X(12).
           05  WH-APELLIDO             PIC X(10).
           05  WH-DOCUMENTO            PIC X(11).
           05  WH-LISTA.
               10  WH-LISTA-NOMBRE     PIC X(20).
               10  WH-LISTA-APELLIDO   PIC X(20).
               10  WH-LISTA-DOCUMENTO  PIC X(11).
               10  WH-LISTA-FUENTE     PIC X(10).
               10  WH-LISTA-FECHA-ALTA PIC 9(8).
               10  FILLER              PIC X(11).
           05  WH-ESTADO               PIC X(1).
               88  WH-PENDIENTE        VALUE 'P'.
               88  WH-LIBERADA         VALUE 'L'.
               88  WH-CONFIRMADA       VALUE 'C'.
           05  WH-OPERADOR             PIC X(4).
           05  WH-FECHA-DECISION       PIC 9(8).
           05  WH-SOLICITUD            PIC X(160).
           05  FILLER                  PIC X(10).
