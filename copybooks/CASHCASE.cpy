      *****************************************************************
      *  CASHCASE.CPY
      *  Caso de monitoreo de efectivo para revision de cumplimiento:
      *  CASHMON abre uno por patron detectado en los posteos de
      *  CUSTHIST (importe en moneda base = CH-IMPORTE por CH-TASA,
      *  en valor absoluto) y CASHDSP aplica la decision del oficial
      *  y emite el reporte regulatorio de los confirmados.
      *    CC-CASO    fecha de apertura mas numero dentro del dia:
      *               identifica el caso en el archivo de decisiones.
      *    CC-TIPO 'U' umbral         - un posteo del dia igual o
      *                                 mayor que RC-UMBRAL-EFECTIVO
      *                                 (CC-SECUENCIA es el posteo);
      *            'F' fraccionamiento - RC-MIN-FRACCIONES posteos
      *                                 o mas justo debajo del umbral
      *                                 dentro de la ventana;
      *            'V' velocidad       - RC-MAX-MOVS-VENTANA posteos
      *                                 o mas dentro de la ventana.
      *    CC-FECHA-DESDE/HASTA  posteos que explican el caso;
      *    CC-MOVIMIENTOS, CC-IMPORTE-TOTAL y CC-IMPORTE-MAYOR en
      *    moneda base.
      *    CC-ESTADO 'P' pendiente, 'C' confirmado (a reportar), 'D'
      *              descartado, 'R' reportado al regulador en
      *              CC-FECHA-REPORTE.
      *  El archivo crece con DISP=MOD y lo reescribe CASHDSP.
      *****************************************************************
       01  CASHCASE-REGISTRO.
           05  CC-CASO.
               10  CC-FECHA            PIC 9(8).
               10  CC-NUMERO           PIC 9(5).
           05  CC-CUST-NUMBER          PIC 9(6).
           05  CC-TIPO                 PIC X(1).
               88  CC-UMBRAL           VALUE 'U'.
               88  CC-FRACCIONAMIENTO  VALUE 'F'.
               88  CC-VELOCIDAD        VALUE 'V'.
           05  CC-FECHA-DESDE          PIC 9(8).
           05  CC-FECHA-HASTA          PIC 9(8).
           05  CC-SECUENCIA            PIC 9(7).
           05  CC-MOVIMIENTOS          PIC 9(5).
           05  CC-IMPORTE-TOTAL        PIC 9(11)V99.
           05  CC-IMPORTE-MAYOR        PIC 9(11)V99.
           05  CC-ESTADO               PIC X(1).
               88  CC-PENDIENTE        VALUE 'P'.
               88  CC-CONFIRMADO       VALUE 'C'.
               88  CC-DESCARTADO       VALUE 'D'.
               88  CC-REPORTADO        VALUE 'R'.
           05  CC-OPERADOR             PIC X(4).
           05  CC-FECHA-DECISION       PIC 9(8).
           05  CC-FECHA-REPORTE        PIC 9(8).
           05  FILLER                  PIC X(25).
