      *****************************************************************
      *  CASHREG.CPY
      *  Registro del archivo de reportes regulatorios de efectivo
      *  que CASHDSP emite por cada caso de CASHCASE confirmado por
      *  cumplimiento, con la identificacion del cliente tomada del
      *  maestro al momento del reporte.
      *    RR-TIPO-REPORTE 'ROE' operacion en efectivo sobre el
      *                          umbral (caso 'U');
      *                    'ROS' operacion sospechosa (casos 'F'
      *                          fraccionamiento y 'V' velocidad).
      *  Importes en moneda base, sin signo (valor absoluto de los
      *  posteos).
      *****************************************************************
       01  CASHREG-REGISTRO.
           05  RR-TIPO-REPORTE         PIC X(3).
           05  RR-FECHA-REPORTE        PIC 9(8).
           05  RR-CASO-FECHA           PIC 9(8).
           05  RR-CASO-NUMERO          PIC 9(5).
           05  RR-MOTIVO               PIC X(1).
           05  RR-CUST-NUMBER          PIC 9(6).
           05  RR-DOCUMENTO            PIC X(11).
           05  RR-NOMBRE               PIC X(12).
           05  RR-APELLIDO             PIC X(10).
           05  RR-DIRECCION            PIC X(25).
           05  RR-CIUDAD               PIC X(15).
           05  RR-FECHA-DESDE          PIC 9(8).
           05  RR-FECHA-HASTA          PIC 9(8).
           05  RR-MOVIMIENTOS          PIC 9(5).
           05  RR-IMPORTE-TOTAL        PIC 9(11)V99.
           05  RR-IMPORTE-MAYOR        PIC 9(11)V99.
           05  RR-OPERADOR             PIC X(4).
           05  FILLER                  PIC X(5).
