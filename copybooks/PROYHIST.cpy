      *****************************************************************
      *  PROYHIST.CPY
      *  Historia de la proyeccion semanal de caja (DISP=MOD):
      *  CASHPROY anexa un registro por corrida con lo que proyecto
      *  para la primera semana del horizonte (PY-SEMANA-DESDE a
      *  PY-SEMANA-HASTA), por fuente.  En cada tramo de antiguedad
      *  (1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = mas de 90 dias) queda
      *  el saldo abierto que vencia en la semana, el porcentaje de
      *  cobro aplicado y la entrada proyectada; las partidas con
      *  promesa de pago vigente van aparte, en PY-PROMESA-....
      *  La corrida siguiente, ya cumplida esa semana, la compara
      *  contra lo que realmente entro (CUSTHIST) y salio (CHKREG y
      *  los abonos del lote de ordenes permanentes).
      *****************************************************************
       01  PROYHIST-REGISTRO.
           05  PY-FECHA-CORRIDA        PIC 9(8).
           05  PY-SEMANA-DESDE         PIC 9(8).
           05  PY-SEMANA-HASTA         PIC 9(8).
           05  PY-TRAMO                OCCURS 4 TIMES.
               10  PY-SALDO            PIC S9(11)V99.
               10  PY-TASA             PIC 9(3)V99.
               10  PY-ENTRADA          PIC S9(11)V99.
           05  PY-PROMESA-SALDO        PIC S9(11)V99.
           05  PY-PROMESA-ENTRADA      PIC S9(11)V99.
           05  PY-CHEQUES              PIC S9(11)V99.
           05  PY-RETENIDOS            PIC S9(11)V99.
           05  PY-ORDENES              PIC S9(11)V99.
           05  PY-TOTAL-ENTRADAS       PIC S9(11)V99.
           05  PY-TOTAL-SALIDAS        PIC S9(11)V99.
           05  FILLER                  PIC X(10).
