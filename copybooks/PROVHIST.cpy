      *****************************************************************
      *  PROVHIST.CPY
      *  Historia de la provision para cartera dudosa (DISP=MOD):
      *  PROVISN anexa un registro por corrida de fin de mes con el
      *  saldo abierto, el porcentaje y la provision de cada tramo de
      *  antiguedad (1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = mas de 90
      *  dias), la estimacion total que queda contabilizada en el
      *  mayor y el ajuste que se posteo para llegar a ella.
      *  El ultimo registro del archivo es la estimacion vigente en
      *  libros: la corrida siguiente solo postea la diferencia
      *  contra el, de modo que repetir el mes no duplica el asiento.
      *****************************************************************
       01  PROVHIST-REGISTRO.
           05  PV-PERIODO              PIC 9(6).
           05  PV-FECHA                PIC 9(8).
           05  PV-TRAMO                OCCURS 4 TIMES.
               10  PV-SALDO            PIC S9(11)V99.
               10  PV-TASA             PIC 9(3)V99.
               10  PV-PROVISION        PIC S9(11)V99.
           05  PV-TOTAL-PROVISION      PIC S9(11)V99.
           05  PV-CASTIGOS             PIC S9(11)V99.
           05  PV-REVERSO-CASTIGOS     PIC S9(11)V99.
           05  PV-AJUSTE               PIC S9(11)V99.
           05  FILLER                  PIC X(10).
