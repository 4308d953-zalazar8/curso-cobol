      *****************************************************************
      *  GLAPLIC.CPY
      *  Lote GLFEED ya aplicado a los saldos de GLSALDO, acceso por
      *  GA-CLAVE: la fecha y la corrida emisora de su cabecera
      *  (GLF-CAB-FECHA + GLF-CAB-CORRIDA), la misma identificacion
      *  del registro de transmisiones GLXMIT.  Los archivos de lote
      *  que no se reemplazan cada noche (el mensual de ACRMENS, el
      *  ultimo de ADJPOST o CHECKPRT) se vuelven a leer en cada
      *  corrida; con este registro el lote ya sumado se salta.
      *****************************************************************
       01  GLAPLIC-REGISTRO.
           05  GA-CLAVE.
               10  GA-FECHA            PIC 9(8).
               10  GA-CORRIDA          PIC X(8).
           05  GA-FUENTE               PIC X(8).
           05  GA-FECHA-APLICADO       PIC 9(8).
           05  GA-DETALLES             PIC 9(7).
           05  GA-TOT-DEBE             PIC S9(11)V999.
           05  GA-TOT-HABER            PIC S9(11)V999.
           05  FILLER                  PIC X(13).
