      *****************************************************************
      *  NOMBANT.CPY
      *  Nombres anteriores del cliente, acceso por NA-CLAVE (numero
      *  de cliente, fecha efectiva del cambio y hora del alta, para
      *  que todos los nombres de un cliente salgan juntos y en orden
      *  con START sobre NA-CUST-NUMBER).  NAMECHG graba un registro
      *  por cada cambio legal de nombre con el nombre que el cliente
      *  dejo de usar: NA-FECHA-DESDE es la fecha desde la que lo
      *  usaba (la efectiva del cambio anterior, cero si era el
      *  nombre original) y NA-FECHA-HASTA la efectiva del cambio.
      *  NA-NOMBRE-CLAVE tiene el mismo formato que CM-NOMBRE-CLAVE y
      *  es clave alterna con duplicados: CUSTBUSQ, DUPSWEEP y el
      *  casamiento por pagador de LOCKBOX buscan por ella tambien al
      *  cliente que sigue apareciendo con su nombre anterior.
      *    NA-MOTIVO 'M' matrimonio, 'D' divorcio, 'V' viudez,
      *              'J' resolucion judicial u otro acto legal.
      *****************************************************************
       01  NOMBANT-REGISTRO.
           05  NA-CLAVE.
               10  NA-CUST-NUMBER      PIC 9(6).
               10  NA-FECHA-HASTA      PIC 9(8).
               10  NA-HORA-ALTA        PIC 9(6).
           05  NA-NOMBRE-CLAVE.
               10  NA-NOMBRE           PIC X(12).
               10  NA-APELLIDO         PIC X(10).
           05  NA-FECHA-DESDE          PIC 9(8).
           05  NA-MOTIVO               PIC X(1).
               88  NA-MATRIMONIO       VALUE 'M'.
               88  NA-DIVORCIO         VALUE 'D'.
               88  NA-VIUDEZ           VALUE 'V'.
               88  NA-JUDICIAL         VALUE 'J'.
               88  NA-MOTIVO-VALIDO    VALUE 'M' 'D' 'V' 'J'.
      *  Referencia del documento que respalda el cambio (acta de
      *  matrimonio, sentencia de divorcio, resolucion judicial).
           05  NA-DOCUMENTO-SOPORTE    PIC X(20).
           05  NA-OPERADOR             PIC X(4).
           05  NA-FECHA-ALTA           PIC 9(8).
           05  NA-PROGRAMA             PIC X(8).
           05  FILLER                  PIC X(9).
