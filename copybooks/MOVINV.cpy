      *****************************************************************
      *  MOVINV.CPY
      *  Movimiento diario de existencias, capturado por la bodega en
      *  la misma secuencia de codigo de articulo del maestro
      *  ITEMMAST.  INVMOV lo aplica a IM-EXISTENCIA:
      *    'E' entrada      - recepcion de proveedor, suma;
      *    'S' salida       - despacho o consumo, resta;
      *    'D' devolucion   - devolucion al proveedor, resta;
      *    'T' traspaso     - pasa la existencia de MV-UBICACION a
      *                       MV-UBICACION-DESTINO.  Como el maestro
      *                       guarda una sola ubicacion por articulo,
      *                       el traspaso debe mover la existencia
      *                       completa y cambia IM-UBICACION.
      *  MV-UBICACION debe ser la ubicacion del articulo en el
      *  maestro.  Un movimiento de articulo desconocido, o que deja
      *  la existencia bajo cero, se rechaza.
      *****************************************************************
       01  MOVINV-REGISTRO.
           05  MV-CODIGO               PIC X(10).
           05  MV-UBICACION            PIC X(6).
           05  MV-TIPO                 PIC X(1).
               88  MV-ENTRADA          VALUE 'E'.
               88  MV-SALIDA           VALUE 'S'.
               88  MV-DEVOLUCION       VALUE 'D'.
               88  MV-TRASPASO         VALUE 'T'.
           05  MV-UBICACION-DESTINO    PIC X(6).
           05  MV-CANTIDAD             PIC 9(5).
           05  MV-FECHA                PIC 9(8).
           05  MV-REFERENCIA           PIC X(12).
           05  FILLER                  PIC X(12).
