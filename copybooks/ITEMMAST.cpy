      *****************************************************************
      *  ITEMMAST.CPY
      *  Maestro de articulos de inventario, en secuencia de codigo
      *  de articulo (la misma de CONTEOIN y CONTSTAT).  Cada
      *  articulo se guarda en una sola ubicacion, IM-UBICACION.
      *  IM-EXISTENCIA es la existencia en libros: la mantiene cada
      *  noche INVMOV con los movimientos del dia (MOVINV) y contra
      *  ella mide RESTA-NEGATIVO el conteo fisico; la merma que
      *  RESTA-NEGATIVO valua y postea deja la existencia igual al
      *  conteo.  Un maestro
      *  anterior a este campo trae espacios ahi, y INVMOV los toma
      *  como existencia cero en su primera corrida.
      *****************************************************************
       01  ITEMS-REGISTRO.
           05  IM-CODIGO           PIC X(10).
           05  IM-DESCRIPCION      PIC X(30).
           05  IM-UBICACION        PIC X(6).
           05  IM-COSTO-UNITARIO   PIC 9(5)V99.
           05  IM-EXISTENCIA       PIC 9(5).
           05  FILLER              PIC X(2).
