      *  Registro de transaccion con fecha, extendiendo el patron
      *  WS-DESCRIPCION/WS-FECHA1/WS-FECHA2 de REDEFINIR a una fecha
      *  efectiva y una fecha de expiracion reales.
      *  El archivo de partidas es indexado por TD-CLAVE (cliente y
      *  descripcion, desplazamiento 0): una partida se lee directo
      *  por su clave, las de un cliente salen juntas con START sobre
      *  TD-CUST-NUMBER, y la lectura secuencial entrega todo el
      *  archivo en orden de cliente sin SORT previo.
      *****************************************************************
       01  TRANDAT-RECORD.
           05  TD-CLAVE.
      *  Cliente dueno de la partida, capturado por TRANCAP al abrir
      *  el documento; permite que estados de cuenta y cobranza
      *  lleguen del documento al cliente sin archivos puente.
               10  TD-CUST-NUMBER      PIC 9(6).
               10  TD-DESCRIPCION.
                   15  TD-DESC-TEXTO   PIC X(30).
           05  TD-FECHA-EFECTIVA.
               10  TD-FE-ANO           PIC 9(4).
               10  TD-FE-MES           PIC 9(2).
      *  'C' normal para que un pago posterior se reconozca como
      *  recuperacion y no como liquidacion comun.
               88  TD-CASTIGADO        VALUE 'W'.
