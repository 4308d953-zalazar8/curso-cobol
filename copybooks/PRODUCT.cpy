      *  que queda de respaldo para productos no catalogados;
      *  VERBOS-BASICOS valida contra esta tabla el producto de la
      *  solicitud.  El producto '01' es la linea historica.
      *  El recargo por mora que LATEFEE asigna a una partida vencida
      *  de TRANDAT en cada umbral de RUNCTL sale del producto del
      *  cliente: 'F' un importe fijo PD-VALOR-RECARGO, 'P' un
      *  porcentaje PD-VALOR-RECARGO del importe abierto de la
      *  partida; espacios = el producto no cobra recargo.
      *****************************************************************
       01  PRODUCT-REGISTRO.
           05  PD-CODIGO               PIC X(2).
           05  PD-TASA-INT-POSITIVA    PIC 9(2)V9(4).
           05  PD-TASA-INT-NEGATIVA    PIC 9(2)V9(4).
           05  PD-CARGO-SERVICIO       PIC 9(5)V99.
           05  PD-TIPO-RECARGO         PIC X(1).
               88  PD-RECARGO-FIJO     VALUE 'F'.
               88  PD-RECARGO-PORCENTAJE VALUE 'P'.
           05  PD-VALOR-RECARGO        PIC 9(5)V99.
           05  FILLER                  PIC X(1).
