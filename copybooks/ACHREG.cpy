      *****************************************************************
      *  ACHREG.CPY
      *  Registro de 94 posiciones del archivo de transferencias que
      *  CHECKPRT entrega al banco (ACHSAL) y del archivo de
      *  devoluciones que el banco regresa (ACHDEV), en el formato
      *  fijo de la camara de compensacion; el primer byte dice que
      *  vista aplica:
      *    '1' cabecera de archivo      '5' cabecera de lote
      *    '6' detalle de transferencia '7' adenda (en devoluciones:
      *                                     motivo de la devolucion)
      *    '8' control de lote          '9' control de archivo
      *  Los importes van en centavos sin signo.  El archivo se
      *  completa a bloques de diez registros con registros de '9'.
      *  Las vistas son registros 01 alternos de la misma FD.
      *****************************************************************
       01  ACHREG-REGISTRO.
           05  AC-TIPO-REGISTRO        PIC X(1).
               88  AC-CABECERA-ARCHIVO VALUE '1'.
               88  AC-CABECERA-LOTE    VALUE '5'.
               88  AC-DETALLE          VALUE '6'.
               88  AC-ADENDA           VALUE '7'.
               88  AC-CONTROL-LOTE     VALUE '8'.
               88  AC-CONTROL-ARCHIVO  VALUE '9'.
           05  AC-DATOS                PIC X(93).
      *  Cabecera de archivo.
       01  ACHREG-CAB-ARCHIVO.
           05  FILLER                  PIC X(1).
           05  AA-PRIORIDAD            PIC 9(2).
           05  AA-DESTINO              PIC X(10).
           05  AA-ORIGEN               PIC X(10).
           05  AA-FECHA-CREACION       PIC 9(6).
           05  AA-HORA-CREACION        PIC 9(4).
           05  AA-MODIFICADOR          PIC X(1).
           05  AA-TAMANO-REGISTRO      PIC 9(3).
           05  AA-FACTOR-BLOQUE        PIC 9(2).
           05  AA-CODIGO-FORMATO       PIC X(1).
           05  AA-NOMBRE-DESTINO       PIC X(23).
           05  AA-NOMBRE-ORIGEN        PIC X(23).
           05  AA-REFERENCIA           PIC X(8).
      *  Cabecera de lote: clase 220, solo creditos.
       01  ACHREG-CAB-LOTE.
           05  FILLER                  PIC X(1).
           05  AL-CLASE-SERVICIO       PIC 9(3).
           05  AL-NOMBRE-EMPRESA       PIC X(16).
           05  AL-DATOS-EMPRESA        PIC X(20).
           05  AL-ID-EMPRESA           PIC X(10).
           05  AL-CLASE-ENTRADA        PIC X(3).
           05  AL-DESCRIPCION          PIC X(10).
           05  AL-FECHA-DESCRIPTIVA    PIC X(6).
           05  AL-FECHA-EFECTIVA       PIC 9(6).
           05  AL-FECHA-LIQUIDACION    PIC X(3).
           05  AL-ESTADO-ORIGINANTE    PIC X(1).
           05  AL-ENTIDAD-ORIGEN       PIC 9(8).
           05  AL-NUMERO-LOTE          PIC 9(7).
      *  Detalle: una transferencia; AD-ID-INDIVIDUAL lleva el numero
      *  del libro de cheques CHKREG asignado al pago.
       01  ACHREG-DETALLE.
           05  FILLER                  PIC X(1).
           05  AD-CODIGO-TRANSACCION   PIC 9(2).
               88  AD-CREDITO-CORRIENTE VALUE 22.
               88  AD-CREDITO-AHORRO   VALUE 32.
           05  AD-RUTA                 PIC 9(9).
           05  AD-CUENTA               PIC X(17).
           05  AD-IMPORTE              PIC 9(8)V99.
           05  AD-ID-INDIVIDUAL        PIC X(15).
           05  AD-NOMBRE               PIC X(22).
           05  AD-DATOS-DISCRECIONALES PIC X(2).
           05  AD-INDICADOR-ADENDA     PIC 9(1).
           05  AD-TRAZA                PIC 9(15).
      *  Adenda de devolucion: motivo y traza de la transferencia
      *  original.
       01  ACHREG-ADENDA.
           05  FILLER                  PIC X(1).
           05  AN-TIPO-ADENDA          PIC 9(2).
           05  AN-MOTIVO-DEVOLUCION    PIC X(3).
           05  AN-TRAZA-ORIGINAL       PIC 9(15).
           05  AN-FECHA-MUERTE         PIC X(6).
           05  AN-ENTIDAD-ORIGINAL     PIC 9(8).
           05  AN-INFORMACION          PIC X(44).
           05  AN-TRAZA                PIC 9(15).
      *  Control de lote.
       01  ACHREG-CTL-LOTE.
           05  FILLER                  PIC X(1).
           05  AK-CLASE-SERVICIO       PIC 9(3).
           05  AK-CANTIDAD-DETALLES    PIC 9(6).
           05  AK-HASH                 PIC 9(10).
           05  AK-TOTAL-DEBITOS        PIC 9(10)V99.
           05  AK-TOTAL-CREDITOS       PIC 9(10)V99.
           05  AK-ID-EMPRESA           PIC X(10).
           05  AK-AUTENTICACION        PIC X(19).
           05  AK-RESERVADO            PIC X(6).
           05  AK-ENTIDAD-ORIGEN       PIC 9(8).
           05  AK-NUMERO-LOTE          PIC 9(7).
      *  Control de archivo.
       01  ACHREG-CTL-ARCHIVO.
           05  FILLER                  PIC X(1).
           05  AF-CANTIDAD-LOTES       PIC 9(6).
           05  AF-CANTIDAD-BLOQUES     PIC 9(6).
           05  AF-CANTIDAD-DETALLES    PIC 9(8).
           05  AF-HASH                 PIC 9(10).
           05  AF-TOTAL-DEBITOS        PIC 9(10)V99.
           05  AF-TOTAL-CREDITOS       PIC 9(10)V99.
           05  AF-RESERVADO            PIC X(39).
