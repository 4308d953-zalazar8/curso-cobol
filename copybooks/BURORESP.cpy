      *****************************************************************
      *  BURORESP.CPY
      *  Archivo de respuesta del buro de credito a cada envio
      *  (mensual o de correcciones), que BURORSP procesa:
      *    'H' cabecera  - suscriptor, periodo y tipo del envio
      *                    respondido y fecha de recepcion en el buro;
      *    'D' detalle   - un segmento recibido: cuenta, periodo y
      *                    accion como se enviaron, y el resultado.
      *                    RR-DET-CODIGO '000' aceptado; cualquier
      *                    otro es un rechazo, con el campo que lo
      *                    provoco y el texto del buro;
      *    'T' cola      - segmentos recibidos, aceptados y
      *                    rechazados segun el buro.
      *****************************************************************
       01  BURORESP-REGISTRO.
           05  RR-TIPO                 PIC X(1).
               88  RR-CABECERA         VALUE 'H'.
               88  RR-DETALLE          VALUE 'D'.
               88  RR-COLA             VALUE 'T'.
           05  RR-DATOS                PIC X(99).
           05  RR-CAB REDEFINES RR-DATOS.
               10  RR-CAB-SUSCRIPTOR   PIC X(10).
               10  RR-CAB-PERIODO      PIC 9(6).
               10  RR-CAB-ENVIO        PIC X(1).
               10  RR-CAB-FECHA        PIC 9(8).
               10  FILLER              PIC X(74).
           05  RR-DET REDEFINES RR-DATOS.
               10  RR-DET-CUENTA       PIC X(7).
               10  RR-DET-PERIODO      PIC 9(6).
               10  RR-DET-ACCION       PIC X(1).
               10  RR-DET-CODIGO       PIC X(3).
                   88  RR-DET-ACEPTADO VALUE '000'.
               10  RR-DET-CAMPO        PIC X(20).
               10  RR-DET-MENSAJE      PIC X(40).
               10  FILLER              PIC X(22).
           05  RR-FIN REDEFINES RR-DATOS.
               10  RR-FIN-RECIBIDOS    PIC 9(7).
               10  RR-FIN-ACEPTADOS    PIC 9(7).
               10  RR-FIN-RECHAZADOS   PIC 9(7).
               10  FILLER              PIC X(78).
