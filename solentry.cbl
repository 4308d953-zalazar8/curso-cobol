      *  255-VALIDAR-SUCURSAL y 260-VALIDAR-FECHA-NACIMIENTO (edad
      *  contra RUNCTL, genero, sucursal y producto contra sus
      *  catalogos, fecha de nacimiento con mes/dia/bisiesto,
      *  telefono numerico, correo y preferencia de entrega
      *  coherentes), y al cerrar la sesion ANEXA a SOLICIN
      *  su propio lote completo: cabecera 'H' (fecha de negocio),
      *  detalles y cola 'T' (cantidad y total de control, la suma
      *  de los numeros de solicitante).  Cada sesion deja su lote
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  Mismo registro de 160 posiciones que lee VERBOS-BASICOS, mas
      *  los registros de control del mismo largo: la marca 'H'/'T'
      *  no se confunde con el detalle, que siempre empieza con un
      *  digito del numero de solicitante.
           05  SOL-CIUDAD          PIC X(15).
           05  SOL-TELEFONO        PIC X(12).
           05  SOL-PRODUCTO        PIC X(2).
           05  SOL-NOMBRE          PIC X(12).
           05  SOL-APELLIDO        PIC X(10).
           05  SOL-CORREO          PIC X(50).
           05  SOL-ENTREGA         PIC X(1).
           05  FILLER              PIC X(1).
       01  SOLICITUDES-CONTROL.
           05  SOLC-MARCA          PIC X(1).
           05  SOLC-FECHA-NEGOCIO  PIC 9(8).
           05  FILLER              PIC X(151).
       01  SOLICITUDES-COLA.
           05  FILLER              PIC X(1).
           05  SCL-CANTIDAD        PIC 9(7).
           05  SCL-HASH            PIC S9(9).
           05  FILLER              PIC X(143).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  SUCURSALES-FILE.
      *****************************************************************
       01 WS-TABLA-ACEPTADAS.
           05  WS-ACEPTADA-ENTRADA OCCURS 200 TIMES.
               10  WS-TA-REGISTRO  PIC X(160).
       01 WS-CONTADOR-ACEPTADAS    PIC 9(3) VALUE ZERO.
       01 WS-IDX-ACEPTADA          PIC 9(3).
       01 WS-HASH-LOTE             PIC S9(9) VALUE ZERO.
           05  WS-CA-CIUDAD        PIC X(15).
           05  WS-CA-TELEFONO      PIC X(12).
           05  WS-CA-PRODUCTO      PIC X(2).
           05  WS-CA-NOMBRE        PIC X(12).
           05  WS-CA-APELLIDO      PIC X(10).
           05  WS-CA-CORREO        PIC X(50).
           05  WS-CA-ENTREGA       PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
       01 WS-CONTADOR-ARROBAS      PIC 9(2).
       01 WS-REGISTRO-VALIDO       PIC X(1) VALUE 'S'.
           88 WS-ES-VALIDO         VALUE 'S'.
           88 WS-ES-INVALIDO       VALUE 'N'.
           END-READ.

       200-CAPTURAR-SOLICITUD.
           DISPLAY 'NOMBRE'.
           ACCEPT WS-CA-NOMBRE.
           DISPLAY 'APELLIDO'.
           ACCEPT WS-CA-APELLIDO.
           DISPLAY 'EDAD'.
           ACCEPT WS-CA-EDAD.
           DISPLAY 'GENERO M/F/O'.
           ACCEPT WS-CA-TELEFONO.
           DISPLAY 'PRODUCTO (ESPACIOS = 01)'.
           ACCEPT WS-CA-PRODUCTO.
           DISPLAY 'CORREO ELECTRONICO (ESPACIOS = SIN CORREO)'.
           ACCEPT WS-CA-CORREO.
           DISPLAY 'ENTREGA DE DOCUMENTOS P=PAPEL E=CORREO A=AMBOS '
               '(ESPACIO = P)'.
           ACCEPT WS-CA-ENTREGA.
           PERFORM 300-VALIDAR-CAPTURA.
           IF WS-ES-VALIDO
               PERFORM 400-ACEPTAR-CAPTURA
      *****************************************************************
       300-VALIDAR-CAPTURA.
           SET WS-ES-VALIDO TO TRUE.
      *  El nombre es lo que cumplimiento coteja contra la lista de
      *  vigilancia en el alta: sin el no se puede filtrar.
           IF WS-CA-NOMBRE = SPACES OR WS-CA-APELLIDO = SPACES
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'NOMBRE Y APELLIDO OBLIGATORIOS'
                   TO WS-MOTIVO-RECHAZO
           END-IF.
           IF WS-CA-EDAD < WS-EDAD-MINIMA
              OR WS-CA-EDAD > WS-EDAD-MAXIMA
               SET WS-ES-INVALIDO TO TRUE
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'PRODUCTO NO VALIDO' TO WS-MOTIVO-RECHAZO
           END-IF.
           PERFORM 325-VALIDAR-CORREO.
           IF WS-ES-VALIDO
               PERFORM 330-VALIDAR-FECHA-NACIMIENTO
           END-IF.
               END-PERFORM
           END-IF.

      *****************************************************************
      *  Mismo filtro que VERBOS-BASICOS 258-VALIDAR-CORREO: el correo
      *  es opcional pero lleva una sola arroba, y sin correo no se
      *  puede pedir entrega electronica.
      *****************************************************************
       325-VALIDAR-CORREO.
           IF WS-CA-ENTREGA = SPACE
               MOVE 'P' TO WS-CA-ENTREGA
           END-IF.
           IF WS-CA-ENTREGA NOT = 'P' AND WS-CA-ENTREGA NOT = 'E'
              AND WS-CA-ENTREGA NOT = 'A'
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'ENTREGA NO VALIDA' TO WS-MOTIVO-RECHAZO
           END-IF.
           MOVE ZERO TO WS-CONTADOR-ARROBAS.
           INSPECT WS-CA-CORREO TALLYING WS-CONTADOR-ARROBAS
               FOR ALL '@'.
           IF WS-CA-CORREO NOT = SPACES
              AND (WS-CONTADOR-ARROBAS NOT = 1
                   OR WS-CA-CORREO(1:1) = '@')
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'CORREO NO VALIDO' TO WS-MOTIVO-RECHAZO
           END-IF.
           IF WS-CA-CORREO = SPACES AND WS-CA-ENTREGA NOT = 'P'
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'ENTREGA ELECTRONICA SIN CORREO'
                   TO WS-MOTIVO-RECHAZO
           END-IF.

      *****************************************************************
      *  Mismas reglas de mes, dia y bisiesto que VERBOS-BASICOS
      *  260-VALIDAR-FECHA-NACIMIENTO.
