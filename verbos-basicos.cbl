               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "SOLICEXC"
               ORGANIZATION IS SEQUENTIAL
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCTOS-STATUS.
           SELECT CUMPLIMIENTO-FILE ASSIGN TO "SOLICCMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUMPLIMIENTO-STATUS.
           SELECT CUSTMAIL-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITANTES-FILE.
      *  Tipo de producto contratado; espacios = '01', la linea
      *  historica.
           05  SOL-PRODUCTO         PIC X(2).
      *  Nombre y apellido del solicitante: se cotejan contra la
      *  lista de vigilancia antes del alta y llegan al maestro.
           05  SOL-NOMBRE           PIC X(12).
           05  SOL-APELLIDO         PIC X(10).
      *  Correo electronico y preferencia de entrega de estados y
      *  cartas (P papel, E correo, A ambos; espacio = papel); al
      *  alta van a CUSTMAIL con la fecha de proceso como fecha de
      *  consentimiento.
           05  SOL-CORREO           PIC X(50).
           05  SOL-ENTREGA          PIC X(1).
           05  FILLER               PIC X(1).
      *****************************************************************
      *  SOLICIN trae ahora registros de control de la captura
      *  (SOLENTRY), del mismo largo que el detalle: cabecera 'H' con
               88  SOLC-ES-COLA     VALUE 'T'.
               88  SOLC-ES-CONTROL  VALUES 'H' 'T'.
           05  SOLC-FECHA-NEGOCIO   PIC 9(8).
           05  FILLER               PIC X(151).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  RECHAZOS-FILE.
           COPY AUDITLOG.
       FD  PRODUCTOS-FILE.
           COPY PRODUCT.
       FD  CUMPLIMIENTO-FILE.
           COPY WATCHHIT.
       FD  CUSTMAIL-FILE.
           COPY CUSTMAIL.
       WORKING-STORAGE SECTION.
       01 EDAD             PIC 9(3) VALUE ZEROES.
       01 GENERO           PIC X(1) VALUE SPACES.
       01 WS-PRODUCTOS-STATUS      PIC X(2).
           88 WS-PRODUCTOS-OK      VALUE '00'.
           88 WS-PRODUCTOS-EOF     VALUE '10'.
       01 WS-CUMPLIMIENTO-STATUS   PIC X(2).
           88 WS-CUMPLIMIENTO-OK   VALUE '00'.
       01 WS-CUSTMAIL-STATUS       PIC X(2).
           88 WS-CUSTMAIL-OK       VALUE '00'.
       01 WS-HAY-CUSTMAIL          PIC X(1) VALUE 'N'.
           88 WS-CUSTMAIL-ABIERTO  VALUE 'S'.
       01 WS-ENTREGA               PIC X(1) VALUE 'P'.
       01 WS-CONTADOR-ARROBAS      PIC 9(2).
       01 WS-CONTADOR-CANALES      PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Catalogo de productos validos, cargado de la tabla PRODUCT
      *  al arrancar; sin archivo asignado no se valida, igual que el
       01 WS-REGISTRO-DUPLICADO    PIC X(1) VALUE 'N'.
           88 WS-ES-DUPLICADO      VALUE 'S'.
           88 WS-NO-ES-DUPLICADO   VALUE 'N'.
      *****************************************************************
      *  Cotejo contra la lista de vigilancia (WATCHCHK): toda
      *  coincidencia del solicitante se deja en la cola de
      *  cumplimiento y el alta queda en suspenso hasta que WATCHDSP
      *  la libere o la confirme.
      *****************************************************************
       01 WS-EN-LISTA              PIC X(1) VALUE 'N'.
           88 WS-ES-EN-LISTA       VALUE 'S'.
           88 WS-NO-ES-EN-LISTA    VALUE 'N'.
       01 WS-WC-POSICION           PIC 9(5).
       01 WS-WC-COINCIDENCIA       PIC X(1).
       01 WS-WC-ENTRADA            PIC X(80).
       01 WS-WC-RETORNO            PIC 9(2).
           88 WS-WC-SIN-MAS        VALUE 00.
           88 WS-WC-SIN-LISTA      VALUE 04.
           88 WS-WC-COINCIDE       VALUE 08.
       01 WS-AVISO-SIN-LISTA       PIC X(1) VALUE 'N'.
           88 WS-YA-AVISO-SIN-LISTA VALUE 'S'.
       01 WS-CONTADOR-CUMPLIMIENTO PIC 9(7) VALUE ZERO.
       01 WS-EDAD-MINIMA           PIC 9(3) VALUE 18.
       01 WS-EDAD-MAXIMA           PIC 9(3) VALUE 120.
       01 WS-REGISTRO-VALIDO       PIC X(1) VALUE 'S'.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-REGISTRO-DESPUES      PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-DV-FUNCION            PIC X(1) VALUE 'C'.
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-FN-ANO                PIC 9(4).
       01 WS-FN-MES                PIC 9(2).
                           PERFORM 360-ENVIAR-A-REVISION
                       ELSE
                           IF WS-ES-VALIDO
                               PERFORM 280-VERIFICAR-LISTA-VIGILANCIA
                           END-IF
                           IF WS-ES-VALIDO AND WS-ES-EN-LISTA
                               PERFORM 380-ENVIAR-A-CUMPLIMIENTO
                           ELSE
                               IF WS-ES-VALIDO
                                   PERFORM 300-DAR-DE-ALTA
                               ELSE
                                   PERFORM 350-RECHAZAR-SOLICITUD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           OPEN INPUT SOLICITANTES-FILE.
           OPEN I-O CUSTMAST-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN EXTEND CUMPLIMIENTO-FILE.
      *  Sin CUSTMAIL asignado el alta sigue como siempre y los
      *  documentos del cliente salen en papel.
           OPEN I-O CUSTMAIL-FILE.
           IF WS-CUSTMAIL-OK
               SET WS-CUSTMAIL-ABIERTO TO TRUE
           END-IF.
           IF WS-REINICIO
               OPEN EXTEND RECHAZOS-FILE
               OPEN EXTEND DUPLICADOS-FILE
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'PRODUCTO NO VALIDO' TO WS-LR-MOTIVO
           END-IF.
           PERFORM 258-VALIDAR-CORREO.
           IF WS-ES-VALIDO
               PERFORM 260-VALIDAR-FECHA-NACIMIENTO
           END-IF.
               END-PERFORM
           END-IF.

      *****************************************************************
      *  El correo es opcional, pero si viene lleva una sola arroba y
      *  no empieza con ella; la entrega electronica exige correo.
      *****************************************************************
       258-VALIDAR-CORREO.
           IF SOL-ENTREGA = SPACE
               MOVE 'P' TO WS-ENTREGA
           ELSE
               MOVE SOL-ENTREGA TO WS-ENTREGA
           END-IF.
           IF WS-ENTREGA NOT = 'P' AND WS-ENTREGA NOT = 'E'
              AND WS-ENTREGA NOT = 'A'
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'ENTREGA NO VALIDA' TO WS-LR-MOTIVO
           END-IF.
           MOVE ZERO TO WS-CONTADOR-ARROBAS.
           INSPECT SOL-CORREO TALLYING WS-CONTADOR-ARROBAS
               FOR ALL '@'.
           IF SOL-CORREO NOT = SPACES
              AND (WS-CONTADOR-ARROBAS NOT = 1
                   OR SOL-CORREO(1:1) = '@')
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'CORREO NO VALIDO' TO WS-LR-MOTIVO
           END-IF.
           IF SOL-CORREO = SPACES AND WS-ENTREGA NOT = 'P'
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'ENTREGA ELECTRONICA SIN CORREO' TO WS-LR-MOTIVO
           END-IF.

       260-VALIDAR-FECHA-NACIMIENTO.
           MOVE SOL-FN-ANO TO WS-FN-ANO.
           MOVE SOL-FN-MES TO WS-FN-MES.
               END-READ
           END-IF.

      *****************************************************************
      *  Cotejo del solicitante contra la lista de vigilancia por
      *  nombre/apellido (tolerante) y por documento.  Sin lista
      *  asignada no se frena el registro: se avisa una vez en la
      *  bitacora de errores y el recotejo WATCHSCR cubre a estos
      *  clientes cuando llegue la lista.
      *****************************************************************
       280-VERIFICAR-LISTA-VIGILANCIA.
           SET WS-NO-ES-EN-LISTA TO TRUE.
           MOVE ZERO TO WS-WC-POSICION.
           CALL 'WATCHCHK' USING SOL-NOMBRE SOL-APELLIDO DOCUMENTO
               WS-WC-POSICION WS-WC-COINCIDENCIA WS-WC-ENTRADA
               WS-WC-RETORNO.
           IF WS-WC-SIN-LISTA
               IF NOT WS-YA-AVISO-SIN-LISTA
                   SET WS-YA-AVISO-SIN-LISTA TO TRUE
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE 'ALTAS SIN COTEJO DE LISTA DE VIGILANCIA'
                       TO WS-EL-DATO-OFENSOR
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.
           IF WS-WC-COINCIDE
               SET WS-ES-EN-LISTA TO TRUE
           END-IF.

       300-DAR-DE-ALTA.
           MOVE SOL-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
                       FUNCTION MOD(SOL-CUST-NUMBER, 9) + 1
                   MOVE ZERO TO CM-FECHA-ULT-EXTRACTO
                   MOVE ZERO TO CM-LIMITE-CREDITO
                   MOVE ZERO TO CM-DEVOLUCIONES
                   SET CM-MORA-CORRIENTE TO TRUE
                   MOVE SOL-DIRECCION TO CM-DIRECCION
                   MOVE SOL-CIUDAD TO CM-CIUDAD
                   MOVE SOL-TELEFONO TO CM-TELEFONO
                   MOVE WS-PRODUCTO TO CM-PRODUCTO
                   MOVE SOL-NOMBRE TO CM-NOMBRE
                   MOVE SOL-APELLIDO TO CM-APELLIDO
                   SET CM-SOLTERO TO TRUE
                   PERFORM 302-ASIGNAR-DIGITO
                   PERFORM 305-APLICAR-INSCRIPCION-PEND
                   WRITE CUSTMAST-RECORD
                       INVALID KEY
                           CALL 'CMJRNL' USING WS-EL-PROGRAMA
                               WS-JR-ACCION WS-REGISTRO-ANTES
                               CUSTMAST-RECORD
                           PERFORM 320-GRABAR-CANAL-ENTREGA
                   END-WRITE
               NOT INVALID KEY
                   MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES
                   MOVE SOL-CIUDAD TO CM-CIUDAD
                   MOVE SOL-TELEFONO TO CM-TELEFONO
                   MOVE WS-PRODUCTO TO CM-PRODUCTO
                   IF SOL-NOMBRE NOT = SPACES
                       MOVE SOL-NOMBRE TO CM-NOMBRE
                       MOVE SOL-APELLIDO TO CM-APELLIDO
                   END-IF
                   IF CM-DIGITO-VERIFICADOR = SPACE
                       PERFORM 302-ASIGNAR-DIGITO
                   END-IF
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           MOVE 'ERROR AL ACTUALIZAR SOLICITANTE ' TO
                           CALL 'CMJRNL' USING WS-EL-PROGRAMA
                               WS-JR-ACCION WS-REGISTRO-ANTES
                               CUSTMAST-RECORD
                           PERFORM 320-GRABAR-CANAL-ENTREGA
                   END-REWRITE
           END-READ.
           DISPLAY EDAD.
           DISPLAY GENERO.
           PERFORM 310-ACUMULAR-ESTADISTICA.

      *****************************************************************
      *  Digito verificador del numero de cliente, asignado en el
      *  alta para que el numero salga completo desde el primer
      *  estado de cuenta.
      *****************************************************************
       302-ASIGNAR-DIGITO.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE CM-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           MOVE WS-DV-DIGITO TO CM-DIGITO-VERIFICADOR.

      *****************************************************************
      *  Si NIVEL88 dejo cambios de estado civil esperando a este
      *  numero, se aplican TODOS en orden en el alta misma, cada uno
                   ADD 1 TO WS-CONTEO-O (WS-IDX-BRACKET)
           END-EVALUATE.

      *****************************************************************
      *  Canal de entrega del cliente en CUSTMAIL.  Una solicitud sin
      *  correo y con entrega en papel no crea registro (papel es lo
      *  que ya recibe) ni borra el que hubiera de antes.  Un correo
      *  nuevo vuelve a activar uno rebotado; el consentimiento toma
      *  la fecha de proceso cada vez que cambia correo o preferencia.
      *****************************************************************
       320-GRABAR-CANAL-ENTREGA.
           IF WS-CUSTMAIL-ABIERTO
              AND (SOL-CORREO NOT = SPACES OR WS-ENTREGA NOT = 'P')
               MOVE SOL-CUST-NUMBER TO CE-CUST-NUMBER
               READ CUSTMAIL-FILE
                   INVALID KEY
                       MOVE SPACES TO CUSTMAIL-REGISTRO
                       MOVE SOL-CUST-NUMBER TO CE-CUST-NUMBER
                       MOVE SOL-CORREO TO CE-CORREO
                       MOVE WS-ENTREGA TO CE-PREFERENCIA
                       MOVE WS-FECHA-PROCESO
                           TO CE-FECHA-CONSENTIMIENTO
                       SET CE-CORREO-ACTIVO TO TRUE
                       MOVE WS-EL-PROGRAMA TO CE-PROGRAMA
                       MOVE ZERO TO CE-FECHA-REBOTE
                       WRITE CUSTMAIL-REGISTRO
                           INVALID KEY
                               PERFORM 325-ERROR-CANAL-ENTREGA
                           NOT INVALID KEY
                               ADD 1 TO WS-CONTADOR-CANALES
                       END-WRITE
                   NOT INVALID KEY
                       IF SOL-CORREO NOT = CE-CORREO
                          OR WS-ENTREGA NOT = CE-PREFERENCIA
                           MOVE SOL-CORREO TO CE-CORREO
                           MOVE WS-ENTREGA TO CE-PREFERENCIA
                           MOVE WS-FECHA-PROCESO
                               TO CE-FECHA-CONSENTIMIENTO
                           SET CE-CORREO-ACTIVO TO TRUE
                           MOVE WS-EL-PROGRAMA TO CE-PROGRAMA
                           REWRITE CUSTMAIL-REGISTRO
                               INVALID KEY
                                   PERFORM 325-ERROR-CANAL-ENTREGA
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONTADOR-CANALES
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       325-ERROR-CANAL-ENTREGA.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE SOL-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'ERROR AL GRABAR CUSTMAIL' TO WS-EL-DATO-OFENSOR(8:24).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       350-RECHAZAR-SOLICITUD.
           ADD 1 TO WS-CONTADOR-RECHAZOS.
           MOVE SOL-CUST-NUMBER TO WS-LR-CUST-NUMBER.
           ADD 1 TO WS-EXCEPCIONES-REGISTRADAS.
           PERFORM 650-VERIFICAR-TOPE-EXCEPCIONES.

      *****************************************************************
      *  Posible coincidencia con la lista de vigilancia: no se da el
      *  alta.  Cada entrada de la lista que coincide deja su alerta
      *  en la cola de cumplimiento, con la solicitud completa para
      *  que WATCHDSP pueda darla de alta si cumplimiento la libera.
      *****************************************************************
       380-ENVIAR-A-CUMPLIMIENTO.
           ADD 1 TO WS-CONTADOR-CUMPLIMIENTO.
           PERFORM UNTIL NOT WS-WC-COINCIDE
               MOVE SPACES TO WATCHHIT-REGISTRO
               SET WH-DE-SOLICITUD TO TRUE
               MOVE SOL-CUST-NUMBER TO WH-CUST-NUMBER
               MOVE WS-FECHA-PROCESO TO WH-FECHA
               MOVE WS-WC-COINCIDENCIA TO WH-COINCIDENCIA
               MOVE SOL-NOMBRE TO WH-NOMBRE
               MOVE SOL-APELLIDO TO WH-APELLIDO
               MOVE DOCUMENTO TO WH-DOCUMENTO
               MOVE WS-WC-ENTRADA TO WH-LISTA
               SET WH-PENDIENTE TO TRUE
               MOVE SPACES TO WH-OPERADOR
               MOVE ZERO TO WH-FECHA-DECISION
               MOVE SOLICITANTES-REGISTRO TO WH-SOLICITUD
               WRITE WATCHHIT-REGISTRO
               CALL 'WATCHCHK' USING SOL-NOMBRE SOL-APELLIDO DOCUMENTO
                   WS-WC-POSICION WS-WC-COINCIDENCIA WS-WC-ENTRADA
                   WS-WC-RETORNO
           END-PERFORM.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE SOL-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'A CUMPLIMIENTO: LISTA VIGILANCIA'
               TO WS-EL-DATO-OFENSOR(8:33).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           ADD 1 TO WS-EXCEPCIONES-REGISTRADAS.
           PERFORM 650-VERIFICAR-TOPE-EXCEPCIONES.

      *****************************************************************
      *  Disyuntor de excepciones: con RC-MAX-EXCEPCIONES distinto de
      *  cero, al pasar el tope el paso se detiene con RC=8 dejando el
               WS-CONTADOR-DUPLICADOS.
           DISPLAY 'SOLICITUDES PENDIENTES (EDAD NO CONFIRMADA): '
               WS-CONTADOR-PENDIENTES.
           DISPLAY 'SOLICITUDES A CUMPLIMIENTO (LISTA VIGILANCIA): '
               WS-CONTADOR-CUMPLIMIENTO.
           DISPLAY 'CAMBIOS DE ESTADO CIVIL APLICADOS DE LA COLA: '
               WS-CONTADOR-APLICADOS.
           DISPLAY 'CANALES DE ENTREGA REGISTRADOS EN CUSTMAIL : '
               WS-CONTADOR-CANALES.

       450-IMPRIMIR-ESTADISTICAS.
           DISPLAY 'DISTRIBUCION POR EDAD Y GENERO'.
           CLOSE DUPLICADOS-FILE.
           CLOSE PENDIENTES-FILE.
           CLOSE AUDIT-FILE.
           CLOSE CUMPLIMIENTO-FILE.
           IF WS-CUSTMAIL-ABIERTO
               CLOSE CUSTMAIL-FILE
           END-IF.
       END PROGRAM VERBOS-BASICOS.
