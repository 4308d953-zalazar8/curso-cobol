       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFAL.
      *****************************************************************
      *  Aviso de defuncion del cliente: hasta ahora lo unico que el
      *  sistema podia registrar era el cambio del conyuge a viudo en
      *  NIVEL88, y la cuenta del fallecido seguia devengando,
      *  recibiendo cartas de cobranza y estados de cuenta.  En linea,
      *  con autoridad de cierre en OPERSEC (la misma que CUSTCLS: el
      *  aviso congela la cuenta hasta que la sucesion la liquide y
      *  se cierre):
      *    - busca al cliente con CUSTBUSQ y pide la fecha de
      *      defuncion y el representante de la sucesion (nombre,
      *      domicilio, ciudad y telefono);
      *    - marca CM-INDICADOR-FALLECIDO en el maestro, con diario
      *      CMJRNL, y guarda el aviso en DEFUNC;
      *    - si el cliente ya estaba marcado, corrige la fecha y el
      *      representante en DEFUNC sin tocar el maestro;
      *    - busca en CUSTREL el conyuge o pareja con vinculo vigente
      *      y le sugiere al operador su cambio a viudo por NIVEL88
      *      (el cambio sigue siendo supervisado alla; aqui no se toca
      *      el estado civil de nadie).
      *  Cada aviso o correccion queda en la bitacora FALAUD.
      *  El operador es el de la sesion (SESMENU): bajo el menu
      *  MENUOPER no se vuelve a pedir, y fuera de el se pide una vez
      *  contra OPERSEC; CUSTBUSQ ofrece el cliente en curso.  Cada
      *  cliente mostrado, y cada aviso o correccion grabados, queda
      *  en la bitacora de accesos (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT DEFUNC-FILE ASSIGN TO "DEFUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DF-CUST-NUMBER
               FILE STATUS IS WS-DEFUNC-STATUS.
           SELECT CUSTREL-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLAVE
               FILE STATUS IS WS-CUSTREL-STATUS.
           SELECT BITACORA-FILE ASSIGN TO "FALAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEFUNC-FILE.
           COPY DEFUNC.
       FD  CUSTREL-FILE.
           COPY CUSTREL.
      *****************************************************************
      *  Bitacora de avisos de defuncion (DISP=MOD): quien registro o
      *  corrigio el aviso de que cliente y cuando.
      *****************************************************************
       FD  BITACORA-FILE.
       01  BITACORA-LINEA.
           05  FL-FECHA            PIC 9(8).
           05  FL-HORA             PIC 9(6).
           05  FL-OPERADOR         PIC X(4).
           05  FL-CUST-NUMBER      PIC 9(6).
           05  FL-ACCION           PIC X(8).
           05  FL-FECHA-DEFUNCION  PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-DEFUNC-STATUS         PIC X(2).
           88 WS-DEFUNC-OK         VALUE '00'.
       01 WS-CUSTREL-STATUS        PIC X(2).
           88 WS-CUSTREL-OK        VALUE '00'.
       01 WS-BITACORA-STATUS       PIC X(2).
           88 WS-BITACORA-OK       VALUE '00'.
       01 WS-HAY-CUSTREL           PIC X(1) VALUE 'N'.
           88 WS-CUSTREL-ABIERTO   VALUE 'S'.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-RESULTADO-BUSQUEDA    PIC X(1).
           88 WS-BUSQUEDA-ELEGIDO  VALUE 'S'.
           88 WS-BUSQUEDA-FIN      VALUE 'F'.
       01 WS-CONTINUAR             PIC X(1) VALUE 'S'.
           88 WS-SEGUIR-AVISANDO   VALUE 'S'.
       01 WS-FECHA-CAPTURA.
           05  WS-FC-ANO           PIC 9(4).
           05  WS-FC-MES           PIC 9(2).
           05  WS-FC-DIA           PIC 9(2).
       01 WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA PIC 9(8).
       01 WS-DATOS-VALIDOS         PIC X(1) VALUE 'S'.
           88 WS-DATOS-OK          VALUE 'S'.
       01 WS-CONFIRMACION          PIC X(1).
           88 WS-CONFIRMADO        VALUE 'S'.
       01 WS-YA-FALLECIDO          PIC X(1) VALUE 'N'.
           88 WS-ES-CORRECCION     VALUE 'S'.
       01 WS-HAY-AVISO             PIC X(1) VALUE 'N'.
           88 WS-AVISO-EXISTE      VALUE 'S'.
       01 WS-REPRESENTANTE         PIC X(30).
       01 WS-REP-DIRECCION         PIC X(25).
       01 WS-REP-CIUDAD            PIC X(15).
       01 WS-REP-TELEFONO          PIC X(12).
       01 WS-FIN-VINCULOS          PIC X(1) VALUE 'N'.
           88 WS-SIN-MAS-VINCULOS  VALUE 'S'.
       01 WS-CONYUGE               PIC 9(6) VALUE ZERO.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CUSTFAL'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-CONTADOR-AVISOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CORRECCIONES PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SUGERIDOS    PIC 9(7) VALUE ZERO.
       01 WS-OPERADOR              PIC X(4) VALUE SPACES.
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'C'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'CUSTFAL'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'C'.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SE-OPERADOR TO WS-OPERADOR.
           CALL 'OPERAUTH' USING WS-OPERADOR WS-FUNCION-AUTORIZAR
               WS-AUTORIZADO WS-RETORNO-OPERAUTH.
           IF WS-RETORNO-OPERAUTH = 04
               SET WS-AUTORIZADO-SI TO TRUE
           END-IF.
           IF NOT WS-AUTORIZADO-SI
               DISPLAY 'OPERADOR SIN AUTORIDAD DE CIERRE '
                   '(RETORNO ' WS-RETORNO-OPERAUTH ')'
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'AVISO DE DEFUNCION RECHAZADO OPER '
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-OPERADOR TO WS-EL-DATO-OFENSOR(35:4)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               GOBACK
           END-IF.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM UNTIL NOT WS-SEGUIR-AVISANDO
               CALL 'CUSTBUSQ' USING WS-CUST-NUMBER
                   WS-RESULTADO-BUSQUEDA
               EVALUATE TRUE
                   WHEN WS-BUSQUEDA-FIN
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN WS-BUSQUEDA-ELEGIDO
                       PERFORM 200-PROCESAR-AVISO
               END-EVALUATE
           END-PERFORM.
           PERFORM 600-IMPRIMIR-RESUMEN.
           PERFORM 700-CERRAR-ARCHIVOS.
           GOBACK.

       100-ABRIR-ARCHIVOS.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O DEFUNC-FILE.
           IF NOT WS-DEFUNC-OK
               DISPLAY 'NO SE PUDO ABRIR DEFUNC, ESTADO: '
                   WS-DEFUNC-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *  Sin CUSTREL el aviso se registra igual; solo no hay
      *  conyuge que sugerir.
           OPEN INPUT CUSTREL-FILE.
           IF WS-CUSTREL-OK
               SET WS-CUSTREL-ABIERTO TO TRUE
           END-IF.
           OPEN EXTEND BITACORA-FILE.

       200-PROCESAR-AVISO.
           MOVE WS-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY 'CLIENTE ' WS-CUST-NUMBER ' NO EXISTE'
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
               NOT INVALID KEY
                   MOVE 'C' TO WS-AL-ACCION
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-CUST-NUMBER
                       WS-AL-ACCION
                   PERFORM 210-CAPTURAR-AVISO
           END-READ.

      *****************************************************************
      *  Un cliente ya marcado entra como correccion: se le muestran
      *  la fecha y el representante vigentes y lo tecleado los
      *  reemplaza.  Un cliente cerrado no tiene nada que congelar.
      *****************************************************************
       210-CAPTURAR-AVISO.
           SET WS-DATOS-OK TO TRUE.
           MOVE 'N' TO WS-YA-FALLECIDO.
           MOVE 'N' TO WS-HAY-AVISO.
           MOVE ZERO TO WS-CONYUGE.
           DISPLAY 'CLIENTE ' CM-CUST-NUMBER ' '
               FUNCTION TRIM(CM-NOMBRE) ' ' FUNCTION TRIM(CM-APELLIDO).
           IF CM-CLIENTE-INACTIVO
               DISPLAY 'CLIENTE CERRADO, AVISO RECHAZADO'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-DATOS-OK AND CM-CLIENTE-FALLECIDO
               SET WS-ES-CORRECCION TO TRUE
           END-IF.
           IF WS-DATOS-OK
               MOVE WS-CUST-NUMBER TO DF-CUST-NUMBER
               READ DEFUNC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-AVISO-EXISTE TO TRUE
               END-READ
               IF WS-ES-CORRECCION AND WS-AVISO-EXISTE
                   DISPLAY '*** CLIENTE YA MARCADO FALLECIDO ***'
                   DISPLAY 'FECHA DE DEFUNCION: ' DF-FECHA-DEFUNCION
                   DISPLAY 'REPRESENTANTE     : ' DF-REPRESENTANTE
                   DISPLAY 'DOMICILIO         : ' DF-REP-DIRECCION
                       ' ' DF-REP-CIUDAD
               END-IF
               PERFORM 220-PEDIR-DATOS
           END-IF.
           IF WS-DATOS-OK
               DISPLAY 'CONFIRMA EL AVISO DE DEFUNCION (S/N)'
               ACCEPT WS-CONFIRMACION
               IF NOT WS-CONFIRMADO
                   DISPLAY 'AVISO CANCELADO'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF WS-DATOS-OK
               IF WS-ES-CORRECCION
                   PERFORM 400-GRABAR-AVISO
                   IF WS-DATOS-OK
                       ADD 1 TO WS-CONTADOR-CORRECCIONES
                       MOVE 'CORRIGE' TO FL-ACCION
                       PERFORM 450-ASENTAR-BITACORA
                       DISPLAY 'AVISO DEL CLIENTE ' WS-CUST-NUMBER
                           ' CORREGIDO'
                   END-IF
               ELSE
                   PERFORM 300-MARCAR-FALLECIDO
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-RECHAZADOS
           END-IF.

       220-PEDIR-DATOS.
           DISPLAY 'FECHA DE DEFUNCION AAAAMMDD'.
           ACCEPT WS-FECHA-CAPTURA.
           PERFORM 230-VALIDAR-FECHA.
           IF WS-DATOS-OK
               DISPLAY 'REPRESENTANTE DE LA SUCESION (NOMBRE)'
               ACCEPT WS-REPRESENTANTE
               DISPLAY 'DOMICILIO DEL REPRESENTANTE'
               ACCEPT WS-REP-DIRECCION
               DISPLAY 'CIUDAD DEL REPRESENTANTE'
               ACCEPT WS-REP-CIUDAD
               DISPLAY 'TELEFONO DEL REPRESENTANTE'
               ACCEPT WS-REP-TELEFONO
               IF WS-REPRESENTANTE = SPACES
                  OR WS-REP-DIRECCION = SPACES
                  OR WS-REP-CIUDAD = SPACES
                   DISPLAY 'FALTA EL REPRESENTANTE O SU DOMICILIO, '
                       'AVISO RECHAZADO'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

       230-VALIDAR-FECHA.
           IF WS-FECHA-CAPTURA IS NOT NUMERIC
               DISPLAY 'FECHA NO VALIDA, AVISO RECHAZADO'
               MOVE 'N' TO WS-DATOS-VALIDOS
           ELSE
               IF WS-FC-MES < 1 OR WS-FC-MES > 12
                  OR WS-FC-DIA < 1 OR WS-FC-DIA > 31
                   DISPLAY 'FECHA NO VALIDA, AVISO RECHAZADO'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               ELSE
                   IF WS-FECHA-CAPTURA-N > WS-FECHA-HOY
                       DISPLAY 'FECHA FUTURA, AVISO RECHAZADO'
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.

       300-MARCAR-FALLECIDO.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           SET CM-CLIENTE-FALLECIDO TO TRUE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE WS-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL MARCAR FALLECIDO'
                       TO WS-EL-DATO-OFENSOR(8:25)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   DISPLAY 'NO SE PUDO MARCAR AL CLIENTE '
                       WS-CUST-NUMBER
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
               NOT INVALID KEY
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
                   PERFORM 350-BUSCAR-CONYUGE
                   PERFORM 400-GRABAR-AVISO
                   ADD 1 TO WS-CONTADOR-AVISOS
                   MOVE 'AVISO' TO FL-ACCION
                   PERFORM 450-ASENTAR-BITACORA
                   DISPLAY 'CLIENTE ' WS-CUST-NUMBER
                       ' MARCADO FALLECIDO'
                   IF WS-CONYUGE NOT = ZERO
                       ADD 1 TO WS-CONTADOR-SUGERIDOS
                       DISPLAY 'CONYUGE SOBREVIVIENTE: CLIENTE '
                           WS-CONYUGE
                       DISPLAY 'SOLICITAR SU CAMBIO A VIUDO POR '
                           'NIVEL88 (SUPERVISADO)'
                   END-IF
           END-REWRITE.

      *****************************************************************
      *  Primer conyuge o pareja con vinculo vigente en CUSTREL, cuyo
      *  estado civil aun no sea viudo.  Lee el maestro del conyuge,
      *  asi que corre despues de reescribir al fallecido.
      *****************************************************************
       350-BUSCAR-CONYUGE.
           MOVE ZERO TO WS-CONYUGE.
           MOVE 'N' TO WS-FIN-VINCULOS.
           IF WS-CUSTREL-ABIERTO
               MOVE WS-CUST-NUMBER TO RL-CUST-A
               MOVE ZERO TO RL-CUST-B
               MOVE SPACES TO RL-TIPO
               MOVE ZERO TO RL-FECHA-INICIO
               START CUSTREL-FILE KEY NOT < RL-CLAVE
                   INVALID KEY
                       SET WS-SIN-MAS-VINCULOS TO TRUE
               END-START
               IF NOT WS-SIN-MAS-VINCULOS
                   PERFORM 360-LEER-VINCULO
               END-IF
               PERFORM UNTIL WS-SIN-MAS-VINCULOS
                   IF RL-VIGENTE AND RL-VINCULO-CONYUGAL
                       MOVE RL-CUST-B TO CM-CUST-NUMBER
                       READ CUSTMAST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT CM-VIUDO
                                  AND NOT CM-CLIENTE-FALLECIDO
                                   MOVE RL-CUST-B TO WS-CONYUGE
                                   SET WS-SIN-MAS-VINCULOS TO TRUE
                               END-IF
                       END-READ
                   END-IF
                   IF NOT WS-SIN-MAS-VINCULOS
                       PERFORM 360-LEER-VINCULO
                   END-IF
               END-PERFORM
           END-IF.

       360-LEER-VINCULO.
           READ CUSTREL-FILE NEXT
               AT END
                   SET WS-SIN-MAS-VINCULOS TO TRUE
               NOT AT END
                   IF RL-CUST-A NOT = WS-CUST-NUMBER
                       SET WS-SIN-MAS-VINCULOS TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *  Alta del aviso, o su reemplazo si ya existia.  En una
      *  correccion el conyuge sugerido es el del aviso original.
      *****************************************************************
       400-GRABAR-AVISO.
           IF NOT WS-AVISO-EXISTE
               MOVE SPACES TO DEFUNC-REGISTRO
               MOVE WS-CUST-NUMBER TO DF-CUST-NUMBER
               MOVE WS-CONYUGE TO DF-CONYUGE
           END-IF.
           MOVE WS-FECHA-CAPTURA-N TO DF-FECHA-DEFUNCION.
           MOVE WS-FECHA-HOY TO DF-FECHA-AVISO.
           MOVE WS-OPERADOR TO DF-OPERADOR.
           MOVE WS-REPRESENTANTE TO DF-REPRESENTANTE.
           MOVE WS-REP-DIRECCION TO DF-REP-DIRECCION.
           MOVE WS-REP-CIUDAD TO DF-REP-CIUDAD.
           MOVE WS-REP-TELEFONO TO DF-REP-TELEFONO.
           IF WS-AVISO-EXISTE
               REWRITE DEFUNC-REGISTRO
                   INVALID KEY
                       PERFORM 420-ERROR-AVISO
               END-REWRITE
           ELSE
               WRITE DEFUNC-REGISTRO
                   INVALID KEY
                       PERFORM 420-ERROR-AVISO
               END-WRITE
           END-IF.

       420-ERROR-AVISO.
           MOVE 'N' TO WS-DATOS-VALIDOS.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE WS-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'ERROR AL GRABAR AVISO DEFUNC'
               TO WS-EL-DATO-OFENSOR(8:28).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           DISPLAY 'NO SE PUDO GRABAR EL AVISO, ESTADO: '
               WS-DEFUNC-STATUS.

       450-ASENTAR-BITACORA.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-FECHA-HOY TO FL-FECHA.
           MOVE WS-HORA-AHORA TO FL-HORA.
           MOVE WS-OPERADOR TO FL-OPERADOR.
           MOVE WS-CUST-NUMBER TO FL-CUST-NUMBER.
           MOVE WS-FECHA-CAPTURA-N TO FL-FECHA-DEFUNCION.
           WRITE BITACORA-LINEA.
           MOVE 'M' TO WS-AL-ACCION.
           CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-CUST-NUMBER
               WS-AL-ACCION.

       600-IMPRIMIR-RESUMEN.
           DISPLAY 'AVISOS DE DEFUNCION'.
           DISPLAY 'AVISOS REGISTRADOS    : ' WS-CONTADOR-AVISOS.
           DISPLAY 'AVISOS CORREGIDOS     : ' WS-CONTADOR-CORRECCIONES.
           DISPLAY 'AVISOS RECHAZADOS     : ' WS-CONTADOR-RECHAZADOS.
           DISPLAY 'CONYUGES A NIVEL88    : ' WS-CONTADOR-SUGERIDOS.

       700-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE DEFUNC-FILE.
           IF WS-CUSTREL-ABIERTO
               CLOSE CUSTREL-FILE
           END-IF.
           CLOSE BITACORA-FILE.
       END PROGRAM CUSTFAL.
