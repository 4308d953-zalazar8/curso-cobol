       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOMDEV.
      *****************************************************************
      *  Correspondencia devuelta por el correo postal: el cuarto de
      *  correo captura en DOMDEVIN (DOMDEV.CPY) cada sobre que el
      *  correo regresa (estado de cuenta, carta de cobranza o
      *  cheque).  Por cada uno:
      *    - marca devuelto el domicilio del cliente en el maestro
      *      (CM-DOMICILIO-ESTADO 'D' y el documento que volvio en
      *      CM-DOMICILIO-DOCUMENTO), con diario CMJRNL, siempre que
      *      el sobre fuera a la direccion que el maestro tiene hoy
      *      (si el cliente ya dio otra en CUSTUPD no se le marca la
      *      nueva, igual que EDOCREB con el correo electronico);
      *    - anexa la devolucion al registro DOMREG con la fecha de
      *      proceso y el resultado, de donde RASTREO saca la fecha
      *      y el motivo para la lista de trabajo de las sucursales.
      *  Desde la siguiente corrida CUSTSTMT y DUNNING mandan el
      *  papel del cliente a la cola de retencion por domicilio y
      *  CHECKPRT estaciona sus cheques, hasta que CUSTUPD registre
      *  una direccion nueva.  Un registro invalido o de un cliente
      *  que no esta en el maestro queda en ERRLOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURA-FILE ASSIGN TO "DOMDEVIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPTURA-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "DOMREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURA-FILE.
           COPY DOMDEV.
       FD  REGISTRO-FILE.
       01  REGISTRO-DEVOLUCION     PIC X(80).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-CAPTURA-STATUS        PIC X(2).
           88 WS-CAPTURA-OK        VALUE '00'.
           88 WS-CAPTURA-EOF       VALUE '10'.
       01 WS-REGISTRO-STATUS       PIC X(2).
           88 WS-REGISTRO-OK       VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'DOMDEV'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO.
           05  WS-DV-NE-NUMERO     PIC 9(6).
           05  WS-DV-NE-DIGITO     PIC X(1).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
           88 WS-DV-ACEPTADO       VALUES 0 4.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-CONTADOR-LEIDOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-MARCADOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REPETIDOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-VIEJOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-CAPTURA.
           PERFORM UNTIL WS-CAPTURA-EOF
               ADD 1 TO WS-CONTADOR-LEIDOS
               PERFORM 300-PROCESAR-DEVOLUCION
               PERFORM 200-LEER-CAPTURA
           END-PERFORM.
           PERFORM 600-CERRAR-ARCHIVOS.
           DISPLAY 'CORRESPONDENCIA DEVUELTA'.
           DISPLAY 'DEVOLUCIONES LEIDAS    : ' WS-CONTADOR-LEIDOS.
           DISPLAY 'DOMICILIOS MARCADOS    : ' WS-CONTADOR-MARCADOS.
           DISPLAY 'YA MARCADOS            : ' WS-CONTADOR-REPETIDOS.
           DISPLAY 'DIRECCION YA CAMBIADA  : ' WS-CONTADOR-VIEJOS.
           DISPLAY 'RECHAZADAS (ERRLOG)    : ' WS-CONTADOR-RECHAZADOS.
           STOP RUN.

       050-LEER-RUNCTL.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT CAPTURA-FILE.
           IF NOT WS-CAPTURA-OK
               DISPLAY 'NO SE PUDO ABRIR DOMDEVIN, ESTADO: '
                   WS-CAPTURA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND REGISTRO-FILE.

       200-LEER-CAPTURA.
           READ CAPTURA-FILE
               AT END SET WS-CAPTURA-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Solo marca la devolucion que sigue valiendo: cliente en el
      *  maestro, documento conocido y sobre dirigido al domicilio
      *  vigente.  El cliente ya marcado conserva el primer documento
      *  que volvio; la devolucion repetida igual queda registrada.
      *****************************************************************
       300-PROCESAR-DEVOLUCION.
           IF DV-CUST-NUMBER IS NOT NUMERIC
              OR DV-CUST-NUMBER = ZERO
              OR NOT (DV-ESTADO-CUENTA OR DV-CARTA-COBRANZA
                      OR DV-CHEQUE)
               PERFORM 450-RECHAZAR-DEVOLUCION
           ELSE
               MOVE DV-CUST-NUMBER TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       PERFORM 450-RECHAZAR-DEVOLUCION
                   NOT INVALID KEY
                       PERFORM 310-VERIFICAR-DIGITO
                       EVALUATE TRUE
                           WHEN NOT WS-DV-ACEPTADO
                               PERFORM 455-RECHAZAR-DIGITO
                           WHEN DV-DIRECCION NOT = SPACES
                            AND DV-DIRECCION NOT = CM-DIRECCION
                               SET DV-DIRECCION-VIEJA TO TRUE
                               ADD 1 TO WS-CONTADOR-VIEJOS
                               PERFORM 400-REGISTRAR-DEVOLUCION
                           WHEN CM-DOMICILIO-DEVUELTO
                               SET DV-REPETIDO TO TRUE
                               ADD 1 TO WS-CONTADOR-REPETIDOS
                               PERFORM 400-REGISTRAR-DEVOLUCION
                           WHEN OTHER
                               PERFORM 350-MARCAR-DOMICILIO
                       END-EVALUATE
               END-READ
           END-IF.

      *****************************************************************
      *  Un numero transpuesto marcaria el domicilio de otro cliente:
      *  el digito verificador tiene que corresponder, o venir en
      *  blanco con el cliente en la referencia CUSTDVX.
      *****************************************************************
       310-VERIFICAR-DIGITO.
           MOVE 'V' TO WS-DV-FUNCION.
           MOVE DV-CUST-NUMBER TO WS-DV-NE-NUMERO.
           MOVE DV-DIGITO TO WS-DV-NE-DIGITO.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.

       350-MARCAR-DOMICILIO.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           SET CM-DOMICILIO-DEVUELTO TO TRUE.
           MOVE DV-DOCUMENTO TO CM-DOMICILIO-DOCUMENTO.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE CM-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL MARCAR DOMICILIO'
                       TO WS-EL-DATO-OFENSOR(8:25)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-MARCADOS
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
                   SET DV-MARCADO TO TRUE
                   PERFORM 400-REGISTRAR-DEVOLUCION
           END-REWRITE.

       400-REGISTRAR-DEVOLUCION.
           MOVE WS-FECHA-PROCESO TO DV-FECHA-DEVOLUCION.
           WRITE REGISTRO-DEVOLUCION FROM DOMDEV-REGISTRO.

       450-RECHAZAR-DEVOLUCION.
           ADD 1 TO WS-CONTADOR-RECHAZADOS.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE DV-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE DV-DOCUMENTO TO WS-EL-DATO-OFENSOR(8:1).
           MOVE 'DEVOLUCION SIN CLIENTE O TIPO'
               TO WS-EL-DATO-OFENSOR(10:29).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       455-RECHAZAR-DIGITO.
           ADD 1 TO WS-CONTADOR-RECHAZADOS.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE DV-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE DV-DIGITO TO WS-EL-DATO-OFENSOR(7:1).
           MOVE DV-DOCUMENTO TO WS-EL-DATO-OFENSOR(9:1).
           MOVE 'DEVOLUCION DIGITO VERIFICADOR'
               TO WS-EL-DATO-OFENSOR(11:29).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       600-CERRAR-ARCHIVOS.
           CLOSE CAPTURA-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE REGISTRO-FILE.
       END PROGRAM DOMDEV.
