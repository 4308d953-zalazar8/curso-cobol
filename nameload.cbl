      *  La referencia de MOVEOUT (el campo WS-CC, la referencia
      *  numerica de 8 digitos de la entrada) lleva el numero de
      *  cliente en sus 6 posiciones bajas.
      *  Un cliente con cambio legal de nombre en NOMBANT (NAMECHG)
      *  ya no toma el nombre de MOVEOUT si es distinto del vigente:
      *  la corrida de PGM-MOVE puede traer todavia el nombre
      *  anterior y lo devolveria al maestro.  Se deja en ERRLOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT NOMBANT-FILE ASSIGN TO "NOMBANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-CLAVE
               ALTERNATE RECORD KEY IS NA-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-NOMBANT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOMBRES-FILE.
               10  FILLER          PIC X(2).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  NOMBANT-FILE.
           COPY NOMBANT.
       WORKING-STORAGE SECTION.
       01 WS-NOMBRES-STATUS        PIC X(2).
           88 WS-NOMBRES-OK        VALUE '00'.
           88 WS-NOMBRES-EOF       VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-NOMBANT-STATUS        PIC X(2).
           88 WS-NOMBANT-OK        VALUE '00'.
       01 WS-HAY-NOMBANT           PIC X(1) VALUE 'N'.
           88 WS-NOMBANT-ABIERTO   VALUE 'S'.
       01 WS-CAMBIO-LEGAL          PIC X(1) VALUE 'N'.
           88 WS-TIENE-CAMBIO-LEGAL VALUE 'S'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'NAMELOAD'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-CONTADOR-LEIDOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CARGADOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-MAESTRO  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CAMBIO-LEGAL PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 100-ABRIR-ARCHIVOS.
       100-ABRIR-ARCHIVOS.
           OPEN INPUT NOMBRES-FILE.
           OPEN I-O CUSTMAST-FILE.
           OPEN INPUT NOMBANT-FILE.
           IF WS-NOMBANT-OK
               SET WS-NOMBANT-ABIERTO TO TRUE
           END-IF.

       200-LEER-NOMBRE.
           READ NOMBRES-FILE
               INVALID KEY
                   PERFORM 400-SIN-MAESTRO
               NOT INVALID KEY
                   PERFORM 330-VERIFICAR-CAMBIO-LEGAL
                   IF WS-TIENE-CAMBIO-LEGAL
                      AND (NL-NOMBRE NOT = CM-NOMBRE
                           OR NL-APELLIDO NOT = CM-APELLIDO)
                       PERFORM 410-CAMBIO-LEGAL
                   ELSE
                       PERFORM 340-REESCRIBIR-NOMBRE
                   END-IF
           END-READ.

       330-VERIFICAR-CAMBIO-LEGAL.
           MOVE 'N' TO WS-CAMBIO-LEGAL.
           IF WS-NOMBANT-ABIERTO
               MOVE NL-CUST-NUMBER TO NA-CUST-NUMBER
               MOVE ZERO TO NA-FECHA-HASTA
               MOVE ZERO TO NA-HORA-ALTA
               START NOMBANT-FILE
                   KEY IS NOT < NA-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ NOMBANT-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF NA-CUST-NUMBER = NL-CUST-NUMBER
                                   SET WS-TIENE-CAMBIO-LEGAL TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       340-REESCRIBIR-NOMBRE.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           MOVE NL-NOMBRE TO CM-NOMBRE.
           MOVE NL-APELLIDO TO CM-APELLIDO.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE NL-CUST-NUMBER
                       TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL CARGAR NOMBRE'
                       TO WS-EL-DATO-OFENSOR(8:22)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CARGADOS
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA
                       WS-JR-ACCION WS-REGISTRO-ANTES
                       CUSTMAST-RECORD
           END-REWRITE.

       400-SIN-MAESTRO.
           ADD 1 TO WS-CONTADOR-SIN-MAESTRO.
           MOVE NL-REFERENCIA TO WS-EL-DATO-OFENSOR(1:10).
               TO WS-EL-DATO-OFENSOR(12:29).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       410-CAMBIO-LEGAL.
           ADD 1 TO WS-CONTADOR-CAMBIO-LEGAL.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE NL-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'NOMBRE CON CAMBIO LEGAL, NO CARGADO'
               TO WS-EL-DATO-OFENSOR(8:33).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       500-IMPRIMIR-RESUMEN.
           DISPLAY 'CARGA DE NOMBRES AL MAESTRO'.
           DISPLAY 'NOMBRES LEIDOS     : ' WS-CONTADOR-LEIDOS.
           DISPLAY 'NOMBRES CARGADOS   : ' WS-CONTADOR-CARGADOS.
           DISPLAY 'SIN CLIENTE        : ' WS-CONTADOR-SIN-MAESTRO.
           DISPLAY 'CON CAMBIO LEGAL   : ' WS-CONTADOR-CAMBIO-LEGAL.

       600-CERRAR-ARCHIVOS.
           CLOSE NOMBRES-FILE.
           CLOSE CUSTMAST-FILE.
           IF WS-NOMBANT-ABIERTO
               CLOSE NOMBANT-FILE
           END-IF.
       END PROGRAM NAMELOAD.
