       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDOCREB.
      *****************************************************************
      *  Rebotes de la entrega electronica: el proveedor de correo
      *  regresa en EDOCREB (EDOCREB.CPY) los estados de cuenta y
      *  cartas de cobranza de EDOCENT que no pudo entregar.  Por
      *  cada uno:
      *    - marca rebotado el correo del cliente en CUSTMAIL, con la
      *      fecha de proceso y el motivo, siempre que siga siendo el
      *      mismo correo al que se mando (si el cliente ya dio uno
      *      nuevo en CUSTUPD no se le pisa), con lo que sus
      *      documentos salen en papel desde la siguiente corrida;
      *    - busca el documento en la historia de entregas
      *      PROD.EDOC.HISTORIA y anexa sus lineas a la cola de
      *      reimpresion de su tipo: EDOCRIE para los estados (la
      *      imprime CUSTSTMT) y EDOCRIC para las cartas (DUNNING), al
      *      frente de su siguiente corrida.
      *  Un documento que no aparece en la historia, o un rebote
      *  repetido, queda en ERRLOG.  Corre cuando llega el archivo
      *  del proveedor.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBOTES-FILE ASSIGN TO "EDOCREB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REBOTES-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "EDOCHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT REIMPRIME-EST-FILE ASSIGN TO "EDOCRIE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REIMPRIME-EST-STATUS.
           SELECT REIMPRIME-CAR-FILE ASSIGN TO "EDOCRIC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REIMPRIME-CAR-STATUS.
           SELECT CUSTMAIL-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAIL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REBOTES-FILE.
           COPY EDOCREB.
       FD  HISTORIA-FILE.
           COPY EDOCENT.
       FD  REIMPRIME-EST-FILE.
       01  REIMPRIME-EST-REGISTRO  PIC X(160).
       FD  REIMPRIME-CAR-FILE.
       01  REIMPRIME-CAR-REGISTRO  PIC X(160).
       FD  CUSTMAIL-FILE.
           COPY CUSTMAIL.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-REBOTES-STATUS        PIC X(2).
           88 WS-REBOTES-OK        VALUE '00'.
           88 WS-REBOTES-EOF       VALUE '10'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-REIMPRIME-EST-STATUS  PIC X(2).
           88 WS-REIMPRIME-EST-OK  VALUE '00'.
       01 WS-REIMPRIME-CAR-STATUS  PIC X(2).
           88 WS-REIMPRIME-CAR-OK  VALUE '00'.
       01 WS-CUSTMAIL-STATUS       PIC X(2).
           88 WS-CUSTMAIL-OK       VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-HAY-CUSTMAIL          PIC X(1) VALUE 'N'.
           88 WS-CUSTMAIL-ABIERTO  VALUE 'S'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'EDOCREB'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Rebotes del archivo del proveedor, uno por documento; mismo
      *  tope de 500 que las devoluciones de ACHDEV.  WS-TB-HALLADO
      *  dice si el documento aparecio en la historia.
      *****************************************************************
       01 WS-TABLA-REBOTES.
           05  WS-REBOTE-ENTRADA   OCCURS 500 TIMES.
               10  WS-TB-CUST      PIC 9(6).
               10  WS-TB-TIPO      PIC X(1).
               10  WS-TB-FECHA     PIC 9(8).
               10  WS-TB-CORREO    PIC X(50).
               10  WS-TB-MOTIVO    PIC X(20).
               10  WS-TB-HALLADO   PIC X(1).
                   88  WS-TB-ES-HALLADO VALUE 'S'.
       01 WS-CONTADOR-REBOTES      PIC 9(3) VALUE ZERO.
       01 WS-IDX-REBOTE            PIC 9(3).
       01 WS-IDX-BUSCA             PIC 9(3).
       01 WS-ES-REPETIDO           PIC X(1) VALUE 'N'.
           88 WS-REBOTE-REPETIDO   VALUE 'S'.
       01 WS-CONTADOR-CORREOS      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REENCOLADOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-LINEAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-NO-HALLADOS  PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-REBOTES.
           IF WS-CONTADOR-REBOTES NOT = ZERO
               PERFORM 300-ABRIR-ARCHIVOS
               PERFORM VARYING WS-IDX-REBOTE FROM 1 BY 1
                   UNTIL WS-IDX-REBOTE > WS-CONTADOR-REBOTES
                   PERFORM 400-MARCAR-CORREO
               END-PERFORM
               PERFORM 500-REENCOLAR-DOCUMENTOS
               PERFORM VARYING WS-IDX-REBOTE FROM 1 BY 1
                   UNTIL WS-IDX-REBOTE > WS-CONTADOR-REBOTES
                   IF NOT WS-TB-ES-HALLADO(WS-IDX-REBOTE)
                       PERFORM 550-DOCUMENTO-NO-HALLADO
                   END-IF
               END-PERFORM
               PERFORM 600-CERRAR-ARCHIVOS
           END-IF.
           DISPLAY 'REBOTES DE ENTREGA ELECTRONICA'.
           DISPLAY 'REBOTES RECIBIDOS      : ' WS-CONTADOR-REBOTES.
           DISPLAY 'CORREOS MARCADOS       : ' WS-CONTADOR-CORREOS.
           DISPLAY 'DOCUMENTOS REENCOLADOS : ' WS-CONTADOR-REENCOLADOS.
           DISPLAY 'LINEAS REENCOLADAS     : ' WS-CONTADOR-LINEAS.
           DISPLAY 'NO HALLADOS (ERRLOG)   : ' WS-CONTADOR-NO-HALLADOS.
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

      *****************************************************************
      *  El proveedor puede informar el mismo documento mas de una
      *  vez (reintentos): solo el primero entra a la tabla.
      *****************************************************************
       100-CARGAR-REBOTES.
           OPEN INPUT REBOTES-FILE.
           IF WS-REBOTES-OK
               PERFORM 110-LEER-REBOTE
               PERFORM UNTIL WS-REBOTES-EOF
                   PERFORM 120-ANOTAR-REBOTE
                   PERFORM 110-LEER-REBOTE
               END-PERFORM
               CLOSE REBOTES-FILE
           END-IF.

       110-LEER-REBOTE.
           READ REBOTES-FILE
               AT END SET WS-REBOTES-EOF TO TRUE
           END-READ.

       120-ANOTAR-REBOTE.
           MOVE 'N' TO WS-ES-REPETIDO.
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CONTADOR-REBOTES
               IF WS-TB-CUST(WS-IDX-BUSCA) = ER-CUST-NUMBER
                  AND WS-TB-TIPO(WS-IDX-BUSCA) = ER-TIPO-DOCUMENTO
                  AND WS-TB-FECHA(WS-IDX-BUSCA) = ER-FECHA-DOCUMENTO
                   SET WS-REBOTE-REPETIDO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-REBOTE-REPETIDO
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE ER-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'REBOTE REPETIDO' TO WS-EL-DATO-OFENSOR(8:15)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               WHEN WS-CONTADOR-REBOTES < 500
                   ADD 1 TO WS-CONTADOR-REBOTES
                   MOVE ER-CUST-NUMBER
                       TO WS-TB-CUST(WS-CONTADOR-REBOTES)
                   MOVE ER-TIPO-DOCUMENTO
                       TO WS-TB-TIPO(WS-CONTADOR-REBOTES)
                   MOVE ER-FECHA-DOCUMENTO
                       TO WS-TB-FECHA(WS-CONTADOR-REBOTES)
                   MOVE ER-CORREO
                       TO WS-TB-CORREO(WS-CONTADOR-REBOTES)
                   MOVE ER-MOTIVO
                       TO WS-TB-MOTIVO(WS-CONTADOR-REBOTES)
                   MOVE 'N' TO WS-TB-HALLADO(WS-CONTADOR-REBOTES)
               WHEN OTHER
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE ER-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'TABLA DE REBOTES LLENA'
                       TO WS-EL-DATO-OFENSOR(8:22)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
           END-EVALUATE.

       300-ABRIR-ARCHIVOS.
           OPEN EXTEND REIMPRIME-EST-FILE.
           OPEN EXTEND REIMPRIME-CAR-FILE.
           OPEN I-O CUSTMAIL-FILE.
           IF WS-CUSTMAIL-OK
               SET WS-CUSTMAIL-ABIERTO TO TRUE
           END-IF.

      *****************************************************************
      *  El correo se marca rebotado solo si sigue siendo el que
      *  reboto y no estaba ya marcado: un rebote atrasado no debe
      *  tumbar el correo nuevo que el cliente dio despues.
      *****************************************************************
       400-MARCAR-CORREO.
           IF WS-CUSTMAIL-ABIERTO
               MOVE WS-TB-CUST(WS-IDX-REBOTE) TO CE-CUST-NUMBER
               READ CUSTMAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CE-CORREO = WS-TB-CORREO(WS-IDX-REBOTE)
                          AND CE-CORREO-ACTIVO
                           SET CE-CORREO-REBOTADO TO TRUE
                           MOVE WS-FECHA-PROCESO TO CE-FECHA-REBOTE
                           MOVE WS-TB-MOTIVO(WS-IDX-REBOTE)
                               TO CE-MOTIVO-REBOTE
                           MOVE WS-EL-PROGRAMA TO CE-PROGRAMA
                           REWRITE CUSTMAIL-REGISTRO
                               INVALID KEY
                                   PERFORM 450-ERROR-CORREO
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONTADOR-CORREOS
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       450-ERROR-CORREO.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE CE-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'ERROR AL MARCAR CORREO'
               TO WS-EL-DATO-OFENSOR(8:22).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
      *  Una pasada por la historia de entregas: toda linea de un
      *  documento rebotado va, tal como se envio, a la cola de
      *  reimpresion de su tipo.
      *****************************************************************
       500-REENCOLAR-DOCUMENTOS.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-OK
               PERFORM 510-LEER-HISTORIA
               PERFORM UNTIL WS-HISTORIA-EOF
                   PERFORM 520-BUSCAR-REBOTE
                   PERFORM 510-LEER-HISTORIA
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF.

       510-LEER-HISTORIA.
           READ HISTORIA-FILE
               AT END SET WS-HISTORIA-EOF TO TRUE
           END-READ.

       520-BUSCAR-REBOTE.
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CONTADOR-REBOTES
               IF WS-TB-CUST(WS-IDX-BUSCA) = ED-CUST-NUMBER
                  AND WS-TB-TIPO(WS-IDX-BUSCA) = ED-TIPO-DOCUMENTO
                  AND WS-TB-FECHA(WS-IDX-BUSCA) = ED-FECHA-DOCUMENTO
                   PERFORM 530-REENCOLAR-LINEA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       530-REENCOLAR-LINEA.
           SET WS-TB-ES-HALLADO(WS-IDX-BUSCA) TO TRUE.
           IF ED-RENGLON = 1
               ADD 1 TO WS-CONTADOR-REENCOLADOS
           END-IF.
           ADD 1 TO WS-CONTADOR-LINEAS.
           IF ED-ESTADO-CUENTA
               WRITE REIMPRIME-EST-REGISTRO FROM EDOCENT-REGISTRO
           ELSE
               WRITE REIMPRIME-CAR-REGISTRO FROM EDOCENT-REGISTRO
           END-IF.

       550-DOCUMENTO-NO-HALLADO.
           ADD 1 TO WS-CONTADOR-NO-HALLADOS.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE WS-TB-CUST(WS-IDX-REBOTE) TO WS-EL-DATO-OFENSOR(1:6).
           MOVE WS-TB-TIPO(WS-IDX-REBOTE) TO WS-EL-DATO-OFENSOR(8:1).
           MOVE WS-TB-FECHA(WS-IDX-REBOTE) TO WS-EL-DATO-OFENSOR(10:8).
           MOVE 'DOCUMENTO NO HALLADO'
               TO WS-EL-DATO-OFENSOR(19:20).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       600-CERRAR-ARCHIVOS.
           CLOSE REIMPRIME-EST-FILE.
           CLOSE REIMPRIME-CAR-FILE.
           IF WS-CUSTMAIL-ABIERTO
               CLOSE CUSTMAIL-FILE
           END-IF.
       END PROGRAM EDOCREB.
