      *    - sin partidas en la cola               -> 'C' corriente
      *      (el que pago sale de la mora solo).
      *  Cada cambio de estado pasa por el diario CMJRNL como
      *  cualquier otra actualizacion del maestro.  Una partida de
      *  la cola con reclamo abierto en RECLAMO no cuenta para la
      *  mora: el cliente no cae en 'D' o 'S' por lo que disputa.
      *  El cliente con el domicilio devuelto por el correo y sin
      *  entrega electronica activa en CUSTMAIL no llega a 'S': su
      *  AVISO FINAL queda retenido por DUNNING y nunca se le mando,
      *  asi que se queda en 'D' hasta que CUSTUPD corrija el
      *  domicilio y el aviso salga.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COLA-FILE ASSIGN TO "COLAQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTMAIL-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-FILE.
           COPY COLAQUE.
       FD  RECLAMOS-FILE.
           COPY RECLAMO.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CUSTMAIL-FILE.
           COPY CUSTMAIL.
       WORKING-STORAGE SECTION.
       01 WS-COLA-STATUS           PIC X(2).
           88 WS-COLA-OK           VALUE '00'.
           88 WS-COLA-EOF          VALUE '10'.
       01 WS-RECLAMOS-STATUS       PIC X(2).
           88 WS-RECLAMOS-OK       VALUE '00'.
           88 WS-RECLAMOS-EOF      VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-CUSTMAIL-STATUS       PIC X(2).
           88 WS-CUSTMAIL-OK       VALUE '00'.
       01 WS-HAY-CUSTMAIL          PIC X(1) VALUE 'N'.
           88 WS-CUSTMAIL-ABIERTO  VALUE 'S'.
       01 WS-AVISO-POR-CORREO      PIC X(1) VALUE 'N'.
           88 WS-AVISO-ENTREGABLE  VALUE 'S'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'MORAUPD'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
      *****************************************************************
       01 WS-CONTADOR-MOROSOS      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SUSPENDIDOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CAMBIADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-RECLAMO   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-AVISO    PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Partidas con reclamo abierto en RECLAMO, cargadas al
      *  arrancar; el archivo puede no estar asignado y la corrida
      *  sigue como siempre.
      *****************************************************************
       01 WS-TABLA-RECLAMOS.
           05  WS-RECLAMO-ENTRADA  OCCURS 500 TIMES.
               10  WS-TR-CUST      PIC 9(6).
               10  WS-TR-DESC      PIC X(30).
       01 WS-CONTADOR-RECLAMOS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-RECLAMO           PIC 9(3).
       01 WS-HAY-RECLAMO           PIC X(1) VALUE 'N'.
           88 WS-RECLAMO-ABIERTO   VALUE 'S'.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 060-CARGAR-RECLAMOS.
           PERFORM 100-CARGAR-COLA.
           PERFORM 200-ABRIR-MAESTRO.
           PERFORM 210-LEER-CLIENTE.
           END-PERFORM.
           PERFORM 500-IMPRIMIR-RESUMEN.
           CLOSE CUSTMAST-FILE.
           IF WS-CUSTMAIL-ABIERTO
               CLOSE CUSTMAIL-FILE
           END-IF.
           STOP RUN.

       060-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS-FILE.
           IF WS-RECLAMOS-OK
               PERFORM 070-LEER-RECLAMO
               PERFORM UNTIL WS-RECLAMOS-EOF
                   IF RL-ABIERTO
                       IF WS-CONTADOR-RECLAMOS < 500
                           ADD 1 TO WS-CONTADOR-RECLAMOS
                           MOVE RL-CUST-NUMBER
                               TO WS-TR-CUST(WS-CONTADOR-RECLAMOS)
                           MOVE RL-DESCRIPCION
                               TO WS-TR-DESC(WS-CONTADOR-RECLAMOS)
                       ELSE
                           MOVE RL-CUST-NUMBER
                               TO WS-EL-DATO-OFENSOR(1:6)
                           MOVE 'TABLA DE RECLAMOS LLENA'
                               TO WS-EL-DATO-OFENSOR(8:23)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                       END-IF
                   END-IF
                   PERFORM 070-LEER-RECLAMO
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF.

       070-LEER-RECLAMO.
           READ RECLAMOS-FILE
               AT END SET WS-RECLAMOS-EOF TO TRUE
           END-READ.

       100-CARGAR-COLA.
           OPEN INPUT COLA-FILE.
           IF WS-COLA-OK
               PERFORM 110-LEER-COLA
               PERFORM UNTIL WS-COLA-EOF
                   PERFORM 115-BUSCAR-RECLAMO
                   IF WS-RECLAMO-ABIERTO
                       ADD 1 TO WS-CONTADOR-EN-RECLAMO
                   ELSE
                       PERFORM 120-ACUMULAR-MORA
                   END-IF
                   PERFORM 110-LEER-COLA
               END-PERFORM
               CLOSE COLA-FILE
               AT END SET WS-COLA-EOF TO TRUE
           END-READ.

       115-BUSCAR-RECLAMO.
           MOVE 'N' TO WS-HAY-RECLAMO.
           PERFORM VARYING WS-IDX-RECLAMO FROM 1 BY 1
               UNTIL WS-IDX-RECLAMO > WS-CONTADOR-RECLAMOS
               IF WS-TR-CUST(WS-IDX-RECLAMO) = CQ-CUST-NUMBER
                  AND WS-TR-DESC(WS-IDX-RECLAMO) = CQ-DESCRIPCION
                   SET WS-RECLAMO-ABIERTO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       120-ACUMULAR-MORA.
           MOVE 'N' TO WS-HAY-ENTRADA.
           PERFORM VARYING WS-IDX-MORA FROM 1 BY 1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *  Sin CUSTMAIL asignado nadie tiene entrega electronica, como
      *  en DUNNING.
           OPEN INPUT CUSTMAIL-FILE.
           IF WS-CUSTMAIL-OK
               SET WS-CUSTMAIL-ABIERTO TO TRUE
           END-IF.

       210-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DIAS-CLIENTE > 150
              AND CM-DOMICILIO-DEVUELTO
               PERFORM 310-VERIFICAR-AVISO-CORREO
           ELSE
               SET WS-AVISO-ENTREGABLE TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS-CLIENTE > 150
                AND NOT WS-AVISO-ENTREGABLE
                   MOVE 'D' TO WS-ESTADO-OBJETIVO
                   ADD 1 TO WS-CONTADOR-MOROSOS
                   ADD 1 TO WS-CONTADOR-SIN-AVISO
               WHEN WS-DIAS-CLIENTE > 150
                   MOVE 'S' TO WS-ESTADO-OBJETIVO
                   ADD 1 TO WS-CONTADOR-SUSPENDIDOS
               END-REWRITE
           END-IF.

      *****************************************************************
      *  Con el domicilio devuelto el AVISO FINAL solo llega si sale
      *  por correo electronico: la misma condicion de canal que
      *  DUNNING aplica en 310-DETERMINAR-CANAL.
      *****************************************************************
       310-VERIFICAR-AVISO-CORREO.
           MOVE 'N' TO WS-AVISO-POR-CORREO.
           IF WS-CUSTMAIL-ABIERTO
               MOVE CM-CUST-NUMBER TO CE-CUST-NUMBER
               READ CUSTMAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (CE-ENTREGA-ELECTRONICA OR CE-ENTREGA-AMBAS)
                          AND CE-CORREO-ACTIVO
                          AND CE-CORREO NOT = SPACES
                           SET WS-AVISO-ENTREGABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

       500-IMPRIMIR-RESUMEN.
           DISPLAY 'ACTUALIZACION DE ESTADO DE MORA'.
           DISPLAY 'CLIENTES RECORRIDOS : ' WS-CONTADOR-CLIENTES.
           DISPLAY 'MOROSOS             : ' WS-CONTADOR-MOROSOS.
           DISPLAY 'SUSPENDIDOS         : ' WS-CONTADOR-SUSPENDIDOS.
           DISPLAY 'ESTADOS CAMBIADOS   : ' WS-CONTADOR-CAMBIADOS.
           DISPLAY 'PARTIDAS EN RECLAMO : ' WS-CONTADOR-EN-RECLAMO.
           DISPLAY 'SIN SUSPENDER, AVISO RETENIDO: '
               WS-CONTADOR-SIN-AVISO.
       END PROGRAM MORAUPD.
