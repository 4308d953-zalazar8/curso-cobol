       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDEV.
      *****************************************************************
      *  Devoluciones de transferencias: el banco regresa en ACHDEV
      *  (formato de ACHREG.CPY, detalle '6' seguido de su adenda '7'
      *  con el motivo) las transferencias de ACHSAL que no pudo
      *  acreditar.  Por cada una:
      *    - busca en el libro CHKREG el numero que viaja en la
      *      identificacion individual; solo un numero cuyo ultimo
      *      evento sigue siendo la transferencia se reversa (una
      *      devolucion repetida, o de un numero ya anulado, queda en
      *      ERRLOG y no se toca);
      *    - anexa el numero al archivo de anulaciones CHKVOID, con
      *      lo que la corrida CHECKPRT del dia lo anula (reversa
      *      contable contra cheques por pagar) y lo reemplaza con un
      *      cheque impreso al mismo beneficiario: el pago vuelve a la
      *      cola de cheques;
      *    - si el motivo es cuenta cerrada o inexistente, o numero de
      *      cuenta invalido (R02, R03, R04), marca devuelta la
      *      instruccion del titular en CTABANCO, siempre que siga
      *      siendo la misma ruta y cuenta, para que sus pagos salgan
      *      impresos hasta que BANCMNT la reactive.
      *  Corre en CHEQUES antes de CHECKPRT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCIONES-FILE ASSIGN TO "ACHDEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCIONES-STATUS.
           SELECT REGISTRO-IN-FILE ASSIGN TO "CHKREGI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-IN-STATUS.
           SELECT ANULACIONES-FILE ASSIGN TO "CHKVOID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANULACIONES-STATUS.
           SELECT CTABANCO-FILE ASSIGN TO "CTABANCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-CLAVE
               FILE STATUS IS WS-CTABANCO-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEVOLUCIONES-FILE.
           COPY ACHREG.
       FD  REGISTRO-IN-FILE.
       01  REGISTRO-IN-IMAGEN      PIC X(80).
       FD  ANULACIONES-FILE.
       01  ANULACIONES-REGISTRO.
           05  AV-NUMERO           PIC 9(8).
           05  FILLER              PIC X(12).
       FD  CTABANCO-FILE.
           COPY CTABANCO.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-DEVOLUCIONES-STATUS   PIC X(2).
           88 WS-DEVOLUCIONES-OK   VALUE '00'.
           88 WS-DEVOLUCIONES-EOF  VALUE '10'.
       01 WS-REGISTRO-IN-STATUS    PIC X(2).
           88 WS-REGISTRO-IN-OK    VALUE '00'.
           88 WS-REGISTRO-IN-EOF   VALUE '10'.
       01 WS-ANULACIONES-STATUS    PIC X(2).
           88 WS-ANULACIONES-OK    VALUE '00'.
       01 WS-CTABANCO-STATUS       PIC X(2).
           88 WS-CTABANCO-OK       VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-HAY-CTABANCO          PIC X(1) VALUE 'N'.
           88 WS-CTABANCO-ABIERTO  VALUE 'S'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'ACHDEV'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Imagen de trabajo de un evento del libro, byte a byte con
      *  CHKREG.CPY; mismo truco de layout espejo que BANKRECN.
      *****************************************************************
       01 WS-REGISTRO-LIBRO.
           05  WR-NUMERO           PIC 9(8).
           05  WR-FECHA            PIC 9(8).
           05  WR-BENEFICIARIO     PIC X(30).
           05  WR-IMPORTE          PIC S9(7)V99.
           05  WR-EVENTO           PIC X(1).
               88  WR-EMITIDO      VALUE 'E'.
               88  WR-REEMITIDO    VALUE 'R'.
           05  WR-NUMERO-REFERENCIA PIC 9(8).
           05  WR-OPERADOR-APRUEBA PIC X(4).
           05  WR-TIPO-TITULAR     PIC X(1).
           05  WR-CODIGO-TITULAR   PIC 9(6).
           05  WR-MEDIO-PAGO       PIC X(1).
               88  WR-PAGO-TRANSFERENCIA VALUE 'T'.
           05  FILLER              PIC X(4).
      *****************************************************************
      *  Devoluciones del archivo del banco; un dia trae un punado.
      *  WS-TD-VIGENTE dice si el ultimo evento del numero en el
      *  libro sigue siendo la transferencia.
      *****************************************************************
       01 WS-TABLA-DEVOLUCIONES.
           05  WS-DEVOLUCION-ENTRADA OCCURS 500 TIMES.
               10  WS-TD-NUMERO    PIC 9(8).
               10  WS-TD-IMPORTE   PIC 9(8)V99.
               10  WS-TD-RUTA      PIC 9(9).
               10  WS-TD-CUENTA    PIC X(17).
               10  WS-TD-MOTIVO    PIC X(3).
                   88  WS-TD-CUENTA-INVALIDA VALUE 'R02' 'R03' 'R04'.
               10  WS-TD-TIPO-TITULAR PIC X(1).
               10  WS-TD-CODIGO-TITULAR PIC 9(6).
               10  WS-TD-VIGENTE   PIC X(1).
                   88  WS-TD-ES-VIGENTE VALUE 'S'.
       01 WS-CONTADOR-DEVOLUCIONES PIC 9(3) VALUE ZERO.
       01 WS-IDX-DEVOLUCION        PIC 9(3).
       01 WS-NUMERO-DEVUELTO       PIC X(15).
       01 WS-CONTADOR-REVERSADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CUENTAS      PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-DEVOLUCIONES.
           IF WS-CONTADOR-DEVOLUCIONES NOT = ZERO
               PERFORM 200-CRUZAR-LIBRO
               PERFORM 300-ABRIR-ARCHIVOS
               PERFORM VARYING WS-IDX-DEVOLUCION FROM 1 BY 1
                   UNTIL WS-IDX-DEVOLUCION > WS-CONTADOR-DEVOLUCIONES
                   PERFORM 400-REVERSAR-DEVOLUCION
               END-PERFORM
               PERFORM 600-CERRAR-ARCHIVOS
           END-IF.
           DISPLAY 'DEVOLUCIONES DE TRANSFERENCIAS'.
           DISPLAY 'DEVOLUCIONES RECIBIDAS : ' WS-CONTADOR-DEVOLUCIONES.
           DISPLAY 'REVERSADAS A CHEQUE    : ' WS-CONTADOR-REVERSADAS.
           DISPLAY 'NO REVERSADAS (ERRLOG) : ' WS-CONTADOR-RECHAZADAS.
           DISPLAY 'CUENTAS MARCADAS       : ' WS-CONTADOR-CUENTAS.
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
      *  Cada detalle '6' abre una devolucion; la adenda '7' que lo
      *  sigue trae el motivo.  Cabeceras, controles y relleno no
      *  interesan.
      *****************************************************************
       100-CARGAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES-FILE.
           IF WS-DEVOLUCIONES-OK
               PERFORM 110-LEER-DEVOLUCION
               PERFORM UNTIL WS-DEVOLUCIONES-EOF
                   EVALUATE TRUE
                       WHEN AC-DETALLE
                           PERFORM 120-ANOTAR-DETALLE
                       WHEN AC-ADENDA
                           IF WS-CONTADOR-DEVOLUCIONES NOT = ZERO
                               MOVE AN-MOTIVO-DEVOLUCION
                                   TO WS-TD-MOTIVO
                                   (WS-CONTADOR-DEVOLUCIONES)
                           END-IF
                   END-EVALUATE
                   PERFORM 110-LEER-DEVOLUCION
               END-PERFORM
               CLOSE DEVOLUCIONES-FILE
           END-IF.

       110-LEER-DEVOLUCION.
           READ DEVOLUCIONES-FILE
               AT END SET WS-DEVOLUCIONES-EOF TO TRUE
           END-READ.

       120-ANOTAR-DETALLE.
           MOVE AD-ID-INDIVIDUAL TO WS-NUMERO-DEVUELTO.
           IF WS-NUMERO-DEVUELTO(1:8) IS NOT NUMERIC
               ADD 1 TO WS-CONTADOR-RECHAZADAS
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE WS-NUMERO-DEVUELTO TO WS-EL-DATO-OFENSOR(1:15)
               MOVE 'SIN NUMERO DE LIBRO'
                   TO WS-EL-DATO-OFENSOR(17:19)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           ELSE
               IF WS-CONTADOR-DEVOLUCIONES < 500
                   ADD 1 TO WS-CONTADOR-DEVOLUCIONES
                   MOVE WS-NUMERO-DEVUELTO(1:8)
                       TO WS-TD-NUMERO(WS-CONTADOR-DEVOLUCIONES)
                   MOVE AD-IMPORTE
                       TO WS-TD-IMPORTE(WS-CONTADOR-DEVOLUCIONES)
                   MOVE AD-RUTA
                       TO WS-TD-RUTA(WS-CONTADOR-DEVOLUCIONES)
                   MOVE AD-CUENTA
                       TO WS-TD-CUENTA(WS-CONTADOR-DEVOLUCIONES)
                   MOVE SPACES
                       TO WS-TD-MOTIVO(WS-CONTADOR-DEVOLUCIONES)
                   MOVE SPACES TO
                       WS-TD-TIPO-TITULAR(WS-CONTADOR-DEVOLUCIONES)
                   MOVE ZERO TO
                       WS-TD-CODIGO-TITULAR(WS-CONTADOR-DEVOLUCIONES)
                   MOVE 'N'
                       TO WS-TD-VIGENTE(WS-CONTADOR-DEVOLUCIONES)
               ELSE
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE WS-NUMERO-DEVUELTO(1:8)
                       TO WS-EL-DATO-OFENSOR(1:8)
                   MOVE 'TABLA DE DEVOLUCIONES LLENA'
                       TO WS-EL-DATO-OFENSOR(10:27)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.

      *****************************************************************
      *  Una pasada por el libro: la emision por transferencia del
      *  numero devuelto lo deja vigente con su titular; cualquier
      *  evento posterior (anulacion de una devolucion anterior) lo
      *  saca.
      *****************************************************************
       200-CRUZAR-LIBRO.
           OPEN INPUT REGISTRO-IN-FILE.
           IF WS-REGISTRO-IN-OK
               PERFORM 210-LEER-LIBRO
               PERFORM UNTIL WS-REGISTRO-IN-EOF
                   MOVE REGISTRO-IN-IMAGEN TO WS-REGISTRO-LIBRO
                   PERFORM 220-APLICAR-EVENTO
                   PERFORM 210-LEER-LIBRO
               END-PERFORM
               CLOSE REGISTRO-IN-FILE
           END-IF.

       210-LEER-LIBRO.
           READ REGISTRO-IN-FILE
               AT END SET WS-REGISTRO-IN-EOF TO TRUE
           END-READ.

       220-APLICAR-EVENTO.
           PERFORM VARYING WS-IDX-DEVOLUCION FROM 1 BY 1
               UNTIL WS-IDX-DEVOLUCION > WS-CONTADOR-DEVOLUCIONES
               IF WS-TD-NUMERO(WS-IDX-DEVOLUCION) = WR-NUMERO
                   IF (WR-EMITIDO OR WR-REEMITIDO)
                      AND WR-PAGO-TRANSFERENCIA
                       SET WS-TD-ES-VIGENTE(WS-IDX-DEVOLUCION)
                           TO TRUE
                       MOVE WR-TIPO-TITULAR
                           TO WS-TD-TIPO-TITULAR(WS-IDX-DEVOLUCION)
                       IF WR-CODIGO-TITULAR IS NUMERIC
                           MOVE WR-CODIGO-TITULAR TO
                               WS-TD-CODIGO-TITULAR(WS-IDX-DEVOLUCION)
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-TD-VIGENTE(WS-IDX-DEVOLUCION)
                   END-IF
               END-IF
           END-PERFORM.

       300-ABRIR-ARCHIVOS.
           OPEN EXTEND ANULACIONES-FILE.
           OPEN I-O CTABANCO-FILE.
           IF WS-CTABANCO-OK
               SET WS-CTABANCO-ABIERTO TO TRUE
           END-IF.

       400-REVERSAR-DEVOLUCION.
           IF WS-TD-ES-VIGENTE(WS-IDX-DEVOLUCION)
               ADD 1 TO WS-CONTADOR-REVERSADAS
               MOVE SPACES TO ANULACIONES-REGISTRO
               MOVE WS-TD-NUMERO(WS-IDX-DEVOLUCION) TO AV-NUMERO
               WRITE ANULACIONES-REGISTRO
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE WS-TD-NUMERO(WS-IDX-DEVOLUCION)
                   TO WS-EL-DATO-OFENSOR(1:8)
               MOVE 'TRANSFERENCIA DEVUELTA'
                   TO WS-EL-DATO-OFENSOR(10:22)
               MOVE WS-TD-MOTIVO(WS-IDX-DEVOLUCION)
                   TO WS-EL-DATO-OFENSOR(33:3)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               IF WS-TD-CUENTA-INVALIDA(WS-IDX-DEVOLUCION)
                  AND WS-CTABANCO-ABIERTO
                  AND WS-TD-TIPO-TITULAR(WS-IDX-DEVOLUCION)
                      NOT = SPACES
                   PERFORM 450-MARCAR-CUENTA
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-RECHAZADAS
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE WS-TD-NUMERO(WS-IDX-DEVOLUCION)
                   TO WS-EL-DATO-OFENSOR(1:8)
               MOVE 'SIN TRANSFERENCIA VIGENTE'
                   TO WS-EL-DATO-OFENSOR(10:25)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  La instruccion se marca devuelta solo si sigue apuntando a la
      *  cuenta que el banco rechazo: si el titular ya dio datos
      *  nuevos en BANCMNT no se le pisan.
      *****************************************************************
       450-MARCAR-CUENTA.
           MOVE WS-TD-TIPO-TITULAR(WS-IDX-DEVOLUCION)
               TO BK-TIPO-TITULAR.
           MOVE WS-TD-CODIGO-TITULAR(WS-IDX-DEVOLUCION)
               TO BK-CODIGO-TITULAR.
           READ CTABANCO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BK-RUTA = WS-TD-RUTA(WS-IDX-DEVOLUCION)
                      AND BK-CUENTA = WS-TD-CUENTA(WS-IDX-DEVOLUCION)
                       SET BK-CUENTA-DEVUELTA TO TRUE
                       MOVE WS-TD-MOTIVO(WS-IDX-DEVOLUCION)
                           TO BK-MOTIVO-DEVOLUCION
                       MOVE WS-FECHA-PROCESO TO BK-FECHA-DEVOLUCION
                       MOVE WS-TD-NUMERO(WS-IDX-DEVOLUCION)
                           TO BK-NUMERO-DEVUELTO
                       REWRITE CTABANCO-REGISTRO
                           INVALID KEY
                               MOVE BK-CLAVE TO WS-EL-DATO-OFENSOR
                               MOVE 'ERROR AL MARCAR CUENTA'
                                   TO WS-EL-DATO-OFENSOR(9:22)
                               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                                   WS-EL-DATO-OFENSOR
                           NOT INVALID KEY
                               ADD 1 TO WS-CONTADOR-CUENTAS
                       END-REWRITE
                   END-IF
           END-READ.

       600-CERRAR-ARCHIVOS.
           CLOSE ANULACIONES-FILE.
           IF WS-CTABANCO-ABIERTO
               CLOSE CTABANCO-FILE
           END-IF.
       END PROGRAM ACHDEV.
