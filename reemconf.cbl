       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMCONF.
      *****************************************************************
      *  Confirmacion de reembolsos de saldo a favor: despues de
      *  CHECKPRT busca en el libro de cheques CHKREG la emision de
      *  cada reembolso pendiente del registro REEMREG (ver
      *  REEMBREG.CPY) -- evento 'E' con titular cliente, el mismo
      *  cliente e importe, de la fecha del reembolso en adelante --
      *  y lo pasa a emitido con el numero y la fecha del cheque.
      *  Un cheque retenido por tope no se asienta hasta que CHKREL
      *  lo libera; mientras tanto el reembolso queda pendiente.
      *  Un cheque ya asignado a un reembolso no se asigna a otro.
      *  Al registro de ayer le siguen en la misma entrada los
      *  reembolsos nuevos del dia que dejo REEMSEL.  El registro
      *  actualizado sale por REEMREGO, que lo reemplaza al terminar
      *  bien el paso, y el listado REEMLIST muestra cada reembolso
      *  con su numero de cheque.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMBREG-FILE ASSIGN TO "REEMREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REEMBREG-STATUS.
           SELECT REGISTRO-IN-FILE ASSIGN TO "CHKREGI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-IN-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "REEMREGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "REEMLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REEMBREG-FILE.
           COPY REEMBREG.
       FD  REGISTRO-IN-FILE.
           COPY CHKREG.
       FD  SALIDA-FILE.
       01  SALIDA-REGISTRO             PIC X(90).
       FD  LISTADO-FILE.
       01  LISTADO-LINEA               PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REEMBREG-STATUS       PIC X(2).
           88 WS-REEMBREG-OK       VALUE '00'.
           88 WS-REEMBREG-EOF      VALUE '10'.
       01 WS-REGISTRO-IN-STATUS    PIC X(2).
           88 WS-REGISTRO-IN-OK    VALUE '00'.
           88 WS-REGISTRO-IN-EOF   VALUE '10'.
       01 WS-SALIDA-STATUS         PIC X(2).
           88 WS-SALIDA-OK         VALUE '00'.
       01 WS-LISTADO-STATUS        PIC X(2).
           88 WS-LISTADO-OK        VALUE '00'.
       01 WS-HAY-REGISTRO          PIC X(1) VALUE 'N'.
           88 WS-REGISTRO-ABIERTO  VALUE 'S'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'REEMCONF'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
      *****************************************************************
      *  Reembolsos pendientes en el orden en que vienen en el
      *  registro; la segunda lectura los reconoce por ese mismo
      *  orden.  Un pendiente que no cabe detiene el paso antes de
      *  grabar nada.
      *****************************************************************
       01 WS-TABLA-PENDIENTES.
           05 WS-TP-ENTRADA OCCURS 2000 TIMES.
               10 WS-TP-CUST       PIC 9(6).
               10 WS-TP-FECHA      PIC 9(8).
               10 WS-TP-IMPORTE    PIC S9(7)V99.
               10 WS-TP-CHEQUE     PIC 9(8).
               10 WS-TP-FECHA-CHEQUE PIC 9(8).
       01 WS-CANT-PENDIENTES       PIC 9(4) VALUE ZERO.
       01 WS-IDX                   PIC 9(4).
       01 WS-IDX-PENDIENTE         PIC 9(4) VALUE ZERO.
       01 WS-CONTADOR-REGISTRO     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CONFIRMADOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-PENDIENTES   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-EMITIDO         PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-PENDIENTE       PIC S9(11)V99 VALUE ZERO.
       01 WS-LINEA-REEMBOLSO.
           05  WS-LR-CUST          PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-FECHA         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-BENEFICIARIO  PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-IMPORTE       PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-CHEQUE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-FECHA-CHEQUE  PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-ESTADO        PIC X(10).
       01 WS-LINEA-TOTAL.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  WS-LT-TEXTO         PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LT-IMPORTE       PIC -Z(9)9.99.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 060-CARGAR-PENDIENTES.
           PERFORM 080-BUSCAR-CHEQUES.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-REEMBOLSO.
           PERFORM UNTIL WS-REEMBREG-EOF
               ADD 1 TO WS-CONTADOR-REGISTRO
               IF RB-PENDIENTE
                   PERFORM 300-CONFIRMAR-REEMBOLSO
               END-IF
               WRITE SALIDA-REGISTRO FROM REEMBREG-REGISTRO
               PERFORM 350-LISTAR-REEMBOLSO
               PERFORM 200-LEER-REEMBOLSO
           END-PERFORM.
           PERFORM 500-IMPRIMIR-RESUMEN.
           PERFORM 600-CERRAR-ARCHIVOS.
           STOP RUN.

       060-CARGAR-PENDIENTES.
           OPEN INPUT REEMBREG-FILE.
           IF WS-REEMBREG-OK
               PERFORM 200-LEER-REEMBOLSO
               PERFORM UNTIL WS-REEMBREG-EOF
                   IF RB-PENDIENTE
                       IF WS-CANT-PENDIENTES < 2000
                           ADD 1 TO WS-CANT-PENDIENTES
                           MOVE RB-CUST-NUMBER
                               TO WS-TP-CUST(WS-CANT-PENDIENTES)
                           MOVE RB-FECHA
                               TO WS-TP-FECHA(WS-CANT-PENDIENTES)
                           MOVE RB-IMPORTE
                               TO WS-TP-IMPORTE(WS-CANT-PENDIENTES)
                           MOVE ZERO
                               TO WS-TP-CHEQUE(WS-CANT-PENDIENTES)
                           MOVE ZERO
                               TO WS-TP-FECHA-CHEQUE(WS-CANT-PENDIENTES)
                       ELSE
                           MOVE 'TABLA DE PENDIENTES LLENA'
                               TO WS-EL-DATO-OFENSOR
                           DISPLAY 'CONFIRMACION RECHAZADA: '
                               WS-EL-DATO-OFENSOR
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   PERFORM 200-LEER-REEMBOLSO
               END-PERFORM
               CLOSE REEMBREG-FILE
           END-IF.

      *****************************************************************
      *  Una pasada por el libro de cheques: cada emision a un
      *  cliente se asigna al primer pendiente que le corresponde y
      *  que todavia no tiene cheque.
      *****************************************************************
       080-BUSCAR-CHEQUES.
           IF WS-CANT-PENDIENTES NOT = ZERO
               OPEN INPUT REGISTRO-IN-FILE
               IF WS-REGISTRO-IN-OK
                   PERFORM 090-LEER-CHKREG
                   PERFORM UNTIL WS-REGISTRO-IN-EOF
                       IF CR-EMITIDO AND CR-TITULAR-CLIENTE
                           PERFORM 095-ASIGNAR-CHEQUE
                       END-IF
                       PERFORM 090-LEER-CHKREG
                   END-PERFORM
                   CLOSE REGISTRO-IN-FILE
               END-IF
           END-IF.

       090-LEER-CHKREG.
           READ REGISTRO-IN-FILE
               AT END SET WS-REGISTRO-IN-EOF TO TRUE
           END-READ.

       095-ASIGNAR-CHEQUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-PENDIENTES
               IF WS-TP-CHEQUE(WS-IDX) = ZERO
                  AND WS-TP-CUST(WS-IDX) = CR-CODIGO-TITULAR
                  AND WS-TP-IMPORTE(WS-IDX) = CR-IMPORTE
                  AND CR-FECHA >= WS-TP-FECHA(WS-IDX)
                   MOVE CR-NUMERO TO WS-TP-CHEQUE(WS-IDX)
                   MOVE CR-FECHA TO WS-TP-FECHA-CHEQUE(WS-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT REEMBREG-FILE.
           IF WS-REEMBREG-OK
               SET WS-REGISTRO-ABIERTO TO TRUE
           ELSE
               SET WS-REEMBREG-EOF TO TRUE
           END-IF.
           OPEN OUTPUT SALIDA-FILE.
           OPEN OUTPUT LISTADO-FILE.
           MOVE 'REGISTRO DE REEMBOLSOS DE SALDO A FAVOR'
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING 'CLIENT FECHA    BENEFICIARIO        '
               '     IMPORTE CHEQUE   F.CHEQUE ESTADO'
               DELIMITED BY SIZE INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       200-LEER-REEMBOLSO.
           READ REEMBREG-FILE
               AT END SET WS-REEMBREG-EOF TO TRUE
           END-READ.

       300-CONFIRMAR-REEMBOLSO.
           ADD 1 TO WS-IDX-PENDIENTE.
           IF WS-TP-CHEQUE(WS-IDX-PENDIENTE) NOT = ZERO
               SET RB-EMITIDO TO TRUE
               MOVE WS-TP-CHEQUE(WS-IDX-PENDIENTE) TO RB-CHEQUE-NUMERO
               MOVE WS-TP-FECHA-CHEQUE(WS-IDX-PENDIENTE)
                   TO RB-FECHA-CHEQUE
               ADD 1 TO WS-CONTADOR-CONFIRMADOS
           END-IF.

       350-LISTAR-REEMBOLSO.
           MOVE RB-CUST-NUMBER TO WS-LR-CUST.
           MOVE RB-FECHA TO WS-LR-FECHA.
           MOVE RB-BENEFICIARIO TO WS-LR-BENEFICIARIO.
           MOVE RB-IMPORTE TO WS-LR-IMPORTE.
           IF RB-EMITIDO
               MOVE RB-CHEQUE-NUMERO TO WS-LR-CHEQUE
               MOVE RB-FECHA-CHEQUE TO WS-LR-FECHA-CHEQUE
               MOVE 'EMITIDO' TO WS-LR-ESTADO
               ADD RB-IMPORTE TO WS-TOTAL-EMITIDO
           ELSE
               MOVE SPACES TO WS-LR-CHEQUE
               MOVE SPACES TO WS-LR-FECHA-CHEQUE
               MOVE 'PENDIENTE' TO WS-LR-ESTADO
               ADD 1 TO WS-CONTADOR-PENDIENTES
               ADD RB-IMPORTE TO WS-TOTAL-PENDIENTE
           END-IF.
           WRITE LISTADO-LINEA FROM WS-LINEA-REEMBOLSO.

       500-IMPRIMIR-RESUMEN.
           MOVE 'TOTAL EMITIDO' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-EMITIDO TO WS-LT-IMPORTE.
           WRITE LISTADO-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL PENDIENTE' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-PENDIENTE TO WS-LT-IMPORTE.
           WRITE LISTADO-LINEA FROM WS-LINEA-TOTAL.
           DISPLAY 'CONFIRMACION DE REEMBOLSOS'.
           DISPLAY 'REEMBOLSOS EN REGISTRO : ' WS-CONTADOR-REGISTRO.
           DISPLAY 'CONFIRMADOS HOY        : '
               WS-CONTADOR-CONFIRMADOS.
           DISPLAY 'SIGUEN PENDIENTES      : '
               WS-CONTADOR-PENDIENTES.

       600-CERRAR-ARCHIVOS.
           IF WS-REGISTRO-ABIERTO
               CLOSE REEMBREG-FILE
           END-IF.
           CLOSE SALIDA-FILE.
           CLOSE LISTADO-FILE.
       END PROGRAM REEMCONF.
