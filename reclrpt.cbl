       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLRPT.
      *****************************************************************
      *  Reporte semanal de antiguedad de reclamos abiertos: un
      *  expediente abierto saca la partida de la cobranza, asi que
      *  un reclamo olvidado es una partida que nadie cobra.  Lista
      *  cada expediente abierto de RECLAMO con los dias que lleva
      *  abierto a la fecha de proceso (misma resta de DATEUTIL que
      *  AGING) y los mismos baldes 0-30 / 31-60 / 61-90 / 90+,
      *  con cantidad e importe por balde al pie.  Los de mas de 90
      *  dias quedan ademas en ERRLOG para el supervisor.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "RECLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMOS-FILE.
           COPY RECLAMO.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(80).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-RECLAMOS-STATUS       PIC X(2).
           88 WS-RECLAMOS-OK       VALUE '00'.
           88 WS-RECLAMOS-EOF      VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'RECLRPT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-DIAS-ABIERTO          PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
       01 WS-CONTADOR-RECLAMOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-0-30         PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-31-60        PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-61-90        PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-MAS-90       PIC 9(7) VALUE ZERO.
       01 WS-IMPORTE-0-30          PIC S9(11)V99 VALUE ZERO.
       01 WS-IMPORTE-31-60         PIC S9(11)V99 VALUE ZERO.
       01 WS-IMPORTE-61-90         PIC S9(11)V99 VALUE ZERO.
       01 WS-IMPORTE-MAS-90        PIC S9(11)V99 VALUE ZERO.
       01 WS-LINEA-DETALLE.
           05  WS-LD-CUST          PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-DESCRIPCION   PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-FECHA-APER    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-DIAS          PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-CUBETA        PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-IMPORTE       PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-OPERADOR      PIC X(4).
       01 WS-LINEA-TOTAL.
           05  FILLER              PIC X(8)  VALUE 'BALDE '.
           05  WS-LT-CUBETA        PIC X(6).
           05  FILLER              PIC X(12) VALUE ' RECLAMOS: '.
           05  WS-LT-CANTIDAD      PIC Z(6)9.
           05  FILLER              PIC X(11) VALUE ' IMPORTE: '.
           05  WS-LT-IMPORTE       PIC -Z(10)9.99.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-RECLAMO.
           PERFORM UNTIL WS-RECLAMOS-EOF
               IF RL-ABIERTO
                   PERFORM 300-CLASIFICAR-RECLAMO
               END-IF
               PERFORM 200-LEER-RECLAMO
           END-PERFORM.
           PERFORM 400-IMPRIMIR-TOTALES.
           PERFORM 500-CERRAR-ARCHIVOS.
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
           OPEN INPUT RECLAMOS-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING 'RECLAMOS ABIERTOS POR ANTIGUEDAD AL '
               WS-FECHA-PROCESO DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'CLIENTE PARTIDA                        APERTURA  DIAS'
               TO REPORTE-LINEA.
           MOVE 'BALDE  IMPORTE    OPER' TO REPORTE-LINEA(55:22).
           WRITE REPORTE-LINEA.

       200-LEER-RECLAMO.
           READ RECLAMOS-FILE
               AT END SET WS-RECLAMOS-EOF TO TRUE
           END-READ.

       300-CLASIFICAR-RECLAMO.
           ADD 1 TO WS-CONTADOR-RECLAMOS.
           CALL 'DATEUTIL' USING '2' WS-FECHA-PROCESO
               RL-FECHA-APERTURA WS-FECHA-FORMATEADA WS-DIAS-ABIERTO
               WS-RETORNO-DATEUTIL.
           IF WS-DIAS-ABIERTO < ZERO
               MOVE ZERO TO WS-DIAS-ABIERTO
           END-IF.
           MOVE RL-CUST-NUMBER TO WS-LD-CUST.
           MOVE RL-DESCRIPCION TO WS-LD-DESCRIPCION.
           MOVE RL-FECHA-APERTURA TO WS-LD-FECHA-APER.
           MOVE WS-DIAS-ABIERTO TO WS-LD-DIAS.
           MOVE RL-IMPORTE-PARTIDA TO WS-LD-IMPORTE.
           MOVE RL-OPERADOR TO WS-LD-OPERADOR.
           EVALUATE TRUE
               WHEN WS-DIAS-ABIERTO <= 30
                   MOVE '0-30' TO WS-LD-CUBETA
                   ADD 1 TO WS-CONTADOR-0-30
                   ADD RL-IMPORTE-PARTIDA TO WS-IMPORTE-0-30
               WHEN WS-DIAS-ABIERTO <= 60
                   MOVE '31-60' TO WS-LD-CUBETA
                   ADD 1 TO WS-CONTADOR-31-60
                   ADD RL-IMPORTE-PARTIDA TO WS-IMPORTE-31-60
               WHEN WS-DIAS-ABIERTO <= 90
                   MOVE '61-90' TO WS-LD-CUBETA
                   ADD 1 TO WS-CONTADOR-61-90
                   ADD RL-IMPORTE-PARTIDA TO WS-IMPORTE-61-90
               WHEN OTHER
                   MOVE '90+' TO WS-LD-CUBETA
                   ADD 1 TO WS-CONTADOR-MAS-90
                   ADD RL-IMPORTE-PARTIDA TO WS-IMPORTE-MAS-90
                   MOVE RL-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'RECLAMO ABIERTO MAS DE 90 DIAS'
                       TO WS-EL-DATO-OFENSOR(8:30)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
           END-EVALUATE.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.

       400-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE '0-30' TO WS-LT-CUBETA.
           MOVE WS-CONTADOR-0-30 TO WS-LT-CANTIDAD.
           MOVE WS-IMPORTE-0-30 TO WS-LT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE '31-60' TO WS-LT-CUBETA.
           MOVE WS-CONTADOR-31-60 TO WS-LT-CANTIDAD.
           MOVE WS-IMPORTE-31-60 TO WS-LT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE '61-90' TO WS-LT-CUBETA.
           MOVE WS-CONTADOR-61-90 TO WS-LT-CANTIDAD.
           MOVE WS-IMPORTE-61-90 TO WS-LT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE '90+' TO WS-LT-CUBETA.
           MOVE WS-CONTADOR-MAS-90 TO WS-LT-CANTIDAD.
           MOVE WS-IMPORTE-MAS-90 TO WS-LT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           DISPLAY 'ANTIGUEDAD DE RECLAMOS ABIERTOS'.
           DISPLAY 'RECLAMOS ABIERTOS : ' WS-CONTADOR-RECLAMOS.
           DISPLAY '  0-30 DIAS : ' WS-CONTADOR-0-30.
           DISPLAY ' 31-60 DIAS : ' WS-CONTADOR-31-60.
           DISPLAY ' 61-90 DIAS : ' WS-CONTADOR-61-90.
           DISPLAY '   90+ DIAS : ' WS-CONTADOR-MAS-90.

       500-CERRAR-ARCHIVOS.
           CLOSE RECLAMOS-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM RECLRPT.
