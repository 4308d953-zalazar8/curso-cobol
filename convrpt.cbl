       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVRPT.
      *****************************************************************
      *  Desempeno mensual de los convenios de pago (CONVENIO.CPY)
      *  para el cierre: lista cada convenio vivo (pendiente o
      *  activo) y cada convenio que se cumplio, se rompio o se
      *  rechazo en el mes de la fecha de proceso (CV-FECHA-CIERRE),
      *  con el total reestructurado, lo pagado y el saldo: lo que
      *  falta cobrar del activo, lo devuelto a cobranza del roto y
      *  el total del rechazado, que nunca se aplico.  Cierra con
      *  cantidades e importes por estado.  Solo lee el archivo que
      *  mantienen CONVMNT y CONVAPL; CONVAPL conserva los terminados
      *  un ano, asi que el reporte puede repetirse para un mes
      *  anterior con RC-FECHA-PROCESO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONVENIOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CONVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS-FILE.
           COPY CONVENIO.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-CONVENIOS-STATUS      PIC X(2).
           88 WS-CONVENIOS-OK      VALUE '00'.
           88 WS-CONVENIOS-EOF     VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CONVRPT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-PERIODO-PROCESO       PIC 9(6).
       01 WS-IDX-CUOTA             PIC 9(2).
       01 WS-IDX-ESTADO            PIC 9(1).
       01 WS-CUOTAS-PAGADAS        PIC 9(2).
       01 WS-SALDO                 PIC S9(7)V99.
       01 WS-CONTADOR-LEIDOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-LISTADOS     PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Resumen por estado; el orden es el de impresion.
      *****************************************************************
       01 WS-NOMBRES-ESTADO.
           05  FILLER              PIC X(11) VALUE 'PPENDIENTE'.
           05  FILLER              PIC X(11) VALUE 'AACTIVO'.
           05  FILLER              PIC X(11) VALUE 'TCUMPLIDO'.
           05  FILLER              PIC X(11) VALUE 'RROTO'.
           05  FILLER              PIC X(11) VALUE 'XRECHAZADO'.
       01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-ESTADO.
           05  WS-NOMBRE-ENTRADA   OCCURS 5 TIMES.
               10  WS-NE-ESTADO    PIC X(1).
               10  WS-NE-NOMBRE    PIC X(10).
       01 WS-TABLA-RESUMEN.
           05  WS-RESUMEN-ENTRADA  OCCURS 5 TIMES.
               10  WS-RS-CANTIDAD  PIC 9(7).
               10  WS-RS-TOTAL     PIC S9(11)V99.
               10  WS-RS-PAGADO    PIC S9(11)V99.
               10  WS-RS-SALDO     PIC S9(11)V99.
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(38)
               VALUE 'CONVENIOS DE PAGO - DESEMPENO DEL MES '.
           05  WS-LT-PERIODO       PIC 9(6).
           05  FILLER              PIC X(6) VALUE '  AL '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(42) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'CONVEN CLIENT ESTADO     ALTA     CIERRE   CUOTAS '.
           05  FILLER              PIC X(50) VALUE
               '     TOTAL      PAGADO       SALDO'.
       01 WS-LINEA-CONVENIO.
           05  WS-LC-NUMERO        PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-CUST          PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-ESTADO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-ALTA          PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-CIERRE        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-PAGADAS       PIC Z9.
           05  FILLER              PIC X(1) VALUE '/'.
           05  WS-LC-CUOTAS        PIC 99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-TOTAL         PIC -Z(6)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-PAGADO        PIC -Z(6)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-SALDO         PIC -Z(6)9.99.
           05  FILLER              PIC X(17) VALUE SPACES.
       01 WS-LINEA-CAB-RESUMEN.
           05  FILLER              PIC X(36) VALUE
               'ESTADO     CANTIDAD            TOTAL'.
           05  FILLER              PIC X(64) VALUE
               '           PAGADO            SALDO'.
       01 WS-LINEA-RESUMEN.
           05  WS-LR-NOMBRE        PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LR-CANTIDAD      PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LR-TOTAL         PIC -Z(10)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LR-PAGADO        PIC -Z(10)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LR-SALDO         PIC -Z(10)9.99.
           05  FILLER              PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-ABRIR-ARCHIVOS.
           IF WS-CONVENIOS-OK
               PERFORM 200-LEER-CONVENIO
               PERFORM UNTIL WS-CONVENIOS-EOF
                   ADD 1 TO WS-CONTADOR-LEIDOS
                   PERFORM 300-EVALUAR-CONVENIO
                   PERFORM 200-LEER-CONVENIO
               END-PERFORM
           END-IF.
           PERFORM 400-IMPRIMIR-RESUMEN.
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
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO.
           INITIALIZE WS-TABLA-RESUMEN.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT CONVENIOS-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-PERIODO-PROCESO TO WS-LT-PERIODO.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.
           IF NOT WS-CONVENIOS-OK
               MOVE 'ARCHIVO DE CONVENIOS NO DISPONIBLE'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

       200-LEER-CONVENIO.
           READ CONVENIOS-FILE
               AT END SET WS-CONVENIOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Los vivos salen siempre; los terminados solo en el mes en
      *  que se cerraron.
      *****************************************************************
       300-EVALUAR-CONVENIO.
           IF CV-VIVO
              OR CV-FECHA-CIERRE(1:6) = WS-PERIODO-PROCESO
               PERFORM 310-BUSCAR-ESTADO
               IF WS-IDX-ESTADO NOT = ZERO
                   PERFORM 320-IMPRIMIR-CONVENIO
               END-IF
           END-IF.

       310-BUSCAR-ESTADO.
           MOVE ZERO TO WS-IDX-ESTADO.
           PERFORM VARYING WS-IDX-ESTADO FROM 1 BY 1
               UNTIL WS-IDX-ESTADO > 5
               IF WS-NE-ESTADO(WS-IDX-ESTADO) = CV-ESTADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-ESTADO > 5
               MOVE ZERO TO WS-IDX-ESTADO
               MOVE CV-NUMERO TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'CONVENIO CON ESTADO INVALIDO'
                   TO WS-EL-DATO-OFENSOR(8:28)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

       320-IMPRIMIR-CONVENIO.
           MOVE ZERO TO WS-CUOTAS-PAGADAS.
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > CV-CANT-CUOTAS
               IF CV-CU-PAGADA(WS-IDX-CUOTA)
                   ADD 1 TO WS-CUOTAS-PAGADAS
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN CV-ROTO
                   MOVE CV-SALDO-DEVUELTO TO WS-SALDO
               WHEN CV-CUMPLIDO
                   MOVE ZERO TO WS-SALDO
               WHEN OTHER
                   COMPUTE WS-SALDO =
                       CV-IMPORTE-TOTAL - CV-IMPORTE-PAGADO
           END-EVALUATE.
           MOVE CV-NUMERO TO WS-LC-NUMERO.
           MOVE CV-CUST-NUMBER TO WS-LC-CUST.
           MOVE WS-NE-NOMBRE(WS-IDX-ESTADO) TO WS-LC-ESTADO.
           MOVE CV-FECHA-ALTA TO WS-LC-ALTA.
           MOVE CV-FECHA-CIERRE TO WS-LC-CIERRE.
           MOVE WS-CUOTAS-PAGADAS TO WS-LC-PAGADAS.
           MOVE CV-CANT-CUOTAS TO WS-LC-CUOTAS.
           MOVE CV-IMPORTE-TOTAL TO WS-LC-TOTAL.
           MOVE CV-IMPORTE-PAGADO TO WS-LC-PAGADO.
           MOVE WS-SALDO TO WS-LC-SALDO.
           WRITE REPORTE-LINEA FROM WS-LINEA-CONVENIO.
           ADD 1 TO WS-CONTADOR-LISTADOS.
           ADD 1 TO WS-RS-CANTIDAD(WS-IDX-ESTADO).
           ADD CV-IMPORTE-TOTAL TO WS-RS-TOTAL(WS-IDX-ESTADO).
           ADD CV-IMPORTE-PAGADO TO WS-RS-PAGADO(WS-IDX-ESTADO).
           ADD WS-SALDO TO WS-RS-SALDO(WS-IDX-ESTADO).

       400-IMPRIMIR-RESUMEN.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'RESUMEN POR ESTADO' TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           WRITE REPORTE-LINEA FROM WS-LINEA-CAB-RESUMEN.
           PERFORM VARYING WS-IDX-ESTADO FROM 1 BY 1
               UNTIL WS-IDX-ESTADO > 5
               MOVE WS-NE-NOMBRE(WS-IDX-ESTADO) TO WS-LR-NOMBRE
               MOVE WS-RS-CANTIDAD(WS-IDX-ESTADO) TO WS-LR-CANTIDAD
               MOVE WS-RS-TOTAL(WS-IDX-ESTADO) TO WS-LR-TOTAL
               MOVE WS-RS-PAGADO(WS-IDX-ESTADO) TO WS-LR-PAGADO
               MOVE WS-RS-SALDO(WS-IDX-ESTADO) TO WS-LR-SALDO
               WRITE REPORTE-LINEA FROM WS-LINEA-RESUMEN
           END-PERFORM.
           DISPLAY 'REPORTE DE CONVENIOS DE PAGO'.
           DISPLAY 'CONVENIOS LEIDOS   : ' WS-CONTADOR-LEIDOS.
           DISPLAY 'CONVENIOS LISTADOS : ' WS-CONTADOR-LISTADOS.

       500-CERRAR-ARCHIVOS.
           IF WS-CONVENIOS-OK OR WS-CONVENIOS-EOF
               CLOSE CONVENIOS-FILE
           END-IF.
           CLOSE REPORTE-FILE.
       END PROGRAM CONVRPT.
