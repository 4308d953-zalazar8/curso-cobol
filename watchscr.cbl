       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHSCR.
      *****************************************************************
      *  Recotejo del maestro completo contra la lista de vigilancia.
      *  El alta de VERBOS-BASICOS solo coteja a los solicitantes
      *  nuevos; cuando cumplimiento recibe una lista nueva, este
      *  paso pasa cada cliente de CUSTMAST por WATCHCHK (nombre y
      *  apellido con cotejo tolerante, y documento) y agrega a la
      *  cola de alertas PROD.CUMPLIMIENTO.ALERTAS, con origen 'C' y
      *  estado pendiente, cada coincidencia que la cola todavia no
      *  tenga para ese cliente y esa persona de la lista (cualquiera
      *  sea su estado: lo que cumplimiento ya libero o confirmo no
      *  se vuelve a alertar).  WATCHRPT lista las alertas nuevas.
      *  Las decisiones se aplican en WATCHDSP.
      *  Sin lista asignada el paso termina con RC=8: un recotejo que
      *  no coteja nada no debe pasar por bueno.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "CMPALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "WATCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  ALERTAS-FILE.
           COPY WATCHHIT.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-ALERTAS-STATUS        PIC X(2).
           88 WS-ALERTAS-OK        VALUE '00'.
           88 WS-ALERTAS-EOF       VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'WATCHSCR'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Alertas que ya estan en la cola: cliente y persona de la
      *  lista (nombre, apellido, documento y fuente).  Si la cola
      *  excede la tabla, lo que no entra puede volver a alertarse;
      *  queda avisado en ERRLOG.
      *****************************************************************
       01 WS-MAX-ALERTAS           PIC 9(5) VALUE 5000.
       01 WS-TABLA-ALERTAS.
           05  WS-TA-ENTRADA OCCURS 5000 TIMES.
               10  WS-TA-CUST      PIC 9(6).
               10  WS-TA-LISTA     PIC X(61).
       01 WS-CONTADOR-ALERTAS      PIC 9(5) VALUE ZERO.
       01 WS-IDX-ALERTA            PIC 9(5).
       01 WS-CLAVE-LISTA           PIC X(61).
       01 WS-YA-ALERTADA           PIC X(1) VALUE 'N'.
           88 WS-ALERTA-EXISTE     VALUE 'S'.
       01 WS-AVISO-TABLA           PIC X(1) VALUE 'N'.
           88 WS-YA-AVISO-TABLA    VALUE 'S'.
      *****************************************************************
      *  Parametros de WATCHCHK.
      *****************************************************************
       01 WS-WC-POSICION           PIC 9(5).
       01 WS-WC-COINCIDENCIA       PIC X(1).
       01 WS-WC-ENTRADA.
           05  WS-WE-NOMBRE        PIC X(20).
           05  WS-WE-APELLIDO      PIC X(20).
           05  WS-WE-DOCUMENTO     PIC X(11).
           05  WS-WE-FUENTE        PIC X(10).
           05  WS-WE-FECHA-ALTA    PIC 9(8).
           05  FILLER              PIC X(11).
       01 WS-WC-RETORNO            PIC 9(2).
           88 WS-WC-SIN-MAS        VALUE 00.
           88 WS-WC-SIN-LISTA      VALUE 04.
           88 WS-WC-COINCIDE       VALUE 08.
       01 WS-CONTADOR-CLIENTES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-NUEVAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CONOCIDAS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CLIENTES-HIT PIC 9(7) VALUE ZERO.
       01 WS-CLIENTE-CON-HIT       PIC X(1).
           88 WS-HUBO-HIT          VALUE 'S'.
      *****************************************************************
      *  Lineas de WATCHRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(44)
               VALUE 'RECOTEJO DE CLIENTES CONTRA LISTA VIGILANCIA'.
           05  FILLER              PIC X(4) VALUE ' AL '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(44) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'CLIENT T NOMBRE       APELLIDO   DOCUMENTO'.
           05  FILLER              PIC X(50) VALUE
               '  LISTA-NOMBRE       LISTA-APELLIDO      FUENTE'.
       01 WS-LINEA-ALERTA.
           05  WS-LA-CUST          PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LA-COINCIDENCIA  PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LA-NOMBRE        PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LA-APELLIDO      PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LA-DOCUMENTO     PIC X(11).
           05  FILLER              PIC X(8) VALUE SPACES.
           05  WS-LA-LISTA-NOMBRE  PIC X(18).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LA-LISTA-APELLIDO PIC X(19).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LA-FUENTE        PIC X(9).
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-ALERTAS.
           PERFORM 200-ABRIR-ARCHIVOS.
           PERFORM 210-LEER-CLIENTE.
           PERFORM UNTIL WS-CUSTMAST-EOF
               ADD 1 TO WS-CONTADOR-CLIENTES
               PERFORM 300-COTEJAR-CLIENTE
               PERFORM 210-LEER-CLIENTE
           END-PERFORM.
           PERFORM 600-IMPRIMIR-TOTALES.
           PERFORM 700-CERRAR-ARCHIVOS.
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
      *  La cola se lee entera antes de agregarle nada; una cola
      *  todavia inexistente (primera lista) se trata como vacia.
      *****************************************************************
       100-CARGAR-ALERTAS.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALERTAS-OK
               PERFORM 110-LEER-ALERTA
               PERFORM UNTIL WS-ALERTAS-EOF
                   IF WS-CONTADOR-ALERTAS < WS-MAX-ALERTAS
                       ADD 1 TO WS-CONTADOR-ALERTAS
                       MOVE WH-CUST-NUMBER
                           TO WS-TA-CUST(WS-CONTADOR-ALERTAS)
                       MOVE WH-LISTA(1:61)
                           TO WS-TA-LISTA(WS-CONTADOR-ALERTAS)
                   ELSE
                       PERFORM 120-AVISAR-TABLA-LLENA
                   END-IF
                   PERFORM 110-LEER-ALERTA
               END-PERFORM
               CLOSE ALERTAS-FILE
           END-IF.

       110-LEER-ALERTA.
           READ ALERTAS-FILE
               AT END SET WS-ALERTAS-EOF TO TRUE
           END-READ.

       120-AVISAR-TABLA-LLENA.
           IF NOT WS-YA-AVISO-TABLA
               SET WS-YA-AVISO-TABLA TO TRUE
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'TABLA DE ALERTAS LLENA' TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

       200-ABRIR-ARCHIVOS.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ALERTAS-FILE.
           IF NOT WS-ALERTAS-OK
               DISPLAY 'NO SE PUDO ABRIR LA COLA DE ALERTAS, ESTADO: '
                   WS-ALERTAS-STATUS
               CLOSE CUSTMAST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

       210-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Todas las coincidencias del cliente, una por llamada a
      *  WATCHCHK a partir de la ultima posicion devuelta.
      *****************************************************************
       300-COTEJAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-CON-HIT.
           MOVE ZERO TO WS-WC-POSICION.
           PERFORM 310-LLAMAR-WATCHCHK.
           IF WS-WC-SIN-LISTA
               DISPLAY 'LISTA DE VIGILANCIA NO DISPONIBLE, '
                   'RECOTEJO ABANDONADO'
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'RECOTEJO SIN LISTA DE VIGILANCIA'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               PERFORM 700-CERRAR-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL NOT WS-WC-COINCIDE
               PERFORM 320-REGISTRAR-COINCIDENCIA
               PERFORM 310-LLAMAR-WATCHCHK
           END-PERFORM.
           IF WS-HUBO-HIT
               ADD 1 TO WS-CONTADOR-CLIENTES-HIT
           END-IF.

       310-LLAMAR-WATCHCHK.
           CALL 'WATCHCHK' USING CM-NOMBRE CM-APELLIDO
               CM-DOCUMENTO-IDENTIDAD WS-WC-POSICION
               WS-WC-COINCIDENCIA WS-WC-ENTRADA WS-WC-RETORNO.

       320-REGISTRAR-COINCIDENCIA.
           MOVE WS-WC-ENTRADA(1:61) TO WS-CLAVE-LISTA.
           MOVE 'N' TO WS-YA-ALERTADA.
           PERFORM VARYING WS-IDX-ALERTA FROM 1 BY 1
               UNTIL WS-IDX-ALERTA > WS-CONTADOR-ALERTAS
               IF WS-TA-CUST(WS-IDX-ALERTA) = CM-CUST-NUMBER
                  AND WS-TA-LISTA(WS-IDX-ALERTA) = WS-CLAVE-LISTA
                   SET WS-ALERTA-EXISTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ALERTA-EXISTE
               ADD 1 TO WS-CONTADOR-CONOCIDAS
           ELSE
               SET WS-HUBO-HIT TO TRUE
               PERFORM 330-GRABAR-ALERTA
           END-IF.

       330-GRABAR-ALERTA.
           ADD 1 TO WS-CONTADOR-NUEVAS.
           MOVE SPACES TO WATCHHIT-REGISTRO.
           SET WH-DE-CLIENTE TO TRUE.
           MOVE CM-CUST-NUMBER TO WH-CUST-NUMBER.
           MOVE WS-FECHA-PROCESO TO WH-FECHA.
           MOVE WS-WC-COINCIDENCIA TO WH-COINCIDENCIA.
           MOVE CM-NOMBRE TO WH-NOMBRE.
           MOVE CM-APELLIDO TO WH-APELLIDO.
           MOVE CM-DOCUMENTO-IDENTIDAD TO WH-DOCUMENTO.
           MOVE WS-WC-ENTRADA TO WH-LISTA.
           SET WH-PENDIENTE TO TRUE.
           MOVE ZERO TO WH-FECHA-DECISION.
           WRITE WATCHHIT-REGISTRO.
      *  La alerta recien grabada tambien cuenta como conocida: dos
      *  entradas iguales en la lista no la duplican.
           IF WS-CONTADOR-ALERTAS < WS-MAX-ALERTAS
               ADD 1 TO WS-CONTADOR-ALERTAS
               MOVE CM-CUST-NUMBER TO WS-TA-CUST(WS-CONTADOR-ALERTAS)
               MOVE WS-CLAVE-LISTA TO WS-TA-LISTA(WS-CONTADOR-ALERTAS)
           ELSE
               PERFORM 120-AVISAR-TABLA-LLENA
           END-IF.
           MOVE CM-CUST-NUMBER TO WS-LA-CUST.
           MOVE WS-WC-COINCIDENCIA TO WS-LA-COINCIDENCIA.
           MOVE CM-NOMBRE TO WS-LA-NOMBRE.
           MOVE CM-APELLIDO TO WS-LA-APELLIDO.
           MOVE CM-DOCUMENTO-IDENTIDAD TO WS-LA-DOCUMENTO.
           MOVE WS-WE-NOMBRE TO WS-LA-LISTA-NOMBRE.
           MOVE WS-WE-APELLIDO TO WS-LA-LISTA-APELLIDO.
           MOVE WS-WE-FUENTE TO WS-LA-FUENTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-ALERTA.

       600-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'CLIENTES COTEJADOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-CLIENTES TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CLIENTES CON ALERTAS NUEVAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-CLIENTES-HIT TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'ALERTAS NUEVAS A CUMPLIMIENTO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-NUEVAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'COINCIDENCIAS YA EN LA COLA' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-CONOCIDAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           DISPLAY 'RECOTEJO CONTRA LISTA DE VIGILANCIA'.
           DISPLAY 'CLIENTES COTEJADOS    : ' WS-CONTADOR-CLIENTES.
           DISPLAY 'ALERTAS NUEVAS        : ' WS-CONTADOR-NUEVAS.
           DISPLAY 'YA EN LA COLA         : ' WS-CONTADOR-CONOCIDAS.

       700-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE ALERTAS-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM WATCHSCR.
