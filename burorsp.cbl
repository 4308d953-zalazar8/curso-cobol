       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURORSP.
      *****************************************************************
      *  Respuesta del buro de credito a un envio de BUROEXT o de
      *  BUROCOR (BURORESP.CPY).  Cuenta los segmentos aceptados y
      *  rechazados, los cuadra contra la cola del buro y lista en
      *  BURORECH cada rechazo con el codigo, el campo y el texto del
      *  buro, y el titular tal como esta hoy en el maestro, para que
      *  credito corrija el dato en origen.  Por cada rechazo deja en
      *  BUROPEND una solicitud de BUROSOL con la misma cuenta,
      *  periodo y accion ('C' salvo que lo rechazado fuera una
      *  eliminacion) lista para el ciclo de BUROCOR una vez
      *  corregido el maestro.  La respuesta de otro suscriptor no
      *  se procesa; una cola que no cuadra queda en el reporte y en
      *  ERRLOG y el paso termina con codigo 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPUESTA-FILE ASSIGN TO "BURORESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPUESTA-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PENDIENTES-FILE ASSIGN TO "BUROPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIENTES-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "BURORECH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPUESTA-FILE.
           COPY BURORESP.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  PENDIENTES-FILE.
           COPY BUROSOL.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-RESPUESTA-STATUS      PIC X(2).
           88 WS-RESPUESTA-OK      VALUE '00'.
           88 WS-RESPUESTA-EOF     VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-PENDIENTES-STATUS     PIC X(2).
           88 WS-PENDIENTES-OK     VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'BURORSP'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-SUSCRIPTOR            PIC X(10) VALUE SPACES.
       01 WS-HAY-COLA              PIC X(1) VALUE 'N'.
           88 WS-COLA-LEIDA        VALUE 'S'.
       01 WS-CONTADOR-RECIBIDOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ACEPTADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-PENDIENTES   PIC 9(7) VALUE ZERO.
       01 WS-COLA-RECIBIDOS        PIC 9(7) VALUE ZERO.
       01 WS-COLA-ACEPTADOS        PIC 9(7) VALUE ZERO.
       01 WS-COLA-RECHAZADOS       PIC 9(7) VALUE ZERO.
       01 WS-DV-FUNCION            PIC X(1) VALUE 'V'.
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
      *****************************************************************
      *  Lineas de BURORECH.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(38)
               VALUE 'RECHAZOS DEL BURO DE CREDITO - ENVIO '.
           05  WS-LT-ENVIO         PIC X(1).
           05  FILLER              PIC X(9) VALUE ' PERIODO '.
           05  WS-LT-PERIODO       PIC X(6).
           05  FILLER              PIC X(11) VALUE ' RECIBIDO '.
           05  WS-LT-FECHA         PIC X(8).
           05  FILLER              PIC X(27) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'CUENTA  PERIOD A COD CAMPO                MENSAJE '.
           05  FILLER              PIC X(50) VALUE
               'DEL BURO'.
       01 WS-LINEA-RECHAZO.
           05  WS-LR-CUENTA        PIC X(7).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LR-PERIODO       PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LR-ACCION        PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LR-CODIGO        PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LR-CAMPO         PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LR-MENSAJE       PIC X(40).
           05  FILLER              PIC X(18) VALUE SPACES.
       01 WS-LINEA-TITULAR.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  WS-LTI-TEXTO        PIC X(9).
           05  WS-LTI-NOMBRE       PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LTI-APELLIDO     PIC X(10).
           05  FILLER              PIC X(6) VALUE '  DOC '.
           05  WS-LTI-DOCUMENTO    PIC X(11).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LTI-ESTADO       PIC X(30).
           05  FILLER              PIC X(11) VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LTT-COLA         PIC X(51).

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 110-LEER-RESPUESTA.
           PERFORM UNTIL WS-RESPUESTA-EOF
               EVALUATE TRUE
                   WHEN RR-CABECERA
                       PERFORM 200-VALIDAR-CABECERA
                   WHEN RR-DETALLE
                       ADD 1 TO WS-CONTADOR-RECIBIDOS
                       IF RR-DET-ACEPTADO
                           ADD 1 TO WS-CONTADOR-ACEPTADOS
                       ELSE
                           PERFORM 300-INFORMAR-RECHAZO
                       END-IF
                   WHEN RR-COLA
                       SET WS-COLA-LEIDA TO TRUE
                       MOVE RR-FIN-RECIBIDOS TO WS-COLA-RECIBIDOS
                       MOVE RR-FIN-ACEPTADOS TO WS-COLA-ACEPTADOS
                       MOVE RR-FIN-RECHAZADOS TO WS-COLA-RECHAZADOS
               END-EVALUATE
               PERFORM 110-LEER-RESPUESTA
           END-PERFORM.
           PERFORM 600-IMPRIMIR-TOTALES.
           PERFORM 700-CERRAR-ARCHIVOS.
           DISPLAY 'RESPUESTA DEL BURO DE CREDITO'.
           DISPLAY 'SEGMENTOS RECIBIDOS  : ' WS-CONTADOR-RECIBIDOS.
           DISPLAY 'SEGMENTOS ACEPTADOS  : ' WS-CONTADOR-ACEPTADOS.
           DISPLAY 'SEGMENTOS RECHAZADOS : ' WS-CONTADOR-RECHAZADOS.
           DISPLAY 'SOLICITUDES PENDIENTES: ' WS-CONTADOR-PENDIENTES.
           STOP RUN.

       050-LEER-RUNCTL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RC-BURO-SUSCRIPTOR TO WS-SUSCRIPTOR
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT RESPUESTA-FILE.
           IF NOT WS-RESPUESTA-OK
               DISPLAY 'NO SE PUDO ABRIR BURORESP, ESTADO: '
                   WS-RESPUESTA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PENDIENTES-FILE.
           OPEN OUTPUT REPORTE-FILE.

       110-LEER-RESPUESTA.
           READ RESPUESTA-FILE
               AT END SET WS-RESPUESTA-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  La respuesta tiene que ser a un envio propio: con otro
      *  suscriptor en la cabecera el archivo no es nuestro.
      *****************************************************************
       200-VALIDAR-CABECERA.
           IF WS-SUSCRIPTOR NOT = SPACES
              AND RR-CAB-SUSCRIPTOR NOT = WS-SUSCRIPTOR
               DISPLAY 'RESPUESTA DE OTRO SUSCRIPTOR: '
                   RR-CAB-SUSCRIPTOR
               MOVE RR-CAB-SUSCRIPTOR TO WS-EL-DATO-OFENSOR(1:10)
               MOVE 'RESPUESTA DE OTRO SUSCRIPTOR'
                   TO WS-EL-DATO-OFENSOR(12:28)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               PERFORM 700-CERRAR-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RR-CAB-ENVIO TO WS-LT-ENVIO.
           MOVE RR-CAB-PERIODO TO WS-LT-PERIODO.
           MOVE RR-CAB-FECHA TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

      *****************************************************************
      *  El rechazo se lista con el titular de hoy; la cuenta cuyo
      *  digito verificador no corresponde no llega al maestro ni
      *  deja solicitud, porque no se sabe de que cliente es.
      *****************************************************************
       300-INFORMAR-RECHAZO.
           ADD 1 TO WS-CONTADOR-RECHAZADOS.
           MOVE RR-DET-CUENTA TO WS-LR-CUENTA.
           MOVE RR-DET-PERIODO TO WS-LR-PERIODO.
           MOVE RR-DET-ACCION TO WS-LR-ACCION.
           MOVE RR-DET-CODIGO TO WS-LR-CODIGO.
           MOVE RR-DET-CAMPO TO WS-LR-CAMPO.
           MOVE RR-DET-MENSAJE TO WS-LR-MENSAJE.
           WRITE REPORTE-LINEA FROM WS-LINEA-RECHAZO.
           MOVE SPACES TO WS-LTI-TEXTO WS-LTI-NOMBRE WS-LTI-APELLIDO
               WS-LTI-DOCUMENTO WS-LTI-ESTADO.
           MOVE RR-DET-CUENTA TO WS-DV-NUMERO-EXTERNO.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           IF WS-DV-RETORNO NOT = ZERO
               MOVE 'CUENTA NO IDENTIFICADA' TO WS-LTI-ESTADO
           ELSE
               MOVE 'TITULAR: ' TO WS-LTI-TEXTO
               MOVE WS-DV-CUST-NUMBER TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'CLIENTE NO ESTA EN EL MAESTRO'
                           TO WS-LTI-ESTADO
                   NOT INVALID KEY
                       MOVE CM-NOMBRE TO WS-LTI-NOMBRE
                       MOVE CM-APELLIDO TO WS-LTI-APELLIDO
                       MOVE CM-DOCUMENTO-IDENTIDAD TO WS-LTI-DOCUMENTO
                       IF CM-CLIENTE-ACTIVO
                           MOVE 'CUENTA ABIERTA' TO WS-LTI-ESTADO
                       ELSE
                           MOVE 'CUENTA CERRADA' TO WS-LTI-ESTADO
                       END-IF
               END-READ
               PERFORM 350-DEJAR-SOLICITUD
           END-IF.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULAR.

       350-DEJAR-SOLICITUD.
           MOVE SPACES TO BUROSOL-REGISTRO.
           MOVE WS-DV-CUST-NUMBER TO BS-CUST-NUMBER.
           MOVE RR-DET-PERIODO TO BS-PERIODO.
           IF RR-DET-ACCION = 'E'
               SET BS-ELIMINA TO TRUE
           ELSE
               SET BS-CORRIGE TO TRUE
           END-IF.
           STRING 'RECHAZO BURO ' RR-DET-CODIGO ' ' RR-DET-CAMPO
               DELIMITED BY SIZE INTO BS-MOTIVO.
           WRITE BUROSOL-REGISTRO.
           ADD 1 TO WS-CONTADOR-PENDIENTES.

      *****************************************************************
      *  Lo contado contra la cola del buro: sin cola, o con cifras
      *  distintas, la respuesta llego incompleta.
      *****************************************************************
       600-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO WS-LTT-COLA.
           MOVE 'SEGMENTOS RECIBIDOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-RECIBIDOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'SEGMENTOS ACEPTADOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-ACEPTADOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'SEGMENTOS RECHAZADOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-RECHAZADOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'SOLICITUDES DE CORRECCION DEJADAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-PENDIENTES TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           IF NOT WS-COLA-LEIDA
              OR WS-COLA-RECIBIDOS NOT = WS-CONTADOR-RECIBIDOS
              OR WS-COLA-ACEPTADOS NOT = WS-CONTADOR-ACEPTADOS
              OR WS-COLA-RECHAZADOS NOT = WS-CONTADOR-RECHAZADOS
               MOVE 'LA COLA DEL BURO NO CUADRA' TO WS-LTT-TEXTO
               MOVE WS-COLA-RECIBIDOS TO WS-LTT-CANTIDAD
               MOVE 'RECIBIDOS SEGUN LA COLA (RESPUESTA INCOMPLETA)'
                   TO WS-LTT-COLA
               WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
               MOVE 'COLA DE RESPUESTA DEL BURO NO CUADRA'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 4 TO RETURN-CODE
           END-IF.

       700-CERRAR-ARCHIVOS.
           CLOSE RESPUESTA-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE PENDIENTES-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM BURORSP.
