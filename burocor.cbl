       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUROCOR.
      *****************************************************************
      *  Ciclo de correcciones al buro de credito.  Cuando una cuenta
      *  se informo mal (documento o domicilio equivocados en el
      *  maestro, un estado de pago o un saldo que no correspondia,
      *  o una cuenta que no debia ir) el buro no se corrige con el
      *  envio del mes siguiente: hay que reemplazar o eliminar el
      *  segmento del periodo ya informado.  Cada solicitud de
      *  BUROSOL (BUROSOL.CPY: cuenta, periodo y accion, capturada
      *  por credito o dejada por BURORSP para los rechazos) busca
      *  en BUROHIST el ultimo segmento enviado de esa cuenta en ese
      *  periodo y arma el archivo de correcciones BUROCORR, en el
      *  formato del buro con cabecera de envio 'C' y cola:
      *    'C' reenvia el segmento con la identificacion, nacimiento
      *        y domicilio vigentes del maestro y, si la solicitud
      *        los trae, el estado de pago y el saldo corregidos;
      *    'E' pide al buro que elimine el segmento.
      *  Cada segmento corregido se anexa a BUROHIST, asi la proxima
      *  correccion del mismo periodo parte de lo ultimo enviado.
      *  BUROCRPT lista cada solicitud con su resultado; la que no
      *  encuentra lo informado, la de un cliente que ya no esta en
      *  el maestro o la que trae datos invalidos no se envia.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES-FILE ASSIGN TO "BUROSOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOLICITUDES-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "BUROHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ENVIO-FILE ASSIGN TO "BUROCORR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVIO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "BUROCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES-FILE.
           COPY BUROSOL.
       FD  HISTORIA-FILE.
       01  HISTORIA-REGISTRO       PIC X(200).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  ENVIO-FILE.
           COPY BUROREG.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-SOLICITUDES-STATUS    PIC X(2).
           88 WS-SOLICITUDES-OK    VALUE '00'.
           88 WS-SOLICITUDES-EOF   VALUE '10'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-ENVIO-STATUS          PIC X(2).
           88 WS-ENVIO-OK          VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'BUROCOR'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO.
           05  WS-FP-ANO           PIC 9(4).
           05  WS-FP-MES           PIC 9(2).
           05  WS-FP-DIA           PIC 9(2).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO PIC 9(8).
       01 WS-PERIODO               PIC 9(6).
       01 WS-SUSCRIPTOR            PIC X(10) VALUE SPACES.
      *****************************************************************
      *  Solicitudes del ciclo con el ultimo segmento informado que
      *  les corresponde.  Mas alla de 500 solicitudes, el exceso
      *  queda en ERRLOG y espera al ciclo siguiente.
      *****************************************************************
       01 WS-TABLA-SOLICITUDES.
           05  WS-SOLICITUD-ENTRADA OCCURS 500 TIMES.
               10  WS-TS-CUST      PIC X(6).
               10  WS-TS-PERIODO   PIC X(6).
               10  WS-TS-ACCION    PIC X(1).
                   88  WS-TS-CORRIGE   VALUE 'C'.
                   88  WS-TS-ELIMINA   VALUE 'E'.
               10  WS-TS-ESTADO-PAGO PIC X(2).
               10  WS-TS-SALDO-X   PIC X(9).
               10  WS-TS-SALDO REDEFINES WS-TS-SALDO-X PIC 9(7)V99.
               10  WS-TS-MOTIVO    PIC X(30).
               10  WS-TS-OPERADOR  PIC X(4).
               10  WS-TS-RESULTADO PIC X(30).
               10  WS-TS-HALLADO   PIC X(1).
                   88  WS-TS-INFORMADA VALUE 'S'.
               10  WS-TS-SEGMENTO  PIC X(200).
       01 WS-CONTADOR-SOLICITUDES  PIC 9(4) VALUE ZERO.
       01 WS-IDX-SOLICITUD         PIC 9(4).
       01 WS-CONTADOR-CORREGIDAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ELIMINADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SEGMENTOS    PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-SALDO           PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-LIMITE          PIC 9(11)V99 VALUE ZERO.
      *****************************************************************
      *  Lineas de BUROCRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(38)
               VALUE 'CORRECCIONES AL BURO DE CREDITO - PROC'.
           05  FILLER              PIC X(5) VALUE 'ESO '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(14) VALUE '  SUSCRIPTOR '.
           05  WS-LT-SUSCRIPTOR    PIC X(10).
           05  FILLER              PIC X(25) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'CLIENTE PERIODO A RESULTADO                      M'.
           05  FILLER              PIC X(50) VALUE
               'OTIVO                         OPER'.
       01 WS-LINEA-SOLICITUD.
           05  WS-LS-CUST          PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LS-PERIODO       PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LS-ACCION        PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LS-RESULTADO     PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LS-MOTIVO        PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LS-OPERADOR      PIC X(4).
           05  FILLER              PIC X(16) VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           IF WS-SUSCRIPTOR = SPACES
               DISPLAY 'SIN RC-BURO-SUSCRIPTOR EN RUNCTL: '
                   'NO SE GENERAN CORRECCIONES AL BURO'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-CARGAR-SOLICITUDES.
           PERFORM 150-BUSCAR-INFORMADOS.
           PERFORM 200-ABRIR-ARCHIVOS.
           PERFORM VARYING WS-IDX-SOLICITUD FROM 1 BY 1
               UNTIL WS-IDX-SOLICITUD > WS-CONTADOR-SOLICITUDES
               PERFORM 300-PROCESAR-SOLICITUD
           END-PERFORM.
           PERFORM 500-ESCRIBIR-COLA.
           PERFORM 600-IMPRIMIR-TOTALES.
           PERFORM 700-CERRAR-ARCHIVOS.
           DISPLAY 'CORRECCIONES AL BURO DE CREDITO'.
           DISPLAY 'SOLICITUDES          : ' WS-CONTADOR-SOLICITUDES.
           DISPLAY 'SEGMENTOS CORREGIDOS : ' WS-CONTADOR-CORREGIDAS.
           DISPLAY 'SEGMENTOS ELIMINADOS : ' WS-CONTADOR-ELIMINADAS.
           DISPLAY 'SOLICITUDES RECHAZADAS: ' WS-CONTADOR-RECHAZADAS.
           STOP RUN.

       050-LEER-RUNCTL.
           ACCEPT WS-FECHA-PROCESO-N FROM DATE YYYYMMDD.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO
                               TO WS-FECHA-PROCESO-N
                       END-IF
                       MOVE RC-BURO-SUSCRIPTOR TO WS-SUSCRIPTOR
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           COMPUTE WS-PERIODO = WS-FP-ANO * 100 + WS-FP-MES.

      *****************************************************************
      *  La solicitud con cliente o periodo no numericos, accion
      *  desconocida, o estado de pago o saldo que no se pueden
      *  informar queda rechazada desde la carga.
      *****************************************************************
       100-CARGAR-SOLICITUDES.
           OPEN INPUT SOLICITUDES-FILE.
           IF NOT WS-SOLICITUDES-OK
               DISPLAY 'NO SE PUDO ABRIR BUROSOL, ESTADO: '
                   WS-SOLICITUDES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LEER-SOLICITUD.
           PERFORM UNTIL WS-SOLICITUDES-EOF
               IF WS-CONTADOR-SOLICITUDES < 500
                   ADD 1 TO WS-CONTADOR-SOLICITUDES
                   MOVE WS-CONTADOR-SOLICITUDES TO WS-IDX-SOLICITUD
                   PERFORM 120-GUARDAR-SOLICITUD
               ELSE
                   MOVE BS-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'TABLA DE SOLICITUDES BURO LLENA'
                       TO WS-EL-DATO-OFENSOR(8:31)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
               PERFORM 110-LEER-SOLICITUD
           END-PERFORM.
           CLOSE SOLICITUDES-FILE.

       110-LEER-SOLICITUD.
           READ SOLICITUDES-FILE
               AT END SET WS-SOLICITUDES-EOF TO TRUE
           END-READ.

       120-GUARDAR-SOLICITUD.
           MOVE BUROSOL-REGISTRO(1:6) TO WS-TS-CUST(WS-IDX-SOLICITUD).
           MOVE BUROSOL-REGISTRO(7:6)
               TO WS-TS-PERIODO(WS-IDX-SOLICITUD).
           MOVE BS-ACCION TO WS-TS-ACCION(WS-IDX-SOLICITUD).
           MOVE BS-ESTADO-PAGO TO WS-TS-ESTADO-PAGO(WS-IDX-SOLICITUD).
           MOVE BS-SALDO-X TO WS-TS-SALDO-X(WS-IDX-SOLICITUD).
           MOVE BS-MOTIVO TO WS-TS-MOTIVO(WS-IDX-SOLICITUD).
           MOVE BS-OPERADOR TO WS-TS-OPERADOR(WS-IDX-SOLICITUD).
           MOVE SPACES TO WS-TS-RESULTADO(WS-IDX-SOLICITUD)
               WS-TS-SEGMENTO(WS-IDX-SOLICITUD).
           MOVE 'N' TO WS-TS-HALLADO(WS-IDX-SOLICITUD).
           EVALUATE TRUE
               WHEN WS-TS-CUST(WS-IDX-SOLICITUD) IS NOT NUMERIC
                 OR WS-TS-PERIODO(WS-IDX-SOLICITUD) IS NOT NUMERIC
                   MOVE 'CLIENTE O PERIODO NO NUMERICO'
                       TO WS-TS-RESULTADO(WS-IDX-SOLICITUD)
               WHEN NOT WS-TS-CORRIGE(WS-IDX-SOLICITUD)
                AND NOT WS-TS-ELIMINA(WS-IDX-SOLICITUD)
                   MOVE 'ACCION DESCONOCIDA'
                       TO WS-TS-RESULTADO(WS-IDX-SOLICITUD)
               WHEN WS-TS-ESTADO-PAGO(WS-IDX-SOLICITUD) NOT = SPACES
                AND (WS-TS-ESTADO-PAGO(WS-IDX-SOLICITUD) < '00'
                 OR WS-TS-ESTADO-PAGO(WS-IDX-SOLICITUD) > '06')
                   MOVE 'ESTADO DE PAGO INVALIDO'
                       TO WS-TS-RESULTADO(WS-IDX-SOLICITUD)
               WHEN WS-TS-SALDO-X(WS-IDX-SOLICITUD) NOT = SPACES
                AND WS-TS-SALDO-X(WS-IDX-SOLICITUD) IS NOT NUMERIC
                   MOVE 'SALDO NO NUMERICO'
                       TO WS-TS-RESULTADO(WS-IDX-SOLICITUD)
           END-EVALUATE.

      *****************************************************************
      *  BUROHIST va en orden de envio: el ultimo segmento de la
      *  cuenta y periodo es lo que el buro tiene hoy.  Sin historia
      *  no hay nada que corregir.
      *****************************************************************
       150-BUSCAR-INFORMADOS.
           OPEN INPUT HISTORIA-FILE.
           IF NOT WS-HISTORIA-OK
               DISPLAY 'NO SE PUDO ABRIR BUROHIST, ESTADO: '
                   WS-HISTORIA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 160-LEER-HISTORIA.
           PERFORM UNTIL WS-HISTORIA-EOF
               MOVE HISTORIA-REGISTRO TO BURO-REGISTRO
               IF BR-SEGMENTO
                   PERFORM VARYING WS-IDX-SOLICITUD FROM 1 BY 1
                       UNTIL WS-IDX-SOLICITUD > WS-CONTADOR-SOLICITUDES
                       IF WS-TS-CUST(WS-IDX-SOLICITUD)
                              = BR-SEG-CUST-NUMBER
                          AND WS-TS-PERIODO(WS-IDX-SOLICITUD)
                              = BR-SEG-PERIODO
                           SET WS-TS-INFORMADA(WS-IDX-SOLICITUD)
                               TO TRUE
                           MOVE HISTORIA-REGISTRO
                               TO WS-TS-SEGMENTO(WS-IDX-SOLICITUD)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 160-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA-FILE.

       160-LEER-HISTORIA.
           READ HISTORIA-FILE
               AT END SET WS-HISTORIA-EOF TO TRUE
           END-READ.

       200-ABRIR-ARCHIVOS.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ENVIO-FILE.
           OPEN EXTEND HISTORIA-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO BURO-REGISTRO.
           SET BR-CABECERA TO TRUE.
           MOVE WS-SUSCRIPTOR TO BR-CAB-SUSCRIPTOR.
           MOVE WS-PERIODO TO BR-CAB-PERIODO.
           MOVE WS-FECHA-PROCESO-N TO BR-CAB-FECHA.
           SET BR-ENVIO-CORRECCION TO TRUE.
           WRITE BURO-REGISTRO.
           MOVE WS-FECHA-PROCESO-N TO WS-LT-FECHA.
           MOVE WS-SUSCRIPTOR TO WS-LT-SUSCRIPTOR.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

      *****************************************************************
      *  La correccion parte de lo ultimo informado: del maestro solo
      *  se refrescan los datos del titular, porque el saldo y el
      *  estado de hoy no son los del periodo corregido.
      *****************************************************************
       300-PROCESAR-SOLICITUD.
           IF WS-TS-RESULTADO(WS-IDX-SOLICITUD) = SPACES
              AND NOT WS-TS-INFORMADA(WS-IDX-SOLICITUD)
               MOVE 'NO INFORMADA EN ESE PERIODO'
                   TO WS-TS-RESULTADO(WS-IDX-SOLICITUD)
           END-IF.
           IF WS-TS-RESULTADO(WS-IDX-SOLICITUD) = SPACES
               MOVE WS-TS-SEGMENTO(WS-IDX-SOLICITUD) TO BURO-REGISTRO
               IF WS-TS-ELIMINA(WS-IDX-SOLICITUD)
                   SET BR-SEG-ELIMINA TO TRUE
                   PERFORM 350-ENVIAR-SEGMENTO
                   ADD 1 TO WS-CONTADOR-ELIMINADAS
                   MOVE 'ELIMINACION ENVIADA'
                       TO WS-TS-RESULTADO(WS-IDX-SOLICITUD)
               ELSE
                   PERFORM 320-CORREGIR-SEGMENTO
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-IF.
           MOVE WS-TS-CUST(WS-IDX-SOLICITUD) TO WS-LS-CUST.
           MOVE WS-TS-PERIODO(WS-IDX-SOLICITUD) TO WS-LS-PERIODO.
           MOVE WS-TS-ACCION(WS-IDX-SOLICITUD) TO WS-LS-ACCION.
           MOVE WS-TS-RESULTADO(WS-IDX-SOLICITUD) TO WS-LS-RESULTADO.
           MOVE WS-TS-MOTIVO(WS-IDX-SOLICITUD) TO WS-LS-MOTIVO.
           MOVE WS-TS-OPERADOR(WS-IDX-SOLICITUD) TO WS-LS-OPERADOR.
           WRITE REPORTE-LINEA FROM WS-LINEA-SOLICITUD.

       320-CORREGIR-SEGMENTO.
           MOVE WS-TS-CUST(WS-IDX-SOLICITUD) TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-RECHAZADAS
                   MOVE 'CLIENTE NO ESTA EN EL MAESTRO'
                       TO WS-TS-RESULTADO(WS-IDX-SOLICITUD)
               NOT INVALID KEY
                   MOVE CM-DOCUMENTO-IDENTIDAD TO BR-SEG-DOCUMENTO
                   MOVE CM-NOMBRE TO BR-SEG-NOMBRE
                   MOVE CM-APELLIDO TO BR-SEG-APELLIDO
                   IF CM-FECHA-NACIMIENTO-N IS NUMERIC
                       MOVE CM-FECHA-NACIMIENTO-N
                           TO BR-SEG-FECHA-NACIMIENTO
                   END-IF
                   MOVE CM-DIRECCION TO BR-SEG-DIRECCION
                   MOVE CM-CIUDAD TO BR-SEG-CIUDAD
                   IF CM-CLIENTE-FALLECIDO
                       MOVE 'F' TO BR-SEG-FALLECIDO
                   END-IF
                   IF WS-TS-ESTADO-PAGO(WS-IDX-SOLICITUD) NOT = SPACES
                       MOVE WS-TS-ESTADO-PAGO(WS-IDX-SOLICITUD)
                           TO BR-SEG-ESTADO-PAGO
                   END-IF
                   IF WS-TS-SALDO-X(WS-IDX-SOLICITUD) NOT = SPACES
                       MOVE WS-TS-SALDO(WS-IDX-SOLICITUD)
                           TO BR-SEG-SALDO
                   END-IF
                   SET BR-SEG-CORRIGE TO TRUE
                   PERFORM 350-ENVIAR-SEGMENTO
                   ADD 1 TO WS-CONTADOR-CORREGIDAS
                   MOVE 'CORRECCION ENVIADA'
                       TO WS-TS-RESULTADO(WS-IDX-SOLICITUD)
           END-READ.

       350-ENVIAR-SEGMENTO.
           WRITE BURO-REGISTRO.
           MOVE BURO-REGISTRO TO HISTORIA-REGISTRO.
           WRITE HISTORIA-REGISTRO.
           ADD 1 TO WS-CONTADOR-SEGMENTOS.
           ADD BR-SEG-SALDO TO WS-TOTAL-SALDO.
           ADD BR-SEG-LIMITE TO WS-TOTAL-LIMITE.

       500-ESCRIBIR-COLA.
           MOVE SPACES TO BURO-REGISTRO.
           SET BR-COLA TO TRUE.
           MOVE WS-CONTADOR-SEGMENTOS TO BR-FIN-SEGMENTOS.
           MOVE WS-TOTAL-SALDO TO BR-FIN-TOT-SALDO.
           MOVE WS-TOTAL-LIMITE TO BR-FIN-TOT-LIMITE.
           WRITE BURO-REGISTRO.

       600-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'SOLICITUDES LEIDAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-SOLICITUDES TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'SEGMENTOS CORREGIDOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-CORREGIDAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'SEGMENTOS ELIMINADOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-ELIMINADAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'SOLICITUDES RECHAZADAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-RECHAZADAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.

       700-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE ENVIO-FILE.
           CLOSE HISTORIA-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM BUROCOR.
