       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOSEL.
      *****************************************************************
      *  Seleccion de pagos a proveedores: en vez de teclear en
      *  CHECKIN beneficiario e importe de cada factura, este paso
      *  toma del archivo de facturas FACTPROV (ver FACTPROV.CPY)
      *  las abiertas que vencen a la fecha de proceso, las junta
      *  por proveedor y escribe un solo registro CHECKIN por
      *  proveedor con la razon social del maestro PROVMAST.
      *    - Las facturas nuevas del dia (FACTNUEV, mismo layout)
      *      entran validadas como abiertas; las invalidas van al
      *      reporte y a ERRLOG sin entrar al archivo.
      *    - Historia y nuevas se ordenan juntas por proveedor y
      *      numero de factura (SORT interno, como TRANCAP), con las
      *      seleccionadas y pagadas delante de las abiertas: una
      *      factura abierta con la misma clave que otra anterior
      *      queda 'D' duplicada y jamas se paga.
      *    - Un proveedor desconocido o bloqueado no cobra; sus
      *      facturas siguen abiertas y la constancia va a ERRLOG.
      *  La factura elegida queda 'S' con el lote de pago (la fecha
      *  de proceso), que viaja en CI-LOTE-PAGO hasta el enlace
      *  CHKPROV de CHECKPRT; PAGOCONF la deja pagada con el numero
      *  del cheque.  El archivo actualizado sale por FACTPROO, que
      *  reemplaza a FACTPROV al terminar bien el paso, y los
      *  cheques por CHQPROV, que el paso de CHECKPRT lee detras
      *  del CHECKIN tecleado.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS-FILE ASSIGN TO "FACTPROV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.
           SELECT NUEVAS-FILE ASSIGN TO "FACTNUEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVAS-STATUS.
           SELECT FACT-SORT-FILE ASSIGN TO "PAGWK1".
           SELECT FACT-ORD-FILE ASSIGN TO "PAGORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACT-ORD-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "FACTPROO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT PROVEEDORES-FILE ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVEEDOR
               FILE STATUS IS WS-PROVEEDORES-STATUS.
           SELECT CHEQUES-FILE ASSIGN TO "CHQPROV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHEQUES-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "PAGORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS-FILE.
           COPY FACTPROV.
       FD  NUEVAS-FILE.
       01  NUEVAS-REGISTRO.
           05  FN-PROVEEDOR            PIC 9(6).
           05  FN-NUMERO-FACTURA       PIC X(15).
           05  FN-FECHA-FACTURA        PIC 9(8).
           05  FN-FECHA-VENCIMIENTO    PIC 9(8).
           05  FN-IMPORTE              PIC S9(7)V99.
           05  FILLER                  PIC X(34).
       SD  FACT-SORT-FILE.
       01  FACT-SORT-REGISTRO.
           05  WKF-PROVEEDOR           PIC 9(6).
           05  WKF-NUMERO-FACTURA      PIC X(15).
           05  FILLER                  PIC X(25).
           05  WKF-ESTADO              PIC X(1).
           05  FILLER                  PIC X(33).
       FD  FACT-ORD-FILE.
       01  FACT-ORD-REGISTRO.
           05  FO-PROVEEDOR            PIC 9(6).
           05  FO-NUMERO-FACTURA       PIC X(15).
           05  FO-FECHA-FACTURA        PIC 9(8).
           05  FO-FECHA-VENCIMIENTO    PIC 9(8).
           05  FO-IMPORTE              PIC S9(7)V99.
           05  FO-ESTADO               PIC X(1).
               88  FO-ABIERTA          VALUE 'A'.
               88  FO-SELECCIONADA     VALUE 'S'.
               88  FO-DUPLICADA        VALUE 'D'.
           05  FO-FECHA-SELECCION      PIC 9(8).
           05  FO-CHEQUE-NUMERO        PIC 9(8).
           05  FO-FECHA-PAGO           PIC 9(8).
           05  FILLER                  PIC X(9).
       FD  SALIDA-FILE.
       01  SALIDA-REGISTRO             PIC X(80).
       FD  PROVEEDORES-FILE.
           COPY PROVMAST.
       FD  CHEQUES-FILE.
           COPY CHECKIN.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA               PIC X(80).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-FACTURAS-STATUS       PIC X(2).
           88 WS-FACTURAS-OK       VALUE '00'.
           88 WS-FACTURAS-EOF      VALUE '10'.
       01 WS-NUEVAS-STATUS         PIC X(2).
           88 WS-NUEVAS-OK         VALUE '00'.
           88 WS-NUEVAS-EOF        VALUE '10'.
       01 WS-FACT-ORD-STATUS       PIC X(2).
           88 WS-FACT-ORD-OK       VALUE '00'.
           88 WS-FACT-ORD-EOF      VALUE '10'.
       01 WS-SALIDA-STATUS         PIC X(2).
           88 WS-SALIDA-OK         VALUE '00'.
       01 WS-PROVEEDORES-STATUS    PIC X(2).
           88 WS-PROVEEDORES-OK    VALUE '00'.
       01 WS-CHEQUES-STATUS        PIC X(2).
           88 WS-CHEQUES-OK        VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'PAGOSEL'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Proveedor en curso del corte de control y clave de la
      *  factura anterior, para reconocer la duplicada.
      *****************************************************************
       01 WS-PROVEEDOR-ACTUAL      PIC 9(6) VALUE ZERO.
       01 WS-RAZON-SOCIAL          PIC X(30) VALUE SPACES.
       01 WS-ESTADO-PROVEEDOR      PIC X(1) VALUE 'N'.
           88 WS-PROVEEDOR-PAGABLE VALUE 'A'.
           88 WS-PROVEEDOR-BLOQUEADO VALUE 'B'.
           88 WS-PROVEEDOR-DESCONOCIDO VALUE 'N'.
       01 WS-AVISO-PROVEEDOR       PIC X(1) VALUE 'N'.
           88 WS-PROVEEDOR-AVISADO VALUE 'S'.
       01 WS-CLAVE-ANTERIOR.
           05  WS-CA-PROVEEDOR     PIC 9(6) VALUE ZERO.
           05  WS-CA-FACTURA       PIC X(15) VALUE SPACES.
       01 WS-CLAVE-ACTUAL.
           05  WS-CC-PROVEEDOR     PIC 9(6).
           05  WS-CC-FACTURA       PIC X(15).
       01 WS-TOTAL-PROVEEDOR       PIC S9(9)V99 VALUE ZERO.
       01 WS-FACTURAS-PROVEEDOR    PIC 9(3) VALUE ZERO.
       01 WS-TOPE-CHEQUE-CI        PIC S9(9)V99 VALUE 9999999.99.
       01 WS-CONTADOR-LEIDAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-NUEVAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-INVALIDAS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SELECCIONADAS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-DUPLICADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RETENIDAS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CHEQUES      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-PAGOS           PIC S9(11)V99 VALUE ZERO.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-LEYENDA-PAGO.
           05  FILLER              PIC X(8)  VALUE 'PAGO DE '.
           05  WS-LP-CANTIDAD      PIC ZZ9.
           05  FILLER              PIC X(9)  VALUE ' FACTURAS'.
       01 WS-LINEA-PAGO.
           05  WS-LG-PROVEEDOR     PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LG-RAZON-SOCIAL  PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LG-CANTIDAD      PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LG-IMPORTE       PIC -Z(6)9.99.
       01 WS-LINEA-FACTURA.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LF-PROVEEDOR     PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LF-FACTURA       PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LF-IMPORTE       PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LF-MOTIVO        PIC X(30).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           SORT FACT-SORT-FILE
               ON ASCENDING KEY WKF-PROVEEDOR
               ON ASCENDING KEY WKF-NUMERO-FACTURA
               ON DESCENDING KEY WKF-ESTADO
               INPUT PROCEDURE IS 090-SOLTAR-FACTURAS
               GIVING FACT-ORD-FILE.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-FACTURA.
           PERFORM UNTIL WS-FACT-ORD-EOF
               PERFORM 300-PROCESAR-FACTURA
               PERFORM 200-LEER-FACTURA
           END-PERFORM.
           PERFORM 400-CERRAR-PROVEEDOR.
           PERFORM 500-IMPRIMIR-RESUMEN.
           PERFORM 600-CERRAR-ARCHIVOS.
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
      *  Al SORT entran el archivo de facturas tal cual y, detras,
      *  las nuevas del dia ya validadas como abiertas.  Cualquiera
      *  de los dos puede no estar asignado (primera corrida, dia sin
      *  facturas nuevas).  El reporte se abre aqui para que las
      *  nuevas rechazadas queden en el.
      *****************************************************************
       090-SOLTAR-FACTURAS.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING 'SELECCION DE PAGOS A PROVEEDORES AL '
               WS-FECHA-PROCESO DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FACTURAS-OK
               PERFORM 092-LEER-FACTURA-HISTORIA
               PERFORM UNTIL WS-FACTURAS-EOF
                   MOVE FACTPROV-REGISTRO TO FACT-SORT-REGISTRO
                   RELEASE FACT-SORT-REGISTRO
                   PERFORM 092-LEER-FACTURA-HISTORIA
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           OPEN INPUT NUEVAS-FILE.
           IF WS-NUEVAS-OK
               PERFORM 094-LEER-FACTURA-NUEVA
               PERFORM UNTIL WS-NUEVAS-EOF
                   ADD 1 TO WS-CONTADOR-NUEVAS
                   PERFORM 095-VALIDAR-FACTURA-NUEVA
                   PERFORM 094-LEER-FACTURA-NUEVA
               END-PERFORM
               CLOSE NUEVAS-FILE
           END-IF.

       092-LEER-FACTURA-HISTORIA.
           READ FACTURAS-FILE
               AT END SET WS-FACTURAS-EOF TO TRUE
           END-READ.

       094-LEER-FACTURA-NUEVA.
           READ NUEVAS-FILE
               AT END SET WS-NUEVAS-EOF TO TRUE
           END-READ.

       095-VALIDAR-FACTURA-NUEVA.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN FN-PROVEEDOR NOT NUMERIC
                 OR FN-PROVEEDOR = ZERO
                   MOVE 'PROVEEDOR INVALIDO' TO WS-MOTIVO
               WHEN FN-NUMERO-FACTURA = SPACES
                   MOVE 'FACTURA SIN NUMERO' TO WS-MOTIVO
               WHEN FN-IMPORTE NOT NUMERIC
                 OR FN-IMPORTE NOT > ZERO
                   MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO
               WHEN FN-FECHA-VENCIMIENTO NOT NUMERIC
                 OR FN-FECHA-VENCIMIENTO = ZERO
                   MOVE 'FECHA DE VENCIMIENTO INVALIDA' TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
               MOVE SPACES TO FACTPROV-REGISTRO
               MOVE FN-PROVEEDOR TO FP-PROVEEDOR
               MOVE FN-NUMERO-FACTURA TO FP-NUMERO-FACTURA
               MOVE FN-FECHA-FACTURA TO FP-FECHA-FACTURA
               MOVE FN-FECHA-VENCIMIENTO TO FP-FECHA-VENCIMIENTO
               MOVE FN-IMPORTE TO FP-IMPORTE
               SET FP-ABIERTA TO TRUE
               MOVE ZERO TO FP-FECHA-SELECCION
               MOVE ZERO TO FP-CHEQUE-NUMERO
               MOVE ZERO TO FP-FECHA-PAGO
               MOVE FACTPROV-REGISTRO TO FACT-SORT-REGISTRO
               RELEASE FACT-SORT-REGISTRO
           ELSE
               ADD 1 TO WS-CONTADOR-INVALIDAS
               MOVE FN-PROVEEDOR TO WS-LF-PROVEEDOR
               MOVE FN-NUMERO-FACTURA TO WS-LF-FACTURA
               IF FN-IMPORTE IS NUMERIC
                   MOVE FN-IMPORTE TO WS-LF-IMPORTE
               ELSE
                   MOVE ZERO TO WS-LF-IMPORTE
               END-IF
               MOVE WS-MOTIVO TO WS-LF-MOTIVO
               WRITE REPORTE-LINEA FROM WS-LINEA-FACTURA
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE FN-PROVEEDOR TO WS-EL-DATO-OFENSOR(1:6)
               MOVE WS-MOTIVO TO WS-EL-DATO-OFENSOR(8:30)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT FACT-ORD-FILE.
           OPEN OUTPUT SALIDA-FILE.
           OPEN OUTPUT CHEQUES-FILE.
           OPEN INPUT PROVEEDORES-FILE.
           IF NOT WS-PROVEEDORES-OK
               DISPLAY 'MAESTRO DE PROVEEDORES NO DISPONIBLE: '
                   WS-PROVEEDORES-STATUS
               MOVE 'MAESTRO DE PROVEEDORES NO DISPONIBLE'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'PROV.  RAZON SOCIAL                   FACT.    IMPORTE'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       200-LEER-FACTURA.
           READ FACT-ORD-FILE
               AT END SET WS-FACT-ORD-EOF TO TRUE
               NOT AT END ADD 1 TO WS-CONTADOR-LEIDAS
           END-READ.

      *****************************************************************
      *  Corte de control por proveedor: al cambiar se emite el
      *  cheque del anterior y se levanta el nuevo del maestro.  La
      *  factura abierta con la misma clave que la anterior es
      *  duplicada (el orden del SORT deja delante a la seleccionada
      *  o pagada); la abierta vencida de un proveedor pagable entra
      *  al pago mientras el cheque no pase el maximo de CI-IMPORTE,
      *  y si lo pasara espera a la corrida siguiente.
      *****************************************************************
       300-PROCESAR-FACTURA.
           IF FO-PROVEEDOR NOT = WS-PROVEEDOR-ACTUAL
               PERFORM 400-CERRAR-PROVEEDOR
               PERFORM 310-CAMBIAR-PROVEEDOR
           END-IF.
           MOVE FO-PROVEEDOR TO WS-CC-PROVEEDOR.
           MOVE FO-NUMERO-FACTURA TO WS-CC-FACTURA.
           EVALUATE TRUE
               WHEN NOT FO-ABIERTA
                   CONTINUE
               WHEN WS-CLAVE-ACTUAL = WS-CLAVE-ANTERIOR
                   PERFORM 330-MARCAR-DUPLICADA
               WHEN FO-FECHA-VENCIMIENTO > WS-FECHA-PROCESO
                   CONTINUE
               WHEN NOT WS-PROVEEDOR-PAGABLE
                   PERFORM 340-AVISAR-PROVEEDOR
               WHEN WS-TOTAL-PROVEEDOR + FO-IMPORTE
                    > WS-TOPE-CHEQUE-CI
                 OR WS-FACTURAS-PROVEEDOR = 999
                   ADD 1 TO WS-CONTADOR-RETENIDAS
               WHEN OTHER
                   PERFORM 320-SELECCIONAR-FACTURA
           END-EVALUATE.
           MOVE WS-CLAVE-ACTUAL TO WS-CLAVE-ANTERIOR.
           WRITE SALIDA-REGISTRO FROM FACT-ORD-REGISTRO.

       310-CAMBIAR-PROVEEDOR.
           MOVE FO-PROVEEDOR TO WS-PROVEEDOR-ACTUAL.
           MOVE ZERO TO WS-TOTAL-PROVEEDOR.
           MOVE ZERO TO WS-FACTURAS-PROVEEDOR.
           MOVE 'N' TO WS-AVISO-PROVEEDOR.
           MOVE SPACES TO WS-RAZON-SOCIAL.
           MOVE FO-PROVEEDOR TO PV-PROVEEDOR.
           READ PROVEEDORES-FILE
               INVALID KEY
                   SET WS-PROVEEDOR-DESCONOCIDO TO TRUE
               NOT INVALID KEY
                   MOVE PV-RAZON-SOCIAL TO WS-RAZON-SOCIAL
                   IF PV-ACTIVO
                       SET WS-PROVEEDOR-PAGABLE TO TRUE
                   ELSE
                       SET WS-PROVEEDOR-BLOQUEADO TO TRUE
                   END-IF
           END-READ.

       320-SELECCIONAR-FACTURA.
           SET FO-SELECCIONADA TO TRUE.
           MOVE WS-FECHA-PROCESO TO FO-FECHA-SELECCION.
           ADD FO-IMPORTE TO WS-TOTAL-PROVEEDOR.
           ADD 1 TO WS-FACTURAS-PROVEEDOR.
           ADD 1 TO WS-CONTADOR-SELECCIONADAS.

       330-MARCAR-DUPLICADA.
           SET FO-DUPLICADA TO TRUE.
           ADD 1 TO WS-CONTADOR-DUPLICADAS.
           MOVE FO-PROVEEDOR TO WS-LF-PROVEEDOR.
           MOVE FO-NUMERO-FACTURA TO WS-LF-FACTURA.
           MOVE FO-IMPORTE TO WS-LF-IMPORTE.
           MOVE 'FACTURA DUPLICADA, NO SE PAGA' TO WS-LF-MOTIVO.
           WRITE REPORTE-LINEA FROM WS-LINEA-FACTURA.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE FO-PROVEEDOR TO WS-EL-DATO-OFENSOR(1:6).
           MOVE FO-NUMERO-FACTURA TO WS-EL-DATO-OFENSOR(8:15).
           MOVE 'FACTURA DUPLICADA' TO WS-EL-DATO-OFENSOR(24:17).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
      *  Una sola constancia por proveedor y corrida, no una por
      *  factura vencida.
      *****************************************************************
       340-AVISAR-PROVEEDOR.
           ADD 1 TO WS-CONTADOR-RETENIDAS.
           IF NOT WS-PROVEEDOR-AVISADO
               SET WS-PROVEEDOR-AVISADO TO TRUE
               IF WS-PROVEEDOR-BLOQUEADO
                   MOVE 'PROVEEDOR BLOQUEADO, NO SE PAGA'
                       TO WS-MOTIVO
               ELSE
                   MOVE 'PROVEEDOR NO ESTA EN PROVMAST'
                       TO WS-MOTIVO
               END-IF
               MOVE FO-PROVEEDOR TO WS-LF-PROVEEDOR
               MOVE FO-NUMERO-FACTURA TO WS-LF-FACTURA
               MOVE FO-IMPORTE TO WS-LF-IMPORTE
               MOVE WS-MOTIVO TO WS-LF-MOTIVO
               WRITE REPORTE-LINEA FROM WS-LINEA-FACTURA
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE FO-PROVEEDOR TO WS-EL-DATO-OFENSOR(1:6)
               MOVE WS-MOTIVO TO WS-EL-DATO-OFENSOR(8:31)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  Un cheque por proveedor con lo elegido en la corrida, a
      *  nombre de la razon social del maestro.
      *****************************************************************
       400-CERRAR-PROVEEDOR.
           IF WS-FACTURAS-PROVEEDOR NOT = ZERO
               MOVE SPACES TO CHECKIN-REGISTRO
               MOVE WS-RAZON-SOCIAL TO CI-BENEFICIARIO
               MOVE WS-TOTAL-PROVEEDOR TO CI-IMPORTE
               MOVE WS-FACTURAS-PROVEEDOR TO WS-LP-CANTIDAD
               MOVE WS-LEYENDA-PAGO TO CI-LEYENDA
               MOVE ZERO TO CI-CUST-NUMBER
               MOVE WS-PROVEEDOR-ACTUAL TO CI-PROVEEDOR
               MOVE WS-FECHA-PROCESO TO CI-LOTE-PAGO
               WRITE CHECKIN-REGISTRO
               ADD 1 TO WS-CONTADOR-CHEQUES
               ADD WS-TOTAL-PROVEEDOR TO WS-TOTAL-PAGOS
               MOVE WS-PROVEEDOR-ACTUAL TO WS-LG-PROVEEDOR
               MOVE WS-RAZON-SOCIAL TO WS-LG-RAZON-SOCIAL
               MOVE WS-FACTURAS-PROVEEDOR TO WS-LG-CANTIDAD
               MOVE WS-TOTAL-PROVEEDOR TO WS-LG-IMPORTE
               WRITE REPORTE-LINEA FROM WS-LINEA-PAGO
               MOVE ZERO TO WS-FACTURAS-PROVEEDOR
               MOVE ZERO TO WS-TOTAL-PROVEEDOR
           END-IF.

       500-IMPRIMIR-RESUMEN.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           MOVE WS-TOTAL-PAGOS TO WS-LG-IMPORTE.
           STRING 'CHEQUES: ' WS-CONTADOR-CHEQUES
               '  TOTAL A PAGAR: ' WS-LG-IMPORTE
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY 'SELECCION DE PAGOS A PROVEEDORES'.
           DISPLAY 'FACTURAS LEIDAS        : ' WS-CONTADOR-LEIDAS.
           DISPLAY 'FACTURAS NUEVAS        : ' WS-CONTADOR-NUEVAS.
           DISPLAY 'NUEVAS RECHAZADAS      : ' WS-CONTADOR-INVALIDAS.
           DISPLAY 'FACTURAS SELECCIONADAS : '
               WS-CONTADOR-SELECCIONADAS.
           DISPLAY 'FACTURAS DUPLICADAS    : ' WS-CONTADOR-DUPLICADAS.
           DISPLAY 'VENCIDAS SIN PAGAR     : ' WS-CONTADOR-RETENIDAS.
           DISPLAY 'CHEQUES GENERADOS      : ' WS-CONTADOR-CHEQUES.

       600-CERRAR-ARCHIVOS.
           CLOSE FACT-ORD-FILE.
           CLOSE SALIDA-FILE.
           CLOSE CHEQUES-FILE.
           CLOSE PROVEEDORES-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM PAGOSEL.
