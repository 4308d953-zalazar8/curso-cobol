       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHDSP.
      *****************************************************************
      *  Decisiones de cumplimiento sobre los casos de efectivo que
      *  abre CASHMON en PROD.CUMPLIMIENTO.CASOS.EFECTIVO, y reporte
      *  regulatorio de los confirmados.  El oficial de cumplimiento
      *  codifica un archivo de decisiones (CASHDEC) con el caso
      *  (fecha y numero), el veredicto y su operador:
      *    CONFIRMA - el caso se reporta al regulador;
      *    DESCARTA - el movimiento esta explicado y no se reporta.
      *  Toda decision exige autoridad de cumplimiento en OPERSEC
      *  (funcion 'V'): sin ella el caso sigue pendiente y queda en
      *  ERRLOG.  Cada decision queda en el rastro CASHAUD (DISP=MOD).
      *  Cada caso confirmado y todavia no reportado (de esta corrida
      *  o de una anterior cuyo reporte no pudo armarse) genera un
      *  registro CASHREG en REGEFEC, 'ROE' para los de umbral y 'ROS'
      *  para fraccionamiento y velocidad, con documento, nombre,
      *  apellido, direccion y ciudad del cliente segun el maestro; el
      *  caso pasa a reportado con la fecha.  Si el cliente no esta en
      *  el maestro el caso queda confirmado y se reintenta la proxima
      *  corrida.  El archivo de casos se reescribe completo en
      *  CASHCASO y reemplaza al vigente al terminar bien el paso.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS-FILE ASSIGN TO "CASHCASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASOS-STATUS.
           SELECT DECISIONES-FILE ASSIGN TO "CASHDEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISIONES-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO "CASHAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT CASOS-SAL-FILE ASSIGN TO "CASHCASO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASOS-SAL-STATUS.
           SELECT REGULADOR-FILE ASSIGN TO "REGEFEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGULADOR-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASOS-FILE.
           COPY CASHCASE.
       FD  DECISIONES-FILE.
       01  DECISIONES-REGISTRO.
           05  DEC-CASO-FECHA      PIC 9(8).
           05  DEC-CASO-NUMERO     PIC 9(5).
           05  DEC-VEREDICTO       PIC X(8).
           05  DEC-OPERADOR        PIC X(4).
           05  FILLER              PIC X(1).
       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINEA         PIC X(80).
       FD  CASOS-SAL-FILE.
       01  CASOS-SAL-REGISTRO      PIC X(120).
       FD  REGULADOR-FILE.
           COPY CASHREG.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       WORKING-STORAGE SECTION.
       01 WS-CASOS-STATUS          PIC X(2).
           88 WS-CASOS-OK          VALUE '00'.
           88 WS-CASOS-EOF         VALUE '10'.
       01 WS-DECISIONES-STATUS     PIC X(2).
           88 WS-DECISIONES-OK     VALUE '00'.
           88 WS-DECISIONES-EOF    VALUE '10'.
       01 WS-AUDITORIA-STATUS      PIC X(2).
           88 WS-AUDITORIA-OK      VALUE '00'.
       01 WS-CASOS-SAL-STATUS      PIC X(2).
           88 WS-CASOS-SAL-OK      VALUE '00'.
       01 WS-REGULADOR-STATUS      PIC X(2).
           88 WS-REGULADOR-OK      VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CASHDSP'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Tabla de decisiones, cargada completa al inicio (mismo tope
      *  y mismo tratamiento del exceso que DUPDISP).
      *****************************************************************
       01 WS-TABLA-DECISIONES.
           05  WS-DECISION-ENTRADA OCCURS 500 TIMES.
               10  WS-TD-CASO.
                   15  WS-TD-FECHA     PIC 9(8).
                   15  WS-TD-NUMERO    PIC 9(5).
               10  WS-TD-VEREDICTO PIC X(8).
               10  WS-TD-OPERADOR  PIC X(4).
       01 WS-CONTADOR-DECISIONES   PIC 9(3) VALUE ZERO.
       01 WS-IDX-DECISION          PIC 9(3).
       01 WS-OPERADOR              PIC X(4) VALUE SPACES.
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'V'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-VEREDICTO             PIC X(8).
           88 WS-VEREDICTO-CONFIRMA VALUE 'CONFIRMA'.
           88 WS-VEREDICTO-DESCARTA VALUE 'DESCARTA'.
           88 WS-SIN-VEREDICTO     VALUE SPACES.
       01 WS-CONTADOR-LEIDOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CONFIRMADOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-DESCARTADOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-DECISION PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REPORTADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-CLIENTE  PIC 9(7) VALUE ZERO.
       01 WS-LINEA-AUDITORIA.
           05  WS-LA-FECHA         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-CASO-FECHA    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-LA-CASO-NUMERO   PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-CUST-NUMBER   PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LA-TIPO          PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-VEREDICTO     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-RESULTADO     PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-OPERADOR      PIC X(4).
           05  FILLER              PIC X(4)  VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 150-CARGAR-DECISIONES.
           PERFORM 200-LEER-CASO.
           PERFORM UNTIL WS-CASOS-EOF
               ADD 1 TO WS-CONTADOR-LEIDOS
               IF CC-PENDIENTE
                   PERFORM 300-APLICAR-DECISION
               END-IF
               IF CC-CONFIRMADO
                   PERFORM 350-REPORTAR-CASO
               END-IF
               WRITE CASOS-SAL-REGISTRO FROM CASHCASE-REGISTRO
               PERFORM 200-LEER-CASO
           END-PERFORM.
           PERFORM 500-IMPRIMIR-RESUMEN.
           PERFORM 600-CERRAR-ARCHIVOS.
           STOP RUN.

       100-ABRIR-ARCHIVOS.
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
           OPEN INPUT CASOS-FILE.
           IF NOT WS-CASOS-OK
               DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CASOS, ESTADO: '
                   WS-CASOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DECISIONES-FILE.
           OPEN EXTEND AUDITORIA-FILE.
           OPEN OUTPUT CASOS-SAL-FILE.
           OPEN OUTPUT REGULADOR-FILE.
           OPEN INPUT CUSTMAST-FILE.

       150-CARGAR-DECISIONES.
           PERFORM 160-LEER-DECISION.
           PERFORM UNTIL WS-DECISIONES-EOF
               IF WS-CONTADOR-DECISIONES < 500
                   ADD 1 TO WS-CONTADOR-DECISIONES
                   MOVE DEC-CASO-FECHA
                       TO WS-TD-FECHA(WS-CONTADOR-DECISIONES)
                   MOVE DEC-CASO-NUMERO
                       TO WS-TD-NUMERO(WS-CONTADOR-DECISIONES)
                   MOVE DEC-VEREDICTO
                       TO WS-TD-VEREDICTO(WS-CONTADOR-DECISIONES)
                   MOVE DEC-OPERADOR
                       TO WS-TD-OPERADOR(WS-CONTADOR-DECISIONES)
               ELSE
                   MOVE DEC-CASO-FECHA TO WS-EL-DATO-OFENSOR(1:8)
                   MOVE DEC-CASO-NUMERO TO WS-EL-DATO-OFENSOR(10:5)
                   MOVE 'TABLA DE DECISIONES LLENA'
                       TO WS-EL-DATO-OFENSOR(16:25)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
               PERFORM 160-LEER-DECISION
           END-PERFORM.

       160-LEER-DECISION.
           READ DECISIONES-FILE
               AT END SET WS-DECISIONES-EOF TO TRUE
           END-READ.

       200-LEER-CASO.
           READ CASOS-FILE
               AT END SET WS-CASOS-EOF TO TRUE
           END-READ.

       300-APLICAR-DECISION.
           PERFORM 310-BUSCAR-DECISION.
           EVALUATE TRUE
               WHEN WS-VEREDICTO-CONFIRMA
                   ADD 1 TO WS-CONTADOR-CONFIRMADOS
                   SET CC-CONFIRMADO TO TRUE
                   MOVE WS-OPERADOR TO CC-OPERADOR
                   MOVE WS-FECHA-PROCESO TO CC-FECHA-DECISION
                   MOVE 'CONFIRMADO, A REPORTAR' TO WS-LA-RESULTADO
                   PERFORM 390-REGISTRAR-AUDITORIA
               WHEN WS-VEREDICTO-DESCARTA
                   ADD 1 TO WS-CONTADOR-DESCARTADOS
                   SET CC-DESCARTADO TO TRUE
                   MOVE WS-OPERADOR TO CC-OPERADOR
                   MOVE WS-FECHA-PROCESO TO CC-FECHA-DECISION
                   MOVE 'DESCARTADO, SIN REPORTE' TO WS-LA-RESULTADO
                   PERFORM 390-REGISTRAR-AUDITORIA
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-SIN-DECISION
           END-EVALUATE.

      *****************************************************************
      *  Toda decision de cumplimiento exige la autoridad 'V' del
      *  operador que la firma; sin maestro de seguridad (retorno 04)
      *  se deja pasar, como en DUPDISP.
      *****************************************************************
       310-BUSCAR-DECISION.
           MOVE SPACES TO WS-VEREDICTO.
           MOVE SPACES TO WS-OPERADOR.
           PERFORM VARYING WS-IDX-DECISION FROM 1 BY 1
               UNTIL WS-IDX-DECISION > WS-CONTADOR-DECISIONES
               IF WS-TD-CASO(WS-IDX-DECISION) = CC-CASO
                   MOVE WS-TD-VEREDICTO(WS-IDX-DECISION)
                       TO WS-VEREDICTO
                   MOVE WS-TD-OPERADOR(WS-IDX-DECISION)
                       TO WS-OPERADOR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-SIN-VEREDICTO
               MOVE 'N' TO WS-AUTORIZADO
               CALL 'OPERAUTH' USING WS-OPERADOR WS-FUNCION-AUTORIZAR
                   WS-AUTORIZADO WS-RETORNO-OPERAUTH
               IF WS-RETORNO-OPERAUTH = 04
                   SET WS-AUTORIZADO-SI TO TRUE
               END-IF
               IF NOT WS-AUTORIZADO-SI
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE WS-OPERADOR TO WS-EL-DATO-OFENSOR(1:4)
                   MOVE 'SIN AUTORIDAD DE CUMPLIMIENTO'
                       TO WS-EL-DATO-OFENSOR(6:29)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   MOVE SPACES TO WS-VEREDICTO
               END-IF
           END-IF.

      *****************************************************************
      *  Reporte regulatorio del caso confirmado, con la
      *  identificacion del cliente vigente en el maestro.
      *****************************************************************
       350-REPORTAR-CASO.
           MOVE CC-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SIN-CLIENTE
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE CC-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'CASO SIN CLIENTE, NO SE REPORTA'
                       TO WS-EL-DATO-OFENSOR(8:31)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   PERFORM 360-GRABAR-REPORTE
           END-READ.

       360-GRABAR-REPORTE.
           MOVE SPACES TO CASHREG-REGISTRO.
           IF CC-UMBRAL
               MOVE 'ROE' TO RR-TIPO-REPORTE
           ELSE
               MOVE 'ROS' TO RR-TIPO-REPORTE
           END-IF.
           MOVE WS-FECHA-PROCESO TO RR-FECHA-REPORTE.
           MOVE CC-FECHA TO RR-CASO-FECHA.
           MOVE CC-NUMERO TO RR-CASO-NUMERO.
           MOVE CC-TIPO TO RR-MOTIVO.
           MOVE CC-CUST-NUMBER TO RR-CUST-NUMBER.
           MOVE CM-DOCUMENTO-IDENTIDAD TO RR-DOCUMENTO.
           MOVE CM-NOMBRE TO RR-NOMBRE.
           MOVE CM-APELLIDO TO RR-APELLIDO.
           MOVE CM-DIRECCION TO RR-DIRECCION.
           MOVE CM-CIUDAD TO RR-CIUDAD.
           MOVE CC-FECHA-DESDE TO RR-FECHA-DESDE.
           MOVE CC-FECHA-HASTA TO RR-FECHA-HASTA.
           MOVE CC-MOVIMIENTOS TO RR-MOVIMIENTOS.
           MOVE CC-IMPORTE-TOTAL TO RR-IMPORTE-TOTAL.
           MOVE CC-IMPORTE-MAYOR TO RR-IMPORTE-MAYOR.
           MOVE CC-OPERADOR TO RR-OPERADOR.
           WRITE CASHREG-REGISTRO.
           IF NOT WS-REGULADOR-OK
               DISPLAY 'ERROR GRABANDO REPORTE REGULATORIO, ESTADO: '
                   WS-REGULADOR-STATUS
               PERFORM 600-CERRAR-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CONTADOR-REPORTADOS.
           SET CC-REPORTADO TO TRUE.
           MOVE WS-FECHA-PROCESO TO CC-FECHA-REPORTE.

       390-REGISTRAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-LA-FECHA.
           MOVE CC-FECHA TO WS-LA-CASO-FECHA.
           MOVE CC-NUMERO TO WS-LA-CASO-NUMERO.
           MOVE CC-CUST-NUMBER TO WS-LA-CUST-NUMBER.
           MOVE CC-TIPO TO WS-LA-TIPO.
           MOVE WS-VEREDICTO TO WS-LA-VEREDICTO.
           MOVE WS-OPERADOR TO WS-LA-OPERADOR.
           WRITE AUDITORIA-LINEA FROM WS-LINEA-AUDITORIA.

       500-IMPRIMIR-RESUMEN.
           DISPLAY 'DECISIONES DE CUMPLIMIENTO - CASOS DE EFECTIVO'.
           DISPLAY 'CASOS LEIDOS          : ' WS-CONTADOR-LEIDOS.
           DISPLAY 'CONFIRMADOS           : ' WS-CONTADOR-CONFIRMADOS.
           DISPLAY 'DESCARTADOS           : ' WS-CONTADOR-DESCARTADOS.
           DISPLAY 'PENDIENTES SIN DECISION: ' WS-CONTADOR-SIN-DECISION.
           DISPLAY 'REPORTADOS AL REGULADOR: ' WS-CONTADOR-REPORTADOS.
           DISPLAY 'CONFIRMADOS SIN CLIENTE: ' WS-CONTADOR-SIN-CLIENTE.

       600-CERRAR-ARCHIVOS.
           CLOSE CASOS-FILE.
           CLOSE DECISIONES-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE CASOS-SAL-FILE.
           CLOSE REGULADOR-FILE.
           CLOSE CUSTMAST-FILE.
       END PROGRAM CASHDSP.
