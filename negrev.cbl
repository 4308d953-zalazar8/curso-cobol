       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGREV.
      *****************************************************************
      *  Reversa de un lote NEGIN completo ya posteado, con
      *  autorizacion de supervisor.  Cuando el sistema emisor manda
      *  el archivo equivocado, NEGATIVO-DECIMAL lo postea entero a
      *  CM-BALANCE, CUSTHIST y NEGGL; hasta ahora solo quedaba
      *  ADJPOST cliente por cliente o recuperar con CUSTRECV
      *  perdiendo todo lo demas de esa noche.  Pide un operador con
      *  autoridad de ajuste en OPERSEC (funcion 'A' de OPERAUTH, la
      *  misma de ADJPOST: una reversa de lote es un ajuste de saldo
      *  en bloque), la fecha de negocio y el lote (CH-LOTE), y
      *  junta de CUSTHIST todos los posteos que ese lote produjo.
      *  Rechaza con RC=8 antes de tocar nada cuando:
      *    - el lote ya tiene registros de reversa en CUSTHIST;
      *    - el lote no dejo posteos;
      *    - algun cliente afectado fue archivado (ya no esta en el
      *      maestro) o cerrado en la fecha del lote o despues.
      *  Si pasa, cada posteo se reversa por los rieles normales:
      *    - CM-BALANCE menos el importe base original, con diario
      *      CMJRNL;
      *    - registro de reversa en CUSTHIST ('R') que apunta al
      *      original (ver CUSTHIST.CPY);
      *    - par balanceado de signo contrario en su propio lote
      *      GLFEED (REVGL, corrida NEGREV) asentado via GLXMIT.
      *  Los posteos que quedaron retenidos por limite no estan en
      *  CUSTHIST y siguen su curso por HOLDREL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT GL-FILE ASSIGN TO "REVGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PERIODOS-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  HISTORIA-FILE.
           COPY CUSTHIST.
       FD  GL-FILE.
           COPY GLFEED.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(80).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  PERIODOS-FILE.
           COPY PERCTL.
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-GL-STATUS             PIC X(2).
           88 WS-GL-OK             VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-PERIODOS-STATUS       PIC X(2).
           88 WS-PERIODOS-OK       VALUE '00'.
           88 WS-PERIODOS-EOF      VALUE '10'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'NEGREV'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-GX-CORRIDA            PIC X(8) VALUE 'NEGREV'.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-CUENTA-SUSPENSO       PIC X(6) VALUE '999999'.
       01 WS-OPERADOR              PIC X(4) VALUE SPACES.
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'A'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-FECHA-LOTE-ENTRADA    PIC X(8).
       01 WS-FECHA-LOTE            PIC 9(8) VALUE ZERO.
       01 WS-LOTE                  PIC X(4) VALUE SPACES.
       01 WS-HAY-REPORTE           PIC X(1) VALUE 'N'.
           88 WS-REPORTE-ABIERTO   VALUE 'S'.
       01 WS-HAY-REVERSA-PREVIA    PIC X(1) VALUE 'N'.
           88 WS-LOTE-YA-REVERSADO VALUE 'S'.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-FECHA-INACTIVO        PIC 9(8).
       01 WS-IMPORTE-BASE          PIC S9(7)V999 VALUE ZERO.
       01 WS-MOTIVO-BLOQUEO        PIC X(31) VALUE SPACES.
      *****************************************************************
      *  Posteos del lote tomados de CUSTHIST.  El renglon se guarda
      *  entero y se trabaja en WS-POSTEO-ORIGINAL, reflejo del
      *  layout de CUSTHIST.CPY.
      *****************************************************************
       01 WS-TABLA-POSTEOS.
           05  WS-TP-REGISTRO      PIC X(70) OCCURS 5000 TIMES.
       01 WS-CONTADOR-POSTEOS      PIC 9(4) VALUE ZERO.
       01 WS-IDX-POSTEO            PIC 9(4).
       01 WS-POSTEO-ORIGINAL.
           05  WS-PO-CUST-NUMBER   PIC 9(6).
           05  WS-PO-FECHA-POSTEO  PIC 9(8).
           05  WS-PO-SECUENCIA     PIC 9(7).
           05  WS-PO-IMPORTE       PIC S9(7)V999.
           05  WS-PO-CUENTA        PIC X(6).
           05  WS-PO-MONEDA        PIC X(3).
           05  WS-PO-FECHA-GL      PIC 9(8).
           05  WS-PO-TASA          PIC 9(3)V9(6).
           05  WS-PO-FECHA-VALOR   PIC 9(8).
           05  WS-PO-LOTE          PIC X(4).
           05  WS-PO-TIPO-REVERSA  PIC X(1).
       01 WS-CONTADOR-BLOQUEADOS   PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-REVERSADOS   PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-FALLIDOS     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-REVERSADO       PIC S9(11)V999 VALUE ZERO.
       01 WS-GL-DETALLES           PIC 9(7) VALUE ZERO.
       01 WS-GL-TOT-DEBE           PIC S9(11)V999 VALUE ZERO.
       01 WS-GL-TOT-HABER          PIC S9(11)V999 VALUE ZERO.
      *****************************************************************
      *  Control de periodos contables, cargado de PERCTL al
      *  arrancar; sin archivo asignado no se controla, igual que en
      *  los demas emisores GL.
      *****************************************************************
       01 WS-TABLA-PERIODOS.
           05  WS-PERIODO-ENTRADA  OCCURS 120 TIMES.
               10  WS-TPE-PERIODO  PIC 9(6).
               10  WS-TPE-ESTADO   PIC X(1).
       01 WS-CONTADOR-PERIODOS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-PERIODO           PIC 9(3).
       01 WS-PERIODO-EVALUAR       PIC 9(6) VALUE ZERO.
       01 WS-ESTADO-PERIODO        PIC X(1) VALUE 'A'.
           88 WS-PERIODO-CERRADO   VALUE 'C'.
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(23)
               VALUE 'REVERSA DE LOTE NEGIN  '.
           05  FILLER              PIC X(6) VALUE 'FECHA '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(7) VALUE '  LOTE '.
           05  WS-LT-LOTE          PIC X(4).
           05  FILLER              PIC X(11) VALUE '  OPERADOR '.
           05  WS-LT-OPERADOR      PIC X(4).
           05  FILLER              PIC X(17) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(8)  VALUE 'CLIENTE'.
           05  FILLER              PIC X(9)  VALUE 'SECUENC.'.
           05  FILLER              PIC X(5)  VALUE 'MON'.
           05  FILLER              PIC X(14) VALUE '  IMP. ORIGEN'.
           05  FILLER              PIC X(13) VALUE '    IMP. BASE'.
           05  FILLER              PIC X(31) VALUE 'OBSERVACION'.
       01 WS-LINEA-DETALLE.
           05  WS-LD-CLIENTE       PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LD-SECUENCIA     PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LD-MONEDA        PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LD-IMPORTE       PIC -ZZZZZZ9.999.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LD-BASE          PIC -ZZZZZZ9.999.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LD-OBSERVACION   PIC X(31).
       01 WS-LINEA-TOTAL.
           05  FILLER              PIC X(20)
               VALUE 'POSTEOS REVERSADOS: '.
           05  WS-LTT-CANTIDAD     PIC ZZZZ9.
           05  FILLER              PIC X(18)
               VALUE '  TOTAL BASE:     '.
           05  WS-LTT-IMPORTE      PIC -ZZZZZZZZZZ9.999.
           05  FILLER              PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-PERIODOS.
           PERFORM 080-VERIFICAR-PERIODO-CICLO.
           DISPLAY 'INTRODUCE TU ID DE OPERADOR'.
           ACCEPT WS-OPERADOR.
      *  Misma autoridad que ADJPOST; sin maestro de seguridad
      *  (retorno 04) se deja pasar como alla.
           CALL 'OPERAUTH' USING WS-OPERADOR WS-FUNCION-AUTORIZAR
               WS-AUTORIZADO WS-RETORNO-OPERAUTH.
           IF WS-RETORNO-OPERAUTH = 04
               SET WS-AUTORIZADO-SI TO TRUE
           END-IF.
           IF NOT WS-AUTORIZADO-SI
               DISPLAY 'OPERADOR SIN AUTORIDAD DE AJUSTE '
                   '(RETORNO ' WS-RETORNO-OPERAUTH ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 150-CAPTURAR-LOTE.
           PERFORM 200-CARGAR-POSTEOS.
           IF WS-LOTE-YA-REVERSADO
               MOVE 'LOTE YA REVERSADO' TO WS-EL-DATO-OFENSOR
               PERFORM 090-RECHAZAR-REVERSA
           END-IF.
           IF WS-CONTADOR-POSTEOS = ZERO
               MOVE 'LOTE SIN POSTEOS EN CUSTHIST'
                   TO WS-EL-DATO-OFENSOR
               PERFORM 090-RECHAZAR-REVERSA
           END-IF.
           PERFORM 300-VERIFICAR-CLIENTES.
           PERFORM 400-ABRIR-SALIDAS.
           PERFORM 500-REVERSAR-POSTEO
               VARYING WS-IDX-POSTEO FROM 1 BY 1
               UNTIL WS-IDX-POSTEO > WS-CONTADOR-POSTEOS.
           PERFORM 600-ESCRIBIR-COLA-GL.
           PERFORM 700-CERRAR-ARCHIVOS.
           DISPLAY 'POSTEOS DEL LOTE      : ' WS-CONTADOR-POSTEOS.
           DISPLAY 'POSTEOS REVERSADOS    : ' WS-CONTADOR-REVERSADOS.
           DISPLAY 'REVERSAS FALLIDAS     : ' WS-CONTADOR-FALLIDOS.
           IF WS-CONTADOR-FALLIDOS NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
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
                       IF RC-CUENTA-SUSPENSO NOT = SPACES
                           MOVE RC-CUENTA-SUSPENSO
                               TO WS-CUENTA-SUSPENSO
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       060-CARGAR-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-OK
               PERFORM 070-LEER-PERIODO
               PERFORM UNTIL WS-PERIODOS-EOF
                   IF WS-CONTADOR-PERIODOS < 120
                       ADD 1 TO WS-CONTADOR-PERIODOS
                       MOVE PE-PERIODO
                           TO WS-TPE-PERIODO(WS-CONTADOR-PERIODOS)
                       MOVE PE-ESTADO
                           TO WS-TPE-ESTADO(WS-CONTADOR-PERIODOS)
                   END-IF
                   PERFORM 070-LEER-PERIODO
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF.

       070-LEER-PERIODO.
           READ PERIODOS-FILE
               AT END SET WS-PERIODOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  La reversa se postea en la fecha del ciclo; con ese periodo
      *  cerrado se rechaza antes de tocar nada, igual que ADJPOST.
      *****************************************************************
       080-VERIFICAR-PERIODO-CICLO.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-EVALUAR.
           MOVE 'A' TO WS-ESTADO-PERIODO.
           PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-CONTADOR-PERIODOS
               IF WS-TPE-PERIODO(WS-IDX-PERIODO) =
                  WS-PERIODO-EVALUAR
                   MOVE WS-TPE-ESTADO(WS-IDX-PERIODO)
                       TO WS-ESTADO-PERIODO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PERIODO-CERRADO
               MOVE 'PERIODO DE LA REVERSA CERRADO'
                   TO WS-EL-DATO-OFENSOR
               PERFORM 090-RECHAZAR-REVERSA
           END-IF.

       090-RECHAZAR-REVERSA.
           DISPLAY 'REVERSA RECHAZADA: ' WS-EL-DATO-OFENSOR.
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           IF WS-REPORTE-ABIERTO
               MOVE SPACES TO REPORTE-LINEA
               STRING 'REVERSA RECHAZADA: ' DELIMITED BY SIZE
                   WS-EL-DATO-OFENSOR DELIMITED BY SIZE
                   INTO REPORTE-LINEA
               END-STRING
               WRITE REPORTE-LINEA
               CLOSE REPORTE-FILE
           END-IF.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       150-CAPTURAR-LOTE.
           DISPLAY 'FECHA DE NEGOCIO DEL LOTE (AAAAMMDD)'.
           ACCEPT WS-FECHA-LOTE-ENTRADA.
           IF WS-FECHA-LOTE-ENTRADA IS NOT NUMERIC
              OR WS-FECHA-LOTE-ENTRADA = '00000000'
               MOVE 'FECHA DE NEGOCIO NO VALIDA'
                   TO WS-EL-DATO-OFENSOR
               PERFORM 090-RECHAZAR-REVERSA
           END-IF.
           MOVE WS-FECHA-LOTE-ENTRADA TO WS-FECHA-LOTE.
           DISPLAY 'LOTE A REVERSAR (ORDINAL 0001.., ORDP, LBXP, LBXD)'.
           ACCEPT WS-LOTE.
           IF WS-LOTE = SPACES
               MOVE 'LOTE NO INFORMADO' TO WS-EL-DATO-OFENSOR
               PERFORM 090-RECHAZAR-REVERSA
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-OK
               SET WS-REPORTE-ABIERTO TO TRUE
               MOVE WS-FECHA-LOTE TO WS-LT-FECHA
               MOVE WS-LOTE TO WS-LT-LOTE
               MOVE WS-OPERADOR TO WS-LT-OPERADOR
               WRITE REPORTE-LINEA FROM WS-LINEA-TITULO
               WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS
           END-IF.

      *****************************************************************
      *  Una pasada sobre CUSTHIST: junta los posteos propios de
      *  NEGIN (secuencia bajo 6 millones) de la fecha y el lote, y
      *  detecta si el lote ya tiene una reversa previa.
      *****************************************************************
       200-CARGAR-POSTEOS.
           OPEN INPUT HISTORIA-FILE.
           IF NOT WS-HISTORIA-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTHIST, ESTADO: '
                   WS-HISTORIA-STATUS
               MOVE 'CUSTHIST NO DISPONIBLE' TO WS-EL-DATO-OFENSOR
               PERFORM 090-RECHAZAR-REVERSA
           END-IF.
           PERFORM 210-LEER-HISTORIA.
           PERFORM UNTIL WS-HISTORIA-EOF
               IF CH-REVERSA-LOTE
                   IF CH-FECHA-VALOR = WS-FECHA-LOTE
                      AND CH-LOTE = WS-LOTE
                       SET WS-LOTE-YA-REVERSADO TO TRUE
                   END-IF
               ELSE
                   IF CH-FECHA-POSTEO = WS-FECHA-LOTE
                      AND CH-LOTE = WS-LOTE
                      AND CH-SECUENCIA < 6000000
                       PERFORM 220-AGREGAR-POSTEO
                   END-IF
               END-IF
               PERFORM 210-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA-FILE.

       210-LEER-HISTORIA.
           READ HISTORIA-FILE
               AT END SET WS-HISTORIA-EOF TO TRUE
           END-READ.

       220-AGREGAR-POSTEO.
           IF WS-CONTADOR-POSTEOS = 5000
               CLOSE HISTORIA-FILE
               MOVE 'TABLA DE POSTEOS DEL LOTE LLENA'
                   TO WS-EL-DATO-OFENSOR
               PERFORM 090-RECHAZAR-REVERSA
           END-IF.
           ADD 1 TO WS-CONTADOR-POSTEOS.
           MOVE CUSTHIST-REGISTRO
               TO WS-TP-REGISTRO(WS-CONTADOR-POSTEOS).

      *****************************************************************
      *  Todo cliente del lote debe seguir en el maestro y no haber
      *  sido cerrado en la fecha del lote o despues; uno solo que
      *  falle detiene la reversa completa con RC=8, y el reporte
      *  lista todos los que fallan para que se resuelvan antes de
      *  volver a correrla.
      *****************************************************************
       300-VERIFICAR-CLIENTES.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 'CUSTMAST NO DISPONIBLE' TO WS-EL-DATO-OFENSOR
               PERFORM 090-RECHAZAR-REVERSA
           END-IF.
           PERFORM 310-VERIFICAR-CLIENTE
               VARYING WS-IDX-POSTEO FROM 1 BY 1
               UNTIL WS-IDX-POSTEO > WS-CONTADOR-POSTEOS.
           IF WS-CONTADOR-BLOQUEADOS NOT = ZERO
               CLOSE CUSTMAST-FILE
               MOVE 'CLIENTES CERRADOS O ARCHIVADOS'
                   TO WS-EL-DATO-OFENSOR
               PERFORM 090-RECHAZAR-REVERSA
           END-IF.

       310-VERIFICAR-CLIENTE.
           MOVE WS-TP-REGISTRO(WS-IDX-POSTEO) TO WS-POSTEO-ORIGINAL.
           MOVE WS-PO-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'CLIENTE ARCHIVADO' TO WS-MOTIVO-BLOQUEO
                   PERFORM 320-BLOQUEAR-CLIENTE
               NOT INVALID KEY
                   IF CM-CLIENTE-INACTIVO
                       MOVE CM-FECHA-INACTIVO TO WS-FECHA-INACTIVO
                       IF WS-FECHA-INACTIVO NOT < WS-FECHA-LOTE
                           MOVE 'CLIENTE CERRADO TRAS EL LOTE'
                               TO WS-MOTIVO-BLOQUEO
                           PERFORM 320-BLOQUEAR-CLIENTE
                       END-IF
                   END-IF
           END-READ.

       320-BLOQUEAR-CLIENTE.
           ADD 1 TO WS-CONTADOR-BLOQUEADOS.
           MOVE WS-PO-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE WS-MOTIVO-BLOQUEO TO WS-EL-DATO-OFENSOR(8:31).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           MOVE ZERO TO WS-IMPORTE-BASE.
           MOVE WS-MOTIVO-BLOQUEO TO WS-LD-OBSERVACION.
           PERFORM 550-IMPRIMIR-DETALLE.

       400-ABRIR-SALIDAS.
           OPEN EXTEND HISTORIA-FILE.
           OPEN OUTPUT GL-FILE.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-CABECERA TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-CAB-FECHA.
           MOVE 'NEGREV' TO GLF-CAB-CORRIDA.
           WRITE GLFEED-REGISTRO.
           CALL 'GLXMIT' USING WS-FECHA-PROCESO WS-GX-CORRIDA.

      *****************************************************************
      *  El importe base se recalcula igual que lo hizo
      *  NEGATIVO-DECIMAL (original por tasa, redondeado), asi la
      *  reversa devuelve CM-BALANCE exactamente a lo que era.
      *****************************************************************
       500-REVERSAR-POSTEO.
           MOVE WS-TP-REGISTRO(WS-IDX-POSTEO) TO WS-POSTEO-ORIGINAL.
           COMPUTE WS-IMPORTE-BASE ROUNDED =
               WS-PO-IMPORTE * WS-PO-TASA.
           MOVE WS-PO-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'CLIENTE NO HALLADO, SIN REVERSA'
                       TO WS-MOTIVO-BLOQUEO
                   PERFORM 540-REGISTRAR-FALLA
               NOT INVALID KEY
                   MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES
                   SUBTRACT WS-IMPORTE-BASE FROM CM-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           MOVE 'ERROR AL REVERSAR BALANCE'
                               TO WS-MOTIVO-BLOQUEO
                           PERFORM 540-REGISTRAR-FALLA
                       NOT INVALID KEY
                           MOVE 'R' TO WS-JR-ACCION
                           CALL 'CMJRNL' USING WS-EL-PROGRAMA
                               WS-JR-ACCION WS-REGISTRO-ANTES
                               CUSTMAST-RECORD
                           PERFORM 510-ESCRIBIR-GL
                           PERFORM 530-ESCRIBIR-HISTORIA
                           ADD 1 TO WS-CONTADOR-REVERSADOS
                           ADD WS-IMPORTE-BASE TO WS-TOTAL-REVERSADO
                           MOVE 'REVERSADO' TO WS-LD-OBSERVACION
                           PERFORM 550-IMPRIMIR-DETALLE
                   END-REWRITE
           END-READ.

      *****************************************************************
      *  Par balanceado de signo contrario al del posteo original:
      *  la cuenta del detalle por menos el importe base y la cuenta
      *  puente por el opuesto, con la moneda, tasa y fecha valor del
      *  original.
      *****************************************************************
       510-ESCRIBIR-GL.
           MOVE WS-PO-CUENTA TO GLF-DET-CUENTA.
           COMPUTE GLF-DET-IMPORTE = ZERO - WS-IMPORTE-BASE.
           COMPUTE GLF-DET-IMPORTE-ORIG = ZERO - WS-PO-IMPORTE.
           PERFORM 520-ESCRIBIR-DETALLE-GL.
           MOVE WS-CUENTA-SUSPENSO TO GLF-DET-CUENTA.
           MOVE WS-IMPORTE-BASE TO GLF-DET-IMPORTE.
           MOVE WS-PO-IMPORTE TO GLF-DET-IMPORTE-ORIG.
           PERFORM 520-ESCRIBIR-DETALLE-GL.

       520-ESCRIBIR-DETALLE-GL.
           SET GLF-DETALLE TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-DET-FECHA.
           MOVE WS-PO-FECHA-VALOR TO GLF-DET-FECHA-VALOR.
           MOVE WS-PO-MONEDA TO GLF-DET-MONEDA.
           MOVE WS-PO-TASA TO GLF-DET-TASA.
           IF GLF-DET-IMPORTE < ZERO
               SET GLF-DET-HABER TO TRUE
               SUBTRACT GLF-DET-IMPORTE FROM WS-GL-TOT-HABER
           ELSE
               SET GLF-DET-DEBE TO TRUE
               ADD GLF-DET-IMPORTE TO WS-GL-TOT-DEBE
           END-IF.
           ADD 1 TO WS-GL-DETALLES.
           WRITE GLFEED-REGISTRO.

      *****************************************************************
      *  El registro de reversa conserva cliente, secuencia, lote,
      *  cuenta, moneda y tasa del original; se postea hoy y lleva en
      *  CH-FECHA-VALOR la fecha de posteo del original.
      *****************************************************************
       530-ESCRIBIR-HISTORIA.
           MOVE WS-POSTEO-ORIGINAL TO CUSTHIST-REGISTRO.
           MOVE WS-FECHA-PROCESO TO CH-FECHA-POSTEO.
           COMPUTE CH-IMPORTE = ZERO - WS-PO-IMPORTE.
           MOVE WS-FECHA-PROCESO TO CH-FECHA-GL.
           MOVE WS-PO-FECHA-POSTEO TO CH-FECHA-VALOR.
           SET CH-REVERSA-LOTE TO TRUE.
           WRITE CUSTHIST-REGISTRO.

       540-REGISTRAR-FALLA.
           ADD 1 TO WS-CONTADOR-FALLIDOS.
           MOVE WS-PO-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE WS-MOTIVO-BLOQUEO TO WS-EL-DATO-OFENSOR(8:31).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           MOVE WS-MOTIVO-BLOQUEO TO WS-LD-OBSERVACION.
           PERFORM 550-IMPRIMIR-DETALLE.

       550-IMPRIMIR-DETALLE.
           IF WS-REPORTE-ABIERTO
               MOVE WS-PO-CUST-NUMBER TO WS-LD-CLIENTE
               MOVE WS-PO-SECUENCIA TO WS-LD-SECUENCIA
               MOVE WS-PO-MONEDA TO WS-LD-MONEDA
               MOVE WS-PO-IMPORTE TO WS-LD-IMPORTE
               MOVE WS-IMPORTE-BASE TO WS-LD-BASE
               WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE
           END-IF.

       600-ESCRIBIR-COLA-GL.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-COLA TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-FIN-FECHA.
           MOVE WS-GL-DETALLES TO GLF-FIN-REGISTROS.
           MOVE WS-GL-TOT-DEBE TO GLF-FIN-TOT-DEBE.
           MOVE WS-GL-TOT-HABER TO GLF-FIN-TOT-HABER.
           WRITE GLFEED-REGISTRO.

       700-CERRAR-ARCHIVOS.
           IF WS-REPORTE-ABIERTO
               MOVE WS-CONTADOR-REVERSADOS TO WS-LTT-CANTIDAD
               MOVE WS-TOTAL-REVERSADO TO WS-LTT-IMPORTE
               MOVE SPACES TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
               CLOSE REPORTE-FILE
           END-IF.
           CLOSE CUSTMAST-FILE.
           CLOSE HISTORIA-FILE.
           CLOSE GL-FILE.
       END PROGRAM NEGREV.
