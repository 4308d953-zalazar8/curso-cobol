       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKABAN.
      *****************************************************************
      *  Bienes no reclamados: BANKRECN vence con 'S' el cheque que
      *  pasa los dias de vigencia y el pago positivo le dice al
      *  banco que lo rebote, pero el dinero se quedaba en la cuenta
      *  de cheques por pagar sin dueno.  La ley pide buscar al
      *  titular y, pasado el periodo de inactividad, remitir el
      *  importe al estado con un reporte anual del tenedor.  Este
      *  paso:
      *    - reconstruye del libro CHKREG el estado de cada numero
      *      (ultimo evento manda, mismo recorrido que BANKRECN) con
      *      el titular de su emision;
      *    - por cada vencido sin expediente abre uno en ABANCASO
      *      (ver CHKABAN.CPY) con el ultimo domicilio conocido del
      *      titular (CUSTMAST o PROVMAST) y le escribe la carta de
      *      diligencia;
      *    - el vencido con carta enviada que ya cumplio
      *      RC-DIAS-ABANDONO desde la emision (y al menos los dias
      *      minimos desde la carta) se remite: traspaso de cheques
      *      por pagar a la cuenta de bienes no reclamados en el lote
      *      GLFEED balanceado ABANGL, registro en el reporte del
      *      tenedor ABANTEN y evento 'A' en el libro, que CHKINQ,
      *      POSPAY y JRNLCUT tratan como numero saldado;
      *    - el expediente de un cheque que el titular reclamo
      *      (anulado o reemitido antes de la remesa) se cierra.
      *  El reporte del tenedor se anexa con DISP=MOD a lo largo del
      *  ano; cada registro lleva el ano de la remesa en que se
      *  declara.  Un periodo contable cerrado rechaza el paso con
      *  RC=8 antes de tocar nada, igual que WRITEOFF.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-IN-FILE ASSIGN TO "CHKREGI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-IN-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT CASOS-FILE ASSIGN TO "ABANCASO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASOS-STATUS.
           SELECT CASOS-SAL-FILE ASSIGN TO "ABANCASN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASOS-SAL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PROVEEDORES-FILE ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVEEDOR
               FILE STATUS IS WS-PROVEEDORES-STATUS.
           SELECT CARTAS-FILE ASSIGN TO "ABANCART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
           SELECT TENEDOR-FILE ASSIGN TO "ABANTEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TENEDOR-STATUS.
           SELECT GL-FILE ASSIGN TO "ABANGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PERIODOS-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-IN-FILE.
       01  REGISTRO-IN-IMAGEN      PIC X(80).
       FD  REGISTRO-FILE.
           COPY CHKREG.
       FD  CASOS-FILE.
           COPY CHKABAN.
       FD  CASOS-SAL-FILE.
       01  CASOS-SAL-REGISTRO      PIC X(150).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  PROVEEDORES-FILE.
           COPY PROVMAST.
       FD  CARTAS-FILE.
       01  CARTAS-LINEA            PIC X(71).
      *****************************************************************
      *  Reporte anual del tenedor: un registro por cheque remitido
      *  con lo que pide la declaracion (titular, ultimo domicilio
      *  conocido, numero, fecha original e importe).
      *****************************************************************
       FD  TENEDOR-FILE.
       01  TENEDOR-REGISTRO.
           05  TN-ANO-REPORTE      PIC 9(4).
           05  TN-NUMERO           PIC 9(8).
           05  TN-FECHA-EMISION    PIC 9(8).
           05  TN-BENEFICIARIO     PIC X(30).
           05  TN-DIRECCION        PIC X(30).
           05  TN-CIUDAD           PIC X(30).
           05  TN-IMPORTE          PIC 9(7)V99.
           05  TN-FECHA-REMESA     PIC 9(8).
           05  TN-TIPO-TITULAR     PIC X(1).
           05  TN-CODIGO-TITULAR   PIC 9(6).
           05  FILLER              PIC X(16).
       FD  GL-FILE.
           COPY GLFEED.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  PERIODOS-FILE.
           COPY PERCTL.
       WORKING-STORAGE SECTION.
       01 WS-REGISTRO-IN-STATUS    PIC X(2).
           88 WS-REGISTRO-IN-OK    VALUE '00'.
           88 WS-REGISTRO-IN-EOF   VALUE '10'.
       01 WS-REGISTRO-STATUS       PIC X(2).
           88 WS-REGISTRO-OK       VALUE '00'.
       01 WS-CASOS-STATUS          PIC X(2).
           88 WS-CASOS-OK          VALUE '00'.
           88 WS-CASOS-EOF         VALUE '10'.
       01 WS-CASOS-SAL-STATUS      PIC X(2).
           88 WS-CASOS-SAL-OK      VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-PROVEEDORES-STATUS    PIC X(2).
           88 WS-PROVEEDORES-OK    VALUE '00'.
       01 WS-CARTAS-STATUS         PIC X(2).
           88 WS-CARTAS-OK         VALUE '00'.
       01 WS-TENEDOR-STATUS        PIC X(2).
           88 WS-TENEDOR-OK        VALUE '00'.
       01 WS-GL-STATUS             PIC X(2).
           88 WS-GL-OK             VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-PERIODOS-STATUS       PIC X(2).
           88 WS-PERIODOS-OK       VALUE '00'.
           88 WS-PERIODOS-EOF      VALUE '10'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CHKABAN'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-GX-CORRIDA            PIC X(8) VALUE 'CHKABAN'.
       01 WS-FECHA-PROCESO.
           05  WS-FP-ANO           PIC 9(4).
           05  WS-FP-MES           PIC 9(2).
           05  WS-FP-DIA           PIC 9(2).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO PIC 9(8).
       01 WS-CUENTA-CHEQUES        PIC X(6) VALUE '777777'.
       01 WS-CUENTA-NO-RECLAMADOS  PIC X(6) VALUE '444444'.
       01 WS-DIAS-ABANDONO         PIC 9(5) VALUE 1095.
      *  Minimo de dias entre la carta de diligencia y la remesa,
      *  para que el titular alcance a responder aunque el cheque ya
      *  hubiera cumplido el periodo de inactividad al vencerse.
       01 WS-DIAS-MINIMO-CARTA     PIC 9(5) VALUE 60.
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
               88  WR-ANULADO      VALUE 'V'.
               88  WR-REEMITIDO    VALUE 'R'.
               88  WR-PAGADO       VALUE 'P'.
               88  WR-VENCIDO      VALUE 'S'.
               88  WR-ABANDONADO   VALUE 'A'.
           05  WR-NUMERO-REFERENCIA PIC 9(8).
           05  WR-OPERADOR-APRUEBA PIC X(4).
           05  WR-TIPO-TITULAR     PIC X(1).
           05  WR-CODIGO-TITULAR   PIC 9(6).
           05  FILLER              PIC X(5).
      *****************************************************************
      *  Estado reconstruido de cada numero del libro, con los datos
      *  de su emision: 'O' en transito, 'V' anulado, 'P' pagado,
      *  'S' vencido, 'A' remitido.  Misma capacidad que BANKRECN.
      *****************************************************************
       01 WS-TABLA-CHEQUES.
           05  WS-CHEQUE-ENTRADA   OCCURS 20000 TIMES.
               10  WS-TC-NUMERO    PIC 9(8).
               10  WS-TC-FECHA     PIC 9(8).
               10  WS-TC-BENEFICIARIO PIC X(30).
               10  WS-TC-IMPORTE   PIC S9(7)V99.
               10  WS-TC-TIPO-TITULAR PIC X(1).
               10  WS-TC-CODIGO-TITULAR PIC 9(6).
               10  WS-TC-ESTADO    PIC X(1).
                   88  WS-TC-VENCIDO VALUE 'S'.
                   88  WS-TC-REMITIDO VALUE 'A'.
               10  WS-TC-CON-CASO  PIC X(1).
                   88  WS-TC-TIENE-CASO VALUE 'S'.
       01 WS-CONTADOR-CHEQUES      PIC 9(5) VALUE ZERO.
       01 WS-IDX-CHEQUE            PIC 9(5).
       01 WS-IDX-HALLADO           PIC 9(5).
       01 WS-NUMERO-BUSCADO        PIC 9(8).
       01 WS-FECHA-EVALUAR         PIC 9(8).
       01 WS-DIAS-TRANSCURRIDOS    PIC S9(9).
       01 WS-DIAS-DESDE-CARTA      PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
       01 WS-HAY-DOMICILIO         PIC X(1) VALUE 'N'.
           88 WS-DOMICILIO-HALLADO VALUE 'S'.
       01 WS-HAY-CASOS             PIC X(1) VALUE 'N'.
           88 WS-CASOS-ABIERTO     VALUE 'S'.
       01 WS-HAY-PROVMAST          PIC X(1) VALUE 'N'.
           88 WS-PROVMAST-ABIERTO  VALUE 'S'.
       01 WS-IMPORTE-REMESA        PIC S9(7)V99 VALUE ZERO.
       01 WS-TEXTO-LINEA           PIC X(69).
       01 WS-LINEA-SALIDA          PIC X(71).
       01 WS-RETORNO-LAYOUT        PIC 9(2).
       01 WS-IMPORTE-EDIT          PIC -Z(6)9.99.
       01 WS-GL-DETALLES           PIC 9(7) VALUE ZERO.
       01 WS-GL-TOT-DEBE           PIC S9(11)V999 VALUE ZERO.
       01 WS-GL-TOT-HABER          PIC S9(11)V999 VALUE ZERO.
       01 WS-CONTADOR-CASOS        PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CARTAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-DOMICILIO PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REMITIDOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECLAMADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-ESPERA    PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REMITIDO        PIC S9(11)V99 VALUE ZERO.
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
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-PERIODOS.
           PERFORM 080-VERIFICAR-PERIODO-CICLO.
           PERFORM 100-CARGAR-LIBRO.
           PERFORM 150-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-CASO.
           PERFORM UNTIL WS-CASOS-EOF
               ADD 1 TO WS-CONTADOR-CASOS
               PERFORM 300-AVANZAR-CASO
               WRITE CASOS-SAL-REGISTRO FROM CHKABAN-REGISTRO
               PERFORM 200-LEER-CASO
           END-PERFORM.
           PERFORM 400-ABRIR-CASOS-NUEVOS.
           PERFORM 500-ESCRIBIR-COLA-GL.
           PERFORM 600-IMPRIMIR-RESUMEN.
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
                           MOVE RC-FECHA-PROCESO
                               TO WS-FECHA-PROCESO-N
                       END-IF
                       IF RC-CUENTA-CHEQUES NOT = SPACES
                           MOVE RC-CUENTA-CHEQUES
                               TO WS-CUENTA-CHEQUES
                       END-IF
                       IF RC-CUENTA-NO-RECLAMADOS NOT = SPACES
                           MOVE RC-CUENTA-NO-RECLAMADOS
                               TO WS-CUENTA-NO-RECLAMADOS
                       END-IF
                       IF RC-DIAS-ABANDONO IS NUMERIC
                          AND RC-DIAS-ABANDONO NOT = ZERO
                           MOVE RC-DIAS-ABANDONO TO WS-DIAS-ABANDONO
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

       080-VERIFICAR-PERIODO-CICLO.
           MOVE WS-FECHA-PROCESO-N(1:6) TO WS-PERIODO-EVALUAR.
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
               MOVE 'PERIODO DE LA REMESA CERRADO'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'REMESA RECHAZADA: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Una pasada por el libro reconstruye el estado vigente de
      *  cada numero; emision o reemision traen beneficiario,
      *  importe, fecha original y titular.
      *****************************************************************
       100-CARGAR-LIBRO.
           OPEN INPUT REGISTRO-IN-FILE.
           IF WS-REGISTRO-IN-OK
               PERFORM 110-LEER-LIBRO
               PERFORM UNTIL WS-REGISTRO-IN-EOF
                   MOVE REGISTRO-IN-IMAGEN TO WS-REGISTRO-LIBRO
                   PERFORM 120-APLICAR-EVENTO
                   PERFORM 110-LEER-LIBRO
               END-PERFORM
               CLOSE REGISTRO-IN-FILE
           END-IF.

       110-LEER-LIBRO.
           READ REGISTRO-IN-FILE
               AT END SET WS-REGISTRO-IN-EOF TO TRUE
           END-READ.

       120-APLICAR-EVENTO.
           MOVE WR-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM 130-BUSCAR-NUMERO.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CONTADOR-CHEQUES < 20000
                   ADD 1 TO WS-CONTADOR-CHEQUES
                   MOVE WS-CONTADOR-CHEQUES TO WS-IDX-HALLADO
                   MOVE WR-NUMERO
                       TO WS-TC-NUMERO(WS-IDX-HALLADO)
                   MOVE ZERO TO WS-TC-FECHA(WS-IDX-HALLADO)
                   MOVE SPACES TO WS-TC-BENEFICIARIO(WS-IDX-HALLADO)
                   MOVE ZERO TO WS-TC-IMPORTE(WS-IDX-HALLADO)
                   MOVE SPACES TO WS-TC-TIPO-TITULAR(WS-IDX-HALLADO)
                   MOVE ZERO TO WS-TC-CODIGO-TITULAR(WS-IDX-HALLADO)
                   MOVE 'N' TO WS-TC-CON-CASO(WS-IDX-HALLADO)
               ELSE
                   MOVE WR-NUMERO TO WS-EL-DATO-OFENSOR(1:8)
                   MOVE 'TABLA DE CHEQUES LLENA'
                       TO WS-EL-DATO-OFENSOR(10:22)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.
           IF WS-IDX-HALLADO NOT = ZERO
               EVALUATE TRUE
                   WHEN WR-EMITIDO OR WR-REEMITIDO
                       MOVE WR-FECHA
                           TO WS-TC-FECHA(WS-IDX-HALLADO)
                       MOVE WR-BENEFICIARIO
                           TO WS-TC-BENEFICIARIO(WS-IDX-HALLADO)
                       MOVE WR-IMPORTE
                           TO WS-TC-IMPORTE(WS-IDX-HALLADO)
                       MOVE WR-TIPO-TITULAR
                           TO WS-TC-TIPO-TITULAR(WS-IDX-HALLADO)
                       IF WR-CODIGO-TITULAR IS NUMERIC
                           MOVE WR-CODIGO-TITULAR
                               TO WS-TC-CODIGO-TITULAR(WS-IDX-HALLADO)
                       END-IF
                       MOVE 'O' TO WS-TC-ESTADO(WS-IDX-HALLADO)
                   WHEN OTHER
                       MOVE WR-EVENTO
                           TO WS-TC-ESTADO(WS-IDX-HALLADO)
               END-EVALUATE
           END-IF.

       130-BUSCAR-NUMERO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX-CHEQUE FROM 1 BY 1
               UNTIL WS-IDX-CHEQUE > WS-CONTADOR-CHEQUES
               IF WS-TC-NUMERO(WS-IDX-CHEQUE) = WS-NUMERO-BUSCADO
                   MOVE WS-IDX-CHEQUE TO WS-IDX-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       150-ABRIR-ARCHIVOS.
           OPEN INPUT CASOS-FILE.
           IF WS-CASOS-OK
               SET WS-CASOS-ABIERTO TO TRUE
           ELSE
               SET WS-CASOS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT CASOS-SAL-FILE.
           OPEN EXTEND REGISTRO-FILE.
           OPEN INPUT CUSTMAST-FILE.
           OPEN INPUT PROVEEDORES-FILE.
           IF WS-PROVEEDORES-OK
               SET WS-PROVMAST-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT CARTAS-FILE.
           OPEN EXTEND TENEDOR-FILE.
           OPEN OUTPUT GL-FILE.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-CABECERA TO TRUE.
           MOVE WS-FECHA-PROCESO-N TO GLF-CAB-FECHA.
           MOVE 'CHKABAN' TO GLF-CAB-CORRIDA.
           WRITE GLFEED-REGISTRO.
           CALL 'GLXMIT' USING WS-FECHA-PROCESO-N WS-GX-CORRIDA.

       200-LEER-CASO.
           IF NOT WS-CASOS-EOF
               READ CASOS-FILE
                   AT END SET WS-CASOS-EOF TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      *  Expediente existente: se marca su numero en la tabla para no
      *  abrirle otro.  El que sigue con carta enviada se cierra si
      *  el titular ya reclamo (el numero dejo de estar vencido) o se
      *  remite si cumplio los plazos; el remitido o reclamado queda
      *  tal cual como constancia.
      *****************************************************************
       300-AVANZAR-CASO.
           MOVE AB-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM 130-BUSCAR-NUMERO.
           IF WS-IDX-HALLADO NOT = ZERO
               SET WS-TC-TIENE-CASO(WS-IDX-HALLADO) TO TRUE
               IF AB-CARTA-ENVIADA
                   IF WS-TC-VENCIDO(WS-IDX-HALLADO)
                       PERFORM 320-EVALUAR-REMESA
                   ELSE
                       PERFORM 310-CERRAR-RECLAMADO
                   END-IF
               END-IF
           END-IF.

       310-CERRAR-RECLAMADO.
           SET AB-RECLAMADO TO TRUE.
           MOVE WS-FECHA-PROCESO-N TO AB-FECHA-CIERRE.
           ADD 1 TO WS-CONTADOR-RECLAMADOS.

       320-EVALUAR-REMESA.
           MOVE AB-FECHA-EMISION TO WS-FECHA-EVALUAR.
           PERFORM 900-CALCULAR-DIAS.
           MOVE WS-DIAS-TRANSCURRIDOS TO WS-DIAS-DESDE-CARTA.
           MOVE AB-FECHA-CARTA TO WS-FECHA-EVALUAR.
           PERFORM 900-CALCULAR-DIAS.
           IF WS-DIAS-DESDE-CARTA > WS-DIAS-ABANDONO
              AND WS-DIAS-TRANSCURRIDOS NOT < WS-DIAS-MINIMO-CARTA
               PERFORM 330-REMITIR-CHEQUE
           ELSE
               ADD 1 TO WS-CONTADOR-EN-ESPERA
           END-IF.

      *****************************************************************
      *  Remesa: traspaso de cheques por pagar a bienes no
      *  reclamados, registro del tenedor y evento 'A' en el libro.
      *****************************************************************
       330-REMITIR-CHEQUE.
           ADD 1 TO WS-CONTADOR-REMITIDOS.
           MOVE AB-IMPORTE TO WS-IMPORTE-REMESA.
           IF WS-IMPORTE-REMESA < ZERO
               COMPUTE WS-IMPORTE-REMESA = ZERO - WS-IMPORTE-REMESA
           END-IF.
           ADD WS-IMPORTE-REMESA TO WS-TOTAL-REMITIDO.
           MOVE SPACES TO GLFEED-REGISTRO.
           MOVE WS-CUENTA-CHEQUES TO GLF-DET-CUENTA.
           MOVE WS-IMPORTE-REMESA TO GLF-DET-IMPORTE.
           MOVE WS-IMPORTE-REMESA TO GLF-DET-IMPORTE-ORIG.
           PERFORM 365-ESCRIBIR-DETALLE-GL.
           MOVE WS-CUENTA-NO-RECLAMADOS TO GLF-DET-CUENTA.
           COMPUTE GLF-DET-IMPORTE = ZERO - WS-IMPORTE-REMESA.
           COMPUTE GLF-DET-IMPORTE-ORIG = ZERO - WS-IMPORTE-REMESA.
           PERFORM 365-ESCRIBIR-DETALLE-GL.
           MOVE SPACES TO TENEDOR-REGISTRO.
           MOVE WS-FP-ANO TO TN-ANO-REPORTE.
           MOVE AB-NUMERO TO TN-NUMERO.
           MOVE AB-FECHA-EMISION TO TN-FECHA-EMISION.
           MOVE AB-BENEFICIARIO TO TN-BENEFICIARIO.
           MOVE AB-DIRECCION TO TN-DIRECCION.
           MOVE AB-CIUDAD TO TN-CIUDAD.
           MOVE WS-IMPORTE-REMESA TO TN-IMPORTE.
           MOVE WS-FECHA-PROCESO-N TO TN-FECHA-REMESA.
           MOVE AB-TIPO-TITULAR TO TN-TIPO-TITULAR.
           MOVE AB-CODIGO-TITULAR TO TN-CODIGO-TITULAR.
           WRITE TENEDOR-REGISTRO.
           MOVE SPACES TO CHKREG-REGISTRO.
           MOVE AB-NUMERO TO CR-NUMERO.
           MOVE WS-FECHA-PROCESO-N TO CR-FECHA.
           MOVE AB-BENEFICIARIO TO CR-BENEFICIARIO.
           MOVE AB-IMPORTE TO CR-IMPORTE.
           SET CR-ABANDONADO TO TRUE.
           MOVE ZERO TO CR-NUMERO-REFERENCIA.
           MOVE AB-TIPO-TITULAR TO CR-TIPO-TITULAR.
           MOVE AB-CODIGO-TITULAR TO CR-CODIGO-TITULAR.
           WRITE CHKREG-REGISTRO.
           SET AB-REMITIDO TO TRUE.
           MOVE WS-FECHA-PROCESO-N TO AB-FECHA-CIERRE.

       365-ESCRIBIR-DETALLE-GL.
           SET GLF-DETALLE TO TRUE.
           MOVE WS-FECHA-PROCESO-N TO GLF-DET-FECHA.
           MOVE WS-FECHA-PROCESO-N TO GLF-DET-FECHA-VALOR.
           MOVE 'BAS' TO GLF-DET-MONEDA.
           MOVE 1 TO GLF-DET-TASA.
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
      *  Cada vencido que aun no tiene expediente abre uno nuevo con
      *  su carta de diligencia.
      *****************************************************************
       400-ABRIR-CASOS-NUEVOS.
           PERFORM VARYING WS-IDX-CHEQUE FROM 1 BY 1
               UNTIL WS-IDX-CHEQUE > WS-CONTADOR-CHEQUES
               IF WS-TC-VENCIDO(WS-IDX-CHEQUE)
                  AND NOT WS-TC-TIENE-CASO(WS-IDX-CHEQUE)
                   PERFORM 410-ABRIR-CASO
               END-IF
           END-PERFORM.

       410-ABRIR-CASO.
           MOVE SPACES TO CHKABAN-REGISTRO.
           MOVE WS-TC-NUMERO(WS-IDX-CHEQUE) TO AB-NUMERO.
           MOVE WS-TC-FECHA(WS-IDX-CHEQUE) TO AB-FECHA-EMISION.
           MOVE WS-TC-BENEFICIARIO(WS-IDX-CHEQUE) TO AB-BENEFICIARIO.
           MOVE WS-TC-IMPORTE(WS-IDX-CHEQUE) TO AB-IMPORTE.
           MOVE WS-TC-TIPO-TITULAR(WS-IDX-CHEQUE) TO AB-TIPO-TITULAR.
           MOVE WS-TC-CODIGO-TITULAR(WS-IDX-CHEQUE)
               TO AB-CODIGO-TITULAR.
           SET AB-CARTA-ENVIADA TO TRUE.
           MOVE WS-FECHA-PROCESO-N TO AB-FECHA-CARTA.
           MOVE ZERO TO AB-FECHA-CIERRE.
           PERFORM 420-ULTIMO-DOMICILIO.
           IF WS-DOMICILIO-HALLADO
               PERFORM 430-ESCRIBIR-CARTA
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-DOMICILIO
               MOVE AB-NUMERO TO WS-EL-DATO-OFENSOR(1:8)
               MOVE 'VENCIDO SIN DOMICILIO CONOCIDO'
                   TO WS-EL-DATO-OFENSOR(10:30)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.
           ADD 1 TO WS-CONTADOR-CASOS.
           WRITE CASOS-SAL-REGISTRO FROM CHKABAN-REGISTRO.

      *****************************************************************
      *  Ultimo domicilio conocido del titular de la emision: del
      *  maestro de clientes o del de proveedores.  Un cheque sin
      *  titular en el libro (beneficiario tecleado, o emitido antes
      *  de que el libro guardara el titular) queda sin domicilio.
      *****************************************************************
       420-ULTIMO-DOMICILIO.
           MOVE 'N' TO WS-HAY-DOMICILIO.
           EVALUATE AB-TIPO-TITULAR
               WHEN 'C'
                   MOVE AB-CODIGO-TITULAR TO CM-CUST-NUMBER
                   READ CUSTMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CM-DIRECCION NOT = SPACES
                               SET WS-DOMICILIO-HALLADO TO TRUE
                               MOVE CM-DIRECCION TO AB-DIRECCION
                               MOVE CM-CIUDAD TO AB-CIUDAD
                           END-IF
                   END-READ
               WHEN 'P'
                   IF WS-PROVMAST-ABIERTO
                       MOVE AB-CODIGO-TITULAR TO PV-PROVEEDOR
                       READ PROVEEDORES-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PV-DIRECCION NOT = SPACES
                                   SET WS-DOMICILIO-HALLADO TO TRUE
                                   MOVE PV-DIRECCION TO AB-DIRECCION
                                   STRING PV-CIUDAD ' '
                                       PV-CODIGO-POSTAL
                                       DELIMITED BY SIZE
                                       INTO AB-CIUDAD
                               END-IF
                       END-READ
                   END-IF
           END-EVALUATE.

       430-ESCRIBIR-CARTA.
           ADD 1 TO WS-CONTADOR-CARTAS.
           MOVE SPACES TO WS-TEXTO-LINEA.
           STRING 'AVISO DE FONDOS NO RECLAMADOS CHEQUE ' AB-NUMERO
               DELIMITED BY SIZE INTO WS-TEXTO-LINEA.
           PERFORM 440-ESCRIBIR-PLANTILLA-02.
           MOVE AB-BENEFICIARIO TO WS-TEXTO-LINEA.
           PERFORM 450-ESCRIBIR-PLANTILLA-01.
           MOVE AB-DIRECCION TO WS-TEXTO-LINEA.
           PERFORM 450-ESCRIBIR-PLANTILLA-01.
           MOVE AB-CIUDAD TO WS-TEXTO-LINEA.
           PERFORM 450-ESCRIBIR-PLANTILLA-01.
           MOVE AB-IMPORTE TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-TEXTO-LINEA.
           STRING 'EMITIDO ' AB-FECHA-EMISION ' POR ' WS-IMPORTE-EDIT
               ' SIN COBRAR; COMUNIQUESE ANTES DE SU REMESA'
               DELIMITED BY SIZE INTO WS-TEXTO-LINEA.
           PERFORM 450-ESCRIBIR-PLANTILLA-01.

       440-ESCRIBIR-PLANTILLA-02.
           CALL 'LAYOUTLIB' USING '02' WS-TEXTO-LINEA
               WS-LINEA-SALIDA WS-RETORNO-LAYOUT.
           WRITE CARTAS-LINEA FROM WS-LINEA-SALIDA.

       450-ESCRIBIR-PLANTILLA-01.
           CALL 'LAYOUTLIB' USING '01' WS-TEXTO-LINEA
               WS-LINEA-SALIDA WS-RETORNO-LAYOUT.
           WRITE CARTAS-LINEA FROM WS-LINEA-SALIDA.

       500-ESCRIBIR-COLA-GL.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-COLA TO TRUE.
           MOVE WS-FECHA-PROCESO-N TO GLF-FIN-FECHA.
           MOVE WS-GL-DETALLES TO GLF-FIN-REGISTROS.
           MOVE WS-GL-TOT-DEBE TO GLF-FIN-TOT-DEBE.
           MOVE WS-GL-TOT-HABER TO GLF-FIN-TOT-HABER.
           WRITE GLFEED-REGISTRO.

       600-IMPRIMIR-RESUMEN.
           DISPLAY 'BIENES NO RECLAMADOS - CHEQUES VENCIDOS'.
           DISPLAY 'EXPEDIENTES             : ' WS-CONTADOR-CASOS.
           DISPLAY 'CARTAS DE DILIGENCIA    : ' WS-CONTADOR-CARTAS.
           DISPLAY 'VENCIDOS SIN DOMICILIO  : '
               WS-CONTADOR-SIN-DOMICILIO.
           DISPLAY 'EN ESPERA DE REMESA     : ' WS-CONTADOR-EN-ESPERA.
           DISPLAY 'RECLAMADOS POR EL TITULAR: '
               WS-CONTADOR-RECLAMADOS.
           DISPLAY 'CHEQUES REMITIDOS       : ' WS-CONTADOR-REMITIDOS.
           DISPLAY 'IMPORTE REMITIDO        : ' WS-TOTAL-REMITIDO.

       700-CERRAR-ARCHIVOS.
           IF WS-CASOS-ABIERTO
               CLOSE CASOS-FILE
           END-IF.
           CLOSE CASOS-SAL-FILE.
           CLOSE REGISTRO-FILE.
           CLOSE CUSTMAST-FILE.
           IF WS-PROVMAST-ABIERTO
               CLOSE PROVEEDORES-FILE
           END-IF.
           CLOSE CARTAS-FILE.
           CLOSE TENEDOR-FILE.
           CLOSE GL-FILE.

      *****************************************************************
      *  Dias entre la fecha de proceso y WS-FECHA-EVALUAR.
      *****************************************************************
       900-CALCULAR-DIAS.
           CALL 'DATEUTIL' USING '2' WS-FECHA-PROCESO-N
               WS-FECHA-EVALUAR WS-FECHA-FORMATEADA
               WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL.
           COMPUTE WS-DIAS-TRANSCURRIDOS =
               FUNCTION ABS(WS-DIAS-TRANSCURRIDOS).
       END PROGRAM CHKABAN.
