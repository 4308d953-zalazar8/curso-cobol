       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGCREM.
      *****************************************************************
      *  Posteo de la remesa mensual de la agencia externa de
      *  cobranza (AGCRMS.CPY).  La agencia cobra al deudor, retiene
      *  su comision y nos transfiere el neto; por cada cobro de la
      *  remesa sobre una partida que AGCCOL le coloco:
      *    - el cobro bruto sale como liquidacion a TRLIQ (detras de
      *      lo tecleado y de LOCKBOX) para que TRANCAP cierre o
      *      rebaje la partida, y como abono en el lote NEGIN AGCNEGIN
      *      para el posteo de saldo, igual que una remesa de LOCKBOX
      *      (se postea con su propia corrida de NEGATIVO-DECIMAL);
      *    - la comision, RC-AGENCIA-PCT-COMISION del cobro bruto, se
      *      carga en el lote GLFEED balanceado AGCGL a la cuenta de
      *      gasto RC-CUENTA-COMISION-AGC contra la cuenta puente, y
      *      el lote queda en el registro de transmisiones (GLXMIT);
      *    - la recuperacion se anexa al registro AGCREG con el bruto
      *      y la comision, de donde AGCCOL calcula lo que la agencia
      *      aun tiene por cobrar y AGCRPT mide a la agencia.
      *  Un cobro con digito verificador erroneo (CUSTDV), sobre una
      *  partida que no se coloco en esa agencia o que ya se le
      *  retiro no se postea: sale rechazado en AGCRRPT y a ERRLOG
      *  para el escritorio de cobranza.  La comision que la agencia
      *  retuvo distinta de la del contrato se postea segun contrato
      *  y se marca en el reporte para reclamarla.
      *  Con el periodo contable de la fecha de proceso cerrado en
      *  PERCTL el paso se rechaza con RC=8 antes de tocar nada; una
      *  cola que no cuadra con los detalles leidos deja RC=4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESA-FILE ASSIGN TO "AGCRMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMESA-STATUS.
           SELECT COLOCADAS-FILE ASSIGN TO "AGCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLOCADAS-STATUS.
           SELECT LIQUIDACIONES-FILE ASSIGN TO "TRLIQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIQUIDACIONES-STATUS.
           SELECT POSTEOS-FILE ASSIGN TO "AGCNEGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTEOS-STATUS.
           SELECT GL-FILE ASSIGN TO "AGCGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "AGCRRPT"
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
       FD  REMESA-FILE.
           COPY AGCRMS.
       FD  COLOCADAS-FILE.
           COPY AGCREG.
       FD  LIQUIDACIONES-FILE.
       01  LIQUIDACIONES-REGISTRO.
           05  LQ-CUST-NUMBER      PIC 9(6).
           05  LQ-DESCRIPCION      PIC X(30).
           05  LQ-FECHA            PIC 9(8).
           05  LQ-IMPORTE          PIC S9(7)V99.
           05  LQ-DIGITO           PIC X(1).
           05  FILLER              PIC X(6).
      *****************************************************************
      *  Salida en el formato NEGIN completo, el mismo de LOCKBOX.
      *****************************************************************
       FD  POSTEOS-FILE.
       01  POSTEOS-REGISTRO.
           05  PN-NUM1             PIC S9(4).
           05  PN-NUM2             PIC S9(4).
           05  PN-CUENTA           PIC X(6).
           05  PN-MONEDA           PIC X(3).
           05  PN-FECHA-VALOR      PIC 9(8).
           05  PN-DIGITO           PIC X(1).
       01  POSTEOS-CONTROL.
           05  PNC-MARCA           PIC X(1).
           05  PNC-FECHA-NEGOCIO   PIC 9(8).
           05  PNC-LOTE            PIC X(4).
           05  FILLER              PIC X(13).
       01  POSTEOS-COLA.
           05  FILLER              PIC X(1).
           05  PNL-CANTIDAD        PIC 9(7).
           05  PNL-HASH            PIC S9(9).
           05  FILLER              PIC X(9).
       FD  GL-FILE.
           COPY GLFEED.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  PERIODOS-FILE.
           COPY PERCTL.
       WORKING-STORAGE SECTION.
       01 WS-REMESA-STATUS         PIC X(2).
           88 WS-REMESA-OK         VALUE '00'.
           88 WS-REMESA-EOF        VALUE '10'.
       01 WS-COLOCADAS-STATUS      PIC X(2).
           88 WS-COLOCADAS-OK      VALUE '00'.
           88 WS-COLOCADAS-EOF     VALUE '10'.
       01 WS-LIQUIDACIONES-STATUS  PIC X(2).
           88 WS-LIQUIDACIONES-OK  VALUE '00'.
       01 WS-POSTEOS-STATUS        PIC X(2).
           88 WS-POSTEOS-OK        VALUE '00'.
       01 WS-GL-STATUS             PIC X(2).
           88 WS-GL-OK             VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-PERIODOS-STATUS       PIC X(2).
           88 WS-PERIODOS-OK       VALUE '00'.
           88 WS-PERIODOS-EOF      VALUE '10'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'AGCREM'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-GX-CORRIDA            PIC X(8) VALUE 'AGCREM'.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-CUENTA-SUSPENSO       PIC X(6) VALUE '999999'.
       01 WS-CUENTA-COMISION       PIC X(6) VALUE '121212'.
       01 WS-PCT-COMISION          PIC 9(3)V99 VALUE 25.
       01 WS-AGENCIA-REMESA        PIC X(4) VALUE SPACES.
       01 WS-PERIODO-REMESA        PIC 9(6) VALUE ZERO.
       01 WS-DV-FUNCION            PIC X(1) VALUE 'V'.
       01 WS-DV-NUMERO-EXTERNO.
           05  WS-DV-NE-NUMERO     PIC 9(6).
           05  WS-DV-NE-DIGITO     PIC X(1).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
           88 WS-DV-ACEPTADO       VALUES 0 4.
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
      *****************************************************************
      *  Ultimo estado de cada partida que estuvo en una agencia,
      *  armado desde AGCREG.
      *****************************************************************
       01 WS-TABLA-COLOCADAS.
           05  WS-COLOCADA-ENTRADA OCCURS 2000 TIMES.
               10  WS-TC-CUST      PIC 9(6).
               10  WS-TC-DESC      PIC X(30).
               10  WS-TC-AGENCIA   PIC X(4).
               10  WS-TC-ESTADO    PIC X(1).
                   88  WS-TC-EN-AGENCIA VALUE 'P'.
                   88  WS-TC-RETIRADA   VALUE 'L'.
       01 WS-CONTADOR-COLOCADAS    PIC 9(4) VALUE ZERO.
       01 WS-IDX-COLOCADA          PIC 9(4).
       01 WS-IDX-HALLADA           PIC 9(4).
       01 WS-MOTIVO-RECHAZO        PIC X(23).
       01 WS-COMISION              PIC S9(7)V99 VALUE ZERO.
       01 WS-IMPORTE-RESTANTE      PIC 9(7)V99 VALUE ZERO.
       01 WS-IMPORTE-PARTE         PIC 9(7)V99 VALUE ZERO.
       01 WS-PARTE-CENTAVOS        PIC 9(4) VALUE ZERO.
       01 WS-NEGIN-CANTIDAD        PIC 9(7) VALUE ZERO.
       01 WS-NEGIN-HASH            PIC S9(9) VALUE ZERO.
       01 WS-GL-DETALLES           PIC 9(7) VALUE ZERO.
       01 WS-GL-TOT-DEBE           PIC S9(11)V999 VALUE ZERO.
       01 WS-GL-TOT-HABER          PIC S9(11)V999 VALUE ZERO.
       01 WS-CONTADOR-DETALLES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-POSTEADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-DIF-COMISION PIC 9(7) VALUE ZERO.
       01 WS-LEIDO-COBRADO         PIC 9(9)V99 VALUE ZERO.
       01 WS-LEIDO-NETO            PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-COBRADO         PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-COMISION        PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-RECHAZADO       PIC S9(11)V99 VALUE ZERO.
       01 WS-HAY-COLA              PIC X(1) VALUE 'N'.
           88 WS-COLA-LEIDA        VALUE 'S'.
      *****************************************************************
      *  Lineas de AGCRRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(38)
               VALUE 'REMESA DE LA AGENCIA DE COBRANZA '.
           05  WS-LT-AGENCIA       PIC X(4).
           05  FILLER              PIC X(10) VALUE ' - PERIODO'.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LT-PERIODO       PIC 9(6).
           05  FILLER              PIC X(10) VALUE ' - PROCESO'.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(22) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'CUENTA    PARTIDA                            COBRA'.
           05  FILLER              PIC X(50) VALUE
               'DO    COMISION        NETO RESULTADO              '.
       01 WS-LINEA-DETALLE.
           05  WS-LD-CUST          PIC 9(6).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-LD-DIGITO        PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-DESCRIPCION   PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-COBRADO       PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-COMISION      PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-NETO          PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-RESULTADO     PIC X(23).
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(53) VALUE SPACES.
       01 WS-LINEA-IMPORTE.
           05  WS-LTI-TEXTO        PIC X(40).
           05  WS-LTI-IMPORTE      PIC -Z(10)9.99.
           05  FILLER              PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-PERIODOS.
           PERFORM 080-VERIFICAR-PERIODO-CICLO.
           PERFORM 100-CARGAR-COLOCADAS.
           PERFORM 150-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-REMESA.
           PERFORM UNTIL WS-REMESA-EOF
               EVALUATE TRUE
                   WHEN AR-DETALLE
                       PERFORM 300-PROCESAR-COBRO
                   WHEN AR-COLA
                       PERFORM 450-VERIFICAR-COLA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 200-LEER-REMESA
           END-PERFORM.
           IF NOT WS-COLA-LEIDA
               MOVE 'REMESA DE AGENCIA SIN COLA'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 500-ESCRIBIR-COLAS.
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
                       IF RC-CUENTA-SUSPENSO NOT = SPACES
                           MOVE RC-CUENTA-SUSPENSO
                               TO WS-CUENTA-SUSPENSO
                       END-IF
                       IF RC-CUENTA-COMISION-AGC NOT = SPACES
                           MOVE RC-CUENTA-COMISION-AGC
                               TO WS-CUENTA-COMISION
                       END-IF
                       IF RC-AGENCIA-PCT-COMISION IS NUMERIC
                           MOVE RC-AGENCIA-PCT-COMISION
                               TO WS-PCT-COMISION
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
      *  Mismo control que WRITEOFF: la comision no se postea dentro
      *  de un mes que finanzas ya cerro.
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
               MOVE 'PERIODO DE LA REMESA CERRADO'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'REMESA RECHAZADA: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Ultimo estado de cada partida del registro: colocada en su
      *  agencia hasta que aparece el retiro.
      *****************************************************************
       100-CARGAR-COLOCADAS.
           OPEN INPUT COLOCADAS-FILE.
           IF WS-COLOCADAS-OK
               PERFORM 110-LEER-COLOCADA
               PERFORM UNTIL WS-COLOCADAS-EOF
                   IF AG-COLOCADA OR AG-RETIRADA
                       PERFORM 120-ANOTAR-COLOCADA
                   END-IF
                   PERFORM 110-LEER-COLOCADA
               END-PERFORM
               CLOSE COLOCADAS-FILE
           END-IF.

       110-LEER-COLOCADA.
           READ COLOCADAS-FILE
               AT END SET WS-COLOCADAS-EOF TO TRUE
           END-READ.

       120-ANOTAR-COLOCADA.
           MOVE ZERO TO WS-IDX-HALLADA.
           PERFORM VARYING WS-IDX-COLOCADA FROM 1 BY 1
               UNTIL WS-IDX-COLOCADA > WS-CONTADOR-COLOCADAS
               IF WS-TC-CUST(WS-IDX-COLOCADA) = AG-CUST-NUMBER
                  AND WS-TC-DESC(WS-IDX-COLOCADA) = AG-DESCRIPCION
                   MOVE WS-IDX-COLOCADA TO WS-IDX-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-HALLADA = ZERO
               IF WS-CONTADOR-COLOCADAS < 2000
                   ADD 1 TO WS-CONTADOR-COLOCADAS
                   MOVE WS-CONTADOR-COLOCADAS TO WS-IDX-HALLADA
                   MOVE AG-CUST-NUMBER TO WS-TC-CUST(WS-IDX-HALLADA)
                   MOVE AG-DESCRIPCION TO WS-TC-DESC(WS-IDX-HALLADA)
                   MOVE AG-AGENCIA TO WS-TC-AGENCIA(WS-IDX-HALLADA)
               ELSE
                   MOVE AG-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'TABLA DE COLOCACIONES LLENA'
                       TO WS-EL-DATO-OFENSOR(8:27)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.
           IF WS-IDX-HALLADA NOT = ZERO
               MOVE AG-MOVIMIENTO TO WS-TC-ESTADO(WS-IDX-HALLADA)
           END-IF.

      *****************************************************************
      *  La remesa abre con su cabecera: sin ella no se sabe de que
      *  agencia viene y nada se postea.  TRLIQ se anexa con la misma
      *  salida de respaldo de LOCKBOX para la primera corrida.
      *****************************************************************
       150-ABRIR-ARCHIVOS.
           OPEN INPUT REMESA-FILE.
           IF NOT WS-REMESA-OK
               DISPLAY 'NO SE PUDO ABRIR AGCRMS, ESTADO: '
                   WS-REMESA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-LEER-REMESA.
           IF WS-REMESA-EOF OR NOT AR-CABECERA
              OR AR-CAB-AGENCIA = SPACES
               MOVE 'REMESA DE AGENCIA SIN CABECERA'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'REMESA RECHAZADA: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AR-CAB-AGENCIA TO WS-AGENCIA-REMESA.
           MOVE AR-CAB-PERIODO TO WS-PERIODO-REMESA.
           OPEN EXTEND COLOCADAS-FILE.
           OPEN EXTEND LIQUIDACIONES-FILE.
           IF NOT WS-LIQUIDACIONES-OK
               OPEN OUTPUT LIQUIDACIONES-FILE
           END-IF.
           OPEN OUTPUT POSTEOS-FILE.
           MOVE SPACES TO POSTEOS-CONTROL.
           MOVE 'H' TO PNC-MARCA.
           MOVE WS-FECHA-PROCESO TO PNC-FECHA-NEGOCIO.
           MOVE 'AGCP' TO PNC-LOTE.
           WRITE POSTEOS-CONTROL.
           OPEN OUTPUT GL-FILE.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-CABECERA TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-CAB-FECHA.
           MOVE 'AGCREM' TO GLF-CAB-CORRIDA.
           WRITE GLFEED-REGISTRO.
           CALL 'GLXMIT' USING WS-FECHA-PROCESO WS-GX-CORRIDA.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-AGENCIA-REMESA TO WS-LT-AGENCIA.
           MOVE WS-PERIODO-REMESA TO WS-LT-PERIODO.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

       200-LEER-REMESA.
           READ REMESA-FILE
               AT END SET WS-REMESA-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Cada cobro se valida contra el digito y contra el registro
      *  de colocaciones antes de postear nada.
      *****************************************************************
       300-PROCESAR-COBRO.
           ADD 1 TO WS-CONTADOR-DETALLES.
           IF AR-IMPORTE-COBRADO IS NUMERIC
               ADD AR-IMPORTE-COBRADO TO WS-LEIDO-COBRADO
           END-IF.
           IF AR-IMPORTE-NETO IS NUMERIC
               ADD AR-IMPORTE-NETO TO WS-LEIDO-NETO
           END-IF.
           MOVE AR-CUST-NUMBER TO WS-LD-CUST.
           MOVE AR-DIGITO TO WS-LD-DIGITO.
           MOVE AR-DESCRIPCION TO WS-LD-DESCRIPCION.
           MOVE ZERO TO WS-LD-COBRADO.
           MOVE ZERO TO WS-LD-COMISION.
           MOVE ZERO TO WS-LD-NETO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE ZERO TO WS-IDX-HALLADA.
           IF AR-CUST-NUMBER NOT NUMERIC
              OR AR-IMPORTE-COBRADO NOT NUMERIC
              OR AR-COMISION NOT NUMERIC
              OR AR-IMPORTE-NETO NOT NUMERIC
              OR AR-IMPORTE-COBRADO = ZERO
               MOVE 'RECHAZADO: DATOS' TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE AR-CUST-NUMBER TO WS-DV-NE-NUMERO
               MOVE AR-DIGITO TO WS-DV-NE-DIGITO
               CALL 'CUSTDV' USING WS-DV-FUNCION
                   WS-DV-NUMERO-EXTERNO WS-DV-CUST-NUMBER
                   WS-DV-DIGITO WS-DV-RETORNO
               IF NOT WS-DV-ACEPTADO
                   MOVE 'RECHAZADO: DIGITO' TO WS-MOTIVO-RECHAZO
               ELSE
                   PERFORM 310-BUSCAR-COLOCADA
               END-IF
           END-IF.
           IF WS-MOTIVO-RECHAZO = SPACES
               PERFORM 350-POSTEAR-COBRO
           ELSE
               PERFORM 400-RECHAZAR-COBRO
           END-IF.

       310-BUSCAR-COLOCADA.
           PERFORM VARYING WS-IDX-COLOCADA FROM 1 BY 1
               UNTIL WS-IDX-COLOCADA > WS-CONTADOR-COLOCADAS
               IF WS-TC-CUST(WS-IDX-COLOCADA) = AR-CUST-NUMBER
                  AND WS-TC-DESC(WS-IDX-COLOCADA) = AR-DESCRIPCION
                  AND WS-TC-AGENCIA(WS-IDX-COLOCADA)
                      = WS-AGENCIA-REMESA
                   MOVE WS-IDX-COLOCADA TO WS-IDX-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-IDX-HALLADA = ZERO
                   MOVE 'RECHAZADO: NO COLOCADA' TO WS-MOTIVO-RECHAZO
               WHEN WS-TC-RETIRADA(WS-IDX-HALLADA)
                   MOVE 'RECHAZADO: RETIRADA' TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  Bruto a TRLIQ y al lote NEGIN; comision del contrato al
      *  mayor; bruto y comision al registro.
      *****************************************************************
       350-POSTEAR-COBRO.
           ADD 1 TO WS-CONTADOR-POSTEADOS.
           COMPUTE WS-COMISION ROUNDED =
               AR-IMPORTE-COBRADO * WS-PCT-COMISION / 100.
           ADD AR-IMPORTE-COBRADO TO WS-TOTAL-COBRADO.
           ADD WS-COMISION TO WS-TOTAL-COMISION.
           MOVE AR-IMPORTE-COBRADO TO WS-LD-COBRADO.
           MOVE WS-COMISION TO WS-LD-COMISION.
           COMPUTE WS-LD-NETO = AR-IMPORTE-COBRADO - WS-COMISION.
           IF AR-COMISION NOT = WS-COMISION
               ADD 1 TO WS-CONTADOR-DIF-COMISION
               MOVE 'POSTEADO, DIF COMISION' TO WS-LD-RESULTADO
               MOVE AR-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'COMISION DE AGENCIA FUERA DE CONTRATO'
                   TO WS-EL-DATO-OFENSOR(8:33)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           ELSE
               MOVE 'POSTEADO' TO WS-LD-RESULTADO
           END-IF.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
           MOVE SPACES TO LIQUIDACIONES-REGISTRO.
           MOVE AR-CUST-NUMBER TO LQ-CUST-NUMBER.
           MOVE AR-DESCRIPCION TO LQ-DESCRIPCION.
           MOVE AR-FECHA-COBRO TO LQ-FECHA.
           MOVE AR-IMPORTE-COBRADO TO LQ-IMPORTE.
           MOVE AR-DIGITO TO LQ-DIGITO.
           WRITE LIQUIDACIONES-REGISTRO.
           PERFORM 360-EMITIR-POSTEOS-NEGIN.
           PERFORM 370-POSTEAR-COMISION.
           MOVE SPACES TO AGCREG-REGISTRO.
           MOVE AR-CUST-NUMBER TO AG-CUST-NUMBER.
           MOVE AR-DESCRIPCION TO AG-DESCRIPCION.
           MOVE WS-AGENCIA-REMESA TO AG-AGENCIA.
           SET AG-RECUPERADA TO TRUE.
           MOVE AR-FECHA-COBRO TO AG-FECHA.
           MOVE AR-IMPORTE-COBRADO TO AG-IMPORTE.
           MOVE WS-COMISION TO AG-COMISION.
           WRITE AGCREG-REGISTRO.

      *****************************************************************
      *  El abono del cobro sale como en LOCKBOX: detalle NEGIN de
      *  resultado negativo, partido en detalles de hasta 99.99 sobre
      *  la misma cuenta y fecha valor.
      *****************************************************************
       360-EMITIR-POSTEOS-NEGIN.
           MOVE AR-IMPORTE-COBRADO TO WS-IMPORTE-RESTANTE.
           PERFORM UNTIL WS-IMPORTE-RESTANTE = ZERO
               IF WS-IMPORTE-RESTANTE > 99.99
                   MOVE 99.99 TO WS-IMPORTE-PARTE
               ELSE
                   MOVE WS-IMPORTE-RESTANTE TO WS-IMPORTE-PARTE
               END-IF
               SUBTRACT WS-IMPORTE-PARTE FROM WS-IMPORTE-RESTANTE
               COMPUTE WS-PARTE-CENTAVOS = WS-IMPORTE-PARTE * 100
               MOVE SPACES TO POSTEOS-REGISTRO
               MOVE ZERO TO PN-NUM1
               MOVE WS-PARTE-CENTAVOS TO PN-NUM2
               MOVE AR-CUST-NUMBER TO PN-CUENTA
               MOVE 'USD' TO PN-MONEDA
               MOVE AR-FECHA-COBRO TO PN-FECHA-VALOR
               MOVE AR-DIGITO TO PN-DIGITO
               WRITE POSTEOS-REGISTRO
               ADD 1 TO WS-NEGIN-CANTIDAD
               ADD WS-PARTE-CENTAVOS TO WS-NEGIN-HASH
           END-PERFORM.

      *****************************************************************
      *  La comision es gasto: cargo a la cuenta de comisiones y
      *  contrapartida a la cuenta puente.
      *****************************************************************
       370-POSTEAR-COMISION.
           IF WS-COMISION NOT = ZERO
               MOVE WS-CUENTA-COMISION TO GLF-DET-CUENTA
               MOVE WS-COMISION TO GLF-DET-IMPORTE
               MOVE WS-COMISION TO GLF-DET-IMPORTE-ORIG
               PERFORM 375-ESCRIBIR-DETALLE-GL
               MOVE WS-CUENTA-SUSPENSO TO GLF-DET-CUENTA
               COMPUTE GLF-DET-IMPORTE = ZERO - WS-COMISION
               COMPUTE GLF-DET-IMPORTE-ORIG = ZERO - WS-COMISION
               PERFORM 375-ESCRIBIR-DETALLE-GL
           END-IF.

       375-ESCRIBIR-DETALLE-GL.
           SET GLF-DETALLE TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-DET-FECHA.
           MOVE AR-FECHA-COBRO TO GLF-DET-FECHA-VALOR.
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

       400-RECHAZAR-COBRO.
           ADD 1 TO WS-CONTADOR-RECHAZADOS.
           IF AR-IMPORTE-COBRADO IS NUMERIC
               ADD AR-IMPORTE-COBRADO TO WS-TOTAL-RECHAZADO
               MOVE AR-IMPORTE-COBRADO TO WS-LD-COBRADO
           END-IF.
           IF AR-COMISION IS NUMERIC
               MOVE AR-COMISION TO WS-LD-COMISION
           END-IF.
           IF AR-IMPORTE-NETO IS NUMERIC
               MOVE AR-IMPORTE-NETO TO WS-LD-NETO
           END-IF.
           MOVE WS-MOTIVO-RECHAZO TO WS-LD-RESULTADO.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
           MOVE AR-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'COBRO DE AGENCIA' TO WS-EL-DATO-OFENSOR(8:16).
           MOVE WS-MOTIVO-RECHAZO TO WS-EL-DATO-OFENSOR(25:16).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
      *  La cola de la agencia contra lo leido: cantidad de detalles
      *  y totales bruto y neto.
      *****************************************************************
       450-VERIFICAR-COLA.
           SET WS-COLA-LEIDA TO TRUE.
           IF AR-FIN-DETALLES NOT = WS-CONTADOR-DETALLES
              OR AR-FIN-TOT-COBRADO NOT = WS-LEIDO-COBRADO
              OR AR-FIN-TOT-NETO NOT = WS-LEIDO-NETO
               MOVE 'COLA DE REMESA DE AGENCIA NO CUADRA'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               DISPLAY 'REMESA: ' WS-EL-DATO-OFENSOR
               MOVE 4 TO RETURN-CODE
           END-IF.

       500-ESCRIBIR-COLAS.
           MOVE SPACES TO POSTEOS-COLA.
           MOVE 'T' TO POSTEOS-COLA(1:1).
           MOVE WS-NEGIN-CANTIDAD TO PNL-CANTIDAD.
           MOVE WS-NEGIN-HASH TO PNL-HASH.
           WRITE POSTEOS-COLA.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-COLA TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-FIN-FECHA.
           MOVE WS-GL-DETALLES TO GLF-FIN-REGISTROS.
           MOVE WS-GL-TOT-DEBE TO GLF-FIN-TOT-DEBE.
           MOVE WS-GL-TOT-HABER TO GLF-FIN-TOT-HABER.
           WRITE GLFEED-REGISTRO.

       600-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'COBROS EN LA REMESA' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-DETALLES TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'COBROS POSTEADOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-POSTEADOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'COBROS CON COMISION FUERA DE CONTRATO'
               TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-DIF-COMISION TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'COBROS RECHAZADOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-RECHAZADOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'RECUPERADO BRUTO POSTEADO' TO WS-LTI-TEXTO.
           MOVE WS-TOTAL-COBRADO TO WS-LTI-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-IMPORTE.
           MOVE 'COMISION DE LA AGENCIA' TO WS-LTI-TEXTO.
           MOVE WS-TOTAL-COMISION TO WS-LTI-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-IMPORTE.
           MOVE 'RECUPERADO NETO' TO WS-LTI-TEXTO.
           COMPUTE WS-LTI-IMPORTE =
               WS-TOTAL-COBRADO - WS-TOTAL-COMISION.
           WRITE REPORTE-LINEA FROM WS-LINEA-IMPORTE.
           MOVE 'IMPORTE RECHAZADO' TO WS-LTI-TEXTO.
           MOVE WS-TOTAL-RECHAZADO TO WS-LTI-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-IMPORTE.
           DISPLAY 'REMESA DE AGENCIA ' WS-AGENCIA-REMESA
               ' PERIODO ' WS-PERIODO-REMESA.
           DISPLAY 'COBROS LEIDOS        : ' WS-CONTADOR-DETALLES.
           DISPLAY 'COBROS POSTEADOS     : ' WS-CONTADOR-POSTEADOS.
           DISPLAY 'COBROS RECHAZADOS    : ' WS-CONTADOR-RECHAZADOS.
           DISPLAY 'DETALLES NEGIN EMITIDOS: ' WS-NEGIN-CANTIDAD.

       700-CERRAR-ARCHIVOS.
           CLOSE REMESA-FILE.
           CLOSE COLOCADAS-FILE.
           CLOSE LIQUIDACIONES-FILE.
           CLOSE POSTEOS-FILE.
           CLOSE GL-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM AGCREM.
