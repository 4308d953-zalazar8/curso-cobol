       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSALDO.
      *****************************************************************
      *  Saldos propios de mayor y balance de comprobacion diario.
      *  Los lotes GLFEED salian al mayor corporativo sin que
      *  guardaramos saldo alguno: para saber cuanto tenia la cuenta
      *  puente o la de mermas un dia dado habia que preguntarle a
      *  finanzas.  Este paso:
      *    - lee todos los lotes GLFEED del corte (NEGGL, ACCRGL,
      *      RESTAGL, NEGGLP, ADJGL, CHKGL, WOFGL, ABANGL, RECLGL,
      *      PROVGL, RECGL, REVGL, AGCGL); un
      *      lote cuyo DD no este asignado se salta, como en SUSPRECN;
      *    - salta el lote ya aplicado en una corrida anterior, por la
      *      fecha y la corrida de su cabecera (GLAPLIC.CPY);
      *    - aplica un lote solo si su cola cuadra (cantidad de
      *      detalles y totales de cargos y abonos, la misma prueba de
      *      RECONGL); el que no cuadra o llega sin cola queda en
      *      ERRLOG y no se aplica, para que la corrida siguiente lo
      *      tome completo;
      *    - suma cada detalle al saldo de su cuenta en el periodo de
      *      su fecha valor (GLSALDO.CPY): cargos al debe, abonos al
      *      haber;
      *    - imprime el balance de comprobacion del periodo de la
      *      fecha de proceso con la descripcion de CTACAT, que debe
      *      sumar cero; si no suma cero queda en ERRLOG y el paso
      *      termina con RC=4.
      *  El arrastre de saldos al periodo siguiente lo hace PERCTLM
      *  al cerrar el periodo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO "NEGGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACCRGL-FILE ASSIGN TO "ACCRGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RESTAGL-FILE ASSIGN TO "RESTAGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT NEGGLP-FILE ASSIGN TO "NEGGLP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ADJGL-FILE ASSIGN TO "ADJGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT CHKGL-FILE ASSIGN TO "CHKGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT WOFGL-FILE ASSIGN TO "WOFGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ABANGL-FILE ASSIGN TO "ABANGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RECLGL-FILE ASSIGN TO "RECLGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PROVGL-FILE ASSIGN TO "PROVGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RECGL-FILE ASSIGN TO "RECGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REVGL-FILE ASSIGN TO "REVGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT AGCGL-FILE ASSIGN TO "AGCGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SALDOS-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-CLAVE
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT APLICADOS-FILE ASSIGN TO "GLAPLIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-CLAVE
               FILE STATUS IS WS-APLICADOS-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CTACAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "GLBALRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE.
           COPY GLFEED.
       FD  ACCRGL-FILE.
       01  ACCRGL-REGISTRO         PIC X(57).
       FD  RESTAGL-FILE.
       01  RESTAGL-REGISTRO        PIC X(57).
       FD  NEGGLP-FILE.
       01  NEGGLP-REGISTRO         PIC X(57).
       FD  ADJGL-FILE.
       01  ADJGL-REGISTRO          PIC X(57).
       FD  CHKGL-FILE.
       01  CHKGL-REGISTRO          PIC X(57).
       FD  WOFGL-FILE.
       01  WOFGL-REGISTRO          PIC X(57).
       FD  ABANGL-FILE.
       01  ABANGL-REGISTRO         PIC X(57).
       FD  RECLGL-FILE.
       01  RECLGL-REGISTRO         PIC X(57).
       FD  PROVGL-FILE.
       01  PROVGL-REGISTRO         PIC X(57).
       FD  RECGL-FILE.
       01  RECGL-REGISTRO          PIC X(57).
       FD  REVGL-FILE.
       01  REVGL-REGISTRO          PIC X(57).
       FD  AGCGL-FILE.
       01  AGCGL-REGISTRO          PIC X(57).
       FD  SALDOS-FILE.
           COPY GLSALDO.
       FD  APLICADOS-FILE.
           COPY GLAPLIC.
       FD  CATALOGO-FILE.
           COPY CTACAT.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-GL-STATUS             PIC X(2).
           88 WS-GL-OK             VALUE '00'.
           88 WS-GL-EOF            VALUE '10'.
       01 WS-SALDOS-STATUS         PIC X(2).
           88 WS-SALDOS-OK         VALUE '00'.
           88 WS-SALDOS-EOF        VALUE '10'.
       01 WS-APLICADOS-STATUS      PIC X(2).
           88 WS-APLICADOS-OK      VALUE '00'.
       01 WS-CATALOGO-STATUS       PIC X(2).
           88 WS-CATALOGO-OK       VALUE '00'.
           88 WS-CATALOGO-EOF      VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'GLSALDO'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-FUENTE-ACTUAL         PIC X(8).
      *****************************************************************
      *  Imagen de trabajo del registro GLFEED, para recorrer todos
      *  los lotes con el mismo codigo (mismo layout espejo que
      *  SUSPRECN).
      *****************************************************************
       01 WS-GL-TRABAJO.
           05  WG-TIPO             PIC X(1).
               88  WG-CABECERA     VALUE 'H'.
               88  WG-DETALLE      VALUE 'D'.
               88  WG-COLA         VALUE 'T'.
           05  WG-DATOS            PIC X(56).
           05  WG-CAB REDEFINES WG-DATOS.
               10  WG-CAB-FECHA    PIC 9(8).
               10  WG-CAB-CORRIDA  PIC X(8).
               10  FILLER          PIC X(40).
           05  WG-DET REDEFINES WG-DATOS.
               10  WG-DET-FECHA    PIC 9(8).
               10  WG-DET-CUENTA   PIC X(6).
               10  WG-DET-DH       PIC X(1).
               10  WG-DET-IMPORTE  PIC S9(7)V999.
               10  WG-DET-MONEDA   PIC X(3).
               10  WG-DET-TASA     PIC 9(3)V9(6).
               10  WG-DET-IMP-ORIG PIC S9(7)V999.
               10  WG-DET-FECHA-VALOR PIC 9(8).
               10  FILLER          PIC X(1).
           05  WG-FIN REDEFINES WG-DATOS.
               10  WG-FIN-FECHA    PIC 9(8).
               10  WG-FIN-REGISTROS PIC 9(7).
               10  WG-FIN-TOT-DEBE PIC S9(11)V999.
               10  WG-FIN-TOT-HABER PIC S9(11)V999.
               10  FILLER          PIC X(13).
      *****************************************************************
      *  Estado del lote en lectura: 'N' ninguno abierto, 'A' se
      *  acumula para aplicar, 'S' ya aplicado o descartado, se salta
      *  hasta la proxima cabecera.
      *****************************************************************
       01 WS-ESTADO-LOTE           PIC X(1) VALUE 'N'.
           88 WS-SIN-LOTE          VALUE 'N'.
           88 WS-LOTE-A-APLICAR    VALUE 'A'.
           88 WS-LOTE-SALTADO      VALUE 'S'.
       01 WS-LOTE-FECHA            PIC 9(8).
       01 WS-LOTE-CORRIDA          PIC X(8).
       01 WS-LOTE-DETALLES         PIC 9(7) VALUE ZERO.
       01 WS-LOTE-DEBE             PIC S9(11)V999 VALUE ZERO.
       01 WS-LOTE-HABER            PIC S9(11)V999 VALUE ZERO.
       01 WS-LOTE-DESBORDE         PIC X(1) VALUE 'N'.
           88 WS-LOTE-DESBORDADO   VALUE 'S'.
      *****************************************************************
      *  Movimiento del lote en curso por cuenta y periodo; se aplica
      *  a GLSALDO completo al llegar su cola.
      *****************************************************************
       01 WS-TABLA-LOTE.
           05  WS-LOTE-ENTRADA     OCCURS 2000 TIMES.
               10  WS-TL-CUENTA    PIC X(6).
               10  WS-TL-PERIODO   PIC 9(6).
               10  WS-TL-DEBE      PIC S9(11)V999.
               10  WS-TL-HABER     PIC S9(11)V999.
       01 WS-CONTADOR-LOTE         PIC 9(4) VALUE ZERO.
       01 WS-IDX-LOTE              PIC 9(4).
       01 WS-IDX-HALLADO           PIC 9(4).
       01 WS-PERIODO-DETALLE       PIC 9(6).
      *****************************************************************
      *  Catalogo completo (activas e inactivas) para la descripcion
      *  del balance; una cuenta fuera del catalogo sale sin ella.
      *****************************************************************
       01 WS-TABLA-CTAS.
           05  WS-CTA-ENTRADA      OCCURS 2000 TIMES.
               10  WS-TCT-CUENTA   PIC X(6).
               10  WS-TCT-DESC     PIC X(30).
       01 WS-CONTADOR-CTAS         PIC 9(4) VALUE ZERO.
       01 WS-IDX-CTA               PIC 9(4).
       01 WS-PERIODO-TRABAJO.
           05  WS-PT-ANO           PIC 9(4).
           05  WS-PT-MES           PIC 9(2).
       01 WS-PERIODO-TRABAJO-N REDEFINES WS-PERIODO-TRABAJO
                                   PIC 9(6).
       01 WS-SALDO-ANTERIOR        PIC S9(13)V999 VALUE ZERO.
       01 WS-MOVIMIENTO-NETO       PIC S9(13)V999 VALUE ZERO.
       01 WS-HAY-POSTERIOR         PIC X(1) VALUE 'N'.
           88 WS-HAY-PERIODO-POSTERIOR VALUE 'S'.
       01 WS-PERIODO-BALANCE       PIC 9(6).
       01 WS-TOTAL-INICIAL         PIC S9(13)V999 VALUE ZERO.
       01 WS-TOTAL-DEBE            PIC S9(13)V999 VALUE ZERO.
       01 WS-TOTAL-HABER           PIC S9(13)V999 VALUE ZERO.
       01 WS-TOTAL-FINAL           PIC S9(13)V999 VALUE ZERO.
       01 WS-CONTADOR-LOTES-APLIC  PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-LOTES-SALT   PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-LOTES-RECH   PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-DETALLES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CUENTAS      PIC 9(5) VALUE ZERO.
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(37)
               VALUE 'BALANCE DE COMPROBACION - PERIODO '.
           05  WS-LT-PERIODO       PIC 9(6).
           05  FILLER              PIC X(16)
               VALUE '  FECHA PROCESO '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(33) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(38)
               VALUE 'CUENTA DESCRIPCION'.
           05  FILLER              PIC X(15) VALUE ' SALDO INICIAL '.
           05  FILLER              PIC X(15) VALUE '          DEBE '.
           05  FILLER              PIC X(15) VALUE '         HABER '.
           05  FILLER              PIC X(17) VALUE '   SALDO FINAL'.
       01 WS-LINEA-CUENTA.
           05  WS-LC-CUENTA        PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LC-DESCRIPCION   PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LC-INICIAL       PIC -Z(8)9.999.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LC-DEBE          PIC -Z(8)9.999.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LC-HABER         PIC -Z(8)9.999.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LC-FINAL         PIC -Z(8)9.999.
           05  FILLER              PIC X(3)  VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 070-CARGAR-CATALOGO.
           PERFORM 090-ABRIR-SALDOS.
           PERFORM 100-APLICAR-NEGGL.
           PERFORM 110-APLICAR-ACCRGL.
           PERFORM 120-APLICAR-RESTAGL.
           PERFORM 130-APLICAR-NEGGLP.
           PERFORM 140-APLICAR-ADJGL.
           PERFORM 150-APLICAR-CHKGL.
           PERFORM 160-APLICAR-WOFGL.
           PERFORM 170-APLICAR-ABANGL.
           PERFORM 180-APLICAR-RECLGL.
           PERFORM 190-APLICAR-PROVGL.
           PERFORM 191-APLICAR-RECGL.
           PERFORM 193-APLICAR-REVGL.
           PERFORM 196-APLICAR-AGCGL.
           PERFORM 500-BALANCE-COMPROBACION.
           PERFORM 600-IMPRIMIR-RESUMEN.
           CLOSE SALDOS-FILE.
           CLOSE APLICADOS-FILE.
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

       070-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WS-CATALOGO-OK
               PERFORM 075-LEER-CATALOGO
               PERFORM UNTIL WS-CATALOGO-EOF
                   IF WS-CONTADOR-CTAS < 2000
                       ADD 1 TO WS-CONTADOR-CTAS
                       MOVE CC-CUENTA
                           TO WS-TCT-CUENTA(WS-CONTADOR-CTAS)
                       MOVE CC-DESCRIPCION
                           TO WS-TCT-DESC(WS-CONTADOR-CTAS)
                   END-IF
                   PERFORM 075-LEER-CATALOGO
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

       075-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END SET WS-CATALOGO-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Sin los saldos o sin el registro de lotes aplicados no hay
      *  como sumar sin duplicar: el paso termina con RC=8 antes de
      *  leer ningun lote.
      *****************************************************************
       090-ABRIR-SALDOS.
           OPEN I-O SALDOS-FILE.
           IF NOT WS-SALDOS-OK
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'SALDOS GLSALDO NO DISPONIBLES'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'GLSALDO: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O APLICADOS-FILE.
           IF NOT WS-APLICADOS-OK
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'REGISTRO GLAPLIC NO DISPONIBLE'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'GLSALDO: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               CLOSE SALDOS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Una pasada por lote; los opcionales que no abren se saltan.
      *  Al terminar cada archivo, un lote sin cola se descarta.
      *****************************************************************
       100-APLICAR-NEGGL.
           MOVE 'NEGGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT GL-FILE.
           IF WS-GL-OK
               PERFORM 105-LEER-NEGGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE GLFEED-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 105-LEER-NEGGL
               END-PERFORM
               CLOSE GL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       105-LEER-NEGGL.
           READ GL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       110-APLICAR-ACCRGL.
           MOVE 'ACCRGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT ACCRGL-FILE.
           IF WS-GL-OK
               PERFORM 115-LEER-ACCRGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE ACCRGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 115-LEER-ACCRGL
               END-PERFORM
               CLOSE ACCRGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       115-LEER-ACCRGL.
           READ ACCRGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       120-APLICAR-RESTAGL.
           MOVE 'RESTAGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT RESTAGL-FILE.
           IF WS-GL-OK
               PERFORM 125-LEER-RESTAGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE RESTAGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 125-LEER-RESTAGL
               END-PERFORM
               CLOSE RESTAGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       125-LEER-RESTAGL.
           READ RESTAGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       130-APLICAR-NEGGLP.
           MOVE 'NEGGLP' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT NEGGLP-FILE.
           IF WS-GL-OK
               PERFORM 135-LEER-NEGGLP
               PERFORM UNTIL WS-GL-EOF
                   MOVE NEGGLP-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 135-LEER-NEGGLP
               END-PERFORM
               CLOSE NEGGLP-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       135-LEER-NEGGLP.
           READ NEGGLP-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       140-APLICAR-ADJGL.
           MOVE 'ADJGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT ADJGL-FILE.
           IF WS-GL-OK
               PERFORM 145-LEER-ADJGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE ADJGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 145-LEER-ADJGL
               END-PERFORM
               CLOSE ADJGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       145-LEER-ADJGL.
           READ ADJGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       150-APLICAR-CHKGL.
           MOVE 'CHKGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT CHKGL-FILE.
           IF WS-GL-OK
               PERFORM 155-LEER-CHKGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE CHKGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 155-LEER-CHKGL
               END-PERFORM
               CLOSE CHKGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       155-LEER-CHKGL.
           READ CHKGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       160-APLICAR-WOFGL.
           MOVE 'WOFGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT WOFGL-FILE.
           IF WS-GL-OK
               PERFORM 165-LEER-WOFGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE WOFGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 165-LEER-WOFGL
               END-PERFORM
               CLOSE WOFGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       165-LEER-WOFGL.
           READ WOFGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       170-APLICAR-ABANGL.
           MOVE 'ABANGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT ABANGL-FILE.
           IF WS-GL-OK
               PERFORM 175-LEER-ABANGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE ABANGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 175-LEER-ABANGL
               END-PERFORM
               CLOSE ABANGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       175-LEER-ABANGL.
           READ ABANGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       180-APLICAR-RECLGL.
           MOVE 'RECLGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT RECLGL-FILE.
           IF WS-GL-OK
               PERFORM 185-LEER-RECLGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE RECLGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 185-LEER-RECLGL
               END-PERFORM
               CLOSE RECLGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       185-LEER-RECLGL.
           READ RECLGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       190-APLICAR-PROVGL.
           MOVE 'PROVGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT PROVGL-FILE.
           IF WS-GL-OK
               PERFORM 195-LEER-PROVGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE PROVGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 195-LEER-PROVGL
               END-PERFORM
               CLOSE PROVGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       195-LEER-PROVGL.
           READ PROVGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       191-APLICAR-RECGL.
           MOVE 'RECGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT RECGL-FILE.
           IF WS-GL-OK
               PERFORM 192-LEER-RECGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE RECGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 192-LEER-RECGL
               END-PERFORM
               CLOSE RECGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       192-LEER-RECGL.
           READ RECGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       193-APLICAR-REVGL.
           MOVE 'REVGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT REVGL-FILE.
           IF WS-GL-OK
               PERFORM 194-LEER-REVGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE REVGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 194-LEER-REVGL
               END-PERFORM
               CLOSE REVGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       194-LEER-REVGL.
           READ REVGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       196-APLICAR-AGCGL.
           MOVE 'AGCGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT AGCGL-FILE.
           IF WS-GL-OK
               PERFORM 197-LEER-AGCGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE AGCGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-PROCESAR-REGISTRO
                   PERFORM 197-LEER-AGCGL
               END-PERFORM
               CLOSE AGCGL-FILE
               PERFORM 250-CERRAR-FUENTE
           END-IF.

       197-LEER-AGCGL.
           READ AGCGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  La cabecera decide si el lote se aplica (no esta en GLAPLIC)
      *  o se salta; los detalles del lote a aplicar se acumulan por
      *  cuenta y periodo, y la cola lo cuadra y lo aplica.
      *****************************************************************
       200-PROCESAR-REGISTRO.
           EVALUATE TRUE
               WHEN WG-CABECERA
                   PERFORM 250-CERRAR-FUENTE
                   MOVE WG-CAB-FECHA TO WS-LOTE-FECHA
                   MOVE WG-CAB-CORRIDA TO WS-LOTE-CORRIDA
                   MOVE WS-LOTE-FECHA TO GA-FECHA
                   MOVE WS-LOTE-CORRIDA TO GA-CORRIDA
                   READ APLICADOS-FILE
                       INVALID KEY
                           SET WS-LOTE-A-APLICAR TO TRUE
                       NOT INVALID KEY
                           SET WS-LOTE-SALTADO TO TRUE
                           ADD 1 TO WS-CONTADOR-LOTES-SALT
                   END-READ
                   MOVE ZERO TO WS-CONTADOR-LOTE
                   MOVE ZERO TO WS-LOTE-DETALLES
                   MOVE ZERO TO WS-LOTE-DEBE
                   MOVE ZERO TO WS-LOTE-HABER
                   MOVE 'N' TO WS-LOTE-DESBORDE
               WHEN WG-DETALLE
                   IF WS-LOTE-A-APLICAR
                       PERFORM 210-ACUMULAR-DETALLE
                   END-IF
               WHEN WG-COLA
                   IF WS-LOTE-A-APLICAR
                       PERFORM 220-CUADRAR-LOTE
                   END-IF
                   SET WS-SIN-LOTE TO TRUE
           END-EVALUATE.

      *****************************************************************
      *  El detalle pertenece al periodo de su fecha valor (la misma
      *  que manda el asiento al mayor corporativo); sin fecha valor,
      *  al de su fecha de posteo.
      *****************************************************************
       210-ACUMULAR-DETALLE.
           ADD 1 TO WS-LOTE-DETALLES.
           IF WG-DET-IMPORTE < ZERO
               SUBTRACT WG-DET-IMPORTE FROM WS-LOTE-HABER
           ELSE
               ADD WG-DET-IMPORTE TO WS-LOTE-DEBE
           END-IF.
           IF WG-DET-FECHA-VALOR IS NUMERIC
              AND WG-DET-FECHA-VALOR NOT = ZERO
               MOVE WG-DET-FECHA-VALOR(1:6) TO WS-PERIODO-DETALLE
           ELSE
               MOVE WG-DET-FECHA(1:6) TO WS-PERIODO-DETALLE
           END-IF.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
               UNTIL WS-IDX-LOTE > WS-CONTADOR-LOTE
               IF WS-TL-CUENTA(WS-IDX-LOTE) = WG-DET-CUENTA
                  AND WS-TL-PERIODO(WS-IDX-LOTE) = WS-PERIODO-DETALLE
                   MOVE WS-IDX-LOTE TO WS-IDX-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CONTADOR-LOTE < 2000
                   ADD 1 TO WS-CONTADOR-LOTE
                   MOVE WS-CONTADOR-LOTE TO WS-IDX-HALLADO
                   MOVE WG-DET-CUENTA TO WS-TL-CUENTA(WS-IDX-HALLADO)
                   MOVE WS-PERIODO-DETALLE
                       TO WS-TL-PERIODO(WS-IDX-HALLADO)
                   MOVE ZERO TO WS-TL-DEBE(WS-IDX-HALLADO)
                   MOVE ZERO TO WS-TL-HABER(WS-IDX-HALLADO)
               ELSE
                   SET WS-LOTE-DESBORDADO TO TRUE
               END-IF
           END-IF.
           IF WS-IDX-HALLADO NOT = ZERO
               IF WG-DET-IMPORTE < ZERO
                   SUBTRACT WG-DET-IMPORTE
                       FROM WS-TL-HABER(WS-IDX-HALLADO)
               ELSE
                   ADD WG-DET-IMPORTE TO WS-TL-DEBE(WS-IDX-HALLADO)
               END-IF
           END-IF.

       220-CUADRAR-LOTE.
           IF WS-LOTE-DETALLES NOT = WG-FIN-REGISTROS
              OR WS-LOTE-DEBE NOT = WG-FIN-TOT-DEBE
              OR WS-LOTE-HABER NOT = WG-FIN-TOT-HABER
               MOVE 'LOTE GL NO CUADRA CON SU COLA'
                   TO WS-EL-DATO-OFENSOR(10:31)
               PERFORM 260-RECHAZAR-LOTE
           ELSE
               IF WS-LOTE-DESBORDADO
                   MOVE 'LOTE GL EXCEDE LA TABLA'
                       TO WS-EL-DATO-OFENSOR(10:31)
                   PERFORM 260-RECHAZAR-LOTE
               ELSE
                   PERFORM 300-APLICAR-LOTE
               END-IF
           END-IF.

      *****************************************************************
      *  Lote abierto sin cola al llegar otra cabecera o el fin del
      *  archivo: llego incompleto y no se aplica.
      *****************************************************************
       250-CERRAR-FUENTE.
           IF WS-LOTE-A-APLICAR
               MOVE 'LOTE GL SIN COLA DE CONTROL'
                   TO WS-EL-DATO-OFENSOR(10:31)
               PERFORM 260-RECHAZAR-LOTE
           END-IF.
           SET WS-SIN-LOTE TO TRUE.

       260-RECHAZAR-LOTE.
           MOVE WS-LOTE-CORRIDA TO WS-EL-DATO-OFENSOR(1:8).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           ADD 1 TO WS-CONTADOR-LOTES-RECH.

      *****************************************************************
      *  Cada cuenta/periodo del lote se suma a su saldo y el lote
      *  queda registrado como aplicado.
      *****************************************************************
       300-APLICAR-LOTE.
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
               UNTIL WS-IDX-LOTE > WS-CONTADOR-LOTE
               PERFORM 310-ACTUALIZAR-SALDO
           END-PERFORM.
           MOVE SPACES TO GLAPLIC-REGISTRO.
           MOVE WS-LOTE-FECHA TO GA-FECHA.
           MOVE WS-LOTE-CORRIDA TO GA-CORRIDA.
           MOVE WS-FUENTE-ACTUAL TO GA-FUENTE.
           MOVE WS-FECHA-PROCESO TO GA-FECHA-APLICADO.
           MOVE WS-LOTE-DETALLES TO GA-DETALLES.
           MOVE WS-LOTE-DEBE TO GA-TOT-DEBE.
           MOVE WS-LOTE-HABER TO GA-TOT-HABER.
           WRITE GLAPLIC-REGISTRO.
           ADD 1 TO WS-CONTADOR-LOTES-APLIC.
           ADD WS-LOTE-DETALLES TO WS-CONTADOR-DETALLES.

      *****************************************************************
      *  El primer movimiento de la cuenta en el periodo abre su
      *  saldo con el final del periodo anterior; despues, si ya hay
      *  periodos siguientes arrastrados, el neto se les corre.
      *****************************************************************
       310-ACTUALIZAR-SALDO.
           MOVE WS-TL-CUENTA(WS-IDX-LOTE) TO GS-CUENTA.
           MOVE WS-TL-PERIODO(WS-IDX-LOTE) TO GS-PERIODO.
           READ SALDOS-FILE
               INVALID KEY
                   PERFORM 320-SALDO-PERIODO-ANTERIOR
                   MOVE SPACES TO GLSALDO-REGISTRO
                   MOVE WS-TL-CUENTA(WS-IDX-LOTE) TO GS-CUENTA
                   MOVE WS-TL-PERIODO(WS-IDX-LOTE) TO GS-PERIODO
                   MOVE WS-SALDO-ANTERIOR TO GS-SALDO-INICIAL
                   MOVE ZERO TO GS-DEBE
                   MOVE ZERO TO GS-HABER
                   PERFORM 330-SUMAR-MOVIMIENTO
                   WRITE GLSALDO-REGISTRO
               NOT INVALID KEY
                   PERFORM 330-SUMAR-MOVIMIENTO
                   REWRITE GLSALDO-REGISTRO
           END-READ.
           COMPUTE WS-MOVIMIENTO-NETO = WS-TL-DEBE(WS-IDX-LOTE)
               - WS-TL-HABER(WS-IDX-LOTE).
           IF WS-MOVIMIENTO-NETO NOT = ZERO
               PERFORM 340-CORRER-POSTERIORES
           END-IF.

       320-SALDO-PERIODO-ANTERIOR.
           MOVE ZERO TO WS-SALDO-ANTERIOR.
           MOVE WS-TL-PERIODO(WS-IDX-LOTE) TO WS-PERIODO-TRABAJO-N.
           IF WS-PT-MES = 1
               SUBTRACT 1 FROM WS-PT-ANO
               MOVE 12 TO WS-PT-MES
           ELSE
               SUBTRACT 1 FROM WS-PT-MES
           END-IF.
           MOVE WS-TL-CUENTA(WS-IDX-LOTE) TO GS-CUENTA.
           MOVE WS-PERIODO-TRABAJO-N TO GS-PERIODO.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE GS-SALDO-FINAL TO WS-SALDO-ANTERIOR
           END-READ.

       330-SUMAR-MOVIMIENTO.
           ADD WS-TL-DEBE(WS-IDX-LOTE) TO GS-DEBE.
           ADD WS-TL-HABER(WS-IDX-LOTE) TO GS-HABER.
           COMPUTE GS-SALDO-FINAL = GS-SALDO-INICIAL + GS-DEBE
               - GS-HABER.
           MOVE WS-FECHA-PROCESO TO GS-FECHA-ACTUALIZA.

       340-CORRER-POSTERIORES.
           MOVE WS-TL-PERIODO(WS-IDX-LOTE) TO WS-PERIODO-TRABAJO-N.
           SET WS-HAY-PERIODO-POSTERIOR TO TRUE.
           PERFORM UNTIL NOT WS-HAY-PERIODO-POSTERIOR
               IF WS-PT-MES = 12
                   ADD 1 TO WS-PT-ANO
                   MOVE 1 TO WS-PT-MES
               ELSE
                   ADD 1 TO WS-PT-MES
               END-IF
               MOVE WS-TL-CUENTA(WS-IDX-LOTE) TO GS-CUENTA
               MOVE WS-PERIODO-TRABAJO-N TO GS-PERIODO
               READ SALDOS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-HAY-POSTERIOR
                   NOT INVALID KEY
                       ADD WS-MOVIMIENTO-NETO TO GS-SALDO-INICIAL
                       ADD WS-MOVIMIENTO-NETO TO GS-SALDO-FINAL
                       MOVE WS-FECHA-PROCESO TO GS-FECHA-ACTUALIZA
                       REWRITE GLSALDO-REGISTRO
               END-READ
           END-PERFORM.

      *****************************************************************
      *  Balance de comprobacion del periodo de la fecha de proceso:
      *  una linea por cuenta con saldo o movimiento, en orden de
      *  cuenta; la suma de los saldos finales debe dar cero.
      *****************************************************************
       500-BALANCE-COMPROBACION.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-BALANCE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-PERIODO-BALANCE TO WS-LT-PERIODO.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.
           MOVE LOW-VALUES TO GS-CLAVE.
           START SALDOS-FILE KEY NOT < GS-CLAVE
               INVALID KEY SET WS-SALDOS-EOF TO TRUE
           END-START.
           IF NOT WS-SALDOS-EOF
               PERFORM 510-LEER-SIGUIENTE-SALDO
           END-IF.
           PERFORM UNTIL WS-SALDOS-EOF
               IF GS-PERIODO = WS-PERIODO-BALANCE
                   PERFORM 520-LISTAR-CUENTA
               END-IF
               PERFORM 510-LEER-SIGUIENTE-SALDO
           END-PERFORM.
           MOVE SPACES TO WS-LC-CUENTA.
           MOVE 'TOTALES' TO WS-LC-DESCRIPCION.
           MOVE WS-TOTAL-INICIAL TO WS-LC-INICIAL.
           MOVE WS-TOTAL-DEBE TO WS-LC-DEBE.
           MOVE WS-TOTAL-HABER TO WS-LC-HABER.
           MOVE WS-TOTAL-FINAL TO WS-LC-FINAL.
           WRITE REPORTE-LINEA FROM WS-LINEA-CUENTA.
           IF WS-TOTAL-FINAL = ZERO
              AND WS-TOTAL-DEBE = WS-TOTAL-HABER
               MOVE 'EL BALANCE DE COMPROBACION SUMA CERO'
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           ELSE
               MOVE 'EL BALANCE DE COMPROBACION NO SUMA CERO'
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'BALANCE DE COMPROBACION NO SUMA CERO'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REPORTE-FILE.

       510-LEER-SIGUIENTE-SALDO.
           READ SALDOS-FILE NEXT RECORD
               AT END SET WS-SALDOS-EOF TO TRUE
           END-READ.

       520-LISTAR-CUENTA.
           ADD 1 TO WS-CONTADOR-CUENTAS.
           ADD GS-SALDO-INICIAL TO WS-TOTAL-INICIAL.
           ADD GS-DEBE TO WS-TOTAL-DEBE.
           ADD GS-HABER TO WS-TOTAL-HABER.
           ADD GS-SALDO-FINAL TO WS-TOTAL-FINAL.
           MOVE GS-CUENTA TO WS-LC-CUENTA.
           MOVE 'CUENTA NO CATALOGADA' TO WS-LC-DESCRIPCION.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-CONTADOR-CTAS
               IF WS-TCT-CUENTA(WS-IDX-CTA) = GS-CUENTA
                   MOVE WS-TCT-DESC(WS-IDX-CTA) TO WS-LC-DESCRIPCION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE GS-SALDO-INICIAL TO WS-LC-INICIAL.
           MOVE GS-DEBE TO WS-LC-DEBE.
           MOVE GS-HABER TO WS-LC-HABER.
           MOVE GS-SALDO-FINAL TO WS-LC-FINAL.
           WRITE REPORTE-LINEA FROM WS-LINEA-CUENTA.

       600-IMPRIMIR-RESUMEN.
           DISPLAY 'SALDOS DE MAYOR Y BALANCE DE COMPROBACION'.
           DISPLAY 'LOTES APLICADOS    : ' WS-CONTADOR-LOTES-APLIC.
           DISPLAY 'LOTES YA APLICADOS : ' WS-CONTADOR-LOTES-SALT.
           DISPLAY 'LOTES RECHAZADOS   : ' WS-CONTADOR-LOTES-RECH.
           DISPLAY 'DETALLES APLICADOS : ' WS-CONTADOR-DETALLES.
           DISPLAY 'CUENTAS EN BALANCE : ' WS-CONTADOR-CUENTAS.
           DISPLAY 'PERIODO DE BALANCE : ' WS-PERIODO-BALANCE.
           DISPLAY 'TOTAL SALDO FINAL  : ' WS-TOTAL-FINAL.
       END PROGRAM GLSALDO.
