       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPROY.
      *****************************************************************
      *  Proyeccion semanal de caja para tesoreria, que cada lunes
      *  pide lo que va a entrar y salir en los proximos 30, 60 y 90
      *  dias.  Sobre trece semanas desde la fecha de proceso:
      *    - entradas: cada partida abierta de TRANDAT (saldo deudor)
      *      en la semana de su vencimiento (TD-FECHA-EXPIRA; la ya
      *      vencida, en la primera), por el porcentaje de cobro de
      *      RUNCTL (RC-PCT-COBRO-...) del tramo de antiguedad de
      *      AGING en que esta hoy; la partida con promesa de pago
      *      vigente en PROMPAY va en la semana de la promesa y se
      *      reporta aparte como fuente PROMESAS;
      *    - salidas: los cheques 'E'/'R' del libro CHKREG que siguen
      *      en transito (ultimo evento manda, como en BANKRECN; las
      *      transferencias no esperan cobro) y los cheques de CHKHOLD
      *      que esperan aprobacion o impresion, todos en la primera
      *      semana, y los abonos de las ordenes permanentes activas
      *      en cada fecha programada que ORDGEN aun no genero (sin
      *      correr al dia habil);
      *    - el reporte PROYRPT da por semana las entradas y salidas
      *      por fuente, el neto y el acumulado, los subtotales a 30,
      *      60 y 90 dias y el saldo por tramo contra el porcentaje
      *      supuesto.
      *  Anexa a PROYHIST lo proyectado para la primera semana y
      *  compara la ultima proyeccion cuya semana ya se cumplio
      *  contra lo que paso: entradas de CUSTHIST (abonos que mueven
      *  dinero, secuencia menor que 7000000 como en CASHMON, sin
      *  reversas ni el lote de ordenes ORDP), cheques pagados 'P' y
      *  transferencias del libro, y abonos ORDP; con eso da la tasa
      *  de cobro real contra la supuesta para ajustar RUNCTL.  La
      *  entrada real incluye pagos de partidas que no vencian esa
      *  semana: la tasa implicita es una medida del conjunto, no de
      *  cada tramo.  Solo lee; no toca ningun archivo maestro.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT PROMESAS-FILE ASSIGN TO "PROMPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROMESAS-STATUS.
           SELECT LIBRO-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIBRO-STATUS.
           SELECT RETENIDOS-FILE ASSIGN TO "CHKHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETENIDOS-STATUS.
           SELECT ORDENES-FILE ASSIGN TO "ORDPERM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDENES-STATUS.
           SELECT HISTORIA-CLI-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-CLI-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "PROYHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "PROYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  PROMESAS-FILE.
           COPY PROMPAY.
       FD  LIBRO-FILE.
           COPY CHKREG.
       FD  RETENIDOS-FILE.
           COPY CHKHOLD.
       FD  ORDENES-FILE.
           COPY ORDPERM.
       FD  HISTORIA-CLI-FILE.
           COPY CUSTHIST.
       FD  HISTORIA-FILE.
           COPY PROYHIST.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-PROMESAS-STATUS       PIC X(2).
           88 WS-PROMESAS-OK       VALUE '00'.
           88 WS-PROMESAS-EOF      VALUE '10'.
       01 WS-LIBRO-STATUS          PIC X(2).
           88 WS-LIBRO-OK          VALUE '00'.
           88 WS-LIBRO-EOF         VALUE '10'.
       01 WS-RETENIDOS-STATUS      PIC X(2).
           88 WS-RETENIDOS-OK      VALUE '00'.
           88 WS-RETENIDOS-EOF     VALUE '10'.
       01 WS-ORDENES-STATUS        PIC X(2).
           88 WS-ORDENES-OK        VALUE '00'.
           88 WS-ORDENES-EOF       VALUE '10'.
       01 WS-HISTORIA-CLI-STATUS   PIC X(2).
           88 WS-HISTORIA-CLI-OK   VALUE '00'.
           88 WS-HISTORIA-CLI-EOF  VALUE '10'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CASHPROY'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-DIAS-TRANSCURRIDOS    PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
      *****************************************************************
      *  Semanas del horizonte: la semana 1 empieza en la fecha de
      *  proceso.  Entradas y salidas por fuente.
      *****************************************************************
       01 WS-TABLA-SEMANAS.
           05  WS-SEMANA-ENTRADA   OCCURS 13 TIMES.
               10  WS-TS-DESDE     PIC 9(8).
               10  WS-TS-HASTA     PIC 9(8).
               10  WS-TS-PARTIDAS  PIC S9(11)V99.
               10  WS-TS-PROMESAS  PIC S9(11)V99.
               10  WS-TS-CHEQUES   PIC S9(11)V99.
               10  WS-TS-RETENIDOS PIC S9(11)V99.
               10  WS-TS-ORDENES   PIC S9(11)V99.
       01 WS-IDX-SEMANA            PIC 9(2).
       01 WS-SEMANA-ENTRADAS       PIC S9(11)V99.
       01 WS-SEMANA-SALIDAS        PIC S9(11)V99.
       01 WS-NETO-ACUMULADO        PIC S9(11)V99 VALUE ZERO.
      *****************************************************************
      *  Subtotales a 30, 60 y 90 dias desde la fecha de proceso.
      *****************************************************************
       01 WS-TABLA-HORIZONTES.
           05  WS-HORIZONTE-ENTRADA OCCURS 3 TIMES.
               10  WS-TH-DIAS      PIC 9(2).
               10  WS-TH-ENTRADAS  PIC S9(11)V99.
               10  WS-TH-SALIDAS   PIC S9(11)V99.
       01 WS-IDX-HORIZONTE         PIC 9(1).
      *****************************************************************
      *  Tramos de antiguedad, en el orden de AGING: porcentaje de
      *  cobro y, en todo el horizonte y en la primera semana, el
      *  saldo que vence y la entrada que se proyecta de el.
      *****************************************************************
       01 WS-TABLA-TRAMOS.
           05  WS-TRAMO-ENTRADA    OCCURS 4 TIMES.
               10  WS-TT-NOMBRE    PIC X(8).
               10  WS-TT-TASA      PIC 9(3)V99.
               10  WS-TT-PARTIDAS  PIC 9(7).
               10  WS-TT-SALDO     PIC S9(11)V99.
               10  WS-TT-ENTRADA   PIC S9(11)V99.
               10  WS-TT-SALDO-S1  PIC S9(11)V99.
               10  WS-TT-ENTRADA-S1 PIC S9(11)V99.
       01 WS-IDX-TRAMO             PIC 9(1).
       01 WS-PROM-PARTIDAS         PIC 9(7) VALUE ZERO.
       01 WS-PROM-SALDO            PIC S9(11)V99 VALUE ZERO.
       01 WS-PROM-ENTRADA          PIC S9(11)V99 VALUE ZERO.
       01 WS-PROM-SALDO-S1         PIC S9(11)V99 VALUE ZERO.
       01 WS-PROM-ENTRADA-S1       PIC S9(11)V99 VALUE ZERO.
      *****************************************************************
      *  Ubicacion de un importe en el horizonte: fecha de entrada,
      *  dias desde la fecha de proceso (la fecha pasada cuenta como
      *  hoy) y semana; semana cero = cae despues del horizonte.
      *****************************************************************
       01 WS-FECHA-UBICAR          PIC 9(8).
       01 WS-DIAS-ADELANTE         PIC 9(3).
       01 WS-IMPORTE-PROYECTADO    PIC S9(11)V99.
       01 WS-TASA-APLICADA         PIC 9(3)V99.
      *****************************************************************
      *  Promesas de pago cargadas al arrancar, el mismo tope de 500
      *  de DUNNING; sin archivo asignado no hay promesas.
      *****************************************************************
       01 WS-TABLA-PROMESAS.
           05  WS-PROMESA-ENTRADA  OCCURS 500 TIMES.
               10  WS-TP-CUST      PIC 9(6).
               10  WS-TP-DESC      PIC X(30).
               10  WS-TP-FECHA     PIC 9(8).
       01 WS-CONTADOR-PROMESAS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-PROMESA           PIC 9(3).
       01 WS-ESTADO-PROMESA        PIC X(1) VALUE 'N'.
           88 WS-SIN-PROMESA       VALUE 'N'.
           88 WS-PROMESA-VIGENTE   VALUE 'V'.
       01 WS-FECHA-PROMESA         PIC 9(8) VALUE ZERO.
      *****************************************************************
      *  Estado de cada numero del libro de cheques: 'O' en transito
      *  y los eventos que lo sacan ('V', 'P', 'S', 'A').  Misma
      *  capacidad que BANKRECN.
      *****************************************************************
       01 WS-TABLA-CHEQUES.
           05  WS-CHEQUE-ENTRADA   OCCURS 20000 TIMES.
               10  WS-TC-NUMERO    PIC 9(8).
               10  WS-TC-IMPORTE   PIC S9(7)V99.
               10  WS-TC-MEDIO     PIC X(1).
                   88  WS-TC-TRANSFERENCIA VALUE 'T'.
               10  WS-TC-ESTADO    PIC X(1).
                   88  WS-TC-EN-TRANSITO VALUE 'O'.
       01 WS-CONTADOR-CHEQUES      PIC 9(5) VALUE ZERO.
       01 WS-IDX-CHEQUE            PIC 9(5).
       01 WS-IDX-HALLADO           PIC 9(5).
      *****************************************************************
      *  Generacion de fechas de las ordenes permanentes, con las
      *  reglas de ORDGEN.
      *****************************************************************
       01 WS-ENTERO-PROCESO        PIC 9(8).
       01 WS-ENTERO-INICIO         PIC 9(8).
       01 WS-DIA-ORDEN             PIC 9(3).
       01 WS-FECHA-CANDIDATA       PIC 9(8).
       01 WS-ES-PROGRAMADA         PIC X(1) VALUE 'N'.
           88 WS-FECHA-PROGRAMADA  VALUE 'S'.
       01 WS-DIA-OBJETIVO          PIC 9(2).
       01 WS-ANO-N                 PIC 9(4).
       01 WS-MES-N                 PIC 9(2).
       01 WS-DIA-N                 PIC 9(2).
       01 WS-DIAS-EN-MES           PIC 9(2).
      *****************************************************************
      *  Ultima proyeccion de PROYHIST cuya semana ya se cumplio,
      *  con el layout de PROYHIST.CPY, y lo que realmente paso en
      *  esa semana.
      *****************************************************************
       01 WS-HAY-ANTERIOR          PIC X(1) VALUE 'N'.
           88 WS-ANTERIOR-EXISTE   VALUE 'S'.
       01 WS-HISTORIA-ANTERIOR.
           05  WS-HA-FECHA-CORRIDA PIC 9(8).
           05  WS-HA-SEMANA-DESDE  PIC 9(8).
           05  WS-HA-SEMANA-HASTA  PIC 9(8).
           05  WS-HA-TRAMO         OCCURS 4 TIMES.
               10  WS-HA-SALDO     PIC S9(11)V99.
               10  WS-HA-TASA      PIC 9(3)V99.
               10  WS-HA-ENTRADA   PIC S9(11)V99.
           05  WS-HA-PROMESA-SALDO PIC S9(11)V99.
           05  WS-HA-PROMESA-ENTRADA PIC S9(11)V99.
           05  WS-HA-CHEQUES       PIC S9(11)V99.
           05  WS-HA-RETENIDOS     PIC S9(11)V99.
           05  WS-HA-ORDENES       PIC S9(11)V99.
           05  WS-HA-TOTAL-ENTRADAS PIC S9(11)V99.
           05  WS-HA-TOTAL-SALIDAS PIC S9(11)V99.
           05  FILLER              PIC X(10).
       01 WS-REAL-ENTRADAS         PIC S9(11)V99 VALUE ZERO.
       01 WS-REAL-CHEQUES          PIC S9(11)V99 VALUE ZERO.
       01 WS-REAL-ORDENES          PIC S9(11)V99 VALUE ZERO.
       01 WS-IMPORTE-BASE          PIC S9(11)V99.
       01 WS-SALDO-COMPARADO       PIC S9(11)V99.
       01 WS-PROYECTADO            PIC S9(11)V99.
       01 WS-REAL                  PIC S9(11)V99.
       01 WS-TASA-CALCULADA        PIC S9(5)V99.
       01 WS-CONTADOR-PARTIDAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ABIERTAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ACREEDORAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-FUERA        PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-TRANSITO     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RETENIDOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-FECHAS-ORDEN PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Lineas del reporte PROYRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(44)
               VALUE 'PROYECCION SEMANAL DE CAJA - FECHA PROCESO '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(48) VALUE SPACES.
       01 WS-LINEA-SECCION         PIC X(100).
       01 WS-LINEA-COL-ENTRADAS.
           05  FILLER              PIC X(50) VALUE
               'SE DESDE    HASTA            PARTIDAS         PROM'.
           05  FILLER              PIC X(50) VALUE
               'ESAS   TOTAL ENTRADAS'.
       01 WS-LINEA-COL-SALIDAS.
           05  FILLER              PIC X(50) VALUE
               'SE DESDE    HASTA    CHEQUES TRANSITO        RETEN'.
           05  FILLER              PIC X(50) VALUE
               'IDOS          ORDENES    TOTAL SALIDAS'.
       01 WS-LINEA-COL-NETO.
           05  FILLER              PIC X(50) VALUE
               'SE DESDE    HASTA            ENTRADAS          SAL'.
           05  FILLER              PIC X(50) VALUE
               'IDAS             NETO        ACUMULADO'.
       01 WS-LINEA-COL-HORIZONTE.
           05  FILLER              PIC X(50) VALUE
               'HORIZONTE                    ENTRADAS          SAL'.
           05  FILLER              PIC X(50) VALUE
               'IDAS             NETO'.
       01 WS-LINEA-COL-TRAMOS.
           05  FILLER              PIC X(50) VALUE
               'TRAMO     PARTID  SALDO QUE VENCE     PCT   ENTRAD'.
           05  FILLER              PIC X(50) VALUE
               'A PROYEC'.
       01 WS-LINEA-COL-COMPARA.
           05  FILLER              PIC X(50) VALUE
               'CONCEPTO                   PROYECTADO             '.
           05  FILLER              PIC X(50) VALUE
               'REAL       DIFERENCIA'.
       01 WS-LINEA-COL-TASAS.
           05  FILLER              PIC X(50) VALUE
               'TRAMO             SALDO QUE VENCIA     PCT   ENTRA'.
           05  FILLER              PIC X(50) VALUE
               'DA PROYEC'.
       01 WS-LINEA-SEMANA.
           05  WS-LS-CABEZA.
               10  WS-LS-SEMANA    PIC Z9.
               10  FILLER          PIC X(1)  VALUE SPACES.
               10  WS-LS-DESDE     PIC 9(8).
               10  FILLER          PIC X(1)  VALUE SPACES.
               10  WS-LS-HASTA     PIC 9(8).
           05  WS-LS-TEXTO REDEFINES WS-LS-CABEZA PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-IMPORTE-1     PIC -Z(10)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-IMPORTE-2     PIC -Z(10)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-IMPORTE-3     PIC -Z(10)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-IMPORTE-4     PIC -Z(10)9.99.
           05  WS-LS-IMPORTE-4-X REDEFINES WS-LS-IMPORTE-4
                                   PIC X(15).
           05  FILLER              PIC X(12) VALUE SPACES.
       01 WS-LINEA-TRAMO.
           05  WS-LR-NOMBRE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-PARTIDAS      PIC Z(6)9 BLANK WHEN ZERO.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LR-SALDO         PIC -Z(10)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LR-TASA          PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LR-ENTRADA       PIC -Z(10)9.99.
           05  FILLER              PIC X(42) VALUE SPACES.
       01 WS-LINEA-TASA.
           05  WS-LTA-TEXTO        PIC X(40).
           05  WS-LTA-TASA         PIC -Z(4)9.99.
           05  FILLER              PIC X(51) VALUE SPACES.
       01 WS-LINEA-COMPARA.
           05  WS-LC-TEXTO         PIC X(44).
           05  WS-LC-DESDE         PIC 9(8).
           05  FILLER              PIC X(3)  VALUE ' A '.
           05  WS-LC-HASTA         PIC 9(8).
           05  FILLER              PIC X(13) VALUE ', PROYECTADA '.
           05  WS-LC-CORRIDA       PIC 9(8).
           05  FILLER              PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-ARMAR-SEMANAS.
           PERFORM 070-CARGAR-PROMESAS.
           PERFORM 100-LEER-HISTORIA.
           PERFORM 120-CARGAR-LIBRO.
           PERFORM 150-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-PARTIDA.
           PERFORM UNTIL WS-TRANDAT-EOF
               ADD 1 TO WS-CONTADOR-PARTIDAS
               PERFORM 300-PROYECTAR-PARTIDA
               PERFORM 200-LEER-PARTIDA
           END-PERFORM.
           PERFORM 400-PROYECTAR-CHEQUES.
           PERFORM 420-PROYECTAR-RETENIDOS.
           PERFORM 450-PROYECTAR-ORDENES.
           IF WS-ANTERIOR-EXISTE
               PERFORM 500-MEDIR-ENTRADAS-REALES
           END-IF.
           PERFORM 550-ASENTAR-HISTORIA.
           PERFORM 600-IMPRIMIR-REPORTE.
           PERFORM 700-CERRAR-ARCHIVOS.
           DISPLAY 'PROYECCION SEMANAL DE CAJA'.
           DISPLAY 'PARTIDAS LEIDAS        : ' WS-CONTADOR-PARTIDAS.
           DISPLAY 'PARTIDAS ABIERTAS      : ' WS-CONTADOR-ABIERTAS.
           DISPLAY 'CON PROMESA VIGENTE    : ' WS-PROM-PARTIDAS.
           DISPLAY 'FUERA DEL HORIZONTE    : ' WS-CONTADOR-FUERA.
           DISPLAY 'CHEQUES EN TRANSITO    : ' WS-CONTADOR-TRANSITO.
           DISPLAY 'CHEQUES RETENIDOS      : ' WS-CONTADOR-RETENIDOS.
           DISPLAY 'FECHAS DE ORDENES      : '
               WS-CONTADOR-FECHAS-ORDEN.
           STOP RUN.

      *****************************************************************
      *  Porcentajes de cobro por tramo; el que RUNCTL no trae
      *  numerico toma el valor por omision del copybook.
      *****************************************************************
       050-LEER-RUNCTL.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           INITIALIZE WS-TABLA-TRAMOS.
           MOVE '0-30'  TO WS-TT-NOMBRE(1).
           MOVE '31-60' TO WS-TT-NOMBRE(2).
           MOVE '61-90' TO WS-TT-NOMBRE(3).
           MOVE '90+'   TO WS-TT-NOMBRE(4).
           MOVE 95 TO WS-TT-TASA(1).
           MOVE 75 TO WS-TT-TASA(2).
           MOVE 50 TO WS-TT-TASA(3).
           MOVE 20 TO WS-TT-TASA(4).
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
                       IF RC-PCT-COBRO-0-30 IS NUMERIC
                           MOVE RC-PCT-COBRO-0-30 TO WS-TT-TASA(1)
                       END-IF
                       IF RC-PCT-COBRO-31-60 IS NUMERIC
                           MOVE RC-PCT-COBRO-31-60 TO WS-TT-TASA(2)
                       END-IF
                       IF RC-PCT-COBRO-61-90 IS NUMERIC
                           MOVE RC-PCT-COBRO-61-90 TO WS-TT-TASA(3)
                       END-IF
                       IF RC-PCT-COBRO-MAS-90 IS NUMERIC
                           MOVE RC-PCT-COBRO-MAS-90 TO WS-TT-TASA(4)
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       060-ARMAR-SEMANAS.
           INITIALIZE WS-TABLA-SEMANAS.
           INITIALIZE WS-TABLA-HORIZONTES.
           MOVE 30 TO WS-TH-DIAS(1).
           MOVE 60 TO WS-TH-DIAS(2).
           MOVE 90 TO WS-TH-DIAS(3).
           COMPUTE WS-ENTERO-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
               UNTIL WS-IDX-SEMANA > 13
               COMPUTE WS-TS-DESDE(WS-IDX-SEMANA) =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-PROCESO
                       + (WS-IDX-SEMANA - 1) * 7)
               COMPUTE WS-TS-HASTA(WS-IDX-SEMANA) =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-PROCESO
                       + WS-IDX-SEMANA * 7 - 1)
           END-PERFORM.

       070-CARGAR-PROMESAS.
           OPEN INPUT PROMESAS-FILE.
           IF WS-PROMESAS-OK
               PERFORM 075-LEER-PROMESA
               PERFORM UNTIL WS-PROMESAS-EOF
                   IF WS-CONTADOR-PROMESAS < 500
                       ADD 1 TO WS-CONTADOR-PROMESAS
                       MOVE PP-CUST-NUMBER
                           TO WS-TP-CUST(WS-CONTADOR-PROMESAS)
                       MOVE PP-DESCRIPCION
                           TO WS-TP-DESC(WS-CONTADOR-PROMESAS)
                       MOVE PP-FECHA-PROMESA
                           TO WS-TP-FECHA(WS-CONTADOR-PROMESAS)
                   ELSE
                       MOVE SPACES TO WS-EL-DATO-OFENSOR
                       MOVE 'TABLA DE PROMESAS LLENA'
                           TO WS-EL-DATO-OFENSOR
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   END-IF
                   PERFORM 075-LEER-PROMESA
               END-PERFORM
               CLOSE PROMESAS-FILE
           END-IF.

       075-LEER-PROMESA.
           READ PROMESAS-FILE
               AT END SET WS-PROMESAS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  PROYHIST va en orden de corrida: la proyeccion a comparar es
      *  la ultima cuya primera semana termino antes de hoy.  Sin
      *  historia (primera corrida) no hay comparacion.
      *****************************************************************
       100-LEER-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-OK
               PERFORM 110-LEER-REGISTRO-HISTORIA
               PERFORM UNTIL WS-HISTORIA-EOF
                   IF PY-SEMANA-HASTA < WS-FECHA-PROCESO
                       SET WS-ANTERIOR-EXISTE TO TRUE
                       MOVE PROYHIST-REGISTRO
                           TO WS-HISTORIA-ANTERIOR
                   END-IF
                   PERFORM 110-LEER-REGISTRO-HISTORIA
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF.

       110-LEER-REGISTRO-HISTORIA.
           READ HISTORIA-FILE
               AT END SET WS-HISTORIA-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Reconstruye el estado de cada cheque del libro y, si hay
      *  semana que comparar, suma lo que salio en ella: cheques que
      *  el banco pago ('P', fecha de pago) y transferencias emitidas,
      *  que salen el mismo dia.
      *****************************************************************
       120-CARGAR-LIBRO.
           OPEN INPUT LIBRO-FILE.
           IF WS-LIBRO-OK
               PERFORM 125-LEER-LIBRO
               PERFORM UNTIL WS-LIBRO-EOF
                   PERFORM 130-APLICAR-EVENTO
                   IF WS-ANTERIOR-EXISTE
                      AND CR-FECHA NOT < WS-HA-SEMANA-DESDE
                      AND CR-FECHA NOT > WS-HA-SEMANA-HASTA
                       IF CR-PAGADO
                          OR ((CR-EMITIDO OR CR-REEMITIDO)
                              AND CR-PAGO-TRANSFERENCIA)
                           ADD CR-IMPORTE TO WS-REAL-CHEQUES
                       END-IF
                   END-IF
                   PERFORM 125-LEER-LIBRO
               END-PERFORM
               CLOSE LIBRO-FILE
           END-IF.

       125-LEER-LIBRO.
           READ LIBRO-FILE
               AT END SET WS-LIBRO-EOF TO TRUE
           END-READ.

       130-APLICAR-EVENTO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX-CHEQUE FROM 1 BY 1
               UNTIL WS-IDX-CHEQUE > WS-CONTADOR-CHEQUES
               IF WS-TC-NUMERO(WS-IDX-CHEQUE) = CR-NUMERO
                   MOVE WS-IDX-CHEQUE TO WS-IDX-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CONTADOR-CHEQUES < 20000
                   ADD 1 TO WS-CONTADOR-CHEQUES
                   MOVE WS-CONTADOR-CHEQUES TO WS-IDX-HALLADO
                   MOVE CR-NUMERO TO WS-TC-NUMERO(WS-IDX-HALLADO)
                   MOVE ZERO TO WS-TC-IMPORTE(WS-IDX-HALLADO)
                   MOVE SPACES TO WS-TC-MEDIO(WS-IDX-HALLADO)
               ELSE
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE CR-NUMERO TO WS-EL-DATO-OFENSOR(1:8)
                   MOVE 'TABLA DE CHEQUES LLENA'
                       TO WS-EL-DATO-OFENSOR(10:22)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.
           IF WS-IDX-HALLADO NOT = ZERO
               IF CR-EMITIDO OR CR-REEMITIDO
                   MOVE CR-IMPORTE TO WS-TC-IMPORTE(WS-IDX-HALLADO)
                   MOVE CR-MEDIO-PAGO TO WS-TC-MEDIO(WS-IDX-HALLADO)
                   MOVE 'O' TO WS-TC-ESTADO(WS-IDX-HALLADO)
               ELSE
                   MOVE CR-EVENTO TO WS-TC-ESTADO(WS-IDX-HALLADO)
               END-IF
           END-IF.

      *****************************************************************
      *  Sin TRANDAT no hay entradas que proyectar y el reporte
      *  engana a tesoreria: el paso se detiene con RC=8.
      *****************************************************************
       150-ABRIR-ARCHIVOS.
           OPEN INPUT TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'TRANDAT NO DISPONIBLE, STATUS'
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-TRANDAT-STATUS TO WS-EL-DATO-OFENSOR(31:2)
               DISPLAY 'PROYECCION RECHAZADA: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           IF NOT WS-REPORTE-OK
               DISPLAY 'NO SE PUDO ABRIR PROYRPT, ESTADO: '
                   WS-REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-LEER-PARTIDA.
           READ TRANDAT-FILE
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Solo la partida abierta con saldo deudor es una entrada
      *  esperada; la acreedora es un saldo a favor del cliente.  La
      *  antiguedad se mide como en PROVISN (fecha efectiva futura =
      *  al dia) y el porcentaje del tramo se aplica igual a la
      *  partida con promesa, que solo cambia de fecha.
      *****************************************************************
       300-PROYECTAR-PARTIDA.
           IF TD-ABIERTO
               ADD 1 TO WS-CONTADOR-ABIERTAS
               IF TD-IMPORTE NOT > ZERO
                   ADD 1 TO WS-CONTADOR-ACREEDORAS
               ELSE
                   CALL 'DATEUTIL' USING '2' WS-FECHA-PROCESO
                       TD-FECHA-EFECTIVA WS-FECHA-FORMATEADA
                       WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL
                   IF WS-DIAS-TRANSCURRIDOS > ZERO
                       MOVE ZERO TO WS-DIAS-TRANSCURRIDOS
                   END-IF
                   PERFORM 310-DETERMINAR-TRAMO
                   PERFORM 350-BUSCAR-PROMESA
                   IF WS-PROMESA-VIGENTE
                       MOVE WS-FECHA-PROMESA TO WS-FECHA-UBICAR
                   ELSE
                       MOVE TD-FECHA-EXPIRA-N TO WS-FECHA-UBICAR
                   END-IF
                   PERFORM 800-UBICAR-FECHA
                   IF WS-IDX-SEMANA = ZERO
                       ADD 1 TO WS-CONTADOR-FUERA
                   ELSE
                       PERFORM 320-ACUMULAR-PARTIDA
                   END-IF
               END-IF
           END-IF.

       310-DETERMINAR-TRAMO.
           COMPUTE WS-DIAS-TRANSCURRIDOS =
               FUNCTION ABS(WS-DIAS-TRANSCURRIDOS).
           EVALUATE TRUE
               WHEN WS-DIAS-TRANSCURRIDOS <= 30
                   MOVE 1 TO WS-IDX-TRAMO
               WHEN WS-DIAS-TRANSCURRIDOS <= 60
                   MOVE 2 TO WS-IDX-TRAMO
               WHEN WS-DIAS-TRANSCURRIDOS <= 90
                   MOVE 3 TO WS-IDX-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-IDX-TRAMO
           END-EVALUATE.

       320-ACUMULAR-PARTIDA.
           MOVE WS-TT-TASA(WS-IDX-TRAMO) TO WS-TASA-APLICADA.
           COMPUTE WS-IMPORTE-PROYECTADO ROUNDED =
               TD-IMPORTE * WS-TASA-APLICADA / 100.
           IF WS-PROMESA-VIGENTE
               ADD 1 TO WS-PROM-PARTIDAS
               ADD TD-IMPORTE TO WS-PROM-SALDO
               ADD WS-IMPORTE-PROYECTADO TO WS-PROM-ENTRADA
               ADD WS-IMPORTE-PROYECTADO
                   TO WS-TS-PROMESAS(WS-IDX-SEMANA)
               IF WS-IDX-SEMANA = 1
                   ADD TD-IMPORTE TO WS-PROM-SALDO-S1
                   ADD WS-IMPORTE-PROYECTADO TO WS-PROM-ENTRADA-S1
               END-IF
           ELSE
               ADD 1 TO WS-TT-PARTIDAS(WS-IDX-TRAMO)
               ADD TD-IMPORTE TO WS-TT-SALDO(WS-IDX-TRAMO)
               ADD WS-IMPORTE-PROYECTADO
                   TO WS-TT-ENTRADA(WS-IDX-TRAMO)
               ADD WS-IMPORTE-PROYECTADO
                   TO WS-TS-PARTIDAS(WS-IDX-SEMANA)
               IF WS-IDX-SEMANA = 1
                   ADD TD-IMPORTE TO WS-TT-SALDO-S1(WS-IDX-TRAMO)
                   ADD WS-IMPORTE-PROYECTADO
                       TO WS-TT-ENTRADA-S1(WS-IDX-TRAMO)
               END-IF
           END-IF.
           PERFORM 810-SUMAR-ENTRADA.

      *****************************************************************
      *  Promesa vigente: la de la misma partida (cliente mas
      *  descripcion) con fecha de hoy en adelante.  La vencida ya
      *  es una promesa rota y la partida vuelve a su vencimiento.
      *****************************************************************
       350-BUSCAR-PROMESA.
           SET WS-SIN-PROMESA TO TRUE.
           PERFORM VARYING WS-IDX-PROMESA FROM 1 BY 1
               UNTIL WS-IDX-PROMESA > WS-CONTADOR-PROMESAS
               IF WS-TP-CUST(WS-IDX-PROMESA) = TD-CUST-NUMBER
                  AND WS-TP-DESC(WS-IDX-PROMESA) = TD-DESC-TEXTO
                  AND WS-TP-FECHA(WS-IDX-PROMESA)
                      NOT < WS-FECHA-PROCESO
                   SET WS-PROMESA-VIGENTE TO TRUE
                   MOVE WS-TP-FECHA(WS-IDX-PROMESA)
                       TO WS-FECHA-PROMESA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  El libro no dice cuando el beneficiario cobra: todo cheque
      *  en transito se espera en la primera semana.
      *****************************************************************
       400-PROYECTAR-CHEQUES.
           MOVE 1 TO WS-IDX-SEMANA.
           MOVE ZERO TO WS-DIAS-ADELANTE.
           PERFORM VARYING WS-IDX-CHEQUE FROM 1 BY 1
               UNTIL WS-IDX-CHEQUE > WS-CONTADOR-CHEQUES
               IF WS-TC-EN-TRANSITO(WS-IDX-CHEQUE)
                  AND NOT WS-TC-TRANSFERENCIA(WS-IDX-CHEQUE)
                   ADD 1 TO WS-CONTADOR-TRANSITO
                   MOVE WS-TC-IMPORTE(WS-IDX-CHEQUE)
                       TO WS-IMPORTE-PROYECTADO
                   ADD WS-IMPORTE-PROYECTADO TO WS-TS-CHEQUES(1)
                   PERFORM 820-SUMAR-SALIDA
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Retenidos por tope ('H') y aprobados que la siguiente
      *  corrida CHEQUES imprime ('A'); los detenidos por domicilio
      *  devuelto ('D') esperan una direccion nueva y no se cuentan.
      *****************************************************************
       420-PROYECTAR-RETENIDOS.
           MOVE 1 TO WS-IDX-SEMANA.
           MOVE ZERO TO WS-DIAS-ADELANTE.
           OPEN INPUT RETENIDOS-FILE.
           IF WS-RETENIDOS-OK
               PERFORM 425-LEER-RETENIDO
               PERFORM UNTIL WS-RETENIDOS-EOF
                   IF KH-RETENIDO OR KH-APROBADO
                       ADD 1 TO WS-CONTADOR-RETENIDOS
                       MOVE KH-IMPORTE TO WS-IMPORTE-PROYECTADO
                       ADD WS-IMPORTE-PROYECTADO TO WS-TS-RETENIDOS(1)
                       PERFORM 820-SUMAR-SALIDA
                   END-IF
                   PERFORM 425-LEER-RETENIDO
               END-PERFORM
               CLOSE RETENIDOS-FILE
           END-IF.

       425-LEER-RETENIDO.
           READ RETENIDOS-FILE
               AT END SET WS-RETENIDOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Cada fecha programada de una orden de abono activa desde
      *  hoy hasta el dia 90, posterior a la ultima que ORDGEN genero
      *  y dentro de su vigencia.  Los cargos fijos no mueven caja.
      *****************************************************************
       450-PROYECTAR-ORDENES.
           OPEN INPUT ORDENES-FILE.
           IF WS-ORDENES-OK
               PERFORM 455-LEER-ORDEN
               PERFORM UNTIL WS-ORDENES-EOF
                   IF OP-ACTIVA AND OP-ES-ABONO
                      AND OP-IMPORTE > ZERO
                       PERFORM 460-FECHAS-DE-ORDEN
                   END-IF
                   PERFORM 455-LEER-ORDEN
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.

       455-LEER-ORDEN.
           READ ORDENES-FILE
               AT END SET WS-ORDENES-EOF TO TRUE
           END-READ.

       460-FECHAS-DE-ORDEN.
           COMPUTE WS-ENTERO-INICIO =
               FUNCTION INTEGER-OF-DATE(OP-FECHA-INICIO).
           PERFORM VARYING WS-DIA-ORDEN FROM 0 BY 1
               UNTIL WS-DIA-ORDEN > 90
               COMPUTE WS-FECHA-CANDIDATA = FUNCTION DATE-OF-INTEGER
                   (WS-ENTERO-PROCESO + WS-DIA-ORDEN)
               IF WS-FECHA-CANDIDATA > OP-ULTIMA-FECHA
                  AND WS-FECHA-CANDIDATA NOT < OP-FECHA-INICIO
                  AND (OP-FECHA-FIN = ZERO
                       OR WS-FECHA-CANDIDATA NOT > OP-FECHA-FIN)
                   PERFORM 470-EVALUAR-FECHA-PROGRAMADA
                   IF WS-FECHA-PROGRAMADA
                       ADD 1 TO WS-CONTADOR-FECHAS-ORDEN
                       MOVE WS-DIA-ORDEN TO WS-DIAS-ADELANTE
                       COMPUTE WS-IDX-SEMANA = WS-DIA-ORDEN / 7 + 1
                       MOVE OP-IMPORTE TO WS-IMPORTE-PROYECTADO
                       ADD WS-IMPORTE-PROYECTADO
                           TO WS-TS-ORDENES(WS-IDX-SEMANA)
                       PERFORM 820-SUMAR-SALIDA
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Semanal: a un multiplo de siete dias del inicio.  Mensual y
      *  dia fijo: el dia del mes coincide, o el mes no llega a ese
      *  dia y la fecha es su ultimo dia (reglas de ORDGEN).
      *****************************************************************
       470-EVALUAR-FECHA-PROGRAMADA.
           MOVE 'N' TO WS-ES-PROGRAMADA.
           EVALUATE TRUE
               WHEN OP-SEMANAL
                   IF FUNCTION MOD(WS-ENTERO-PROCESO + WS-DIA-ORDEN
                      - WS-ENTERO-INICIO, 7) = 0
                       SET WS-FECHA-PROGRAMADA TO TRUE
                   END-IF
               WHEN OP-MENSUAL OR OP-DIA-FIJO
                   IF OP-MENSUAL
                       MOVE OP-FECHA-INICIO(7:2) TO WS-DIA-OBJETIVO
                   ELSE
                       MOVE OP-DIA-MES TO WS-DIA-OBJETIVO
                   END-IF
                   PERFORM 900-DIAS-DEL-MES
                   IF WS-DIA-N = WS-DIA-OBJETIVO
                      OR (WS-DIA-OBJETIVO > WS-DIAS-EN-MES
                          AND WS-DIA-N = WS-DIAS-EN-MES)
                       SET WS-FECHA-PROGRAMADA TO TRUE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  Lo que entro en la semana comparada: abonos de CUSTHIST que
      *  mueven dinero, en moneda base.  Los del lote ORDP son las
      *  ordenes permanentes, que se proyectan como salida.
      *****************************************************************
       500-MEDIR-ENTRADAS-REALES.
           OPEN INPUT HISTORIA-CLI-FILE.
           IF WS-HISTORIA-CLI-OK
               PERFORM 510-LEER-HISTORIA-CLI
               PERFORM UNTIL WS-HISTORIA-CLI-EOF
                   IF CH-FECHA-POSTEO NOT < WS-HA-SEMANA-DESDE
                      AND CH-FECHA-POSTEO NOT > WS-HA-SEMANA-HASTA
                      AND CH-IMPORTE < ZERO
                      AND CH-SECUENCIA < 7000000
                      AND NOT CH-REVERSA-LOTE
                       COMPUTE WS-IMPORTE-BASE ROUNDED =
                           ZERO - CH-IMPORTE * CH-TASA
                       IF CH-LOTE = 'ORDP'
                           ADD WS-IMPORTE-BASE TO WS-REAL-ORDENES
                       ELSE
                           ADD WS-IMPORTE-BASE TO WS-REAL-ENTRADAS
                       END-IF
                   END-IF
                   PERFORM 510-LEER-HISTORIA-CLI
               END-PERFORM
               CLOSE HISTORIA-CLI-FILE
           END-IF.

       510-LEER-HISTORIA-CLI.
           READ HISTORIA-CLI-FILE
               AT END SET WS-HISTORIA-CLI-EOF TO TRUE
           END-READ.

       550-ASENTAR-HISTORIA.
           OPEN EXTEND HISTORIA-FILE.
           MOVE SPACES TO PROYHIST-REGISTRO.
           MOVE WS-FECHA-PROCESO TO PY-FECHA-CORRIDA.
           MOVE WS-TS-DESDE(1) TO PY-SEMANA-DESDE.
           MOVE WS-TS-HASTA(1) TO PY-SEMANA-HASTA.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 4
               MOVE WS-TT-SALDO-S1(WS-IDX-TRAMO)
                   TO PY-SALDO(WS-IDX-TRAMO)
               MOVE WS-TT-TASA(WS-IDX-TRAMO)
                   TO PY-TASA(WS-IDX-TRAMO)
               MOVE WS-TT-ENTRADA-S1(WS-IDX-TRAMO)
                   TO PY-ENTRADA(WS-IDX-TRAMO)
           END-PERFORM.
           MOVE WS-PROM-SALDO-S1 TO PY-PROMESA-SALDO.
           MOVE WS-PROM-ENTRADA-S1 TO PY-PROMESA-ENTRADA.
           MOVE WS-TS-CHEQUES(1) TO PY-CHEQUES.
           MOVE WS-TS-RETENIDOS(1) TO PY-RETENIDOS.
           MOVE WS-TS-ORDENES(1) TO PY-ORDENES.
           COMPUTE PY-TOTAL-ENTRADAS =
               WS-TS-PARTIDAS(1) + WS-TS-PROMESAS(1).
           COMPUTE PY-TOTAL-SALIDAS = WS-TS-CHEQUES(1)
               + WS-TS-RETENIDOS(1) + WS-TS-ORDENES(1).
           WRITE PROYHIST-REGISTRO.
           CLOSE HISTORIA-FILE.

       600-IMPRIMIR-REPORTE.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           PERFORM 610-IMPRIMIR-ENTRADAS.
           PERFORM 620-IMPRIMIR-SALIDAS.
           PERFORM 630-IMPRIMIR-NETO.
           PERFORM 640-IMPRIMIR-HORIZONTES.
           PERFORM 650-IMPRIMIR-TRAMOS.
           PERFORM 660-IMPRIMIR-COMPARACION.

       610-IMPRIMIR-ENTRADAS.
           MOVE 'ENTRADAS ESPERADAS POR FUENTE' TO WS-LINEA-SECCION.
           PERFORM 690-ESCRIBIR-SECCION.
           WRITE REPORTE-LINEA FROM WS-LINEA-COL-ENTRADAS.
           PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
               UNTIL WS-IDX-SEMANA > 13
               PERFORM 695-CABEZA-SEMANA
               MOVE WS-TS-PARTIDAS(WS-IDX-SEMANA) TO WS-LS-IMPORTE-1
               MOVE WS-TS-PROMESAS(WS-IDX-SEMANA) TO WS-LS-IMPORTE-2
               COMPUTE WS-LS-IMPORTE-3 =
                   WS-TS-PARTIDAS(WS-IDX-SEMANA)
                   + WS-TS-PROMESAS(WS-IDX-SEMANA)
               MOVE SPACES TO WS-LS-IMPORTE-4-X
               WRITE REPORTE-LINEA FROM WS-LINEA-SEMANA
           END-PERFORM.

       620-IMPRIMIR-SALIDAS.
           MOVE 'SALIDAS ESPERADAS POR FUENTE' TO WS-LINEA-SECCION.
           PERFORM 690-ESCRIBIR-SECCION.
           WRITE REPORTE-LINEA FROM WS-LINEA-COL-SALIDAS.
           PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
               UNTIL WS-IDX-SEMANA > 13
               PERFORM 695-CABEZA-SEMANA
               MOVE WS-TS-CHEQUES(WS-IDX-SEMANA) TO WS-LS-IMPORTE-1
               MOVE WS-TS-RETENIDOS(WS-IDX-SEMANA) TO WS-LS-IMPORTE-2
               MOVE WS-TS-ORDENES(WS-IDX-SEMANA) TO WS-LS-IMPORTE-3
               COMPUTE WS-LS-IMPORTE-4 =
                   WS-TS-CHEQUES(WS-IDX-SEMANA)
                   + WS-TS-RETENIDOS(WS-IDX-SEMANA)
                   + WS-TS-ORDENES(WS-IDX-SEMANA)
               WRITE REPORTE-LINEA FROM WS-LINEA-SEMANA
           END-PERFORM.

       630-IMPRIMIR-NETO.
           MOVE 'POSICION NETA' TO WS-LINEA-SECCION.
           PERFORM 690-ESCRIBIR-SECCION.
           WRITE REPORTE-LINEA FROM WS-LINEA-COL-NETO.
           MOVE ZERO TO WS-NETO-ACUMULADO.
           PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
               UNTIL WS-IDX-SEMANA > 13
               PERFORM 695-CABEZA-SEMANA
               COMPUTE WS-SEMANA-ENTRADAS =
                   WS-TS-PARTIDAS(WS-IDX-SEMANA)
                   + WS-TS-PROMESAS(WS-IDX-SEMANA)
               COMPUTE WS-SEMANA-SALIDAS =
                   WS-TS-CHEQUES(WS-IDX-SEMANA)
                   + WS-TS-RETENIDOS(WS-IDX-SEMANA)
                   + WS-TS-ORDENES(WS-IDX-SEMANA)
               COMPUTE WS-NETO-ACUMULADO = WS-NETO-ACUMULADO
                   + WS-SEMANA-ENTRADAS - WS-SEMANA-SALIDAS
               MOVE WS-SEMANA-ENTRADAS TO WS-LS-IMPORTE-1
               MOVE WS-SEMANA-SALIDAS TO WS-LS-IMPORTE-2
               COMPUTE WS-LS-IMPORTE-3 =
                   WS-SEMANA-ENTRADAS - WS-SEMANA-SALIDAS
               MOVE WS-NETO-ACUMULADO TO WS-LS-IMPORTE-4
               WRITE REPORTE-LINEA FROM WS-LINEA-SEMANA
           END-PERFORM.

       640-IMPRIMIR-HORIZONTES.
           MOVE 'SUBTOTALES DESDE LA FECHA DE PROCESO'
               TO WS-LINEA-SECCION.
           PERFORM 690-ESCRIBIR-SECCION.
           WRITE REPORTE-LINEA FROM WS-LINEA-COL-HORIZONTE.
           PERFORM VARYING WS-IDX-HORIZONTE FROM 1 BY 1
               UNTIL WS-IDX-HORIZONTE > 3
               MOVE SPACES TO WS-LS-TEXTO
               STRING 'PROXIMOS ' WS-TH-DIAS(WS-IDX-HORIZONTE)
                   ' DIAS' DELIMITED BY SIZE INTO WS-LS-TEXTO
               MOVE WS-TH-ENTRADAS(WS-IDX-HORIZONTE)
                   TO WS-LS-IMPORTE-1
               MOVE WS-TH-SALIDAS(WS-IDX-HORIZONTE)
                   TO WS-LS-IMPORTE-2
               COMPUTE WS-LS-IMPORTE-3 =
                   WS-TH-ENTRADAS(WS-IDX-HORIZONTE)
                   - WS-TH-SALIDAS(WS-IDX-HORIZONTE)
               MOVE SPACES TO WS-LS-IMPORTE-4-X
               WRITE REPORTE-LINEA FROM WS-LINEA-SEMANA
           END-PERFORM.

       650-IMPRIMIR-TRAMOS.
           MOVE 'SUPUESTOS DE COBRO POR TRAMO EN LAS TRECE SEMANAS'
               TO WS-LINEA-SECCION.
           PERFORM 690-ESCRIBIR-SECCION.
           WRITE REPORTE-LINEA FROM WS-LINEA-COL-TRAMOS.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 4
               MOVE WS-TT-NOMBRE(WS-IDX-TRAMO) TO WS-LR-NOMBRE
               MOVE WS-TT-PARTIDAS(WS-IDX-TRAMO) TO WS-LR-PARTIDAS
               MOVE WS-TT-SALDO(WS-IDX-TRAMO) TO WS-LR-SALDO
               MOVE WS-TT-TASA(WS-IDX-TRAMO) TO WS-LR-TASA
               MOVE WS-TT-ENTRADA(WS-IDX-TRAMO) TO WS-LR-ENTRADA
               WRITE REPORTE-LINEA FROM WS-LINEA-TRAMO
           END-PERFORM.
           MOVE 'PROMESAS' TO WS-LR-NOMBRE.
           MOVE WS-PROM-PARTIDAS TO WS-LR-PARTIDAS.
           MOVE WS-PROM-SALDO TO WS-LR-SALDO.
           MOVE ZERO TO WS-LR-TASA.
           MOVE WS-PROM-ENTRADA TO WS-LR-ENTRADA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TRAMO.

      *****************************************************************
      *  Proyectado contra real de la semana comparada, por fuente,
      *  y la tasa de cobro: la supuesta (entrada proyectada sobre el
      *  saldo que vencia) contra la implicita (entrada real sobre
      *  ese mismo saldo).
      *****************************************************************
       660-IMPRIMIR-COMPARACION.
           MOVE 'PROYECTADO CONTRA REAL' TO WS-LINEA-SECCION.
           PERFORM 690-ESCRIBIR-SECCION.
           IF NOT WS-ANTERIOR-EXISTE
               MOVE 'SIN PROYECCION ANTERIOR CON SEMANA CUMPLIDA'
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           ELSE
               MOVE 'SEMANA COMPARADA' TO WS-LC-TEXTO
               MOVE WS-HA-SEMANA-DESDE TO WS-LC-DESDE
               MOVE WS-HA-SEMANA-HASTA TO WS-LC-HASTA
               MOVE WS-HA-FECHA-CORRIDA TO WS-LC-CORRIDA
               WRITE REPORTE-LINEA FROM WS-LINEA-COMPARA
               WRITE REPORTE-LINEA FROM WS-LINEA-COL-COMPARA
               MOVE 'ENTRADAS DE COBRANZA' TO WS-LS-TEXTO
               MOVE WS-HA-TOTAL-ENTRADAS TO WS-PROYECTADO
               MOVE WS-REAL-ENTRADAS TO WS-REAL
               PERFORM 670-LINEA-COMPARADA
               MOVE 'CHEQUES Y RETENIDOS' TO WS-LS-TEXTO
               COMPUTE WS-PROYECTADO =
                   WS-HA-CHEQUES + WS-HA-RETENIDOS
               MOVE WS-REAL-CHEQUES TO WS-REAL
               PERFORM 670-LINEA-COMPARADA
               MOVE 'ORDENES PERMANENTES' TO WS-LS-TEXTO
               MOVE WS-HA-ORDENES TO WS-PROYECTADO
               MOVE WS-REAL-ORDENES TO WS-REAL
               PERFORM 670-LINEA-COMPARADA
               MOVE 'NETO' TO WS-LS-TEXTO
               COMPUTE WS-PROYECTADO =
                   WS-HA-TOTAL-ENTRADAS - WS-HA-TOTAL-SALIDAS
               COMPUTE WS-REAL = WS-REAL-ENTRADAS
                   - WS-REAL-CHEQUES - WS-REAL-ORDENES
               PERFORM 670-LINEA-COMPARADA
               PERFORM 680-IMPRIMIR-TASAS
           END-IF.

       670-LINEA-COMPARADA.
           MOVE WS-PROYECTADO TO WS-LS-IMPORTE-1.
           MOVE WS-REAL TO WS-LS-IMPORTE-2.
           COMPUTE WS-LS-IMPORTE-3 = WS-REAL - WS-PROYECTADO.
           MOVE SPACES TO WS-LS-IMPORTE-4-X.
           WRITE REPORTE-LINEA FROM WS-LINEA-SEMANA.

       680-IMPRIMIR-TASAS.
           WRITE REPORTE-LINEA FROM WS-LINEA-COL-TASAS.
           MOVE WS-HA-PROMESA-SALDO TO WS-SALDO-COMPARADO.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 4
               MOVE WS-TT-NOMBRE(WS-IDX-TRAMO) TO WS-LR-NOMBRE
               MOVE ZERO TO WS-LR-PARTIDAS
               MOVE WS-HA-SALDO(WS-IDX-TRAMO) TO WS-LR-SALDO
               MOVE WS-HA-TASA(WS-IDX-TRAMO) TO WS-LR-TASA
               MOVE WS-HA-ENTRADA(WS-IDX-TRAMO) TO WS-LR-ENTRADA
               WRITE REPORTE-LINEA FROM WS-LINEA-TRAMO
               ADD WS-HA-SALDO(WS-IDX-TRAMO) TO WS-SALDO-COMPARADO
           END-PERFORM.
           MOVE 'PROMESAS' TO WS-LR-NOMBRE.
           MOVE ZERO TO WS-LR-PARTIDAS.
           MOVE WS-HA-PROMESA-SALDO TO WS-LR-SALDO.
           MOVE ZERO TO WS-LR-TASA.
           MOVE WS-HA-PROMESA-ENTRADA TO WS-LR-ENTRADA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TRAMO.
           IF WS-SALDO-COMPARADO > ZERO
               MOVE 'PCT DE COBRO SUPUESTO (PONDERADO)'
                   TO WS-LTA-TEXTO
               COMPUTE WS-TASA-CALCULADA ROUNDED =
                   WS-HA-TOTAL-ENTRADAS * 100 / WS-SALDO-COMPARADO
               MOVE WS-TASA-CALCULADA TO WS-LTA-TASA
               WRITE REPORTE-LINEA FROM WS-LINEA-TASA
               MOVE 'PCT DE COBRO REAL IMPLICITO' TO WS-LTA-TEXTO
               COMPUTE WS-TASA-CALCULADA ROUNDED =
                   WS-REAL-ENTRADAS * 100 / WS-SALDO-COMPARADO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-TASA-CALCULADA
               END-COMPUTE
               MOVE WS-TASA-CALCULADA TO WS-LTA-TASA
               WRITE REPORTE-LINEA FROM WS-LINEA-TASA
           ELSE
               MOVE 'SIN SALDO QUE VENCIERA EN LA SEMANA COMPARADA'
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.

       690-ESCRIBIR-SECCION.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           WRITE REPORTE-LINEA FROM WS-LINEA-SECCION.

       695-CABEZA-SEMANA.
           MOVE SPACES TO WS-LS-TEXTO.
           MOVE WS-IDX-SEMANA TO WS-LS-SEMANA.
           MOVE WS-TS-DESDE(WS-IDX-SEMANA) TO WS-LS-DESDE.
           MOVE WS-TS-HASTA(WS-IDX-SEMANA) TO WS-LS-HASTA.

       700-CERRAR-ARCHIVOS.
           CLOSE TRANDAT-FILE.
           CLOSE REPORTE-FILE.

      *****************************************************************
      *  Dias desde la fecha de proceso hasta WS-FECHA-UBICAR y
      *  semana en que cae; la fecha vencida, en cero o que no es
      *  fecha valida cuenta como hoy.
      *****************************************************************
       800-UBICAR-FECHA.
           MOVE ZERO TO WS-DIAS-ADELANTE.
           MOVE 1 TO WS-IDX-SEMANA.
           IF WS-FECHA-UBICAR > WS-FECHA-PROCESO
               CALL 'DATEUTIL' USING '2' WS-FECHA-PROCESO
                   WS-FECHA-UBICAR WS-FECHA-FORMATEADA
                   WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL
               IF WS-RETORNO-DATEUTIL = ZERO
                  AND WS-DIAS-TRANSCURRIDOS > ZERO
                   IF WS-DIAS-TRANSCURRIDOS > 90
                       MOVE ZERO TO WS-IDX-SEMANA
                   ELSE
                       MOVE WS-DIAS-TRANSCURRIDOS TO WS-DIAS-ADELANTE
                       COMPUTE WS-IDX-SEMANA =
                           WS-DIAS-ADELANTE / 7 + 1
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Suma el importe proyectado a los subtotales de 30, 60 y 90
      *  dias que alcanzan su dia.
      *****************************************************************
       810-SUMAR-ENTRADA.
           PERFORM VARYING WS-IDX-HORIZONTE FROM 1 BY 1
               UNTIL WS-IDX-HORIZONTE > 3
               IF WS-DIAS-ADELANTE < WS-TH-DIAS(WS-IDX-HORIZONTE)
                   ADD WS-IMPORTE-PROYECTADO
                       TO WS-TH-ENTRADAS(WS-IDX-HORIZONTE)
               END-IF
           END-PERFORM.

       820-SUMAR-SALIDA.
           PERFORM VARYING WS-IDX-HORIZONTE FROM 1 BY 1
               UNTIL WS-IDX-HORIZONTE > 3
               IF WS-DIAS-ADELANTE < WS-TH-DIAS(WS-IDX-HORIZONTE)
                   ADD WS-IMPORTE-PROYECTADO
                       TO WS-TH-SALIDAS(WS-IDX-HORIZONTE)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Dias del mes de la fecha candidata, mismas reglas de mes y
      *  bisiesto que 900-DIAS-DEL-MES en ORDGEN.
      *****************************************************************
       900-DIAS-DEL-MES.
           MOVE WS-FECHA-CANDIDATA(1:4) TO WS-ANO-N.
           MOVE WS-FECHA-CANDIDATA(5:2) TO WS-MES-N.
           MOVE WS-FECHA-CANDIDATA(7:2) TO WS-DIA-N.
           EVALUATE WS-MES-N
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DIAS-EN-MES
               WHEN 2
                   IF FUNCTION MOD(WS-ANO-N, 4) = 0
                      AND (FUNCTION MOD(WS-ANO-N, 100) NOT = 0
                           OR FUNCTION MOD(WS-ANO-N, 400) = 0)
                       MOVE 29 TO WS-DIAS-EN-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-EN-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-EN-MES
           END-EVALUATE.
       END PROGRAM CASHPROY.
