       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISN.
      *****************************************************************
      *  Provision mensual para cartera dudosa: la perdida esperada
      *  se reconoce en el mayor antes de que el castigo llegue, en
      *  vez de que un mes de muchos castigos pegue de golpe en
      *  resultados.  En el cierre de mes:
      *    - clasifica el saldo abierto de TRANDAT en los mismos
      *      tramos de antiguedad que AGING (0-30, 31-60, 61-90 y mas
      *      de 90 dias desde la fecha efectiva, a la fecha de
      *      proceso);
      *    - aplica a cada tramo su porcentaje de provision de
      *      RUNCTL (RC-PCT-PROV-...) y obtiene la estimacion
      *      requerida;
      *    - postea en el lote GLFEED balanceado PROVGL solo la
      *      diferencia contra la estimacion ya contabilizada (el
      *      ultimo registro de PROVHIST): cargo a gasto por
      *      provision y abono a la estimacion si hay que subirla,
      *      al reves si hay que bajarla; ambas cuentas deben estar
      *      activas en CTACAT y el periodo del ciclo abierto en
      *      PERCTL, si no el paso termina con RC=8 sin postear;
      *    - anexa el calculo a PROVHIST y deja en PROVRPT cada tramo
      *      con su saldo, porcentaje y provision contra el mes
      *      anterior, y la provision que se llevaron los castigos
      *      del mes (partidas 'W' con fecha de castigo en el
      *      periodo, a la tasa del tramo en que estaban provisionadas
      *      el mes anterior).
      *  La provision va en moneda base; el detalle lleva 'BAS' con
      *  tasa 1.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "PROVHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT GL-FILE ASSIGN TO "PROVGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "PROVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CTACAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT PERIODOS-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  HISTORIA-FILE.
           COPY PROVHIST.
       FD  GL-FILE.
           COPY GLFEED.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  CATALOGO-FILE.
           COPY CTACAT.
       FD  PERIODOS-FILE.
           COPY PERCTL.
       WORKING-STORAGE SECTION.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-GL-STATUS             PIC X(2).
           88 WS-GL-OK             VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-CATALOGO-STATUS       PIC X(2).
           88 WS-CATALOGO-OK       VALUE '00'.
           88 WS-CATALOGO-EOF      VALUE '10'.
       01 WS-PERIODOS-STATUS       PIC X(2).
           88 WS-PERIODOS-OK       VALUE '00'.
           88 WS-PERIODOS-EOF      VALUE '10'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'PROVISN'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-GX-CORRIDA            PIC X(8) VALUE 'PROVISN'.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-PERIODO-PROCESO       PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-CASTIGO       PIC 9(6) VALUE ZERO.
       01 WS-CUENTA-PROVISION      PIC X(6) VALUE '333333'.
       01 WS-CUENTA-GASTO          PIC X(6) VALUE '222222'.
       01 WS-DIAS-TRANSCURRIDOS    PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
      *****************************************************************
      *  Tramos de antiguedad, en el orden de AGING: saldo abierto,
      *  porcentaje y provision del mes, y lo mismo del mes anterior
      *  tomado de PROVHIST para la comparacion del reporte.
      *****************************************************************
       01 WS-TABLA-TRAMOS.
           05  WS-TRAMO-ENTRADA    OCCURS 4 TIMES.
               10  WS-TT-NOMBRE    PIC X(8).
               10  WS-TT-PARTIDAS  PIC 9(7).
               10  WS-TT-SALDO     PIC S9(11)V99.
               10  WS-TT-TASA      PIC 9(3)V99.
               10  WS-TT-PROVISION PIC S9(11)V99.
               10  WS-TT-SALDO-ANT PIC S9(11)V99.
               10  WS-TT-TASA-ANT  PIC 9(3)V99.
               10  WS-TT-PROV-ANT  PIC S9(11)V99.
       01 WS-IDX-TRAMO             PIC 9(1).
       01 WS-TASA-CASTIGO          PIC 9(3)V99.
       01 WS-HAY-ANTERIOR          PIC X(1) VALUE 'N'.
           88 WS-ANTERIOR-EXISTE   VALUE 'S'.
       01 WS-PROV-REQUERIDA        PIC S9(11)V99 VALUE ZERO.
       01 WS-PROV-CONTABILIZADA    PIC S9(11)V99 VALUE ZERO.
       01 WS-PROV-ANTERIOR         PIC S9(11)V99 VALUE ZERO.
       01 WS-AJUSTE                PIC S9(11)V99 VALUE ZERO.
       01 WS-RESTANTE              PIC S9(11)V99 VALUE ZERO.
       01 WS-PIEZA                 PIC S9(7)V99 VALUE ZERO.
       01 WS-TOTAL-CASTIGOS        PIC S9(11)V99 VALUE ZERO.
       01 WS-REVERSO-CASTIGOS      PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-SALDO           PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-SALDO-ANT       PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-DETALLES           PIC 9(7) VALUE ZERO.
       01 WS-GL-TOT-DEBE           PIC S9(11)V999 VALUE ZERO.
       01 WS-GL-TOT-HABER          PIC S9(11)V999 VALUE ZERO.
       01 WS-CONTADOR-PARTIDAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ABIERTAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CASTIGADAS   PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Catalogo de cuentas aceptadas por el mayor; sin archivo
      *  asignado no se valida, igual que en NEGATIVO-DECIMAL.
      *****************************************************************
       01 WS-TABLA-CTAS.
           05  WS-CTA-ENTRADA      OCCURS 2000 TIMES.
               10  WS-TCT-CUENTA   PIC X(6).
       01 WS-CONTADOR-CTAS         PIC 9(4) VALUE ZERO.
       01 WS-IDX-CTA               PIC 9(4).
       01 WS-CUENTA-BUSCAR         PIC X(6).
       01 WS-HAY-CUENTA-CAT        PIC X(1) VALUE 'N'.
           88 WS-CUENTA-EN-CATALOGO VALUE 'S'.
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
       01 WS-ESTADO-PERIODO        PIC X(1) VALUE 'A'.
           88 WS-PERIODO-CERRADO   VALUE 'C'.
      *****************************************************************
      *  Lineas del reporte PROVRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(40)
               VALUE 'PROVISION PARA CARTERA DUDOSA - PERIODO '.
           05  WS-LT-PERIODO       PIC 9(6).
           05  FILLER              PIC X(15) VALUE '  FECHA PROCESO'.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(30) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'TRAMO   PARTIDAS   SALDO ABIERTO     PCT        PR'.
           05  FILLER              PIC X(50) VALUE
               'OVISION    PROV ANTERIOR        VARIACION'.
       01 WS-LINEA-TRAMO.
           05  WS-LR-NOMBRE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-PARTIDAS      PIC Z(6)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LR-SALDO         PIC -Z(10)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LR-TASA          PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LR-PROVISION     PIC -Z(10)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LR-PROV-ANT      PIC -Z(10)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LR-VARIACION     PIC -Z(10)9.99.
           05  FILLER              PIC X(13) VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-IMPORTE      PIC -Z(10)9.99.
           05  FILLER              PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-CATALOGO.
           PERFORM 080-CARGAR-PERIODOS.
           PERFORM 090-VERIFICAR-PERIODO-CICLO.
           PERFORM 095-VERIFICAR-CUENTAS.
           PERFORM 100-LEER-HISTORIA.
           PERFORM 150-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-PARTIDA.
           PERFORM UNTIL WS-TRANDAT-EOF
               ADD 1 TO WS-CONTADOR-PARTIDAS
               PERFORM 300-CLASIFICAR-PARTIDA
               PERFORM 200-LEER-PARTIDA
           END-PERFORM.
           PERFORM 400-CALCULAR-PROVISION.
           PERFORM 450-POSTEAR-AJUSTE.
           PERFORM 500-ESCRIBIR-COLA-GL.
           PERFORM 550-ASENTAR-HISTORIA.
           PERFORM 600-IMPRIMIR-REPORTE.
           PERFORM 700-CERRAR-ARCHIVOS.
           DISPLAY 'PROVISION PARA CARTERA DUDOSA'.
           DISPLAY 'PARTIDAS LEIDAS        : ' WS-CONTADOR-PARTIDAS.
           DISPLAY 'PARTIDAS ABIERTAS      : ' WS-CONTADOR-ABIERTAS.
           DISPLAY 'CASTIGADAS EN EL MES   : '
               WS-CONTADOR-CASTIGADAS.
           DISPLAY 'PROVISION REQUERIDA    : ' WS-PROV-REQUERIDA.
           DISPLAY 'AJUSTE POSTEADO        : ' WS-AJUSTE.
           STOP RUN.

       050-LEER-RUNCTL.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           INITIALIZE WS-TABLA-TRAMOS.
           MOVE '0-30'  TO WS-TT-NOMBRE(1).
           MOVE '31-60' TO WS-TT-NOMBRE(2).
           MOVE '61-90' TO WS-TT-NOMBRE(3).
           MOVE '90+'   TO WS-TT-NOMBRE(4).
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
                       IF RC-CUENTA-PROVISION NOT = SPACES
                           MOVE RC-CUENTA-PROVISION
                               TO WS-CUENTA-PROVISION
                       END-IF
                       IF RC-CUENTA-GASTO-PROV NOT = SPACES
                           MOVE RC-CUENTA-GASTO-PROV
                               TO WS-CUENTA-GASTO
                       END-IF
                       IF RC-PCT-PROV-0-30 IS NUMERIC
                           MOVE RC-PCT-PROV-0-30 TO WS-TT-TASA(1)
                       END-IF
                       IF RC-PCT-PROV-31-60 IS NUMERIC
                           MOVE RC-PCT-PROV-31-60 TO WS-TT-TASA(2)
                       END-IF
                       IF RC-PCT-PROV-61-90 IS NUMERIC
                           MOVE RC-PCT-PROV-61-90 TO WS-TT-TASA(3)
                       END-IF
                       IF RC-PCT-PROV-MAS-90 IS NUMERIC
                           MOVE RC-PCT-PROV-MAS-90 TO WS-TT-TASA(4)
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO.

       060-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WS-CATALOGO-OK
               PERFORM 070-LEER-CATALOGO
               PERFORM UNTIL WS-CATALOGO-EOF
                   IF CC-CUENTA-ACTIVA
                      AND WS-CONTADOR-CTAS < 2000
                       ADD 1 TO WS-CONTADOR-CTAS
                       MOVE CC-CUENTA
                           TO WS-TCT-CUENTA(WS-CONTADOR-CTAS)
                   END-IF
                   PERFORM 070-LEER-CATALOGO
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

       070-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END SET WS-CATALOGO-EOF TO TRUE
           END-READ.

       080-CARGAR-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-OK
               PERFORM 085-LEER-PERIODO
               PERFORM UNTIL WS-PERIODOS-EOF
                   IF WS-CONTADOR-PERIODOS < 120
                       ADD 1 TO WS-CONTADOR-PERIODOS
                       MOVE PE-PERIODO
                           TO WS-TPE-PERIODO(WS-CONTADOR-PERIODOS)
                       MOVE PE-ESTADO
                           TO WS-TPE-ESTADO(WS-CONTADOR-PERIODOS)
                   END-IF
                   PERFORM 085-LEER-PERIODO
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF.

       085-LEER-PERIODO.
           READ PERIODOS-FILE
               AT END SET WS-PERIODOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  La provision del mes se postea en el periodo de la fecha de
      *  proceso; con ese periodo ya cerrado por finanzas el paso se
      *  rechaza con RC=8 antes de tocar nada, igual que WRITEOFF.
      *****************************************************************
       090-VERIFICAR-PERIODO-CICLO.
           MOVE 'A' TO WS-ESTADO-PERIODO.
           PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-CONTADOR-PERIODOS
               IF WS-TPE-PERIODO(WS-IDX-PERIODO) =
                  WS-PERIODO-PROCESO
                   MOVE WS-TPE-ESTADO(WS-IDX-PERIODO)
                       TO WS-ESTADO-PERIODO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PERIODO-CERRADO
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'PERIODO DE LA PROVISION CERRADO'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'PROVISION RECHAZADA: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  La cuenta de la estimacion y la de gasto deben estar activas
      *  en el catalogo: un lote con una cuenta que el mayor no
      *  acepta se rebotaria entero, asi que se detiene aqui.
      *****************************************************************
       095-VERIFICAR-CUENTAS.
           IF WS-CONTADOR-CTAS > ZERO
               MOVE WS-CUENTA-PROVISION TO WS-CUENTA-BUSCAR
               PERFORM 097-BUSCAR-CUENTA
               IF WS-CUENTA-EN-CATALOGO
                   MOVE WS-CUENTA-GASTO TO WS-CUENTA-BUSCAR
                   PERFORM 097-BUSCAR-CUENTA
               END-IF
               IF NOT WS-CUENTA-EN-CATALOGO
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE WS-CUENTA-BUSCAR TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'CUENTA DE PROVISION NO CATALOGADA'
                       TO WS-EL-DATO-OFENSOR(8:33)
                   DISPLAY 'PROVISION RECHAZADA: ' WS-EL-DATO-OFENSOR
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       097-BUSCAR-CUENTA.
           MOVE 'N' TO WS-HAY-CUENTA-CAT.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-CONTADOR-CTAS
               IF WS-TCT-CUENTA(WS-IDX-CTA) = WS-CUENTA-BUSCAR
                   SET WS-CUENTA-EN-CATALOGO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  PROVHIST va en orden de corrida: el ultimo registro es la
      *  estimacion que quedo en libros (contra ella se calcula el
      *  ajuste, aunque sea del mismo periodo por una corrida
      *  repetida) y el ultimo de un periodo anterior es el mes con
      *  el que se compara el reporte.  Sin historia se parte de
      *  cero: la primera corrida postea la estimacion completa.
      *****************************************************************
       100-LEER-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-OK
               PERFORM 110-LEER-REGISTRO-HISTORIA
               PERFORM UNTIL WS-HISTORIA-EOF
                   MOVE PV-TOTAL-PROVISION TO WS-PROV-CONTABILIZADA
                   IF PV-PERIODO < WS-PERIODO-PROCESO
                       SET WS-ANTERIOR-EXISTE TO TRUE
                       MOVE PV-TOTAL-PROVISION TO WS-PROV-ANTERIOR
                       PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                           UNTIL WS-IDX-TRAMO > 4
                           MOVE PV-SALDO(WS-IDX-TRAMO)
                               TO WS-TT-SALDO-ANT(WS-IDX-TRAMO)
                           MOVE PV-TASA(WS-IDX-TRAMO)
                               TO WS-TT-TASA-ANT(WS-IDX-TRAMO)
                           MOVE PV-PROVISION(WS-IDX-TRAMO)
                               TO WS-TT-PROV-ANT(WS-IDX-TRAMO)
                       END-PERFORM
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
      *  Sin TRANDAT la estimacion requerida saldria en cero y el
      *  ajuste revertiria toda la provision en libros: el paso se
      *  detiene con RC=8 antes de abrir el lote.
      *****************************************************************
       150-ABRIR-ARCHIVOS.
           OPEN INPUT TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'TRANDAT NO DISPONIBLE, STATUS'
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-TRANDAT-STATUS TO WS-EL-DATO-OFENSOR(31:2)
               DISPLAY 'PROVISION RECHAZADA: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           OPEN OUTPUT GL-FILE.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-CABECERA TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-CAB-FECHA.
           MOVE 'PROVISN' TO GLF-CAB-CORRIDA.
           WRITE GLFEED-REGISTRO.
           CALL 'GLXMIT' USING WS-FECHA-PROCESO WS-GX-CORRIDA.

       200-LEER-PARTIDA.
           READ TRANDAT-FILE
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  La partida abierta suma al tramo de su antiguedad a la
      *  fecha de proceso.  La castigada en el periodo se lleva la
      *  provision que tenia: su antiguedad se mide a la fecha del
      *  castigo (TD-FECHA-EXPIRA) y se valua a la tasa del tramo
      *  del mes anterior, que es la que estaba en libros.
      *****************************************************************
       300-CLASIFICAR-PARTIDA.
           EVALUATE TRUE
               WHEN TD-ABIERTO
                   ADD 1 TO WS-CONTADOR-ABIERTAS
                   CALL 'DATEUTIL' USING '2' WS-FECHA-PROCESO
                       TD-FECHA-EFECTIVA WS-FECHA-FORMATEADA
                       WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL
      *  Fecha efectiva futura (cuota de convenio que aun no vence):
      *  la partida esta al dia, no tiene antiguedad.
                   IF WS-DIAS-TRANSCURRIDOS > ZERO
                       MOVE ZERO TO WS-DIAS-TRANSCURRIDOS
                   END-IF
                   PERFORM 310-DETERMINAR-TRAMO
                   ADD 1 TO WS-TT-PARTIDAS(WS-IDX-TRAMO)
                   ADD TD-IMPORTE TO WS-TT-SALDO(WS-IDX-TRAMO)
               WHEN TD-CASTIGADO
                   COMPUTE WS-PERIODO-CASTIGO =
                       TD-FX-ANO * 100 + TD-FX-MES
                   IF WS-PERIODO-CASTIGO = WS-PERIODO-PROCESO
                       PERFORM 320-REVERTIR-CASTIGO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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

       320-REVERTIR-CASTIGO.
           ADD 1 TO WS-CONTADOR-CASTIGADAS.
           ADD TD-IMPORTE TO WS-TOTAL-CASTIGOS.
           CALL 'DATEUTIL' USING '2' TD-FECHA-EXPIRA
               TD-FECHA-EFECTIVA WS-FECHA-FORMATEADA
               WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL.
           PERFORM 310-DETERMINAR-TRAMO.
           IF WS-ANTERIOR-EXISTE
               MOVE WS-TT-TASA-ANT(WS-IDX-TRAMO) TO WS-TASA-CASTIGO
           ELSE
               MOVE WS-TT-TASA(WS-IDX-TRAMO) TO WS-TASA-CASTIGO
           END-IF.
           COMPUTE WS-REVERSO-CASTIGOS ROUNDED =
               WS-REVERSO-CASTIGOS
               + TD-IMPORTE * WS-TASA-CASTIGO / 100.

      *****************************************************************
      *  Un tramo con saldo neto acreedor no pide provision.
      *****************************************************************
       400-CALCULAR-PROVISION.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 4
               IF WS-TT-SALDO(WS-IDX-TRAMO) > ZERO
                   COMPUTE WS-TT-PROVISION(WS-IDX-TRAMO) ROUNDED =
                       WS-TT-SALDO(WS-IDX-TRAMO)
                       * WS-TT-TASA(WS-IDX-TRAMO) / 100
               ELSE
                   MOVE ZERO TO WS-TT-PROVISION(WS-IDX-TRAMO)
               END-IF
               ADD WS-TT-PROVISION(WS-IDX-TRAMO)
                   TO WS-PROV-REQUERIDA
               ADD WS-TT-SALDO(WS-IDX-TRAMO) TO WS-TOTAL-SALDO
               ADD WS-TT-SALDO-ANT(WS-IDX-TRAMO)
                   TO WS-TOTAL-SALDO-ANT
           END-PERFORM.
           COMPUTE WS-AJUSTE =
               WS-PROV-REQUERIDA - WS-PROV-CONTABILIZADA.

      *****************************************************************
      *  Solo la diferencia viaja al mayor: positiva, cargo a gasto
      *  y abono a la estimacion; negativa, al reves.  El detalle
      *  GLFEED no admite mas de siete enteros, asi que un ajuste
      *  mayor sale en varios pares balanceados.
      *****************************************************************
       450-POSTEAR-AJUSTE.
           MOVE WS-AJUSTE TO WS-RESTANTE.
           PERFORM UNTIL WS-RESTANTE = ZERO
               EVALUATE TRUE
                   WHEN WS-RESTANTE > 9999999
                       MOVE 9999999 TO WS-PIEZA
                   WHEN WS-RESTANTE < -9999999
                       MOVE -9999999 TO WS-PIEZA
                   WHEN OTHER
                       MOVE WS-RESTANTE TO WS-PIEZA
               END-EVALUATE
               SUBTRACT WS-PIEZA FROM WS-RESTANTE
               MOVE WS-CUENTA-GASTO TO GLF-DET-CUENTA
               MOVE WS-PIEZA TO GLF-DET-IMPORTE
               MOVE WS-PIEZA TO GLF-DET-IMPORTE-ORIG
               PERFORM 460-ESCRIBIR-DETALLE-GL
               MOVE WS-CUENTA-PROVISION TO GLF-DET-CUENTA
               COMPUTE GLF-DET-IMPORTE = ZERO - WS-PIEZA
               COMPUTE GLF-DET-IMPORTE-ORIG = ZERO - WS-PIEZA
               PERFORM 460-ESCRIBIR-DETALLE-GL
           END-PERFORM.

       460-ESCRIBIR-DETALLE-GL.
           SET GLF-DETALLE TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-DET-FECHA.
           MOVE WS-FECHA-PROCESO TO GLF-DET-FECHA-VALOR.
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

       500-ESCRIBIR-COLA-GL.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-COLA TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-FIN-FECHA.
           MOVE WS-GL-DETALLES TO GLF-FIN-REGISTROS.
           MOVE WS-GL-TOT-DEBE TO GLF-FIN-TOT-DEBE.
           MOVE WS-GL-TOT-HABER TO GLF-FIN-TOT-HABER.
           WRITE GLFEED-REGISTRO.

       550-ASENTAR-HISTORIA.
           OPEN EXTEND HISTORIA-FILE.
           MOVE SPACES TO PROVHIST-REGISTRO.
           MOVE WS-PERIODO-PROCESO TO PV-PERIODO.
           MOVE WS-FECHA-PROCESO TO PV-FECHA.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 4
               MOVE WS-TT-SALDO(WS-IDX-TRAMO)
                   TO PV-SALDO(WS-IDX-TRAMO)
               MOVE WS-TT-TASA(WS-IDX-TRAMO)
                   TO PV-TASA(WS-IDX-TRAMO)
               MOVE WS-TT-PROVISION(WS-IDX-TRAMO)
                   TO PV-PROVISION(WS-IDX-TRAMO)
           END-PERFORM.
           MOVE WS-PROV-REQUERIDA TO PV-TOTAL-PROVISION.
           MOVE WS-TOTAL-CASTIGOS TO PV-CASTIGOS.
           MOVE WS-REVERSO-CASTIGOS TO PV-REVERSO-CASTIGOS.
           MOVE WS-AJUSTE TO PV-AJUSTE.
           WRITE PROVHIST-REGISTRO.
           CLOSE HISTORIA-FILE.

       600-IMPRIMIR-REPORTE.
           MOVE WS-PERIODO-PROCESO TO WS-LT-PERIODO.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 4
               MOVE WS-TT-NOMBRE(WS-IDX-TRAMO) TO WS-LR-NOMBRE
               MOVE WS-TT-PARTIDAS(WS-IDX-TRAMO) TO WS-LR-PARTIDAS
               MOVE WS-TT-SALDO(WS-IDX-TRAMO) TO WS-LR-SALDO
               MOVE WS-TT-TASA(WS-IDX-TRAMO) TO WS-LR-TASA
               MOVE WS-TT-PROVISION(WS-IDX-TRAMO) TO WS-LR-PROVISION
               MOVE WS-TT-PROV-ANT(WS-IDX-TRAMO) TO WS-LR-PROV-ANT
               COMPUTE WS-LR-VARIACION =
                   WS-TT-PROVISION(WS-IDX-TRAMO)
                   - WS-TT-PROV-ANT(WS-IDX-TRAMO)
               WRITE REPORTE-LINEA FROM WS-LINEA-TRAMO
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'SALDO ABIERTO TOTAL' TO WS-LTT-TEXTO.
           MOVE WS-TOTAL-SALDO TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'SALDO ABIERTO MES ANTERIOR' TO WS-LTT-TEXTO.
           MOVE WS-TOTAL-SALDO-ANT TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'PROVISION REQUERIDA' TO WS-LTT-TEXTO.
           MOVE WS-PROV-REQUERIDA TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'PROVISION DEL MES ANTERIOR' TO WS-LTT-TEXTO.
           MOVE WS-PROV-ANTERIOR TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'PROVISION CONTABILIZADA ANTES DEL AJUSTE'
               TO WS-LTT-TEXTO.
           MOVE WS-PROV-CONTABILIZADA TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CASTIGOS DEL MES' TO WS-LTT-TEXTO.
           MOVE WS-TOTAL-CASTIGOS TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'PROVISION REVERTIDA POR CASTIGOS' TO WS-LTT-TEXTO.
           MOVE WS-REVERSO-CASTIGOS TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'AJUSTE POSTEADO AL MAYOR' TO WS-LTT-TEXTO.
           MOVE WS-AJUSTE TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           IF NOT WS-ANTERIOR-EXISTE
               MOVE SPACES TO REPORTE-LINEA
               MOVE 'SIN HISTORIA DE MES ANTERIOR EN PROVHIST'
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.

       700-CERRAR-ARCHIVOS.
           CLOSE TRANDAT-FILE.
           CLOSE REPORTE-FILE.
           CLOSE GL-FILE.
       END PROGRAM PROVISN.
