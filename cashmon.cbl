       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.
      *****************************************************************
      *  Monitoreo diario de efectivo y fraccionamiento sobre los
      *  posteos de CUSTHIST.  Cada posteo se valua en moneda base
      *  (CH-IMPORTE por CH-TASA, en valor absoluto: cuentan las dos
      *  direcciones) y se acumula por CH-CUST-NUMBER dentro de una
      *  ventana movil de RC-DIAS-VENTANA-MONITOR dias que termina en
      *  la fecha de proceso.  Solo cuentan los posteos que mueven
      *  dinero (secuencia menor que 7000000: NEGDEC y desembolsos de
      *  CHECKPRT); devengamientos y cargos de ACRMENS y ajustes de
      *  ADJPOST no.  Se abre un caso en PROD.CUMPLIMIENTO.CASOS.
      *  EFECTIVO (CASHCASE, estado pendiente) por:
      *    'U' cada posteo del dia igual o mayor que el umbral;
      *    'F' RC-MIN-FRACCIONES o mas posteos en la ventana entre
      *        RC-PCT-FRACCION por ciento del umbral y el umbral, con
      *        al menos uno en el dia;
      *    'V' RC-MAX-MOVS-VENTANA o mas posteos en la ventana, con
      *        al menos uno en el dia.
      *  Un posteo que ya tiene caso 'U' no lo repite, y un cliente
      *  que ya tiene caso 'F' o 'V' abierto dentro de la ventana no
      *  recibe otro del mismo tipo (cualquiera sea su estado).
      *  CASHRPT lista los casos nuevos; las decisiones de
      *  cumplimiento y el reporte regulatorio se aplican en CASHDSP.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT CASOS-FILE ASSIGN TO "CASHCASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  HISTORIA-FILE.
           COPY CUSTHIST.
       FD  CASOS-FILE.
           COPY CASHCASE.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-CASOS-STATUS          PIC X(2).
           88 WS-CASOS-OK          VALUE '00'.
           88 WS-CASOS-EOF         VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CASHMON'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Parametros de RUNCTL con sus valores por omision.
      *****************************************************************
       01 WS-UMBRAL                PIC 9(7)V99 VALUE 10000.00.
       01 WS-PCT-FRACCION          PIC 9(3) VALUE 80.
       01 WS-MIN-FRACCIONES        PIC 9(2) VALUE 3.
       01 WS-DIAS-VENTANA          PIC 9(3) VALUE 5.
       01 WS-MAX-MOVS              PIC 9(3) VALUE 20.
       01 WS-PISO-FRACCION         PIC 9(7)V99.
      *  Cota gruesa por fecha para no pasar por DATEUTIL la historia
      *  que seguro queda fuera de la ventana.
       01 WS-ANOS-VENTANA          PIC 9(3).
       01 WS-FECHA-COTA            PIC 9(8).
       01 WS-FECHA-FORMATEADA      PIC X(10).
       01 WS-DIAS-TRANSCURRIDOS    PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-IMPORTE-BASE          PIC S9(11)V99.
      *****************************************************************
      *  Casos ya abiertos que todavia importan: los 'U' cuyo posteo
      *  cae desde la cota, y los 'F'/'V' abiertos dentro de la
      *  ventana.  Lo que no entra en la tabla puede volver a abrirse;
      *  queda avisado en ERRLOG.
      *****************************************************************
       01 WS-MAX-CASOS             PIC 9(5) VALUE 5000.
       01 WS-TABLA-CASOS.
           05  WS-TC-ENTRADA OCCURS 5000 TIMES.
               10  WS-TC-CUST      PIC 9(6).
               10  WS-TC-TIPO      PIC X(1).
               10  WS-TC-FECHA-POSTEO PIC 9(8).
               10  WS-TC-SECUENCIA PIC 9(7).
       01 WS-CONTADOR-CASOS        PIC 9(5) VALUE ZERO.
       01 WS-IDX-CASO              PIC 9(5).
       01 WS-ULTIMO-NUMERO         PIC 9(5) VALUE ZERO.
       01 WS-CASO-CONOCIDO         PIC X(1).
           88 WS-CASO-EXISTE       VALUE 'S'.
       01 WS-AVISO-CASOS           PIC X(1) VALUE 'N'.
           88 WS-YA-AVISO-CASOS    VALUE 'S'.
      *****************************************************************
      *  Acumulados de la ventana por cliente.
      *****************************************************************
       01 WS-MAX-CLIENTES          PIC 9(5) VALUE 3000.
       01 WS-TABLA-CLIENTES.
           05  WS-TK-ENTRADA OCCURS 3000 TIMES.
               10  WS-TK-CUST      PIC 9(6).
               10  WS-TK-MOVS      PIC 9(5).
               10  WS-TK-MOVS-HOY  PIC 9(5).
               10  WS-TK-DESDE     PIC 9(8).
               10  WS-TK-TOTAL     PIC 9(11)V99.
               10  WS-TK-MAYOR     PIC 9(11)V99.
               10  WS-TK-FRACC     PIC 9(5).
               10  WS-TK-FRACC-HOY PIC 9(5).
               10  WS-TK-FRACC-DESDE PIC 9(8).
               10  WS-TK-FRACC-TOTAL PIC 9(11)V99.
               10  WS-TK-FRACC-MAYOR PIC 9(11)V99.
       01 WS-CONTADOR-CLIENTES     PIC 9(5) VALUE ZERO.
       01 WS-IDX-CLIENTE           PIC 9(5).
       01 WS-AVISO-CLIENTES        PIC X(1) VALUE 'N'.
           88 WS-YA-AVISO-CLIENTES VALUE 'S'.
       01 WS-CONTADOR-LEIDOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-VENTANA      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-NUEVOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-UMBRAL       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-FRACCION     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-VELOCIDAD    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CONOCIDOS    PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Lineas de CASHRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(40)
               VALUE 'MONITOREO DE EFECTIVO Y FRACCIONAMIENTO'.
           05  FILLER              PIC X(4) VALUE ' AL '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(9) VALUE ' UMBRAL: '.
           05  WS-LT-UMBRAL        PIC Z(6)9.99.
           05  FILLER              PIC X(9) VALUE ' VENTANA '.
           05  WS-LT-DIAS          PIC ZZ9.
           05  FILLER              PIC X(17) VALUE ' DIAS'.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(48) VALUE
               'CASO           CLIENT T DESDE    HASTA     MOVS'.
           05  FILLER              PIC X(52) VALUE
               ' IMPORTE TOTAL    IMPORTE MAYOR'.
       01 WS-LINEA-CASO.
           05  WS-LC-FECHA         PIC 9(8).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-LC-NUMERO        PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-CUST          PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-TIPO          PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-DESDE         PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-HASTA         PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-MOVS          PIC ZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-TOTAL         PIC Z(10)9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-LC-MAYOR         PIC Z(10)9.99.
           05  FILLER              PIC X(21) VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-CASOS.
           PERFORM 200-ABRIR-ARCHIVOS.
           PERFORM 210-LEER-HISTORIA.
           PERFORM UNTIL WS-HISTORIA-EOF
               ADD 1 TO WS-CONTADOR-LEIDOS
               PERFORM 300-EVALUAR-POSTEO
               PERFORM 210-LEER-HISTORIA
           END-PERFORM.
           PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE > WS-CONTADOR-CLIENTES
               PERFORM 400-EVALUAR-CLIENTE
           END-PERFORM.
           PERFORM 600-IMPRIMIR-TOTALES.
           PERFORM 700-CERRAR-ARCHIVOS.
           STOP RUN.

      *****************************************************************
      *  Fecha de proceso y parametros del monitoreo.  El piso de las
      *  fracciones es RC-PCT-FRACCION por ciento del umbral.
      *****************************************************************
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
                       IF RC-UMBRAL-EFECTIVO IS NUMERIC
                          AND RC-UMBRAL-EFECTIVO NOT = ZERO
                           MOVE RC-UMBRAL-EFECTIVO TO WS-UMBRAL
                       END-IF
                       IF RC-PCT-FRACCION IS NUMERIC
                          AND RC-PCT-FRACCION NOT = ZERO
                          AND RC-PCT-FRACCION < 100
                           MOVE RC-PCT-FRACCION TO WS-PCT-FRACCION
                       END-IF
                       IF RC-MIN-FRACCIONES IS NUMERIC
                          AND RC-MIN-FRACCIONES NOT = ZERO
                           MOVE RC-MIN-FRACCIONES
                               TO WS-MIN-FRACCIONES
                       END-IF
                       IF RC-DIAS-VENTANA-MONITOR IS NUMERIC
                          AND RC-DIAS-VENTANA-MONITOR NOT = ZERO
                           MOVE RC-DIAS-VENTANA-MONITOR
                               TO WS-DIAS-VENTANA
                       END-IF
                       IF RC-MAX-MOVS-VENTANA IS NUMERIC
                          AND RC-MAX-MOVS-VENTANA NOT = ZERO
                           MOVE RC-MAX-MOVS-VENTANA TO WS-MAX-MOVS
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           COMPUTE WS-PISO-FRACCION ROUNDED =
               WS-UMBRAL * WS-PCT-FRACCION / 100.
           DIVIDE WS-DIAS-VENTANA BY 365 GIVING WS-ANOS-VENTANA.
           COMPUTE WS-FECHA-COTA =
               WS-FECHA-PROCESO - (WS-ANOS-VENTANA + 1) * 10000.

      *****************************************************************
      *  El archivo de casos se lee entero antes de agregarle nada;
      *  un archivo todavia inexistente se trata como vacio.  De paso
      *  se toma el ultimo numero de caso del dia, para que una
      *  corrida repetida siga la numeracion.
      *****************************************************************
       100-CARGAR-CASOS.
           OPEN INPUT CASOS-FILE.
           IF WS-CASOS-OK
               PERFORM 110-LEER-CASO
               PERFORM UNTIL WS-CASOS-EOF
                   IF CC-FECHA = WS-FECHA-PROCESO
                      AND CC-NUMERO > WS-ULTIMO-NUMERO
                       MOVE CC-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
                   PERFORM 120-GUARDAR-CASO
                   PERFORM 110-LEER-CASO
               END-PERFORM
               CLOSE CASOS-FILE
           END-IF.

       110-LEER-CASO.
           READ CASOS-FILE
               AT END SET WS-CASOS-EOF TO TRUE
           END-READ.

       120-GUARDAR-CASO.
           IF CC-UMBRAL
               IF CC-FECHA-HASTA >= WS-FECHA-COTA
                   PERFORM 130-AGREGAR-CASO
               END-IF
           ELSE
               IF CC-FECHA <= WS-FECHA-PROCESO
                  AND CC-FECHA >= WS-FECHA-COTA
                   CALL 'DATEUTIL' USING '2' CC-FECHA
                       WS-FECHA-PROCESO WS-FECHA-FORMATEADA
                       WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL
                   IF WS-DIAS-TRANSCURRIDOS < WS-DIAS-VENTANA
                       PERFORM 130-AGREGAR-CASO
                   END-IF
               END-IF
           END-IF.

       130-AGREGAR-CASO.
           IF WS-CONTADOR-CASOS < WS-MAX-CASOS
               ADD 1 TO WS-CONTADOR-CASOS
               MOVE CC-CUST-NUMBER TO WS-TC-CUST(WS-CONTADOR-CASOS)
               MOVE CC-TIPO TO WS-TC-TIPO(WS-CONTADOR-CASOS)
               MOVE CC-FECHA-HASTA
                   TO WS-TC-FECHA-POSTEO(WS-CONTADOR-CASOS)
               MOVE CC-SECUENCIA TO WS-TC-SECUENCIA(WS-CONTADOR-CASOS)
           ELSE
               IF NOT WS-YA-AVISO-CASOS
                   SET WS-YA-AVISO-CASOS TO TRUE
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE 'TABLA DE CASOS LLENA' TO WS-EL-DATO-OFENSOR
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.

       200-ABRIR-ARCHIVOS.
           OPEN INPUT HISTORIA-FILE.
           IF NOT WS-HISTORIA-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTHIST, ESTADO: '
                   WS-HISTORIA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CASOS-FILE.
           IF NOT WS-CASOS-OK
               DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CASOS, ESTADO: '
                   WS-CASOS-STATUS
               CLOSE HISTORIA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           MOVE WS-UMBRAL TO WS-LT-UMBRAL.
           MOVE WS-DIAS-VENTANA TO WS-LT-DIAS.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

       210-LEER-HISTORIA.
           READ HISTORIA-FILE
               AT END SET WS-HISTORIA-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Un posteo de la ventana: dias transcurridos 0 (el dia de
      *  proceso) hasta la ventana menos uno.  Los posteos con fecha
      *  posterior a la de proceso (corrida repetida de una fecha
      *  pasada) quedan fuera, igual que las reversas de lote de
      *  NEGREV, que no son efectivo que se movio.
      *****************************************************************
       300-EVALUAR-POSTEO.
           IF CH-SECUENCIA < 7000000
              AND NOT CH-REVERSA-LOTE
              AND CH-FECHA-POSTEO <= WS-FECHA-PROCESO
              AND CH-FECHA-POSTEO >= WS-FECHA-COTA
               CALL 'DATEUTIL' USING '2' CH-FECHA-POSTEO
                   WS-FECHA-PROCESO WS-FECHA-FORMATEADA
                   WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL
               IF WS-DIAS-TRANSCURRIDOS < WS-DIAS-VENTANA
                   ADD 1 TO WS-CONTADOR-VENTANA
                   COMPUTE WS-IMPORTE-BASE ROUNDED =
                       CH-IMPORTE * CH-TASA
                   IF WS-IMPORTE-BASE < ZERO
                       COMPUTE WS-IMPORTE-BASE = ZERO - WS-IMPORTE-BASE
                   END-IF
                   PERFORM 310-ACUMULAR-CLIENTE
                   IF WS-DIAS-TRANSCURRIDOS = ZERO
                      AND WS-IMPORTE-BASE >= WS-UMBRAL
                       PERFORM 330-CASO-UMBRAL
                   END-IF
               END-IF
           END-IF.

       310-ACUMULAR-CLIENTE.
           PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE > WS-CONTADOR-CLIENTES
               IF WS-TK-CUST(WS-IDX-CLIENTE) = CH-CUST-NUMBER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-CLIENTE > WS-CONTADOR-CLIENTES
               IF WS-CONTADOR-CLIENTES < WS-MAX-CLIENTES
                   ADD 1 TO WS-CONTADOR-CLIENTES
                   MOVE WS-CONTADOR-CLIENTES TO WS-IDX-CLIENTE
                   INITIALIZE WS-TK-ENTRADA(WS-IDX-CLIENTE)
                   MOVE CH-CUST-NUMBER TO WS-TK-CUST(WS-IDX-CLIENTE)
               ELSE
                   IF NOT WS-YA-AVISO-CLIENTES
                       SET WS-YA-AVISO-CLIENTES TO TRUE
                       MOVE SPACES TO WS-EL-DATO-OFENSOR
                       MOVE 'TABLA DE CLIENTES LLENA'
                           TO WS-EL-DATO-OFENSOR
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   END-IF
               END-IF
           END-IF.
           IF WS-IDX-CLIENTE <= WS-CONTADOR-CLIENTES
               PERFORM 320-SUMAR-POSTEO
           END-IF.

       320-SUMAR-POSTEO.
           ADD 1 TO WS-TK-MOVS(WS-IDX-CLIENTE).
           ADD WS-IMPORTE-BASE TO WS-TK-TOTAL(WS-IDX-CLIENTE).
           IF WS-IMPORTE-BASE > WS-TK-MAYOR(WS-IDX-CLIENTE)
               MOVE WS-IMPORTE-BASE TO WS-TK-MAYOR(WS-IDX-CLIENTE)
           END-IF.
           IF WS-TK-DESDE(WS-IDX-CLIENTE) = ZERO
              OR CH-FECHA-POSTEO < WS-TK-DESDE(WS-IDX-CLIENTE)
               MOVE CH-FECHA-POSTEO TO WS-TK-DESDE(WS-IDX-CLIENTE)
           END-IF.
           IF WS-DIAS-TRANSCURRIDOS = ZERO
               ADD 1 TO WS-TK-MOVS-HOY(WS-IDX-CLIENTE)
           END-IF.
           IF WS-IMPORTE-BASE >= WS-PISO-FRACCION
              AND WS-IMPORTE-BASE < WS-UMBRAL
               ADD 1 TO WS-TK-FRACC(WS-IDX-CLIENTE)
               ADD WS-IMPORTE-BASE TO WS-TK-FRACC-TOTAL(WS-IDX-CLIENTE)
               IF WS-IMPORTE-BASE > WS-TK-FRACC-MAYOR(WS-IDX-CLIENTE)
                   MOVE WS-IMPORTE-BASE
                       TO WS-TK-FRACC-MAYOR(WS-IDX-CLIENTE)
               END-IF
               IF WS-TK-FRACC-DESDE(WS-IDX-CLIENTE) = ZERO
                  OR CH-FECHA-POSTEO
                     < WS-TK-FRACC-DESDE(WS-IDX-CLIENTE)
                   MOVE CH-FECHA-POSTEO
                       TO WS-TK-FRACC-DESDE(WS-IDX-CLIENTE)
               END-IF
               IF WS-DIAS-TRANSCURRIDOS = ZERO
                   ADD 1 TO WS-TK-FRACC-HOY(WS-IDX-CLIENTE)
               END-IF
           END-IF.

      *****************************************************************
      *  Posteo del dia sobre el umbral: un caso por posteo.
      *****************************************************************
       330-CASO-UMBRAL.
           MOVE 'N' TO WS-CASO-CONOCIDO.
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
               UNTIL WS-IDX-CASO > WS-CONTADOR-CASOS
               IF WS-TC-TIPO(WS-IDX-CASO) = 'U'
                  AND WS-TC-CUST(WS-IDX-CASO) = CH-CUST-NUMBER
                  AND WS-TC-FECHA-POSTEO(WS-IDX-CASO) = CH-FECHA-POSTEO
                  AND WS-TC-SECUENCIA(WS-IDX-CASO) = CH-SECUENCIA
                   SET WS-CASO-EXISTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CASO-EXISTE
               ADD 1 TO WS-CONTADOR-CONOCIDOS
           ELSE
               MOVE SPACES TO CASHCASE-REGISTRO
               SET CC-UMBRAL TO TRUE
               MOVE CH-CUST-NUMBER TO CC-CUST-NUMBER
               MOVE CH-FECHA-POSTEO TO CC-FECHA-DESDE
               MOVE CH-FECHA-POSTEO TO CC-FECHA-HASTA
               MOVE CH-SECUENCIA TO CC-SECUENCIA
               MOVE 1 TO CC-MOVIMIENTOS
               MOVE WS-IMPORTE-BASE TO CC-IMPORTE-TOTAL
               MOVE WS-IMPORTE-BASE TO CC-IMPORTE-MAYOR
               ADD 1 TO WS-CONTADOR-UMBRAL
               PERFORM 500-GRABAR-CASO
           END-IF.

      *****************************************************************
      *  Patrones de la ventana del cliente; solo si tuvo actividad
      *  que los alimente en el dia de proceso.
      *****************************************************************
       400-EVALUAR-CLIENTE.
           IF WS-TK-FRACC(WS-IDX-CLIENTE) >= WS-MIN-FRACCIONES
              AND WS-TK-FRACC-HOY(WS-IDX-CLIENTE) > ZERO
               MOVE 'F' TO CC-TIPO
               PERFORM 410-BUSCAR-CASO-VENTANA
               IF WS-CASO-EXISTE
                   ADD 1 TO WS-CONTADOR-CONOCIDOS
               ELSE
                   MOVE SPACES TO CASHCASE-REGISTRO
                   SET CC-FRACCIONAMIENTO TO TRUE
                   MOVE WS-TK-CUST(WS-IDX-CLIENTE) TO CC-CUST-NUMBER
                   MOVE WS-TK-FRACC-DESDE(WS-IDX-CLIENTE)
                       TO CC-FECHA-DESDE
                   MOVE WS-FECHA-PROCESO TO CC-FECHA-HASTA
                   MOVE ZERO TO CC-SECUENCIA
                   MOVE WS-TK-FRACC(WS-IDX-CLIENTE) TO CC-MOVIMIENTOS
                   MOVE WS-TK-FRACC-TOTAL(WS-IDX-CLIENTE)
                       TO CC-IMPORTE-TOTAL
                   MOVE WS-TK-FRACC-MAYOR(WS-IDX-CLIENTE)
                       TO CC-IMPORTE-MAYOR
                   ADD 1 TO WS-CONTADOR-FRACCION
                   PERFORM 500-GRABAR-CASO
               END-IF
           END-IF.
           IF WS-TK-MOVS(WS-IDX-CLIENTE) >= WS-MAX-MOVS
              AND WS-TK-MOVS-HOY(WS-IDX-CLIENTE) > ZERO
               MOVE 'V' TO CC-TIPO
               PERFORM 410-BUSCAR-CASO-VENTANA
               IF WS-CASO-EXISTE
                   ADD 1 TO WS-CONTADOR-CONOCIDOS
               ELSE
                   MOVE SPACES TO CASHCASE-REGISTRO
                   SET CC-VELOCIDAD TO TRUE
                   MOVE WS-TK-CUST(WS-IDX-CLIENTE) TO CC-CUST-NUMBER
                   MOVE WS-TK-DESDE(WS-IDX-CLIENTE) TO CC-FECHA-DESDE
                   MOVE WS-FECHA-PROCESO TO CC-FECHA-HASTA
                   MOVE ZERO TO CC-SECUENCIA
                   MOVE WS-TK-MOVS(WS-IDX-CLIENTE) TO CC-MOVIMIENTOS
                   MOVE WS-TK-TOTAL(WS-IDX-CLIENTE) TO CC-IMPORTE-TOTAL
                   MOVE WS-TK-MAYOR(WS-IDX-CLIENTE) TO CC-IMPORTE-MAYOR
                   ADD 1 TO WS-CONTADOR-VELOCIDAD
                   PERFORM 500-GRABAR-CASO
               END-IF
           END-IF.

       410-BUSCAR-CASO-VENTANA.
           MOVE 'N' TO WS-CASO-CONOCIDO.
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
               UNTIL WS-IDX-CASO > WS-CONTADOR-CASOS
               IF WS-TC-TIPO(WS-IDX-CASO) = CC-TIPO
                  AND WS-TC-CUST(WS-IDX-CASO)
                      = WS-TK-CUST(WS-IDX-CLIENTE)
                   SET WS-CASO-EXISTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Numera, graba y lista el caso armado; el caso nuevo tambien
      *  queda como conocido para el resto de la corrida.
      *****************************************************************
       500-GRABAR-CASO.
           ADD 1 TO WS-ULTIMO-NUMERO.
           ADD 1 TO WS-CONTADOR-NUEVOS.
           MOVE WS-FECHA-PROCESO TO CC-FECHA.
           MOVE WS-ULTIMO-NUMERO TO CC-NUMERO.
           SET CC-PENDIENTE TO TRUE.
           MOVE ZERO TO CC-FECHA-DECISION.
           MOVE ZERO TO CC-FECHA-REPORTE.
           WRITE CASHCASE-REGISTRO.
           IF NOT WS-CASOS-OK
               DISPLAY 'ERROR GRABANDO CASO, ESTADO: ' WS-CASOS-STATUS
               PERFORM 700-CERRAR-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-AGREGAR-CASO.
           MOVE CC-FECHA TO WS-LC-FECHA.
           MOVE CC-NUMERO TO WS-LC-NUMERO.
           MOVE CC-CUST-NUMBER TO WS-LC-CUST.
           MOVE CC-TIPO TO WS-LC-TIPO.
           MOVE CC-FECHA-DESDE TO WS-LC-DESDE.
           MOVE CC-FECHA-HASTA TO WS-LC-HASTA.
           MOVE CC-MOVIMIENTOS TO WS-LC-MOVS.
           MOVE CC-IMPORTE-TOTAL TO WS-LC-TOTAL.
           MOVE CC-IMPORTE-MAYOR TO WS-LC-MAYOR.
           WRITE REPORTE-LINEA FROM WS-LINEA-CASO.

       600-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'POSTEOS LEIDOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-LEIDOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'POSTEOS DENTRO DE LA VENTANA' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-VENTANA TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CASOS NUEVOS POR UMBRAL' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-UMBRAL TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CASOS NUEVOS POR FRACCIONAMIENTO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-FRACCION TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CASOS NUEVOS POR VELOCIDAD' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-VELOCIDAD TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'PATRONES CON CASO YA ABIERTO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-CONOCIDOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           DISPLAY 'MONITOREO DE EFECTIVO Y FRACCIONAMIENTO'.
           DISPLAY 'POSTEOS EN LA VENTANA : ' WS-CONTADOR-VENTANA.
           DISPLAY 'CASOS NUEVOS          : ' WS-CONTADOR-NUEVOS.
           DISPLAY 'YA CON CASO ABIERTO   : ' WS-CONTADOR-CONOCIDOS.

       700-CERRAR-ARCHIVOS.
           CLOSE HISTORIA-FILE.
           CLOSE CASOS-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM CASHMON.
