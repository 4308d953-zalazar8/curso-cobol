       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKSCR.
      *****************************************************************
      *  Calificacion mensual de riesgo por cliente y propuestas de
      *  revision de limite de credito: CM-LIMITE-CREDITO se fijaba
      *  una vez y nunca se revisaba, asi que el cliente que cayo dos
      *  veces en suspension, rompio promesas y fue castigado tenia
      *  el mismo limite que el que siempre paga.  En el cierre de
      *  mes, con la historia propia de cada cliente en los ultimos
      *  doce meses a la fecha de proceso, suma puntos de riesgo:
      *    - cada paso a 'S' suspendido en el diario CMJRNL      25
      *      cada paso a 'D' moroso                              10
      *    - cada partida 90+ vigente en la cola COLAQUE         10
      *    - cada promesa rota distinta en la historia de
      *      PROMBRK (la misma promesa sale en cada corrida de
      *      DUNNING: cuenta una vez por partida y fecha)        10
      *    - cada castigo en WOFREG                              30
      *      cada recuperacion sobre castigo resta               15
      *      (sin bajar de cero lo que suman los castigos)
      *    - cada posteo retenido por limite en NEGHOLD           5
      *    - uso del limite (saldo deudor contra
      *      CM-LIMITE-CREDITO) de 90 por ciento o mas           15
      *      de 75 por ciento o mas                               5
      *    - estado de mora actual 'S' 20, 'D' 10.
      *  El puntaje da el grado: A 0-9, B 10-29, C 30-59, D 60-99 y
      *  E 100 o mas, que se graba en CM-GRADO-RIESGO y
      *  CM-PUNTAJE-RIESGO (via CMJRNL, solo si cambia).  Para cada
      *  cliente activo que lo amerite escribe una propuesta en
      *  LIMPROP para que el escritorio de credito la apruebe o
      *  rechace en LIMREV:
      *    - grado A con limite y uso de 75 por ciento o mas:
      *      aumento de RC-PCT-AUMENTO-LIMITE (20 si viene en cero);
      *    - grado D con limite: reduccion de RC-PCT-REDUCCION-
      *      LIMITE (25 si viene en cero), nunca por debajo de lo ya
      *      usado;
      *    - grado E, o D sin limite: congelar el limite en lo ya
      *      usado (como cero en el maestro es sin limite, el
      *      cliente sin deuda queda en el minimo, .001).
      *  RISKRPT lista cada cliente activo con su grado, los puntos
      *  que lo explican y la propuesta.  La historia de mora vale lo
      *  que conserve el diario (JRNLCUT lo recorta); sin diario,
      *  cola, promesas, castigos o retenidos asignados, ese factor
      *  no suma.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "CMJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIARIO-STATUS.
           SELECT COLA-FILE ASSIGN TO "COLAQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT ROTAS-FILE ASSIGN TO "PROMBRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROTAS-STATUS.
           SELECT CASTIGOS-FILE ASSIGN TO "WOFREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASTIGOS-STATUS.
           SELECT RETENIDOS-FILE ASSIGN TO "NEGHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETENIDOS-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PROPUESTAS-FILE ASSIGN TO "LIMPROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPUESTAS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "RISKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  DIARIO-FILE.
           COPY CMJRNL.
       FD  COLA-FILE.
           COPY COLAQUE.
       FD  ROTAS-FILE.
       01  ROTAS-LINEA.
           05  RB-CUST             PIC X(6).
           05  FILLER              PIC X(2).
           05  RB-DESCRIPCION      PIC X(30).
           05  FILLER              PIC X(2).
           05  RB-IMPORTE          PIC X(11).
           05  FILLER              PIC X(2).
           05  RB-FECHA-PROMESA    PIC X(8).
           05  FILLER              PIC X(19).
       FD  CASTIGOS-FILE.
           COPY WOFREG.
       FD  RETENIDOS-FILE.
           COPY NEGHOLD.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  PROPUESTAS-FILE.
           COPY LIMPROP.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-DIARIO-STATUS         PIC X(2).
           88 WS-DIARIO-OK         VALUE '00'.
           88 WS-DIARIO-EOF        VALUE '10'.
       01 WS-COLA-STATUS           PIC X(2).
           88 WS-COLA-OK           VALUE '00'.
           88 WS-COLA-EOF          VALUE '10'.
       01 WS-ROTAS-STATUS          PIC X(2).
           88 WS-ROTAS-OK          VALUE '00'.
           88 WS-ROTAS-EOF         VALUE '10'.
       01 WS-CASTIGOS-STATUS       PIC X(2).
           88 WS-CASTIGOS-OK       VALUE '00'.
           88 WS-CASTIGOS-EOF      VALUE '10'.
       01 WS-RETENIDOS-STATUS      PIC X(2).
           88 WS-RETENIDOS-OK      VALUE '00'.
           88 WS-RETENIDOS-EOF     VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-PROPUESTAS-STATUS     PIC X(2).
           88 WS-PROPUESTAS-OK     VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'RISKSCR'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-FECHA-DESDE           PIC 9(8).
       01 WS-PCT-AUMENTO           PIC 9(3) VALUE 20.
       01 WS-PCT-REDUCCION         PIC 9(3) VALUE 25.
      *****************************************************************
      *  Factores de riesgo por cliente, acumulados de los archivos
      *  de historia antes de recorrer el maestro.  Mas alla de 1000
      *  clientes con historia, el exceso queda en ERRLOG y esos
      *  clientes se califican solo con lo que trae el maestro.
      *****************************************************************
       01 WS-TABLA-FACTORES.
           05  WS-FACTOR-ENTRADA   OCCURS 1000 TIMES.
               10  WS-TF-CUST      PIC 9(6).
               10  WS-TF-SUSPENSOS PIC 9(3).
               10  WS-TF-MOROSOS   PIC 9(3).
               10  WS-TF-COLA      PIC 9(3).
               10  WS-TF-ROTAS     PIC 9(3).
               10  WS-TF-CASTIGOS  PIC 9(3).
               10  WS-TF-RECUPERA  PIC 9(3).
               10  WS-TF-RETENIDOS PIC 9(3).
       01 WS-CONTADOR-FACTORES     PIC 9(4) VALUE ZERO.
       01 WS-IDX-FACTOR            PIC 9(4).
       01 WS-CLIENTE-BUSCADO       PIC 9(6).
       01 WS-HAY-FACTOR            PIC X(1) VALUE 'N'.
           88 WS-FACTOR-HALLADO    VALUE 'S'.
      *****************************************************************
      *  Promesas rotas ya contadas: DUNNING repite la misma promesa
      *  en cada corrida mientras siga rota, y la historia acumulada
      *  de PROMBRK las trae todas.
      *****************************************************************
       01 WS-TABLA-PROMESAS.
           05  WS-PROMESA-ENTRADA  OCCURS 2000 TIMES.
               10  WS-TP-CUST      PIC X(6).
               10  WS-TP-DESC      PIC X(30).
               10  WS-TP-FECHA     PIC X(8).
       01 WS-CONTADOR-PROMESAS     PIC 9(4) VALUE ZERO.
       01 WS-IDX-PROMESA           PIC 9(4).
       01 WS-HAY-PROMESA           PIC X(1) VALUE 'N'.
           88 WS-PROMESA-CONTADA   VALUE 'S'.
       01 WS-FECHA-PROMESA-N       PIC 9(8).
      *****************************************************************
      *  Calculo del cliente en curso.
      *****************************************************************
       01 WS-PUNTAJE               PIC S9(5) VALUE ZERO.
       01 WS-PUNTOS-CASTIGO        PIC S9(5) VALUE ZERO.
       01 WS-PUNTOS-USO            PIC 9(2) VALUE ZERO.
       01 WS-PUNTOS-MORA           PIC 9(2) VALUE ZERO.
       01 WS-GRADO                 PIC X(1).
           88 WS-GRADO-A           VALUE 'A'.
           88 WS-GRADO-D           VALUE 'D'.
           88 WS-GRADO-E           VALUE 'E'.
       01 WS-PUNTAJE-GRABAR        PIC 9(3).
       01 WS-USADO                 PIC S9(9)V999 VALUE ZERO.
       01 WS-UTILIZACION           PIC 9(3) VALUE ZERO.
       01 WS-UTIL-CALC             PIC 9(7) VALUE ZERO.
       01 WS-LIMITE-PROPUESTO      PIC S9(9)V999 VALUE ZERO.
       01 WS-ACCION                PIC X(1).
           88 WS-SIN-PROPUESTA     VALUE SPACE.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-CONTADOR-CLIENTES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ACTIVOS      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CAMBIADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-AUMENTOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REDUCCIONES  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CONGELADOS   PIC 9(7) VALUE ZERO.
       01 WS-TABLA-GRADOS.
           05  WS-GRADO-ENTRADA    OCCURS 5 TIMES.
               10  WS-TG-GRADO     PIC X(1).
               10  WS-TG-CLIENTES  PIC 9(7).
       01 WS-IDX-GRADO             PIC 9(1).
      *****************************************************************
      *  Lineas de RISKRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(38)
               VALUE 'CALIFICACION DE RIESGO DE CLIENTES AL '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(18)
               VALUE ' - HISTORIA DESDE '.
           05  WS-LT-DESDE         PIC 9(8).
           05  FILLER              PIC X(28) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'CLIENTE G PTS  SUS MOR C90 ROT CAS REC RET USO% AC'.
           05  FILLER              PIC X(50) VALUE
               'CION  LIMITE ACTUAL      PROPUESTO'.
       01 WS-LINEA-CLIENTE.
           05  WS-LC-CUST          PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LC-GRADO         PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-PUNTAJE       PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LC-SUSPENSOS     PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-MOROSOS       PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-COLA          PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-ROTAS         PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-CASTIGOS      PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-RECUPERA      PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-RETENIDOS     PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LC-USO           PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-ACCION        PIC X(9).
           05  WS-LC-LIMITE        PIC -Z(6)9.999.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-LC-PROPUESTO     PIC -Z(6)9.999.
           05  FILLER              PIC X(16) VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-DIARIO.
           PERFORM 120-CARGAR-COLA.
           PERFORM 140-CARGAR-PROMESAS.
           PERFORM 160-CARGAR-CASTIGOS.
           PERFORM 180-CARGAR-RETENIDOS.
           PERFORM 200-ABRIR-ARCHIVOS.
           PERFORM 210-LEER-CLIENTE.
           PERFORM UNTIL WS-CUSTMAST-EOF
               ADD 1 TO WS-CONTADOR-CLIENTES
               IF CM-CLIENTE-ACTIVO
                   ADD 1 TO WS-CONTADOR-ACTIVOS
                   PERFORM 300-CALIFICAR-CLIENTE
               END-IF
               PERFORM 210-LEER-CLIENTE
           END-PERFORM.
           PERFORM 600-IMPRIMIR-TOTALES.
           PERFORM 700-CERRAR-ARCHIVOS.
           DISPLAY 'CALIFICACION DE RIESGO DE CLIENTES'.
           DISPLAY 'CLIENTES RECORRIDOS    : ' WS-CONTADOR-CLIENTES.
           DISPLAY 'CLIENTES CALIFICADOS   : ' WS-CONTADOR-ACTIVOS.
           DISPLAY 'CALIFICACIONES CAMBIADAS: ' WS-CONTADOR-CAMBIADOS.
           DISPLAY 'PROPUESTAS DE AUMENTO  : ' WS-CONTADOR-AUMENTOS.
           DISPLAY 'PROPUESTAS DE REDUCCION: '
               WS-CONTADOR-REDUCCIONES.
           DISPLAY 'PROPUESTAS DE CONGELAR : ' WS-CONTADOR-CONGELADOS.
           STOP RUN.

      *****************************************************************
      *  Fecha de proceso y porcentajes de revision; la ventana de
      *  historia es de doce meses hacia atras.
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
                       IF RC-PCT-AUMENTO-LIMITE IS NUMERIC
                          AND RC-PCT-AUMENTO-LIMITE NOT = ZERO
                           MOVE RC-PCT-AUMENTO-LIMITE
                               TO WS-PCT-AUMENTO
                       END-IF
                       IF RC-PCT-REDUCCION-LIMITE IS NUMERIC
                          AND RC-PCT-REDUCCION-LIMITE NOT = ZERO
                          AND RC-PCT-REDUCCION-LIMITE < 100
                           MOVE RC-PCT-REDUCCION-LIMITE
                               TO WS-PCT-REDUCCION
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           COMPUTE WS-FECHA-DESDE = WS-FECHA-PROCESO - 10000.
           MOVE 'A' TO WS-TG-GRADO(1).
           MOVE 'B' TO WS-TG-GRADO(2).
           MOVE 'C' TO WS-TG-GRADO(3).
           MOVE 'D' TO WS-TG-GRADO(4).
           MOVE 'E' TO WS-TG-GRADO(5).

      *****************************************************************
      *  Historia de mora: cada paso del maestro a 'S' o a 'D' que
      *  MORAUPD dejo en el diario dentro de la ventana.
      *****************************************************************
       100-CARGAR-DIARIO.
           OPEN INPUT DIARIO-FILE.
           IF WS-DIARIO-OK
               PERFORM 110-LEER-DIARIO
               PERFORM UNTIL WS-DIARIO-EOF
                   IF JR-CAMPO = 'ESTADO-MORA'
                      AND JR-FECHA NOT < WS-FECHA-DESDE
                      AND JR-CUST-NUMBER IS NUMERIC
                      AND (JR-VALOR-DESPUES(1:1) = 'S'
                       OR JR-VALOR-DESPUES(1:1) = 'D')
                       MOVE JR-CUST-NUMBER TO WS-CLIENTE-BUSCADO
                       PERFORM 150-UBICAR-FACTOR
                       IF WS-FACTOR-HALLADO
                           IF JR-VALOR-DESPUES(1:1) = 'S'
                               ADD 1 TO WS-TF-SUSPENSOS(WS-IDX-FACTOR)
                           ELSE
                               ADD 1 TO WS-TF-MOROSOS(WS-IDX-FACTOR)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 110-LEER-DIARIO
               END-PERFORM
               CLOSE DIARIO-FILE
           END-IF.

       110-LEER-DIARIO.
           READ DIARIO-FILE
               AT END SET WS-DIARIO-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  La cola de cobranza ya es solo el balde 90+ vigente.
      *****************************************************************
       120-CARGAR-COLA.
           OPEN INPUT COLA-FILE.
           IF WS-COLA-OK
               PERFORM 130-LEER-COLA
               PERFORM UNTIL WS-COLA-EOF
                   MOVE CQ-CUST-NUMBER TO WS-CLIENTE-BUSCADO
                   PERFORM 150-UBICAR-FACTOR
                   IF WS-FACTOR-HALLADO
                       ADD 1 TO WS-TF-COLA(WS-IDX-FACTOR)
                   END-IF
                   PERFORM 130-LEER-COLA
               END-PERFORM
               CLOSE COLA-FILE
           END-IF.

       130-LEER-COLA.
           READ COLA-FILE
               AT END SET WS-COLA-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Historia de promesas rotas: el reporte de DUNNING acumulado
      *  corrida tras corrida.  Solo las lineas de detalle (cliente
      *  y fecha de promesa numericos; el encabezado no lo es), con
      *  fecha de promesa dentro de la ventana, y cada promesa una
      *  sola vez.
      *****************************************************************
       140-CARGAR-PROMESAS.
           OPEN INPUT ROTAS-FILE.
           IF WS-ROTAS-OK
               PERFORM 145-LEER-PROMESA
               PERFORM UNTIL WS-ROTAS-EOF
                   IF RB-CUST IS NUMERIC
                      AND RB-FECHA-PROMESA IS NUMERIC
                       MOVE RB-FECHA-PROMESA TO WS-FECHA-PROMESA-N
                       IF WS-FECHA-PROMESA-N NOT < WS-FECHA-DESDE
                           PERFORM 147-REGISTRAR-PROMESA
                       END-IF
                   END-IF
                   PERFORM 145-LEER-PROMESA
               END-PERFORM
               CLOSE ROTAS-FILE
           END-IF.

       145-LEER-PROMESA.
           READ ROTAS-FILE
               AT END SET WS-ROTAS-EOF TO TRUE
           END-READ.

       147-REGISTRAR-PROMESA.
           MOVE 'N' TO WS-HAY-PROMESA.
           PERFORM VARYING WS-IDX-PROMESA FROM 1 BY 1
               UNTIL WS-IDX-PROMESA > WS-CONTADOR-PROMESAS
               IF WS-TP-CUST(WS-IDX-PROMESA) = RB-CUST
                  AND WS-TP-DESC(WS-IDX-PROMESA) = RB-DESCRIPCION
                  AND WS-TP-FECHA(WS-IDX-PROMESA) = RB-FECHA-PROMESA
                   SET WS-PROMESA-CONTADA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-PROMESA-CONTADA
               IF WS-CONTADOR-PROMESAS < 2000
                   ADD 1 TO WS-CONTADOR-PROMESAS
                   MOVE RB-CUST TO WS-TP-CUST(WS-CONTADOR-PROMESAS)
                   MOVE RB-DESCRIPCION
                       TO WS-TP-DESC(WS-CONTADOR-PROMESAS)
                   MOVE RB-FECHA-PROMESA
                       TO WS-TP-FECHA(WS-CONTADOR-PROMESAS)
               ELSE
                   MOVE RB-CUST TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'TABLA DE PROMESAS LLENA'
                       TO WS-EL-DATO-OFENSOR(8:23)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
               MOVE RB-CUST TO WS-CLIENTE-BUSCADO
               PERFORM 150-UBICAR-FACTOR
               IF WS-FACTOR-HALLADO
                   ADD 1 TO WS-TF-ROTAS(WS-IDX-FACTOR)
               END-IF
           END-IF.

      *****************************************************************
      *  Busca al cliente en la tabla de factores y lo agrega si es
      *  nuevo; con la tabla llena queda en ERRLOG y el factor no
      *  se acumula.
      *****************************************************************
       150-UBICAR-FACTOR.
           MOVE 'N' TO WS-HAY-FACTOR.
           PERFORM VARYING WS-IDX-FACTOR FROM 1 BY 1
               UNTIL WS-IDX-FACTOR > WS-CONTADOR-FACTORES
               IF WS-TF-CUST(WS-IDX-FACTOR) = WS-CLIENTE-BUSCADO
                   SET WS-FACTOR-HALLADO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-FACTOR-HALLADO
               IF WS-CONTADOR-FACTORES < 1000
                   ADD 1 TO WS-CONTADOR-FACTORES
                   MOVE WS-CONTADOR-FACTORES TO WS-IDX-FACTOR
                   INITIALIZE WS-FACTOR-ENTRADA(WS-IDX-FACTOR)
                   MOVE WS-CLIENTE-BUSCADO
                       TO WS-TF-CUST(WS-IDX-FACTOR)
                   SET WS-FACTOR-HALLADO TO TRUE
               ELSE
                   MOVE WS-CLIENTE-BUSCADO TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'TABLA DE FACTORES DE RIESGO LLENA'
                       TO WS-EL-DATO-OFENSOR(8:33)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.

      *****************************************************************
      *  Castigos y recuperaciones dentro de la ventana.
      *****************************************************************
       160-CARGAR-CASTIGOS.
           OPEN INPUT CASTIGOS-FILE.
           IF WS-CASTIGOS-OK
               PERFORM 170-LEER-CASTIGO
               PERFORM UNTIL WS-CASTIGOS-EOF
                   IF WO-FECHA NOT < WS-FECHA-DESDE
                      AND (WO-CASTIGADA OR WO-RECUPERADA)
                       MOVE WO-CUST-NUMBER TO WS-CLIENTE-BUSCADO
                       PERFORM 150-UBICAR-FACTOR
                       IF WS-FACTOR-HALLADO
                           IF WO-CASTIGADA
                               ADD 1 TO WS-TF-CASTIGOS(WS-IDX-FACTOR)
                           ELSE
                               ADD 1 TO WS-TF-RECUPERA(WS-IDX-FACTOR)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 170-LEER-CASTIGO
               END-PERFORM
               CLOSE CASTIGOS-FILE
           END-IF.

       170-LEER-CASTIGO.
           READ CASTIGOS-FILE
               AT END SET WS-CASTIGOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Posteos desviados por limite (retenidos o ya liberados) en
      *  la cola que arrastra el ciclo nocturno.
      *****************************************************************
       180-CARGAR-RETENIDOS.
           OPEN INPUT RETENIDOS-FILE.
           IF WS-RETENIDOS-OK
               PERFORM 190-LEER-RETENIDO
               PERFORM UNTIL WS-RETENIDOS-EOF
                   IF NH-FECHA NOT < WS-FECHA-DESDE
                       MOVE NH-CUST-NUMBER TO WS-CLIENTE-BUSCADO
                       PERFORM 150-UBICAR-FACTOR
                       IF WS-FACTOR-HALLADO
                           ADD 1 TO WS-TF-RETENIDOS(WS-IDX-FACTOR)
                       END-IF
                   END-IF
                   PERFORM 190-LEER-RETENIDO
               END-PERFORM
               CLOSE RETENIDOS-FILE
           END-IF.

       190-LEER-RETENIDO.
           READ RETENIDOS-FILE
               AT END SET WS-RETENIDOS-EOF TO TRUE
           END-READ.

       200-ABRIR-ARCHIVOS.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROPUESTAS-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           MOVE WS-FECHA-DESDE TO WS-LT-DESDE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

       210-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Puntaje y grado del cliente activo, grabados en el maestro
      *  solo cuando cambian; luego la propuesta y su linea.
      *****************************************************************
       300-CALIFICAR-CLIENTE.
           MOVE CM-CUST-NUMBER TO WS-CLIENTE-BUSCADO.
           MOVE 'N' TO WS-HAY-FACTOR.
           PERFORM VARYING WS-IDX-FACTOR FROM 1 BY 1
               UNTIL WS-IDX-FACTOR > WS-CONTADOR-FACTORES
               IF WS-TF-CUST(WS-IDX-FACTOR) = WS-CLIENTE-BUSCADO
                   SET WS-FACTOR-HALLADO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PUNTAJE.
           IF WS-FACTOR-HALLADO
               COMPUTE WS-PUNTOS-CASTIGO =
                   30 * WS-TF-CASTIGOS(WS-IDX-FACTOR)
                   - 15 * WS-TF-RECUPERA(WS-IDX-FACTOR)
               IF WS-PUNTOS-CASTIGO < ZERO
                   MOVE ZERO TO WS-PUNTOS-CASTIGO
               END-IF
               COMPUTE WS-PUNTAJE =
                   25 * WS-TF-SUSPENSOS(WS-IDX-FACTOR)
                   + 10 * WS-TF-MOROSOS(WS-IDX-FACTOR)
                   + 10 * WS-TF-COLA(WS-IDX-FACTOR)
                   + 10 * WS-TF-ROTAS(WS-IDX-FACTOR)
                   + 5 * WS-TF-RETENIDOS(WS-IDX-FACTOR)
                   + WS-PUNTOS-CASTIGO
           END-IF.
           PERFORM 310-CALCULAR-USO.
           EVALUATE TRUE
               WHEN CM-MORA-SUSPENDIDO
                   MOVE 20 TO WS-PUNTOS-MORA
               WHEN CM-MORA-MOROSO
                   MOVE 10 TO WS-PUNTOS-MORA
               WHEN OTHER
                   MOVE ZERO TO WS-PUNTOS-MORA
           END-EVALUATE.
           ADD WS-PUNTOS-USO WS-PUNTOS-MORA TO WS-PUNTAJE.
           IF WS-PUNTAJE > 999
               MOVE 999 TO WS-PUNTAJE-GRABAR
           ELSE
               MOVE WS-PUNTAJE TO WS-PUNTAJE-GRABAR
           END-IF.
           EVALUATE TRUE
               WHEN WS-PUNTAJE < 10
                   MOVE 'A' TO WS-GRADO
                   MOVE 1 TO WS-IDX-GRADO
               WHEN WS-PUNTAJE < 30
                   MOVE 'B' TO WS-GRADO
                   MOVE 2 TO WS-IDX-GRADO
               WHEN WS-PUNTAJE < 60
                   MOVE 'C' TO WS-GRADO
                   MOVE 3 TO WS-IDX-GRADO
               WHEN WS-PUNTAJE < 100
                   MOVE 'D' TO WS-GRADO
                   MOVE 4 TO WS-IDX-GRADO
               WHEN OTHER
                   MOVE 'E' TO WS-GRADO
                   MOVE 5 TO WS-IDX-GRADO
           END-EVALUATE.
           ADD 1 TO WS-TG-CLIENTES(WS-IDX-GRADO).
           IF CM-GRADO-RIESGO NOT = WS-GRADO
              OR CM-PUNTAJE-RIESGO NOT = WS-PUNTAJE-GRABAR
               PERFORM 320-GRABAR-CALIFICACION
           END-IF.
           PERFORM 400-PROPONER-LIMITE.
           PERFORM 500-IMPRIMIR-CLIENTE.

      *****************************************************************
      *  Lo usado del limite es el saldo deudor (CM-BALANCE bajo
      *  cero); sin limite no hay uso que medir.
      *****************************************************************
       310-CALCULAR-USO.
           MOVE ZERO TO WS-USADO WS-UTILIZACION WS-PUNTOS-USO.
           IF CM-BALANCE < ZERO
               COMPUTE WS-USADO = ZERO - CM-BALANCE
           END-IF.
           IF CM-LIMITE-CREDITO > ZERO
               COMPUTE WS-UTIL-CALC =
                   WS-USADO * 100 / CM-LIMITE-CREDITO
                   ON SIZE ERROR MOVE 9999999 TO WS-UTIL-CALC
               END-COMPUTE
               IF WS-UTIL-CALC > 999
                   MOVE 999 TO WS-UTILIZACION
               ELSE
                   MOVE WS-UTIL-CALC TO WS-UTILIZACION
               END-IF
               EVALUATE TRUE
                   WHEN WS-UTILIZACION NOT < 90
                       MOVE 15 TO WS-PUNTOS-USO
                   WHEN WS-UTILIZACION NOT < 75
                       MOVE 5 TO WS-PUNTOS-USO
               END-EVALUATE
           END-IF.

       320-GRABAR-CALIFICACION.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           MOVE WS-GRADO TO CM-GRADO-RIESGO.
           MOVE WS-PUNTAJE-GRABAR TO CM-PUNTAJE-RIESGO.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE CM-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL GRABAR CALIFICACION'
                       TO WS-EL-DATO-OFENSOR(8:28)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CAMBIADOS
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
           END-REWRITE.

      *****************************************************************
      *  La propuesta solo sale si mueve el limite; el maestro no se
      *  toca aqui, eso queda para LIMREV.
      *****************************************************************
       400-PROPONER-LIMITE.
           MOVE SPACE TO WS-ACCION.
           MOVE CM-LIMITE-CREDITO TO WS-LIMITE-PROPUESTO.
           EVALUATE TRUE
               WHEN WS-GRADO-A
                  AND CM-LIMITE-CREDITO > ZERO
                  AND WS-UTILIZACION NOT < 75
                   MOVE 'I' TO WS-ACCION
                   COMPUTE WS-LIMITE-PROPUESTO ROUNDED =
                       CM-LIMITE-CREDITO * (100 + WS-PCT-AUMENTO)
                       / 100
                   IF WS-LIMITE-PROPUESTO > 9999999.999
                       MOVE 9999999.999 TO WS-LIMITE-PROPUESTO
                   END-IF
               WHEN WS-GRADO-D
                  AND CM-LIMITE-CREDITO > ZERO
                   MOVE 'D' TO WS-ACCION
                   COMPUTE WS-LIMITE-PROPUESTO ROUNDED =
                       CM-LIMITE-CREDITO * (100 - WS-PCT-REDUCCION)
                       / 100
                   IF WS-LIMITE-PROPUESTO < WS-USADO
                       MOVE WS-USADO TO WS-LIMITE-PROPUESTO
                   END-IF
               WHEN WS-GRADO-D
               WHEN WS-GRADO-E
                   MOVE 'F' TO WS-ACCION
                   MOVE WS-USADO TO WS-LIMITE-PROPUESTO
                   IF WS-LIMITE-PROPUESTO < .001
                       MOVE .001 TO WS-LIMITE-PROPUESTO
                   END-IF
                   IF WS-LIMITE-PROPUESTO > 9999999.999
                       MOVE 9999999.999 TO WS-LIMITE-PROPUESTO
                   END-IF
           END-EVALUATE.
           IF WS-LIMITE-PROPUESTO = CM-LIMITE-CREDITO
               MOVE SPACE TO WS-ACCION
           END-IF.
           IF NOT WS-SIN-PROPUESTA
               INITIALIZE LIMPROP-REGISTRO
               MOVE CM-CUST-NUMBER TO LP-CUST-NUMBER
               MOVE WS-FECHA-PROCESO TO LP-FECHA
               MOVE WS-PUNTAJE-GRABAR TO LP-PUNTAJE
               MOVE WS-GRADO TO LP-GRADO
               MOVE WS-ACCION TO LP-ACCION
               MOVE CM-LIMITE-CREDITO TO LP-LIMITE-ACTUAL
               MOVE WS-LIMITE-PROPUESTO TO LP-LIMITE-PROPUESTO
               MOVE WS-UTILIZACION TO LP-UTILIZACION
               SET LP-PENDIENTE TO TRUE
               MOVE SPACES TO LP-OPERADOR
               MOVE ZERO TO LP-FECHA-DECISION
               WRITE LIMPROP-REGISTRO
               EVALUATE TRUE
                   WHEN LP-AUMENTO
                       ADD 1 TO WS-CONTADOR-AUMENTOS
                   WHEN LP-REDUCCION
                       ADD 1 TO WS-CONTADOR-REDUCCIONES
                   WHEN LP-CONGELAR
                       ADD 1 TO WS-CONTADOR-CONGELADOS
               END-EVALUATE
           END-IF.

       500-IMPRIMIR-CLIENTE.
           INITIALIZE WS-LINEA-CLIENTE.
           MOVE CM-CUST-NUMBER TO WS-LC-CUST.
           MOVE WS-GRADO TO WS-LC-GRADO.
           MOVE WS-PUNTAJE-GRABAR TO WS-LC-PUNTAJE.
           IF WS-FACTOR-HALLADO
               MOVE WS-TF-SUSPENSOS(WS-IDX-FACTOR) TO WS-LC-SUSPENSOS
               MOVE WS-TF-MOROSOS(WS-IDX-FACTOR) TO WS-LC-MOROSOS
               MOVE WS-TF-COLA(WS-IDX-FACTOR) TO WS-LC-COLA
               MOVE WS-TF-ROTAS(WS-IDX-FACTOR) TO WS-LC-ROTAS
               MOVE WS-TF-CASTIGOS(WS-IDX-FACTOR) TO WS-LC-CASTIGOS
               MOVE WS-TF-RECUPERA(WS-IDX-FACTOR) TO WS-LC-RECUPERA
               MOVE WS-TF-RETENIDOS(WS-IDX-FACTOR) TO WS-LC-RETENIDOS
           ELSE
               MOVE ZERO TO WS-LC-SUSPENSOS WS-LC-MOROSOS WS-LC-COLA
                   WS-LC-ROTAS WS-LC-CASTIGOS WS-LC-RECUPERA
                   WS-LC-RETENIDOS
           END-IF.
           MOVE WS-UTILIZACION TO WS-LC-USO.
           MOVE CM-LIMITE-CREDITO TO WS-LC-LIMITE.
           EVALUATE WS-ACCION
               WHEN 'I'
                   MOVE 'AUMENTO' TO WS-LC-ACCION
                   MOVE WS-LIMITE-PROPUESTO TO WS-LC-PROPUESTO
               WHEN 'D'
                   MOVE 'REDUCCION' TO WS-LC-ACCION
                   MOVE WS-LIMITE-PROPUESTO TO WS-LC-PROPUESTO
               WHEN 'F'
                   MOVE 'CONGELAR' TO WS-LC-ACCION
                   MOVE WS-LIMITE-PROPUESTO TO WS-LC-PROPUESTO
               WHEN OTHER
                   MOVE 'SIN CAMB.' TO WS-LC-ACCION
                   MOVE CM-LIMITE-CREDITO TO WS-LC-PROPUESTO
           END-EVALUATE.
           WRITE REPORTE-LINEA FROM WS-LINEA-CLIENTE.

       600-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-IDX-GRADO FROM 1 BY 1
               UNTIL WS-IDX-GRADO > 5
               MOVE SPACES TO WS-LTT-TEXTO
               STRING 'CLIENTES GRADO ' WS-TG-GRADO(WS-IDX-GRADO)
                   DELIMITED BY SIZE INTO WS-LTT-TEXTO
               MOVE WS-TG-CLIENTES(WS-IDX-GRADO) TO WS-LTT-CANTIDAD
               WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
           END-PERFORM.
           MOVE 'PROPUESTAS DE AUMENTO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-AUMENTOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'PROPUESTAS DE REDUCCION' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-REDUCCIONES TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'PROPUESTAS DE CONGELAR' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-CONGELADOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.

       700-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE PROPUESTAS-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM RISKSCR.
