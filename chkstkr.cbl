       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSTKR.
      *****************************************************************
      *  Conciliacion diaria de formas de cheque en blanco.  CHECKPRT
      *  numera los cheques con CC-PROXIMO-NUMERO, pero las formas de
      *  la impresora traen su propia serie prenumerada; una forma
      *  atascada, una prueba o una caja que falta dejaban un hueco
      *  que solo encontraban los auditores.  Este paso cruza el
      *  inventario de cajas recibidas (CHKSTOCK) con el libro de
      *  series (CHKSERIE: arranques y formas emitidas de CHECKPRT,
      *  formas inutilizadas declaradas en CHKSTKM), ambos ordenados
      *  por serie, y reporta en STKRPT:
      *    - por caja: formas emitidas, inutilizadas, sin explicar y
      *      en existencia, y las emitidas e inutilizadas del dia
      *      (RC-FECHA-PROCESO);
      *    - como excepcion: el hueco sin explicar (series de una caja
      *      por debajo de la ultima consumida que no estan ni
      *      emitidas ni inutilizadas), la serie duplicada (la misma
      *      forma en dos cheques, o inutilizada dos veces), la serie
      *      fuera del inventario (tambien la del arranque) y las
      *      cajas que se pisan;
      *    - el aviso de reorden cuando la existencia total queda por
      *      debajo de RC-PUNTO-REORDEN-FORMAS.
      *  Una forma emitida y despues inutilizada (cheque atascado que
      *  se anulo y reemitio) cuenta como inutilizada.  Las series por
      *  encima de la ultima consumida de cada caja estan en
      *  existencia.  Cada excepcion y el aviso de reorden van a
      *  ERRLOG y el paso termina con RC=4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO-FILE ASSIGN TO "CHKSTOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVENTARIO-STATUS.
           SELECT SERIES-FILE ASSIGN TO "CHKSERIE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
           SELECT CAJAS-SORT-FILE ASSIGN TO "STKSWK".
           SELECT CAJAS-ORD-FILE ASSIGN TO "STKCAJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAJAS-ORD-STATUS.
           SELECT SERIES-SORT-FILE ASSIGN TO "STKSWK2".
           SELECT SERIES-ORD-FILE ASSIGN TO "STKSER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SERIES-ORD-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "STKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIO-FILE.
           COPY CHKSTOCK.
       FD  SERIES-FILE.
           COPY CHKSERIE.
       SD  CAJAS-SORT-FILE.
       01  CAJAS-SORT-REGISTRO.
           05  SRC-SERIE-DESDE         PIC 9(8).
           05  SRC-SERIE-HASTA         PIC 9(8).
           05  SRC-FECHA-RECEPCION     PIC 9(8).
       FD  CAJAS-ORD-FILE.
       01  CAJAS-ORD-REGISTRO.
           05  CO-SERIE-DESDE          PIC 9(8).
           05  CO-SERIE-HASTA          PIC 9(8).
           05  CO-FECHA-RECEPCION      PIC 9(8).
       SD  SERIES-SORT-FILE.
       01  SERIES-SORT-REGISTRO.
           05  SRS-SERIE               PIC 9(8).
           05  SRS-TIPO                PIC X(1).
           05  SRS-FECHA               PIC 9(8).
           05  SRS-HORA                PIC 9(6).
           05  SRS-CR-NUMERO           PIC 9(8).
       FD  SERIES-ORD-FILE.
       01  SERIES-ORD-REGISTRO.
           05  SO-SERIE                PIC 9(8).
           05  SO-TIPO                 PIC X(1).
               88  SO-ARRANQUE         VALUE 'A'.
               88  SO-EMITIDA          VALUE 'E'.
               88  SO-INUTILIZADA      VALUE 'X'.
           05  SO-FECHA                PIC 9(8).
           05  SO-HORA                 PIC 9(6).
           05  SO-CR-NUMERO            PIC 9(8).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA               PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-INVENTARIO-STATUS     PIC X(2).
           88 WS-INVENTARIO-OK     VALUE '00'.
           88 WS-INVENTARIO-EOF    VALUE '10'.
       01 WS-SERIES-STATUS         PIC X(2).
           88 WS-SERIES-OK         VALUE '00'.
           88 WS-SERIES-EOF        VALUE '10'.
       01 WS-CAJAS-ORD-STATUS      PIC X(2).
           88 WS-CAJAS-ORD-OK      VALUE '00'.
           88 WS-CAJAS-ORD-EOF     VALUE '10'.
       01 WS-SERIES-ORD-STATUS     PIC X(2).
           88 WS-SERIES-ORD-OK     VALUE '00'.
           88 WS-SERIES-ORD-EOF    VALUE '10'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CHKSTKR'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-PUNTO-REORDEN         PIC 9(6) VALUE ZERO.
      *****************************************************************
      *  Cajas del inventario en orden de serie, con lo consumido de
      *  cada una.  WS-TB-ULTIMA es la ultima serie consumida (la
      *  anterior al desde si la caja esta intacta).
      *****************************************************************
       01 WS-TABLA-CAJAS.
           05  WS-CAJA-ENTRADA     OCCURS 500 TIMES.
               10  WS-TB-DESDE     PIC 9(8).
               10  WS-TB-HASTA     PIC 9(8).
               10  WS-TB-FECHA     PIC 9(8).
               10  WS-TB-ULTIMA    PIC 9(8).
               10  WS-TB-EMITIDAS  PIC 9(7).
               10  WS-TB-INUTILIZADAS PIC 9(7).
               10  WS-TB-SIN-EXPLICAR PIC 9(7).
       01 WS-CANTIDAD-CAJAS        PIC 9(3) VALUE ZERO.
       01 WS-IDX-CAJA              PIC 9(3).
       01 WS-CAJA-HALLADA          PIC 9(3).
      *****************************************************************
      *  Serie en curso del libro ordenado: cuantas veces aparece
      *  cada tipo y los numeros de cheque de las emisiones.
      *****************************************************************
       01 WS-SERIE-CURSO           PIC 9(8).
       01 WS-VECES-ARRANQUE        PIC 9(3).
       01 WS-VECES-EMITIDA         PIC 9(3).
       01 WS-VECES-INUTILIZADA     PIC 9(3).
       01 WS-CR-PRIMERO            PIC 9(8).
       01 WS-CR-SEGUNDO            PIC 9(8).
       01 WS-FECHA-EMITIDA         PIC 9(8).
       01 WS-FECHA-INUTILIZADA     PIC 9(8).
       01 WS-HUECO-DESDE           PIC 9(8).
       01 WS-HUECO-HASTA           PIC 9(8).
       01 WS-EXISTENCIA-CAJA       PIC 9(8).
       01 WS-TOTAL-EMITIDAS        PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-INUTILIZADAS    PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-SIN-EXPLICAR    PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-EXISTENCIA      PIC 9(8) VALUE ZERO.
       01 WS-EMITIDAS-DIA          PIC 9(7) VALUE ZERO.
       01 WS-INUTILIZADAS-DIA      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ARRANQUES    PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-EXCEPCIONES  PIC 9(7) VALUE ZERO.
       01 WS-LINEA-EXCEPCION.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LE-DESDE         PIC 9(8).
           05  WS-LE-GUION         PIC X(1).
           05  WS-LE-HASTA         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LE-TEXTO         PIC X(32).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LE-NUMERO-1      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LE-NUMERO-2      PIC X(8).
           05  FILLER              PIC X(9)  VALUE SPACES.
       01 WS-LINEA-CAJA.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-DESDE         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-LC-HASTA         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-FECHA         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-EMITIDAS      PIC Z(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-INUTILIZADAS  PIC Z(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-SIN-EXPLICAR  PIC Z(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-EXISTENCIA    PIC Z(7)9.
           05  FILLER              PIC X(3)  VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LT-TEXTO         PIC X(30).
           05  WS-LT-CANTIDAD      PIC Z(7)9.
           05  FILLER              PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           SORT CAJAS-SORT-FILE
               ON ASCENDING KEY SRC-SERIE-DESDE
               INPUT PROCEDURE IS 080-SELECCIONAR-CAJAS
               GIVING CAJAS-ORD-FILE.
           SORT SERIES-SORT-FILE
               ON ASCENDING KEY SRS-SERIE SRS-TIPO SRS-FECHA SRS-HORA
               INPUT PROCEDURE IS 090-SELECCIONAR-SERIES
               GIVING SERIES-ORD-FILE.
           PERFORM 100-ABRIR-REPORTE.
           PERFORM 150-CARGAR-CAJAS.
           PERFORM 200-CONCILIAR-SERIES.
           PERFORM 500-LISTAR-CAJAS.
           PERFORM 600-VERIFICAR-REORDEN.
           CLOSE REPORTE-FILE.
           DISPLAY 'FORMAS EMITIDAS      : ' WS-TOTAL-EMITIDAS.
           DISPLAY 'FORMAS INUTILIZADAS  : ' WS-TOTAL-INUTILIZADAS.
           DISPLAY 'FORMAS SIN EXPLICAR  : ' WS-TOTAL-SIN-EXPLICAR.
           DISPLAY 'FORMAS EN EXISTENCIA : ' WS-TOTAL-EXISTENCIA.
           DISPLAY 'EXCEPCIONES          : ' WS-CONTADOR-EXCEPCIONES.
           IF WS-CONTADOR-EXCEPCIONES > ZERO
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
                       IF RC-PUNTO-REORDEN-FORMAS IS NUMERIC
                           MOVE RC-PUNTO-REORDEN-FORMAS
                               TO WS-PUNTO-REORDEN
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       080-SELECCIONAR-CAJAS.
           OPEN INPUT INVENTARIO-FILE.
           IF NOT WS-INVENTARIO-OK
               DISPLAY 'NO SE PUDO ABRIR CHKSTOCK, ESTADO: '
                   WS-INVENTARIO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 085-LEER-CAJA.
           PERFORM UNTIL WS-INVENTARIO-EOF
               MOVE SK-SERIE-DESDE TO SRC-SERIE-DESDE
               MOVE SK-SERIE-HASTA TO SRC-SERIE-HASTA
               MOVE SK-FECHA-RECEPCION TO SRC-FECHA-RECEPCION
               RELEASE CAJAS-SORT-REGISTRO
               PERFORM 085-LEER-CAJA
           END-PERFORM.
           CLOSE INVENTARIO-FILE.

       085-LEER-CAJA.
           READ INVENTARIO-FILE
               AT END SET WS-INVENTARIO-EOF TO TRUE
           END-READ.

       090-SELECCIONAR-SERIES.
           OPEN INPUT SERIES-FILE.
           IF NOT WS-SERIES-OK
               DISPLAY 'NO SE PUDO ABRIR CHKSERIE, ESTADO: '
                   WS-SERIES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 095-LEER-SERIE.
           PERFORM UNTIL WS-SERIES-EOF
               MOVE SX-SERIE TO SRS-SERIE
               MOVE SX-TIPO TO SRS-TIPO
               MOVE SX-FECHA TO SRS-FECHA
               MOVE SX-HORA TO SRS-HORA
               MOVE SX-CR-NUMERO TO SRS-CR-NUMERO
               RELEASE SERIES-SORT-REGISTRO
               PERFORM 095-LEER-SERIE
           END-PERFORM.
           CLOSE SERIES-FILE.

       095-LEER-SERIE.
           READ SERIES-FILE
               AT END SET WS-SERIES-EOF TO TRUE
           END-READ.

       100-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING 'CONCILIACION DE FORMAS DE CHEQUE AL '
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'EXCEPCIONES' TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

      *****************************************************************
      *  Cajas ordenadas por serie; una caja que empieza antes de que
      *  termine la anterior pisa series y es excepcion.  Mas de 500
      *  cajas quedan en ERRLOG y sus series salen fuera de
      *  inventario.
      *****************************************************************
       150-CARGAR-CAJAS.
           OPEN INPUT CAJAS-ORD-FILE.
           PERFORM 160-LEER-CAJA-ORDENADA.
           PERFORM UNTIL WS-CAJAS-ORD-EOF
               IF WS-CANTIDAD-CAJAS < 500
                   IF WS-CANTIDAD-CAJAS > ZERO
                      AND CO-SERIE-DESDE NOT >
                          WS-TB-HASTA(WS-CANTIDAD-CAJAS)
                       MOVE CO-SERIE-DESDE TO WS-LE-DESDE
                       MOVE CO-SERIE-HASTA TO WS-LE-HASTA
                       MOVE 'CAJA PISA SERIES DE LA ANTERIOR'
                           TO WS-LE-TEXTO
                       MOVE WS-TB-DESDE(WS-CANTIDAD-CAJAS)
                           TO WS-LE-NUMERO-1
                       MOVE WS-TB-HASTA(WS-CANTIDAD-CAJAS)
                           TO WS-LE-NUMERO-2
                       PERFORM 900-EXCEPCION
                   END-IF
                   ADD 1 TO WS-CANTIDAD-CAJAS
                   MOVE CO-SERIE-DESDE TO WS-TB-DESDE(WS-CANTIDAD-CAJAS)
                   MOVE CO-SERIE-HASTA TO WS-TB-HASTA(WS-CANTIDAD-CAJAS)
                   MOVE CO-FECHA-RECEPCION
                       TO WS-TB-FECHA(WS-CANTIDAD-CAJAS)
                   COMPUTE WS-TB-ULTIMA(WS-CANTIDAD-CAJAS) =
                       CO-SERIE-DESDE - 1
                   MOVE ZERO TO WS-TB-EMITIDAS(WS-CANTIDAD-CAJAS)
                   MOVE ZERO TO WS-TB-INUTILIZADAS(WS-CANTIDAD-CAJAS)
                   MOVE ZERO TO WS-TB-SIN-EXPLICAR(WS-CANTIDAD-CAJAS)
               ELSE
                   MOVE CO-SERIE-DESDE TO WS-EL-DATO-OFENSOR(1:8)
                   MOVE 'CAJA NO CABE EN LA TABLA'
                       TO WS-EL-DATO-OFENSOR(10:24)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
               PERFORM 160-LEER-CAJA-ORDENADA
           END-PERFORM.
           CLOSE CAJAS-ORD-FILE.

       160-LEER-CAJA-ORDENADA.
           READ CAJAS-ORD-FILE
               AT END SET WS-CAJAS-ORD-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Corte por serie sobre el libro ordenado: todos los eventos
      *  de una misma serie se juntan antes de decidir que paso con
      *  la forma.
      *****************************************************************
       200-CONCILIAR-SERIES.
           MOVE 1 TO WS-IDX-CAJA.
           OPEN INPUT SERIES-ORD-FILE.
           PERFORM 210-LEER-SERIE-ORDENADA.
           PERFORM UNTIL WS-SERIES-ORD-EOF
               MOVE SO-SERIE TO WS-SERIE-CURSO
               MOVE ZERO TO WS-VECES-ARRANQUE WS-VECES-EMITIDA
                   WS-VECES-INUTILIZADA WS-CR-PRIMERO WS-CR-SEGUNDO
                   WS-FECHA-EMITIDA WS-FECHA-INUTILIZADA
               PERFORM UNTIL WS-SERIES-ORD-EOF
                          OR SO-SERIE NOT = WS-SERIE-CURSO
                   PERFORM 220-ACUMULAR-EVENTO
                   PERFORM 210-LEER-SERIE-ORDENADA
               END-PERFORM
               PERFORM 300-CERRAR-SERIE
           END-PERFORM.
           CLOSE SERIES-ORD-FILE.

       210-LEER-SERIE-ORDENADA.
           READ SERIES-ORD-FILE
               AT END SET WS-SERIES-ORD-EOF TO TRUE
           END-READ.

       220-ACUMULAR-EVENTO.
           EVALUATE TRUE
               WHEN SO-ARRANQUE
                   ADD 1 TO WS-VECES-ARRANQUE
               WHEN SO-EMITIDA
                   ADD 1 TO WS-VECES-EMITIDA
                   MOVE SO-FECHA TO WS-FECHA-EMITIDA
                   IF WS-VECES-EMITIDA = 1
                       MOVE SO-CR-NUMERO TO WS-CR-PRIMERO
                   ELSE
                       MOVE SO-CR-NUMERO TO WS-CR-SEGUNDO
                   END-IF
               WHEN SO-INUTILIZADA
                   ADD 1 TO WS-VECES-INUTILIZADA
                   MOVE SO-FECHA TO WS-FECHA-INUTILIZADA
           END-EVALUATE.

       300-CERRAR-SERIE.
           PERFORM 320-UBICAR-CAJA.
           IF WS-VECES-ARRANQUE > ZERO
               ADD 1 TO WS-CONTADOR-ARRANQUES
               IF WS-CAJA-HALLADA = ZERO
                   MOVE WS-SERIE-CURSO TO WS-LE-DESDE
                   MOVE 'ARRANQUE FUERA DE INVENTARIO'
                       TO WS-LE-TEXTO
                   PERFORM 900-EXCEPCION
               END-IF
           END-IF.
           IF WS-VECES-EMITIDA > ZERO OR WS-VECES-INUTILIZADA > ZERO
               PERFORM 310-CONSUMIR-FORMA
           END-IF.

      *****************************************************************
      *  Forma consumida: hueco desde la ultima consumida de su caja,
      *  duplicados, y a que cuenta va.
      *****************************************************************
       310-CONSUMIR-FORMA.
           IF WS-CAJA-HALLADA = ZERO
               MOVE WS-SERIE-CURSO TO WS-LE-DESDE
               MOVE 'SERIE FUERA DE INVENTARIO' TO WS-LE-TEXTO
               IF WS-CR-PRIMERO NOT = ZERO
                   MOVE WS-CR-PRIMERO TO WS-LE-NUMERO-1
               END-IF
               PERFORM 900-EXCEPCION
           ELSE
               IF WS-SERIE-CURSO > WS-TB-ULTIMA(WS-CAJA-HALLADA) + 1
                   COMPUTE WS-HUECO-DESDE =
                       WS-TB-ULTIMA(WS-CAJA-HALLADA) + 1
                   COMPUTE WS-HUECO-HASTA = WS-SERIE-CURSO - 1
                   COMPUTE WS-TB-SIN-EXPLICAR(WS-CAJA-HALLADA) =
                       WS-TB-SIN-EXPLICAR(WS-CAJA-HALLADA)
                       + WS-HUECO-HASTA - WS-HUECO-DESDE + 1
                   MOVE WS-HUECO-DESDE TO WS-LE-DESDE
                   MOVE '-' TO WS-LE-GUION
                   MOVE WS-HUECO-HASTA TO WS-LE-HASTA
                   MOVE 'SERIES SIN EXPLICAR' TO WS-LE-TEXTO
                   PERFORM 900-EXCEPCION
               END-IF
               MOVE WS-SERIE-CURSO TO WS-TB-ULTIMA(WS-CAJA-HALLADA)
               IF WS-VECES-INUTILIZADA > ZERO
                   ADD 1 TO WS-TB-INUTILIZADAS(WS-CAJA-HALLADA)
                   IF WS-FECHA-INUTILIZADA = WS-FECHA-PROCESO
                       ADD 1 TO WS-INUTILIZADAS-DIA
                   END-IF
               ELSE
                   ADD 1 TO WS-TB-EMITIDAS(WS-CAJA-HALLADA)
                   IF WS-FECHA-EMITIDA = WS-FECHA-PROCESO
                       ADD 1 TO WS-EMITIDAS-DIA
                   END-IF
               END-IF
           END-IF.
           IF WS-VECES-EMITIDA > 1
               MOVE WS-SERIE-CURSO TO WS-LE-DESDE
               MOVE 'SERIE DUPLICADA EN CHEQUES' TO WS-LE-TEXTO
               MOVE WS-CR-PRIMERO TO WS-LE-NUMERO-1
               MOVE WS-CR-SEGUNDO TO WS-LE-NUMERO-2
               PERFORM 900-EXCEPCION
           END-IF.
           IF WS-VECES-INUTILIZADA > 1
               MOVE WS-SERIE-CURSO TO WS-LE-DESDE
               MOVE 'SERIE INUTILIZADA DOS VECES' TO WS-LE-TEXTO
               PERFORM 900-EXCEPCION
           END-IF.

      *****************************************************************
      *  Las series llegan en orden, asi que la caja de la serie en
      *  curso es la actual o una posterior.
      *****************************************************************
       320-UBICAR-CAJA.
           MOVE ZERO TO WS-CAJA-HALLADA.
           PERFORM UNTIL WS-IDX-CAJA > WS-CANTIDAD-CAJAS
                      OR WS-SERIE-CURSO NOT > WS-TB-HASTA(WS-IDX-CAJA)
               ADD 1 TO WS-IDX-CAJA
           END-PERFORM.
           IF WS-IDX-CAJA NOT > WS-CANTIDAD-CAJAS
               IF WS-SERIE-CURSO NOT < WS-TB-DESDE(WS-IDX-CAJA)
                   MOVE WS-IDX-CAJA TO WS-CAJA-HALLADA
               END-IF
           END-IF.

      *****************************************************************
      *  Una linea por caja; lo que queda por encima de la ultima
      *  serie consumida esta en existencia.
      *****************************************************************
       500-LISTAR-CAJAS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE '  CAJA (SERIES)      RECIBIDA  EMITIDAS  INUTILIZ  SIN
      -        ' EXPL  EXISTENC' TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-IDX-CAJA FROM 1 BY 1
               UNTIL WS-IDX-CAJA > WS-CANTIDAD-CAJAS
               COMPUTE WS-EXISTENCIA-CAJA =
                   WS-TB-HASTA(WS-IDX-CAJA) - WS-TB-ULTIMA(WS-IDX-CAJA)
               MOVE WS-TB-DESDE(WS-IDX-CAJA) TO WS-LC-DESDE
               MOVE WS-TB-HASTA(WS-IDX-CAJA) TO WS-LC-HASTA
               MOVE WS-TB-FECHA(WS-IDX-CAJA) TO WS-LC-FECHA
               MOVE WS-TB-EMITIDAS(WS-IDX-CAJA) TO WS-LC-EMITIDAS
               MOVE WS-TB-INUTILIZADAS(WS-IDX-CAJA)
                   TO WS-LC-INUTILIZADAS
               MOVE WS-TB-SIN-EXPLICAR(WS-IDX-CAJA)
                   TO WS-LC-SIN-EXPLICAR
               MOVE WS-EXISTENCIA-CAJA TO WS-LC-EXISTENCIA
               WRITE REPORTE-LINEA FROM WS-LINEA-CAJA
               ADD WS-TB-EMITIDAS(WS-IDX-CAJA) TO WS-TOTAL-EMITIDAS
               ADD WS-TB-INUTILIZADAS(WS-IDX-CAJA)
                   TO WS-TOTAL-INUTILIZADAS
               ADD WS-TB-SIN-EXPLICAR(WS-IDX-CAJA)
                   TO WS-TOTAL-SIN-EXPLICAR
               ADD WS-EXISTENCIA-CAJA TO WS-TOTAL-EXISTENCIA
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'CORRIDAS DE IMPRESION' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-ARRANQUES TO WS-LT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'FORMAS EMITIDAS EN EL DIA' TO WS-LT-TEXTO.
           MOVE WS-EMITIDAS-DIA TO WS-LT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'FORMAS INUTILIZADAS EN EL DIA' TO WS-LT-TEXTO.
           MOVE WS-INUTILIZADAS-DIA TO WS-LT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL FORMAS EMITIDAS' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-EMITIDAS TO WS-LT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL FORMAS INUTILIZADAS' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-INUTILIZADAS TO WS-LT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL FORMAS SIN EXPLICAR' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-SIN-EXPLICAR TO WS-LT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'FORMAS EN EXISTENCIA' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-EXISTENCIA TO WS-LT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'EXCEPCIONES' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-EXCEPCIONES TO WS-LT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.

       600-VERIFICAR-REORDEN.
           IF WS-PUNTO-REORDEN NOT = ZERO
              AND WS-TOTAL-EXISTENCIA < WS-PUNTO-REORDEN
               MOVE SPACES TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE SPACES TO REPORTE-LINEA
               STRING 'AVISO: EXISTENCIA ' WS-TOTAL-EXISTENCIA
                   ' BAJO EL PUNTO DE REORDEN ' WS-PUNTO-REORDEN
                   ', PEDIR FORMAS'
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               DISPLAY REPORTE-LINEA
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               STRING 'EXISTENCIA DE FORMAS ' WS-TOTAL-EXISTENCIA
                   ' BAJO REORDEN'
                   DELIMITED BY SIZE INTO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  Renglon de excepcion al reporte y a ERRLOG; la linea queda
      *  limpia para la siguiente.
      *****************************************************************
       900-EXCEPCION.
           ADD 1 TO WS-CONTADOR-EXCEPCIONES.
           WRITE REPORTE-LINEA FROM WS-LINEA-EXCEPCION.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE WS-LE-DESDE TO WS-EL-DATO-OFENSOR(1:8).
           MOVE WS-LE-TEXTO TO WS-EL-DATO-OFENSOR(10:31).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           MOVE ZERO TO WS-LE-DESDE.
           MOVE SPACES TO WS-LE-GUION WS-LE-HASTA WS-LE-TEXTO
               WS-LE-NUMERO-1 WS-LE-NUMERO-2.
       END PROGRAM CHKSTKR.
