       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRCHK.
      *****************************************************************
      *  Lista de cierre del periodo contable: PERCTLM dejaba cerrar
      *  un mes con un lote NEGGL rechazado en GLXMIT, un residuo sin
      *  explicar en la cuenta puente o quiebres abiertos de RECONGL,
      *  y finanzas lo reabria.  Para el periodo de la tarjeta SYSIN
      *  (AAAAMM) este paso revisa:
      *    1 GLXMIT    - todo lote fechado en el periodo aceptado
      *                  ('A'); enviado sin acuse o rechazado falla;
      *    2 SUSPOPEN  - el residuo abierto de la cuenta puente que
      *                  arrastra SUSPRECN, con fecha hasta el fin
      *                  del periodo, suma cero o cada partida tiene
      *                  su explicacion de finanzas en SUSPEXP
      *                  (misma fecha, importe y lote);
      *    3 ERRLOG    - ningun quiebre de RECONGL asentado en el
      *                  periodo;
      *    4 NEGHOLD   - ningun posteo liberado ('L') con fecha hasta
      *                  el fin del periodo esperando el ciclo que lo
      *                  postee;
      *    5 STMCORR   - MONTHLY corrio en el periodo para cada
      *                  CM-CICLO-EXTRACTO de los clientes activos
      *                  (una corrida de ciclo cero cubre a todos);
      *    6 CHKHOLD   - ningun cheque retenido por tope ('H') sin
      *                  aprobar fechado en el periodo.
      *  Un archivo que no se puede abrir hace fallar su chequeo: lo
      *  que no se puede revisar no se da por bueno.  El detalle de
      *  cada falla sale en el reporte CIERRPT y el resultado queda en
      *  la lista PERCHK (DISP=MOD), que PERCTLM consulta antes de
      *  cerrar.  Un periodo no apto termina con RC=4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSMISIONES-FILE ASSIGN TO "GLXMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSMISIONES-STATUS.
           SELECT ABIERTO-FILE ASSIGN TO "SUSPOPEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABIERTO-STATUS.
           SELECT EXPLICA-FILE ASSIGN TO "SUSPEXP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPLICA-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT RETENIDOS-FILE ASSIGN TO "NEGHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETENIDOS-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CORRIDAS-FILE ASSIGN TO "STMCORR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRIDAS-STATUS.
           SELECT CHEQUES-RET-FILE ASSIGN TO "CHKHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHEQUES-RET-STATUS.
           SELECT LISTA-FILE ASSIGN TO "PERCHK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CIERRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSMISIONES-FILE.
           COPY GLXMIT.
      *****************************************************************
      *  Partida abierta de la cuenta puente, mismo layout que
      *  ABIERTO-REGISTRO de SUSPRECN.
      *****************************************************************
       FD  ABIERTO-FILE.
       01  ABIERTO-REGISTRO.
           05  AB-FECHA            PIC 9(8).
           05  AB-IMPORTE          PIC S9(7)V999.
           05  AB-FUENTE           PIC X(8).
           05  FILLER              PIC X(4).
      *****************************************************************
      *  Explicacion de finanzas para una partida abierta: la misma
      *  fecha, importe y lote de origen que la partida, el motivo y
      *  quien la explico.
      *****************************************************************
       FD  EXPLICA-FILE.
       01  EXPLICA-REGISTRO.
           05  EX-FECHA            PIC 9(8).
           05  EX-IMPORTE          PIC S9(7)V999.
           05  EX-FUENTE           PIC X(8).
           05  EX-MOTIVO           PIC X(40).
           05  EX-OPERADOR         PIC X(4).
           05  FILLER              PIC X(10).
       FD  ERRLOG-FILE.
           COPY ERRORLOG.
       FD  RETENIDOS-FILE.
           COPY NEGHOLD.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CORRIDAS-FILE.
           COPY STMCORR.
       FD  CHEQUES-RET-FILE.
           COPY CHKHOLD.
       FD  LISTA-FILE.
           COPY PERCHK.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-TRANSMISIONES-STATUS  PIC X(2).
           88 WS-TRANSMISIONES-OK  VALUE '00'.
           88 WS-TRANSMISIONES-EOF VALUE '10'.
       01 WS-ABIERTO-STATUS        PIC X(2).
           88 WS-ABIERTO-OK        VALUE '00'.
           88 WS-ABIERTO-EOF       VALUE '10'.
       01 WS-EXPLICA-STATUS        PIC X(2).
           88 WS-EXPLICA-OK        VALUE '00'.
           88 WS-EXPLICA-EOF       VALUE '10'.
       01 WS-ERRLOG-STATUS         PIC X(2).
           88 WS-ERRLOG-OK         VALUE '00'.
           88 WS-ERRLOG-EOF        VALUE '10'.
       01 WS-RETENIDOS-STATUS      PIC X(2).
           88 WS-RETENIDOS-OK      VALUE '00'.
           88 WS-RETENIDOS-EOF     VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-CORRIDAS-STATUS       PIC X(2).
           88 WS-CORRIDAS-OK       VALUE '00'.
           88 WS-CORRIDAS-EOF      VALUE '10'.
       01 WS-CHEQUES-RET-STATUS    PIC X(2).
           88 WS-CHEQUES-RET-OK    VALUE '00'.
           88 WS-CHEQUES-RET-EOF   VALUE '10'.
       01 WS-LISTA-STATUS          PIC X(2).
           88 WS-LISTA-OK          VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CIERRCHK'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-PERIODO-ENTRADA       PIC X(6).
       01 WS-PERIODO.
           05  WS-PE-ANO           PIC 9(4).
           05  WS-PE-MES           PIC 9(2).
       01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(6).
       01 WS-FECHA-DESDE           PIC 9(8).
       01 WS-FECHA-HASTA           PIC 9(8).
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
      *****************************************************************
      *  Resultado por chequeo ('S' pasa, 'N' falla), en el orden de
      *  PK-CHEQUEO, y cantidad de renglones que lo hicieron fallar.
      *****************************************************************
       01 WS-RESULTADOS.
           05  WS-CHEQUEO          PIC X(1) OCCURS 6 TIMES.
       01 WS-IDX-CHEQUEO           PIC 9(1).
       01 WS-CONTADOR-FALLAS       PIC 9(7).
       01 WS-CONTADOR-CHEQUEOS-MAL PIC 9(1) VALUE ZERO.
       01 WS-RESIDUO-ABIERTO       PIC S9(11)V999.
       01 WS-RESIDUO-SIN-EXPLICAR  PIC S9(11)V999.
      *****************************************************************
      *  Explicaciones de finanzas cargadas en memoria; mas de 500
      *  quedan en ERRLOG y sus partidas salen sin explicar.
      *****************************************************************
       01 WS-TABLA-EXPLICA.
           05  WS-EXPLICA-ENTRADA  OCCURS 500 TIMES.
               10  WS-TE-FECHA     PIC 9(8).
               10  WS-TE-IMPORTE   PIC S9(7)V999.
               10  WS-TE-FUENTE    PIC X(8).
       01 WS-CONTADOR-EXPLICA      PIC 9(3) VALUE ZERO.
       01 WS-IDX-EXPLICA           PIC 9(3).
       01 WS-PARTIDA-EXPLICADA     PIC X(1).
           88 WS-ES-EXPLICADA      VALUE 'S'.
      *****************************************************************
      *  Ciclos de extracto 0-9 (subindice ciclo + 1): en uso por
      *  algun cliente activo, y con corrida de estados en el periodo.
      *****************************************************************
       01 WS-TABLA-CICLOS.
           05  WS-CICLO-ENTRADA    OCCURS 10 TIMES.
               10  WS-TC-EN-USO    PIC X(1).
               10  WS-TC-CORRIDO   PIC X(1).
       01 WS-IDX-CICLO             PIC 9(2).
       01 WS-CICLO-EDIT            PIC 9(1).
       01 WS-LINEA-CHEQUEO.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-NUMERO        PIC 9(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-DESCRIPCION   PIC X(48).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-RESULTADO     PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LC-FALLAS        PIC ZZZZZZ9.
           05  FILLER              PIC X(11) VALUE SPACES.
       01 WS-LINEA-DETALLE.
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  WS-LD-TEXTO         PIC X(72).
       01 WS-IMPORTE-EDIT          PIC -(7).999.
       01 WS-TOTAL-EDIT            PIC -(11).999.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           PERFORM 050-LEER-PARAMETRO.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING 'LISTA DE CIERRE DEL PERIODO ' WS-PERIODO-N
               '   CORRIDA ' WS-FECHA-HOY ' ' WS-HORA-AHORA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE ALL 'S' TO WS-RESULTADOS.
           PERFORM 100-CHEQUEAR-TRANSMISIONES.
           PERFORM 200-CHEQUEAR-SUSPENSO.
           PERFORM 300-CHEQUEAR-RECONGL.
           PERFORM 400-CHEQUEAR-RETENIDOS.
           PERFORM 500-CHEQUEAR-CICLOS.
           PERFORM 600-CHEQUEAR-CHEQUES.
           PERFORM 700-ASENTAR-LISTA.
           CLOSE REPORTE-FILE.
           STOP RUN.

      *****************************************************************
      *  Periodo a revisar; sin un AAAAMM valido no hay lista.
      *****************************************************************
       050-LEER-PARAMETRO.
           MOVE SPACES TO WS-PERIODO-ENTRADA.
           ACCEPT WS-PERIODO-ENTRADA.
           IF WS-PERIODO-ENTRADA IS NOT NUMERIC
               DISPLAY 'PERIODO NO VALIDO EN SYSIN: '
                   WS-PERIODO-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-N.
           IF WS-PE-MES < 1 OR WS-PE-MES > 12
               DISPLAY 'MES DEL PERIODO NO VALIDO: ' WS-PERIODO-N
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO-N * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-PERIODO-N * 100 + 31.

       100-CHEQUEAR-TRANSMISIONES.
           MOVE 1 TO WS-IDX-CHEQUEO.
           MOVE ZERO TO WS-CONTADOR-FALLAS.
           MOVE 'LOTES GLXMIT DEL PERIODO ACEPTADOS'
               TO WS-LC-DESCRIPCION.
           OPEN INPUT TRANSMISIONES-FILE.
           IF NOT WS-TRANSMISIONES-OK
               MOVE 'GLXMIT NO DISPONIBLE' TO WS-LD-TEXTO
               PERFORM 910-FALLA-DETALLE
           ELSE
               PERFORM 110-LEER-TRANSMISION
               PERFORM UNTIL WS-TRANSMISIONES-EOF
                   IF GX-FECHA NOT < WS-FECHA-DESDE
                      AND GX-FECHA NOT > WS-FECHA-HASTA
                      AND NOT GX-ACEPTADO
                       MOVE SPACES TO WS-LD-TEXTO
                       STRING 'LOTE ' GX-CORRIDA ' DEL ' GX-FECHA
                           ' ESTADO ' GX-ESTADO ' ' GX-MOTIVO
                           DELIMITED BY SIZE INTO WS-LD-TEXTO
                       PERFORM 910-FALLA-DETALLE
                   END-IF
                   PERFORM 110-LEER-TRANSMISION
               END-PERFORM
               CLOSE TRANSMISIONES-FILE
           END-IF.
           PERFORM 900-LINEA-CHEQUEO.

       110-LEER-TRANSMISION.
           READ TRANSMISIONES-FILE
               AT END SET WS-TRANSMISIONES-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Residuo de la cuenta puente: pasa en cero, o si cada partida
      *  abierta hasta el fin del periodo tiene su explicacion.
      *****************************************************************
       200-CHEQUEAR-SUSPENSO.
           MOVE 2 TO WS-IDX-CHEQUEO.
           MOVE ZERO TO WS-CONTADOR-FALLAS.
           MOVE ZERO TO WS-RESIDUO-ABIERTO.
           MOVE ZERO TO WS-RESIDUO-SIN-EXPLICAR.
           MOVE 'RESIDUO DE CUENTA PUENTE EN CERO O EXPLICADO'
               TO WS-LC-DESCRIPCION.
           PERFORM 210-CARGAR-EXPLICACIONES.
           OPEN INPUT ABIERTO-FILE.
           IF NOT WS-ABIERTO-OK
               MOVE 'SUSPOPEN NO DISPONIBLE' TO WS-LD-TEXTO
               PERFORM 910-FALLA-DETALLE
           ELSE
               PERFORM 230-LEER-ABIERTO
               PERFORM UNTIL WS-ABIERTO-EOF
                   IF AB-FECHA NOT > WS-FECHA-HASTA
                       ADD AB-IMPORTE TO WS-RESIDUO-ABIERTO
                       PERFORM 240-BUSCAR-EXPLICACION
                       IF NOT WS-ES-EXPLICADA
                           ADD AB-IMPORTE TO WS-RESIDUO-SIN-EXPLICAR
                           MOVE AB-IMPORTE TO WS-IMPORTE-EDIT
                           MOVE SPACES TO WS-LD-TEXTO
                           STRING 'PARTIDA ' AB-FECHA ' ' AB-FUENTE
                               ' ' WS-IMPORTE-EDIT ' SIN EXPLICAR'
                               DELIMITED BY SIZE INTO WS-LD-TEXTO
                           PERFORM 920-DETALLE
                           ADD 1 TO WS-CONTADOR-FALLAS
                       END-IF
                   END-IF
                   PERFORM 230-LEER-ABIERTO
               END-PERFORM
               CLOSE ABIERTO-FILE
               MOVE WS-RESIDUO-ABIERTO TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-LD-TEXTO
               STRING 'RESIDUO ABIERTO AL CIERRE ' WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-LD-TEXTO
               PERFORM 920-DETALLE
               IF WS-CONTADOR-FALLAS > ZERO
                  AND WS-RESIDUO-ABIERTO NOT = ZERO
                   MOVE 'N' TO WS-CHEQUEO(WS-IDX-CHEQUEO)
               ELSE
                   MOVE ZERO TO WS-CONTADOR-FALLAS
               END-IF
           END-IF.
           PERFORM 900-LINEA-CHEQUEO.

      *****************************************************************
      *  Sin SUSPEXP asignado no hay explicaciones: solo pasa un
      *  residuo en cero.
      *****************************************************************
       210-CARGAR-EXPLICACIONES.
           OPEN INPUT EXPLICA-FILE.
           IF WS-EXPLICA-OK
               PERFORM 220-LEER-EXPLICACION
               PERFORM UNTIL WS-EXPLICA-EOF
                   IF WS-CONTADOR-EXPLICA < 500
                       ADD 1 TO WS-CONTADOR-EXPLICA
                       MOVE EX-FECHA
                           TO WS-TE-FECHA(WS-CONTADOR-EXPLICA)
                       MOVE EX-IMPORTE
                           TO WS-TE-IMPORTE(WS-CONTADOR-EXPLICA)
                       MOVE EX-FUENTE
                           TO WS-TE-FUENTE(WS-CONTADOR-EXPLICA)
                   ELSE
                       MOVE SPACES TO WS-EL-DATO-OFENSOR
                       MOVE EX-FECHA TO WS-EL-DATO-OFENSOR(1:8)
                       MOVE 'TABLA DE EXPLICACIONES LLENA'
                           TO WS-EL-DATO-OFENSOR(10:28)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   END-IF
                   PERFORM 220-LEER-EXPLICACION
               END-PERFORM
               CLOSE EXPLICA-FILE
           END-IF.

       220-LEER-EXPLICACION.
           READ EXPLICA-FILE
               AT END SET WS-EXPLICA-EOF TO TRUE
           END-READ.

       230-LEER-ABIERTO.
           READ ABIERTO-FILE
               AT END SET WS-ABIERTO-EOF TO TRUE
           END-READ.

       240-BUSCAR-EXPLICACION.
           MOVE 'N' TO WS-PARTIDA-EXPLICADA.
           PERFORM VARYING WS-IDX-EXPLICA FROM 1 BY 1
               UNTIL WS-IDX-EXPLICA > WS-CONTADOR-EXPLICA
               IF WS-TE-FECHA(WS-IDX-EXPLICA) = AB-FECHA
                  AND WS-TE-IMPORTE(WS-IDX-EXPLICA) = AB-IMPORTE
                  AND WS-TE-FUENTE(WS-IDX-EXPLICA) = AB-FUENTE
                   SET WS-ES-EXPLICADA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  RECONGL deja cada quiebre (y cada lote que no cuadra) en
      *  ERRLOG; cualquiera fechado en el periodo hace fallar.
      *****************************************************************
       300-CHEQUEAR-RECONGL.
           MOVE 3 TO WS-IDX-CHEQUEO.
           MOVE ZERO TO WS-CONTADOR-FALLAS.
           MOVE 'SIN QUIEBRES DE RECONGL EN EL PERIODO'
               TO WS-LC-DESCRIPCION.
           OPEN INPUT ERRLOG-FILE.
           IF NOT WS-ERRLOG-OK
               MOVE 'ERRLOG NO DISPONIBLE' TO WS-LD-TEXTO
               PERFORM 910-FALLA-DETALLE
           ELSE
               PERFORM 310-LEER-ERRLOG
               PERFORM UNTIL WS-ERRLOG-EOF
                   IF EL-PROGRAMA = 'RECONGL'
                      AND EL-FECHA NOT < WS-FECHA-DESDE
                      AND EL-FECHA NOT > WS-FECHA-HASTA
                       MOVE SPACES TO WS-LD-TEXTO
                       STRING EL-FECHA ' ' EL-DATO-OFENSOR
                           DELIMITED BY SIZE INTO WS-LD-TEXTO
                       PERFORM 910-FALLA-DETALLE
                   END-IF
                   PERFORM 310-LEER-ERRLOG
               END-PERFORM
               CLOSE ERRLOG-FILE
           END-IF.
           PERFORM 900-LINEA-CHEQUEO.

       310-LEER-ERRLOG.
           READ ERRLOG-FILE
               AT END SET WS-ERRLOG-EOF TO TRUE
           END-READ.

       400-CHEQUEAR-RETENIDOS.
           MOVE 4 TO WS-IDX-CHEQUEO.
           MOVE ZERO TO WS-CONTADOR-FALLAS.
           MOVE 'SIN LIBERADOS SIN POSTEAR EN NEGHOLD'
               TO WS-LC-DESCRIPCION.
           OPEN INPUT RETENIDOS-FILE.
           IF NOT WS-RETENIDOS-OK
               MOVE 'NEGHOLD NO DISPONIBLE' TO WS-LD-TEXTO
               PERFORM 910-FALLA-DETALLE
           ELSE
               PERFORM 410-LEER-RETENIDO
               PERFORM UNTIL WS-RETENIDOS-EOF
                   IF NH-LIBERADO
                      AND NH-FECHA NOT > WS-FECHA-HASTA
                       MOVE NH-IMPORTE TO WS-IMPORTE-EDIT
                       MOVE SPACES TO WS-LD-TEXTO
                       STRING 'CLIENTE ' NH-CUST-NUMBER ' DEL '
                           NH-FECHA ' ' WS-IMPORTE-EDIT
                           ' LIBERADO POR ' NH-OPERADOR
                           DELIMITED BY SIZE INTO WS-LD-TEXTO
                       PERFORM 910-FALLA-DETALLE
                   END-IF
                   PERFORM 410-LEER-RETENIDO
               END-PERFORM
               CLOSE RETENIDOS-FILE
           END-IF.
           PERFORM 900-LINEA-CHEQUEO.

       410-LEER-RETENIDO.
           READ RETENIDOS-FILE
               AT END SET WS-RETENIDOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Ciclos en uso por los clientes activos contra las corridas
      *  de CUSTSTMT asentadas en STMCORR con fecha del periodo.
      *****************************************************************
       500-CHEQUEAR-CICLOS.
           MOVE 5 TO WS-IDX-CHEQUEO.
           MOVE ZERO TO WS-CONTADOR-FALLAS.
           MOVE 'MONTHLY CORRIO PARA CADA CICLO DE EXTRACTO'
               TO WS-LC-DESCRIPCION.
           MOVE ALL 'N' TO WS-TABLA-CICLOS.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               MOVE 'CUSTMAST NO DISPONIBLE' TO WS-LD-TEXTO
               PERFORM 910-FALLA-DETALLE
           ELSE
               PERFORM 510-LEER-CLIENTE
               PERFORM UNTIL WS-CUSTMAST-EOF
                   IF CM-CLIENTE-ACTIVO
                       COMPUTE WS-IDX-CICLO = CM-CICLO-EXTRACTO + 1
                       MOVE 'S' TO WS-TC-EN-USO(WS-IDX-CICLO)
                   END-IF
                   PERFORM 510-LEER-CLIENTE
               END-PERFORM
               CLOSE CUSTMAST-FILE
               OPEN INPUT CORRIDAS-FILE
               IF WS-CORRIDAS-OK
                   PERFORM 520-LEER-CORRIDA
                   PERFORM UNTIL WS-CORRIDAS-EOF
                       IF SC-FECHA NOT < WS-FECHA-DESDE
                          AND SC-FECHA NOT > WS-FECHA-HASTA
                           COMPUTE WS-IDX-CICLO = SC-CICLO + 1
                           MOVE 'S' TO WS-TC-CORRIDO(WS-IDX-CICLO)
                       END-IF
                       PERFORM 520-LEER-CORRIDA
                   END-PERFORM
                   CLOSE CORRIDAS-FILE
               END-IF
               PERFORM VARYING WS-IDX-CICLO FROM 1 BY 1
                   UNTIL WS-IDX-CICLO > 10
                   IF WS-TC-EN-USO(WS-IDX-CICLO) = 'S'
                      AND WS-TC-CORRIDO(WS-IDX-CICLO) NOT = 'S'
                      AND WS-TC-CORRIDO(1) NOT = 'S'
                       COMPUTE WS-CICLO-EDIT = WS-IDX-CICLO - 1
                       MOVE SPACES TO WS-LD-TEXTO
                       STRING 'CICLO ' WS-CICLO-EDIT
                           ' SIN CORRIDA DE ESTADOS EN EL PERIODO'
                           DELIMITED BY SIZE INTO WS-LD-TEXTO
                       PERFORM 910-FALLA-DETALLE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 900-LINEA-CHEQUEO.

       510-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

       520-LEER-CORRIDA.
           READ CORRIDAS-FILE
               AT END SET WS-CORRIDAS-EOF TO TRUE
           END-READ.

       600-CHEQUEAR-CHEQUES.
           MOVE 6 TO WS-IDX-CHEQUEO.
           MOVE ZERO TO WS-CONTADOR-FALLAS.
           MOVE 'SIN CHEQUES RETENIDOS SIN APROBAR EN EL PERIODO'
               TO WS-LC-DESCRIPCION.
           OPEN INPUT CHEQUES-RET-FILE.
           IF NOT WS-CHEQUES-RET-OK
               MOVE 'CHKHOLD NO DISPONIBLE' TO WS-LD-TEXTO
               PERFORM 910-FALLA-DETALLE
           ELSE
               PERFORM 610-LEER-CHEQUE-RET
               PERFORM UNTIL WS-CHEQUES-RET-EOF
                   IF KH-RETENIDO
                      AND KH-FECHA NOT < WS-FECHA-DESDE
                      AND KH-FECHA NOT > WS-FECHA-HASTA
                       MOVE KH-IMPORTE TO WS-IMPORTE-EDIT
                       MOVE SPACES TO WS-LD-TEXTO
                       STRING 'CHEQUE DEL ' KH-FECHA ' '
                           WS-IMPORTE-EDIT ' ' KH-BENEFICIARIO
                           DELIMITED BY SIZE INTO WS-LD-TEXTO
                       PERFORM 910-FALLA-DETALLE
                   END-IF
                   PERFORM 610-LEER-CHEQUE-RET
               END-PERFORM
               CLOSE CHEQUES-RET-FILE
           END-IF.
           PERFORM 900-LINEA-CHEQUEO.

       610-LEER-CHEQUE-RET.
           READ CHEQUES-RET-FILE
               AT END SET WS-CHEQUES-RET-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Resultado general a la lista PERCHK; sin la lista asentada
      *  PERCTLM no tiene con que cerrar, asi que el paso falla.
      *****************************************************************
       700-ASENTAR-LISTA.
           MOVE SPACES TO PERCHK-REGISTRO.
           MOVE WS-PERIODO-N TO PK-PERIODO.
           MOVE WS-FECHA-HOY TO PK-FECHA.
           MOVE WS-HORA-AHORA TO PK-HORA.
           MOVE WS-RESULTADOS TO PK-CHEQUEOS.
           IF WS-CONTADOR-CHEQUEOS-MAL = ZERO
               SET PK-APTO TO TRUE
           ELSE
               SET PK-NO-APTO TO TRUE
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           IF PK-APTO
               STRING 'PERIODO ' WS-PERIODO-N ' APTO PARA CIERRE'
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           ELSE
               STRING 'PERIODO ' WS-PERIODO-N ' NO APTO PARA CIERRE: '
                   WS-CONTADOR-CHEQUEOS-MAL ' CHEQUEO(S) FALLAN'
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE REPORTE-LINEA.
           DISPLAY REPORTE-LINEA.
           OPEN EXTEND LISTA-FILE.
           IF NOT WS-LISTA-OK
               DISPLAY 'NO SE PUDO ABRIR PERCHK, ESTADO: '
                   WS-LISTA-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE PERCHK-REGISTRO
               CLOSE LISTA-FILE
           END-IF.

       900-LINEA-CHEQUEO.
           MOVE WS-IDX-CHEQUEO TO WS-LC-NUMERO.
           IF WS-CHEQUEO(WS-IDX-CHEQUEO) = 'S'
               MOVE 'OK' TO WS-LC-RESULTADO
           ELSE
               MOVE 'FALLA' TO WS-LC-RESULTADO
               ADD 1 TO WS-CONTADOR-CHEQUEOS-MAL
           END-IF.
           MOVE WS-CONTADOR-FALLAS TO WS-LC-FALLAS.
           WRITE REPORTE-LINEA FROM WS-LINEA-CHEQUEO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

      *****************************************************************
      *  Los renglones que hacen fallar un chequeo se listan antes de
      *  su linea de resultado.
      *****************************************************************
       910-FALLA-DETALLE.
           MOVE 'N' TO WS-CHEQUEO(WS-IDX-CHEQUEO).
           ADD 1 TO WS-CONTADOR-FALLAS.
           PERFORM 920-DETALLE.

       920-DETALLE.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
       END PROGRAM CIERRCHK.
