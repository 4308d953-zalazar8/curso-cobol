       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAPL.
      *****************************************************************
      *  Aplicacion de las resoluciones de reclamo registradas en
      *  RECLMNT (RECLAMO.CPY), con la misma actualizacion en su
      *  lugar del TRANDAT indexado que WRITEOFF (la partida de cada
      *  resolucion se lee directo por su clave y se regraba):
      *    - procedente ('P'): la partida abierta que casa queda
      *      cerrada con la fecha del ciclo y su importe entero se
      *      acredita;
      *    - parcial ('C'): el importe acreditado se descuenta de la
      *      partida, que sigue abierta y vuelve a envejecer desde su
      *      fecha efectiva original;
      *    - denegado ('D'): no se toca la partida (vuelve a la
      *      cobranza normal por si sola) y el expediente se da de
      *      baja.
      *  El credito viaja al mayor en el lote GLFEED balanceado
      *  RECLGL (cargo a la cuenta de ajustes por reclamo de RUNCTL,
      *  contrapartida a la cuenta puente) y el lote se registra en
      *  GLXMIT.  Los expedientes abiertos pasan tal cual a RECLAMOO;
      *  los resueltos salen del archivo (la historia queda en la
      *  bitacora RECLAUD).  Una resolucion sin partida abierta que
      *  la reciba queda en ERRLOG.
      *  Cada resolucion aplicada queda en el checkpoint RECLCKP con
      *  los totales del lote contable: un reinicio retoma en la
      *  resolucion siguiente sin acreditar ni postear dos veces.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-STATUS.
           SELECT RECLAMOS-SAL-FILE ASSIGN TO "RECLAMOO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-SAL-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "RECLCKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT GL-FILE ASSIGN TO "RECLGL"
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
       FD  RECLAMOS-FILE.
           COPY RECLAMO.
       FD  RECLAMOS-SAL-FILE.
       01  RECLAMOS-SAL-REGISTRO   PIC X(130).
       FD  TRANDAT-FILE.
           COPY TRANDAT.
      *****************************************************************
      *  El checkpoint guarda cuantas resoluciones de la tabla ya se
      *  aplicaron y los totales del lote RECLGL hasta ellas, como el
      *  de WRITEOFF.
      *****************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REGISTRO.
           05  CKP-RESOLUCIONES    PIC 9(3).
           05  CKP-GL-DETALLES     PIC 9(7).
           05  CKP-GL-TOT-DEBE     PIC S9(11)V999.
           05  CKP-GL-TOT-HABER    PIC S9(11)V999.
       FD  GL-FILE.
           COPY GLFEED.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  PERIODOS-FILE.
           COPY PERCTL.
       WORKING-STORAGE SECTION.
       01 WS-RECLAMOS-STATUS       PIC X(2).
           88 WS-RECLAMOS-OK       VALUE '00'.
           88 WS-RECLAMOS-EOF      VALUE '10'.
       01 WS-RECLAMOS-SAL-STATUS   PIC X(2).
           88 WS-RECLAMOS-SAL-OK   VALUE '00'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
       01 WS-CHECKPOINT-STATUS     PIC X(2).
           88 WS-CHECKPOINT-OK     VALUE '00'.
       01 WS-HAY-CHECKPOINT        PIC X(1) VALUE 'N'.
           88 WS-REINICIO          VALUE 'S'.
       01 WS-RESOLUCIONES-A-SALTAR PIC 9(3) VALUE ZERO.
       01 WS-HAY-PARTIDA           PIC X(1) VALUE 'N'.
           88 WS-PARTIDA-HALLADA   VALUE 'S'.
       01 WS-GL-STATUS             PIC X(2).
           88 WS-GL-OK             VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-PERIODOS-STATUS       PIC X(2).
           88 WS-PERIODOS-OK       VALUE '00'.
           88 WS-PERIODOS-EOF      VALUE '10'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'RECLAPL'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-GX-CORRIDA            PIC X(8) VALUE 'RECLAPL'.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-CUENTA-SUSPENSO       PIC X(6) VALUE '999999'.
       01 WS-CUENTA-RECLAMOS       PIC X(6) VALUE '555555'.
      *****************************************************************
      *  Resoluciones con credito pendientes de aplicar, cargadas al
      *  inicio como la tabla de decisiones de WRITEOFF.
      *****************************************************************
       01 WS-TABLA-RESOLUCIONES.
           05  WS-RESOLUCION-ENTRADA OCCURS 500 TIMES.
               10  WS-TR-CUST      PIC 9(6).
               10  WS-TR-DESC      PIC X(30).
               10  WS-TR-ESTADO    PIC X(1).
                   88  WS-TR-PROCEDENTE VALUE 'P'.
               10  WS-TR-CREDITO   PIC S9(7)V99.
               10  WS-TR-APLICADA  PIC X(1).
                   88  WS-TR-YA-APLICADA VALUE 'S'.
       01 WS-CONTADOR-RESOLUCIONES PIC 9(3) VALUE ZERO.
       01 WS-IDX-HALLADA           PIC 9(3).
       01 WS-GL-DETALLES           PIC 9(7) VALUE ZERO.
       01 WS-GL-TOT-DEBE           PIC S9(11)V999 VALUE ZERO.
       01 WS-GL-TOT-HABER          PIC S9(11)V999 VALUE ZERO.
       01 WS-IMPORTE-CREDITO       PIC S9(7)V99 VALUE ZERO.
       01 WS-CONTADOR-ABIERTOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-PROCEDENTES  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-PARCIALES    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-DENEGADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-PARTIDA  PIC 9(7) VALUE ZERO.
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
           PERFORM 090-LEER-CHECKPOINT.
           PERFORM 100-CARGAR-RECLAMOS.
           PERFORM 150-ABRIR-ARCHIVOS.
           PERFORM VARYING WS-IDX-HALLADA FROM 1 BY 1
               UNTIL WS-IDX-HALLADA > WS-CONTADOR-RESOLUCIONES
               IF WS-IDX-HALLADA > WS-RESOLUCIONES-A-SALTAR
                   PERFORM 300-APLICAR-RESOLUCION
                   PERFORM 650-GRABAR-CHECKPOINT
               END-IF
           END-PERFORM.
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
                           MOVE RC-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
                       IF RC-CUENTA-SUSPENSO NOT = SPACES
                           MOVE RC-CUENTA-SUSPENSO
                               TO WS-CUENTA-SUSPENSO
                       END-IF
                       IF RC-CUENTA-RECLAMOS NOT = SPACES
                           MOVE RC-CUENTA-RECLAMOS
                               TO WS-CUENTA-RECLAMOS
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
      *  Mismo control de periodo que WRITEOFF: con el periodo del
      *  ciclo cerrado el paso se rechaza con RC=8 antes de tocar
      *  nada, y los expedientes esperan a la corrida siguiente.
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
               MOVE 'PERIODO DE LOS RECLAMOS CERRADO'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'APLICACION RECHAZADA: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Un checkpoint con contenido es una corrida anterior que no
      *  llego al final: se retoma en la resolucion siguiente a la
      *  ultima aplicada, con los totales del lote como quedaron.
      *  El arrastre RECLAMOO se rehace entero desde RECLAMO, que no
      *  se reemplaza hasta que el paso termina bien.
      *****************************************************************
       090-LEER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-OK
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CKP-RESOLUCIONES
                           TO WS-RESOLUCIONES-A-SALTAR
                       MOVE CKP-GL-DETALLES TO WS-GL-DETALLES
                       MOVE CKP-GL-TOT-DEBE TO WS-GL-TOT-DEBE
                       MOVE CKP-GL-TOT-HABER TO WS-GL-TOT-HABER
                       SET WS-REINICIO TO TRUE
                       DISPLAY 'REINICIANDO DESPUES DE LA RESOLUCION: '
                           WS-RESOLUCIONES-A-SALTAR
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *****************************************************************
      *  Abiertos pasan al arrastre; procedentes y parciales entran a
      *  la tabla de creditos; denegados se dan de baja sin mas.  Un
      *  resuelto que no cabe en la tabla se arrastra para manana.
      *****************************************************************
       100-CARGAR-RECLAMOS.
           OPEN OUTPUT RECLAMOS-SAL-FILE.
           OPEN INPUT RECLAMOS-FILE.
           IF WS-RECLAMOS-OK
               PERFORM 110-LEER-RECLAMO
               PERFORM UNTIL WS-RECLAMOS-EOF
                   EVALUATE TRUE
                       WHEN RL-ABIERTO
                           ADD 1 TO WS-CONTADOR-ABIERTOS
                           WRITE RECLAMOS-SAL-REGISTRO
                               FROM RECLAMO-REGISTRO
                       WHEN RL-DENEGADO
                           ADD 1 TO WS-CONTADOR-DENEGADOS
                       WHEN RL-PROCEDENTE
                       WHEN RL-PARCIAL
                           PERFORM 120-CARGAR-RESOLUCION
                       WHEN OTHER
                           MOVE RL-CUST-NUMBER
                               TO WS-EL-DATO-OFENSOR(1:6)
                           MOVE 'RECLAMO CON ESTADO INVALIDO'
                               TO WS-EL-DATO-OFENSOR(8:27)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                           WRITE RECLAMOS-SAL-REGISTRO
                               FROM RECLAMO-REGISTRO
                   END-EVALUATE
                   PERFORM 110-LEER-RECLAMO
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF.
           CLOSE RECLAMOS-SAL-FILE.

       110-LEER-RECLAMO.
           READ RECLAMOS-FILE
               AT END SET WS-RECLAMOS-EOF TO TRUE
           END-READ.

       120-CARGAR-RESOLUCION.
           IF WS-CONTADOR-RESOLUCIONES < 500
               ADD 1 TO WS-CONTADOR-RESOLUCIONES
               MOVE RL-CUST-NUMBER
                   TO WS-TR-CUST(WS-CONTADOR-RESOLUCIONES)
               MOVE RL-DESCRIPCION
                   TO WS-TR-DESC(WS-CONTADOR-RESOLUCIONES)
               MOVE RL-ESTADO
                   TO WS-TR-ESTADO(WS-CONTADOR-RESOLUCIONES)
               MOVE RL-IMPORTE-CREDITO
                   TO WS-TR-CREDITO(WS-CONTADOR-RESOLUCIONES)
               MOVE 'N'
                   TO WS-TR-APLICADA(WS-CONTADOR-RESOLUCIONES)
           ELSE
               WRITE RECLAMOS-SAL-REGISTRO FROM RECLAMO-REGISTRO
               MOVE RL-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'TABLA DE RESOLUCIONES LLENA'
                   TO WS-EL-DATO-OFENSOR(8:27)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  TRANDAT se actualiza en su lugar: sin el archivo de partidas
      *  no hay credito posible y el paso termina con RC=8.  En un
      *  reinicio el lote RECLGL ya tiene su cabecera y su entrada en
      *  GLXMIT: solo se sigue anexando detalle.
      *****************************************************************
       150-ABRIR-ARCHIVOS.
           OPEN I-O TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               DISPLAY 'NO SE PUDO ABRIR TRANDAT, ESTADO: '
                   WS-TRANDAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REINICIO
               OPEN EXTEND GL-FILE
           ELSE
               OPEN OUTPUT GL-FILE
               MOVE SPACES TO GLFEED-REGISTRO
               SET GLF-CABECERA TO TRUE
               MOVE WS-FECHA-PROCESO TO GLF-CAB-FECHA
               MOVE 'RECLAPL' TO GLF-CAB-CORRIDA
               WRITE GLFEED-REGISTRO
               CALL 'GLXMIT' USING WS-FECHA-PROCESO WS-GX-CORRIDA
           END-IF.

      *****************************************************************
      *  La partida de la resolucion se lee por su clave; la que no
      *  existe o ya no esta abierta deja la resolucion sin aplicar
      *  en ERRLOG.
      *****************************************************************
       300-APLICAR-RESOLUCION.
           MOVE WS-TR-CUST(WS-IDX-HALLADA) TO TD-CUST-NUMBER.
           MOVE WS-TR-DESC(WS-IDX-HALLADA) TO TD-DESC-TEXTO.
           MOVE 'S' TO WS-HAY-PARTIDA.
           READ TRANDAT-FILE
               INVALID KEY MOVE 'N' TO WS-HAY-PARTIDA
           END-READ.
           IF WS-PARTIDA-HALLADA AND TD-ABIERTO
               PERFORM 350-ACREDITAR-PARTIDA
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-PARTIDA
               MOVE WS-TR-CUST(WS-IDX-HALLADA)
                   TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'RECLAMO SIN PARTIDA ABIERTA'
                   TO WS-EL-DATO-OFENSOR(8:27)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  El procedente acredita lo que la partida tiene hoy (pudo
      *  haber recibido un parcial de TRANCAP desde la apertura); un
      *  parcial que alcanza o supera el saldo de la partida la
      *  cierra igual que un procedente.
      *****************************************************************
       350-ACREDITAR-PARTIDA.
           SET WS-TR-YA-APLICADA(WS-IDX-HALLADA) TO TRUE.
           IF WS-TR-PROCEDENTE(WS-IDX-HALLADA)
              OR WS-TR-CREDITO(WS-IDX-HALLADA) NOT < TD-IMPORTE
               ADD 1 TO WS-CONTADOR-PROCEDENTES
               MOVE TD-IMPORTE TO WS-IMPORTE-CREDITO
               SET TD-CERRADO TO TRUE
               MOVE WS-FECHA-PROCESO TO TD-FECHA-EXPIRA-N
           ELSE
               ADD 1 TO WS-CONTADOR-PARCIALES
               MOVE WS-TR-CREDITO(WS-IDX-HALLADA)
                   TO WS-IMPORTE-CREDITO
               SUBTRACT WS-IMPORTE-CREDITO FROM TD-IMPORTE
           END-IF.
           REWRITE TRANDAT-RECORD
               INVALID KEY
                   MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'REWRITE DE PARTIDA FALLIDO'
                       TO WS-EL-DATO-OFENSOR(8:26)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
           END-REWRITE.
           IF WS-IMPORTE-CREDITO NOT = ZERO
               PERFORM 360-POSTEAR-CREDITO
           END-IF.

      *****************************************************************
      *  El credito viaja al mayor la misma corrida: cargo a la
      *  cuenta de ajustes por reclamo y contrapartida a la cuenta
      *  puente.
      *****************************************************************
       360-POSTEAR-CREDITO.
           MOVE WS-CUENTA-RECLAMOS TO GLF-DET-CUENTA.
           MOVE WS-IMPORTE-CREDITO TO GLF-DET-IMPORTE.
           MOVE WS-IMPORTE-CREDITO TO GLF-DET-IMPORTE-ORIG.
           PERFORM 365-ESCRIBIR-DETALLE-GL.
           MOVE WS-CUENTA-SUSPENSO TO GLF-DET-CUENTA.
           COMPUTE GLF-DET-IMPORTE = ZERO - WS-IMPORTE-CREDITO.
           COMPUTE GLF-DET-IMPORTE-ORIG =
               ZERO - WS-IMPORTE-CREDITO.
           PERFORM 365-ESCRIBIR-DETALLE-GL.

       365-ESCRIBIR-DETALLE-GL.
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

       600-IMPRIMIR-RESUMEN.
           DISPLAY 'APLICACION DE RESOLUCIONES DE RECLAMOS'.
           DISPLAY 'RECLAMOS ABIERTOS     : ' WS-CONTADOR-ABIERTOS.
           DISPLAY 'PROCEDENTES APLICADOS : '
               WS-CONTADOR-PROCEDENTES.
           DISPLAY 'PARCIALES APLICADOS   : ' WS-CONTADOR-PARCIALES.
           DISPLAY 'DENEGADOS DADOS DE BAJA: '
               WS-CONTADOR-DENEGADOS.
           DISPLAY 'RESOLUCIONES SIN PARTIDA: '
               WS-CONTADOR-SIN-PARTIDA.

      *****************************************************************
      *  Checkpoint por resolucion aplicada, sin intervalo: la
      *  partida se regraba en su lugar y rehacer una resolucion la
      *  acreditaria y postearia dos veces.
      *****************************************************************
       650-GRABAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-IDX-HALLADA TO CKP-RESOLUCIONES.
           MOVE WS-GL-DETALLES TO CKP-GL-DETALLES.
           MOVE WS-GL-TOT-DEBE TO CKP-GL-TOT-DEBE.
           MOVE WS-GL-TOT-HABER TO CKP-GL-TOT-HABER.
           WRITE CHECKPOINT-REGISTRO.
           CLOSE CHECKPOINT-FILE.

      *****************************************************************
      *  Terminado el paso el checkpoint queda vacio: la corrida
      *  siguiente no es un reinicio.
      *****************************************************************
       700-CERRAR-ARCHIVOS.
           CLOSE TRANDAT-FILE.
           CLOSE GL-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
       END PROGRAM RECLAPL.
