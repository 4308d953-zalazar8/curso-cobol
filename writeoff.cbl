      *    - lee las decisiones de castigo WOFIN (cliente,
      *      descripcion de la partida y operador), cada una
      *      autorizada contra OPERSEC (funcion 'W' de OPERAUTH);
      *      una decision de operador sin autoridad, o con un numero
      *      de cliente cuyo digito verificador WD-DIGITO no
      *      corresponde (CUSTDV), se descarta con constancia en
      *      ERRLOG;
      *    - lee cada partida decidida directo por su clave en el
      *      TRANDAT indexado: la partida abierta queda con estado
      *      'W', distinto de la 'C' normal, regrabada en su lugar;
      *      la decision sin partida abierta va a ERRLOG;
      *    - postea la perdida en el lote GLFEED balanceado WOFGL
      *      (cargo a la cuenta incobrable de RUNCTL, contrapartida
      *      a la cuenta puente);
      *    - anexa cada castigo al registro WOFREG, contra el que un
      *      pago posterior se reconoce como recuperacion.
      *  Cada decision aplicada queda en el checkpoint WOFCKP con los
      *  totales del lote contable, como en RESTA-NEGATIVO: un
      *  reinicio retoma en la decision siguiente sin castigar ni
      *  postear dos veces.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISIONES-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "WOFCKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT GL-FILE ASSIGN TO "WOFGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           05  WD-CUST-NUMBER      PIC 9(6).
           05  WD-DESCRIPCION      PIC X(30).
           05  WD-OPERADOR         PIC X(4).
           05  WD-DIGITO           PIC X(1).
           05  FILLER              PIC X(9).
       FD  TRANDAT-FILE.
           COPY TRANDAT.
      *****************************************************************
      *  El checkpoint guarda cuantas decisiones de la tabla ya se
      *  aplicaron y los totales del lote WOFGL hasta ellas: la cola
      *  del lote recien se escribe al final, asi que un reinicio
      *  retoma los totales en vez de empezar de cero.
      *****************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REGISTRO.
           05  CKP-DECISIONES      PIC 9(3).
           05  CKP-GL-DETALLES     PIC 9(7).
           05  CKP-GL-TOT-DEBE     PIC S9(11)V999.
           05  CKP-GL-TOT-HABER    PIC S9(11)V999.
       FD  GL-FILE.
           COPY GLFEED.
       FD  REGISTRO-FILE.
           88 WS-DECISIONES-EOF    VALUE '10'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
       01 WS-CHECKPOINT-STATUS     PIC X(2).
           88 WS-CHECKPOINT-OK     VALUE '00'.
       01 WS-HAY-CHECKPOINT        PIC X(1) VALUE 'N'.
           88 WS-REINICIO          VALUE 'S'.
       01 WS-DECISIONES-A-SALTAR   PIC 9(3) VALUE ZERO.
       01 WS-HAY-PARTIDA           PIC X(1) VALUE 'N'.
           88 WS-PARTIDA-HALLADA   VALUE 'S'.
       01 WS-GL-STATUS             PIC X(2).
           88 WS-GL-OK             VALUE '00'.
       01 WS-REGISTRO-STATUS       PIC X(2).
           88 WS-PERIODOS-EOF      VALUE '10'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'WRITEOFF'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO.
           05  WS-DV-NE-NUMERO     PIC 9(6).
           05  WS-DV-NE-DIGITO     PIC X(1).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
           88 WS-DV-ACEPTADO       VALUES 0 4.
       01 WS-GX-CORRIDA            PIC X(8) VALUE 'WRITEOFF'.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-CUENTA-SUSPENSO       PIC X(6) VALUE '999999'.
               10  WS-TD-APLICADA  PIC X(1).
                   88  WS-TD-YA-APLICADA VALUE 'S'.
       01 WS-CONTADOR-DECISIONES   PIC 9(3) VALUE ZERO.
       01 WS-IDX-HALLADA           PIC 9(3).
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'W'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
       01 WS-GL-TOT-DEBE           PIC S9(11)V999 VALUE ZERO.
       01 WS-GL-TOT-HABER          PIC S9(11)V999 VALUE ZERO.
       01 WS-IMPORTE-CASTIGO       PIC S9(7)V99 VALUE ZERO.
       01 WS-CONTADOR-CASTIGADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-PARTIDA  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADAS   PIC 9(7) VALUE ZERO.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-PERIODOS.
           PERFORM 080-VERIFICAR-PERIODO-CICLO.
           PERFORM 090-LEER-CHECKPOINT.
           PERFORM 100-CARGAR-DECISIONES.
           PERFORM 150-ABRIR-ARCHIVOS.
           PERFORM VARYING WS-IDX-HALLADA FROM 1 BY 1
               UNTIL WS-IDX-HALLADA > WS-CONTADOR-DECISIONES
               IF WS-IDX-HALLADA > WS-DECISIONES-A-SALTAR
                   PERFORM 300-APLICAR-DECISION
                   PERFORM 650-GRABAR-CHECKPOINT
               END-IF
           END-PERFORM.
           PERFORM 500-ESCRIBIR-COLA-GL.
           PERFORM 600-IMPRIMIR-RESUMEN.
           PERFORM 700-CERRAR-ARCHIVOS.
               STOP RUN
           END-IF.

      *****************************************************************
      *  Un checkpoint con contenido es una corrida anterior que no
      *  llego al final: se retoma en la decision siguiente a la
      *  ultima aplicada, con los totales del lote como quedaron.
      *****************************************************************
       090-LEER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-OK
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CKP-DECISIONES TO WS-DECISIONES-A-SALTAR
                       MOVE CKP-GL-DETALLES TO WS-GL-DETALLES
                       MOVE CKP-GL-TOT-DEBE TO WS-GL-TOT-DEBE
                       MOVE CKP-GL-TOT-HABER TO WS-GL-TOT-HABER
                       SET WS-REINICIO TO TRUE
                       DISPLAY 'REINICIANDO DESPUES DE LA DECISION: '
                           WS-DECISIONES-A-SALTAR
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *****************************************************************
      *  Cada decision se autoriza al cargarla: una decision cuyo
      *  operador no tiene autoridad de castigo (o esta
           IF WS-RETORNO-OPERAUTH = 04
               SET WS-AUTORIZADO-SI TO TRUE
           END-IF.
           MOVE 'V' TO WS-DV-FUNCION.
           MOVE WD-CUST-NUMBER TO WS-DV-NE-NUMERO.
           MOVE WD-DIGITO TO WS-DV-NE-DIGITO.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           IF NOT WS-AUTORIZADO-SI
               ADD 1 TO WS-CONTADOR-RECHAZADAS
               MOVE WD-OPERADOR TO WS-EL-DATO-OFENSOR(1:4)
                   TO WS-EL-DATO-OFENSOR(6:33)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           ELSE
           IF NOT WS-DV-ACEPTADO
               ADD 1 TO WS-CONTADOR-RECHAZADAS
               MOVE WD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'CASTIGO CON DIGITO VERIFIC. MALO'
                   TO WS-EL-DATO-OFENSOR(8:32)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           ELSE
               IF WS-CONTADOR-DECISIONES < 500
                   ADD 1 TO WS-CONTADOR-DECISIONES
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  TRANDAT se actualiza en su lugar: sin el archivo de partidas
      *  no hay castigo posible y el paso termina con RC=8.  En un
      *  reinicio el lote WOFGL ya tiene su cabecera y su entrada en
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
           OPEN EXTEND REGISTRO-FILE.
           IF WS-REINICIO
               OPEN EXTEND GL-FILE
           ELSE
               OPEN OUTPUT GL-FILE
               MOVE SPACES TO GLFEED-REGISTRO
               SET GLF-CABECERA TO TRUE
               MOVE WS-FECHA-PROCESO TO GLF-CAB-FECHA
               MOVE 'WRITEOFF' TO GLF-CAB-CORRIDA
               WRITE GLFEED-REGISTRO
               CALL 'GLXMIT' USING WS-FECHA-PROCESO WS-GX-CORRIDA
           END-IF.

      *****************************************************************
      *  La partida de la decision se lee por su clave; la abierta
      *  queda 'W' con la fecha del castigo, y la que no existe o ya
      *  no esta abierta deja la decision sin aplicar en ERRLOG.
      *****************************************************************
       300-APLICAR-DECISION.
           MOVE WS-TD-CUST(WS-IDX-HALLADA) TO TD-CUST-NUMBER.
           MOVE WS-TD-DESC(WS-IDX-HALLADA) TO TD-DESC-TEXTO.
           MOVE 'S' TO WS-HAY-PARTIDA.
           READ TRANDAT-FILE
               INVALID KEY MOVE 'N' TO WS-HAY-PARTIDA
           END-READ.
           IF WS-PARTIDA-HALLADA AND TD-ABIERTO
               PERFORM 350-CASTIGAR-PARTIDA
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-PARTIDA
               MOVE WS-TD-CUST(WS-IDX-HALLADA)
                   TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'CASTIGO SIN PARTIDA ABIERTA'
                   TO WS-EL-DATO-OFENSOR(8:27)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

       350-CASTIGAR-PARTIDA.
           MOVE TD-IMPORTE TO WS-IMPORTE-CASTIGO.
           SET TD-CASTIGADO TO TRUE.
           MOVE WS-FECHA-PROCESO TO TD-FECHA-EXPIRA-N.
           REWRITE TRANDAT-RECORD
               INVALID KEY
                   MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'REWRITE DE PARTIDA FALLIDO'
                       TO WS-EL-DATO-OFENSOR(8:26)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
           END-REWRITE.
           PERFORM 360-POSTEAR-PERDIDA.
           PERFORM 370-ASENTAR-REGISTRO.

           SET WO-CASTIGADA TO TRUE.
           WRITE WOFREG-REGISTRO.

       500-ESCRIBIR-COLA-GL.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-COLA TO TRUE.

       600-IMPRIMIR-RESUMEN.
           DISPLAY 'CASTIGO DE PARTIDAS DE COBRANZA AGOTADA'.
           DISPLAY 'DECISIONES AUTORIZADAS: '
               WS-CONTADOR-DECISIONES.
           DISPLAY 'PARTIDAS CASTIGADAS   : '
               WS-CONTADOR-CASTIGADAS.
           DISPLAY 'CASTIGOS SIN PARTIDA  : '
           DISPLAY 'DECISIONES RECHAZADAS : '
               WS-CONTADOR-RECHAZADAS.

      *****************************************************************
      *  Checkpoint por decision aplicada, sin intervalo: la partida
      *  se regraba en su lugar y rehacer una decision la castigaria
      *  y postearia dos veces.
      *****************************************************************
       650-GRABAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-IDX-HALLADA TO CKP-DECISIONES.
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
           CLOSE REGISTRO-FILE.
           CLOSE GL-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
       END PROGRAM WRITEOFF.
