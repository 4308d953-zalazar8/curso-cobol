       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCESRPT.
      *****************************************************************
      *  Reporte de liquidacion de sucesiones: por cada cliente con
      *  aviso de defuncion en DEFUNC (CUSTFAL) cuya cuenta sigue
      *  abierta, lista en SUCRPT lo que la sucesion tiene pendiente
      *  con el banco, para el area legal y el representante:
      *    - saldo del maestro (CM-BALANCE) a la fecha de proceso;
      *    - posteos de CUSTHIST (vivo y generaciones CUSTHGEN) con
      *      fecha de posteo desde la defuncion, cantidad e importe;
      *    - partidas abiertas de TRANDAT;
      *    - posteos retenidos en NEGHOLD (por limite o cargos al
      *      fallecido) aun sin postear;
      *    - cheques retenidos o aprobados sin imprimir en CHKHOLD.
      *  Con cada cliente sale el representante de la sucesion y,
      *  si CUSTFAL encontro conyuge o pareja con vinculo vigente y
      *  su estado civil todavia no es viudo, el recordatorio de
      *  pedir el cambio por NIVEL88.  Las sucesiones se cargan en
      *  tabla (500; el exceso queda en ERRLOG) y cada archivo de
      *  exposicion se recorre una sola vez.  La cuenta ya cerrada
      *  por CUSTCLS se da por liquidada y no sale.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFUNC-FILE ASSIGN TO "DEFUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DF-CUST-NUMBER
               FILE STATUS IS WS-DEFUNC-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT HISTORIA-GEN-FILE ASSIGN TO "CUSTHGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-GEN-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT RETENIDOS-FILE ASSIGN TO "NEGHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETENIDOS-STATUS.
           SELECT CHEQUES-RET-FILE ASSIGN TO "CHKHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHEQUES-RET-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "SUCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEFUNC-FILE.
           COPY DEFUNC.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  HISTORIA-FILE.
           COPY CUSTHIST.
      *  Generaciones de la historia que corta JRNLCUT: mismo
      *  registro de CUSTHIST.
       FD  HISTORIA-GEN-FILE.
       01  HISTORIA-GEN-REGISTRO.
           05  HG-CUST-NUMBER      PIC 9(6).
           05  HG-FECHA-POSTEO     PIC 9(8).
           05  HG-SECUENCIA        PIC 9(7).
           05  HG-IMPORTE          PIC S9(7)V999.
           05  FILLER              PIC X(40).
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  RETENIDOS-FILE.
           COPY NEGHOLD.
       FD  CHEQUES-RET-FILE.
           COPY CHKHOLD.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-DEFUNC-STATUS         PIC X(2).
           88 WS-DEFUNC-OK         VALUE '00'.
           88 WS-DEFUNC-EOF        VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-HISTORIA-GEN-STATUS   PIC X(2).
           88 WS-HISTORIA-GEN-OK   VALUE '00'.
           88 WS-HISTORIA-GEN-EOF  VALUE '10'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-RETENIDOS-STATUS      PIC X(2).
           88 WS-RETENIDOS-OK      VALUE '00'.
           88 WS-RETENIDOS-EOF     VALUE '10'.
       01 WS-CHEQUES-RET-STATUS    PIC X(2).
           88 WS-CHEQUES-RET-OK    VALUE '00'.
           88 WS-CHEQUES-RET-EOF   VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'SUCESRPT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Sucesiones abiertas con su exposicion acumulada.
      *****************************************************************
       01 WS-TABLA-SUCESIONES.
           05  WS-SUC-ENTRADA      OCCURS 500 TIMES.
               10  WS-TS-CUST      PIC 9(6).
               10  WS-TS-NOMBRE    PIC X(12).
               10  WS-TS-APELLIDO  PIC X(10).
               10  WS-TS-FECHA-DEF PIC 9(8).
               10  WS-TS-REPRESENTANTE PIC X(30).
               10  WS-TS-REP-TELEFONO PIC X(12).
               10  WS-TS-CONYUGE   PIC 9(6).
               10  WS-TS-BALANCE   PIC S9(7)V999.
               10  WS-TS-HIST-CANT PIC 9(5).
               10  WS-TS-HIST-IMP  PIC S9(9)V999.
               10  WS-TS-PART-CANT PIC 9(5).
               10  WS-TS-PART-IMP  PIC S9(9)V99.
               10  WS-TS-RET-CANT  PIC 9(5).
               10  WS-TS-RET-IMP   PIC S9(9)V999.
               10  WS-TS-CHQ-CANT  PIC 9(5).
               10  WS-TS-CHQ-IMP   PIC S9(9)V99.
       01 WS-CONTADOR-SUCESIONES   PIC 9(3) VALUE ZERO.
       01 WS-IDX-SUCESION          PIC 9(3).
       01 WS-HAY-SUCESION          PIC X(1) VALUE 'N'.
           88 WS-SUCESION-HALLADA  VALUE 'S'.
       01 WS-CUST-BUSCAR           PIC 9(6).
       01 WS-CONTADOR-AVISOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-LIQUIDADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CONYUGES     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-BALANCE         PIC S9(11)V999 VALUE ZERO.
       01 WS-TOTAL-PARTIDAS        PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-RETENIDOS       PIC S9(11)V999 VALUE ZERO.
       01 WS-TOTAL-CHEQUES         PIC S9(11)V99 VALUE ZERO.
      *****************************************************************
      *  Lineas de SUCRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(40)
               VALUE 'LIQUIDACION DE SUCESIONES AL '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(52) VALUE SPACES.
       01 WS-LINEA-CLIENTE.
           05  FILLER              PIC X(8) VALUE 'CLIENTE '.
           05  WS-LC-CUST          PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-NOMBRE        PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-APELLIDO      PIC X(10).
           05  FILLER              PIC X(11) VALUE '  FALLECIO '.
           05  WS-LC-FECHA-DEF     PIC 9(8).
           05  FILLER              PIC X(8) VALUE '  SALDO '.
           05  WS-LC-BALANCE       PIC -Z(6)9.999.
           05  FILLER              PIC X(23) VALUE SPACES.
       01 WS-LINEA-REPRESENTANTE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE 'REPRESENTANTE: '.
           05  WS-LR-NOMBRE        PIC X(30).
           05  FILLER              PIC X(6) VALUE '  TEL '.
           05  WS-LR-TELEFONO      PIC X(12).
           05  FILLER              PIC X(33) VALUE SPACES.
       01 WS-LINEA-EXPOSICION.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-LX-TEXTO         PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LX-CANTIDAD      PIC Z(4)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LX-IMPORTE       PIC -Z(8)9.999.
           05  FILLER              PIC X(43) VALUE SPACES.
       01 WS-LINEA-CONYUGE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(22)
               VALUE 'CONYUGE SOBREVIVIENTE '.
           05  WS-LY-CUST          PIC 9(6).
           05  FILLER              PIC X(38)
               VALUE ': SOLICITAR CAMBIO A VIUDO POR NIVEL88'.
           05  FILLER              PIC X(30) VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(34).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LTT-IMPORTE      PIC -Z(10)9.999.
           05  FILLER              PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-SUCESIONES.
           IF WS-CONTADOR-SUCESIONES NOT = ZERO
               PERFORM 200-RECORRER-HISTORIA
               PERFORM 250-RECORRER-PARTIDAS
               PERFORM 270-RECORRER-RETENIDOS
               PERFORM 290-RECORRER-CHEQUES
           END-IF.
           PERFORM 400-IMPRIMIR-REPORTE.
           CLOSE CUSTMAST-FILE.
           DISPLAY 'LIQUIDACION DE SUCESIONES'.
           DISPLAY 'AVISOS DE DEFUNCION LEIDOS : ' WS-CONTADOR-AVISOS.
           DISPLAY 'SUCESIONES ABIERTAS        : '
               WS-CONTADOR-SUCESIONES.
           DISPLAY 'CUENTAS YA CERRADAS        : '
               WS-CONTADOR-LIQUIDADAS.
           DISPLAY 'CONYUGES PENDIENTES NIVEL88: '
               WS-CONTADOR-CONYUGES.
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

      *****************************************************************
      *  Cada aviso con su cliente del maestro: cuenta cerrada es
      *  sucesion liquidada; un aviso sin cliente queda en ERRLOG.
      *****************************************************************
       100-CARGAR-SUCESIONES.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEFUNC-FILE.
           IF NOT WS-DEFUNC-OK
               DISPLAY 'NO SE PUDO ABRIR DEFUNC, ESTADO: '
                   WS-DEFUNC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LEER-AVISO.
           PERFORM UNTIL WS-DEFUNC-EOF
               ADD 1 TO WS-CONTADOR-AVISOS
               MOVE DF-CUST-NUMBER TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-EL-DATO-OFENSOR
                       MOVE DF-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                       MOVE 'AVISO DE DEFUNCION SIN CLIENTE'
                           TO WS-EL-DATO-OFENSOR(8:30)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   NOT INVALID KEY
                       IF CM-CLIENTE-INACTIVO
                           ADD 1 TO WS-CONTADOR-LIQUIDADAS
                       ELSE
                           PERFORM 120-GUARDAR-SUCESION
                       END-IF
               END-READ
               PERFORM 110-LEER-AVISO
           END-PERFORM.
           CLOSE DEFUNC-FILE.

       110-LEER-AVISO.
           READ DEFUNC-FILE NEXT
               AT END SET WS-DEFUNC-EOF TO TRUE
           END-READ.

       120-GUARDAR-SUCESION.
           IF WS-CONTADOR-SUCESIONES < 500
               ADD 1 TO WS-CONTADOR-SUCESIONES
               MOVE WS-CONTADOR-SUCESIONES TO WS-IDX-SUCESION
               INITIALIZE WS-SUC-ENTRADA(WS-IDX-SUCESION)
               MOVE DF-CUST-NUMBER TO WS-TS-CUST(WS-IDX-SUCESION)
               MOVE CM-NOMBRE TO WS-TS-NOMBRE(WS-IDX-SUCESION)
               MOVE CM-APELLIDO TO WS-TS-APELLIDO(WS-IDX-SUCESION)
               MOVE DF-FECHA-DEFUNCION
                   TO WS-TS-FECHA-DEF(WS-IDX-SUCESION)
               MOVE DF-REPRESENTANTE
                   TO WS-TS-REPRESENTANTE(WS-IDX-SUCESION)
               MOVE DF-REP-TELEFONO
                   TO WS-TS-REP-TELEFONO(WS-IDX-SUCESION)
               MOVE DF-CONYUGE TO WS-TS-CONYUGE(WS-IDX-SUCESION)
               MOVE CM-BALANCE TO WS-TS-BALANCE(WS-IDX-SUCESION)
           ELSE
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE DF-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'TABLA DE SUCESIONES LLENA'
                   TO WS-EL-DATO-OFENSOR(8:25)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
           END-IF.

       150-BUSCAR-SUCESION.
           MOVE 'N' TO WS-HAY-SUCESION.
           PERFORM VARYING WS-IDX-SUCESION FROM 1 BY 1
               UNTIL WS-IDX-SUCESION > WS-CONTADOR-SUCESIONES
               IF WS-TS-CUST(WS-IDX-SUCESION) = WS-CUST-BUSCAR
                   SET WS-SUCESION-HALLADA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Posteos desde el dia de la defuncion, en el archivo vivo y
      *  en las generaciones cortadas por JRNLCUT.
      *****************************************************************
       200-RECORRER-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-OK
               PERFORM 210-LEER-HISTORIA
               PERFORM UNTIL WS-HISTORIA-EOF
                   MOVE CH-CUST-NUMBER TO WS-CUST-BUSCAR
                   PERFORM 150-BUSCAR-SUCESION
                   IF WS-SUCESION-HALLADA
                      AND CH-FECHA-POSTEO NOT <
                          WS-TS-FECHA-DEF(WS-IDX-SUCESION)
                       ADD 1 TO WS-TS-HIST-CANT(WS-IDX-SUCESION)
                       ADD CH-IMPORTE
                           TO WS-TS-HIST-IMP(WS-IDX-SUCESION)
                   END-IF
                   PERFORM 210-LEER-HISTORIA
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF.
           OPEN INPUT HISTORIA-GEN-FILE.
           IF WS-HISTORIA-GEN-OK
               PERFORM 220-LEER-GENERACION
               PERFORM UNTIL WS-HISTORIA-GEN-EOF
                   MOVE HG-CUST-NUMBER TO WS-CUST-BUSCAR
                   PERFORM 150-BUSCAR-SUCESION
                   IF WS-SUCESION-HALLADA
                      AND HG-FECHA-POSTEO NOT <
                          WS-TS-FECHA-DEF(WS-IDX-SUCESION)
                       ADD 1 TO WS-TS-HIST-CANT(WS-IDX-SUCESION)
                       ADD HG-IMPORTE
                           TO WS-TS-HIST-IMP(WS-IDX-SUCESION)
                   END-IF
                   PERFORM 220-LEER-GENERACION
               END-PERFORM
               CLOSE HISTORIA-GEN-FILE
           END-IF.

       210-LEER-HISTORIA.
           READ HISTORIA-FILE
               AT END SET WS-HISTORIA-EOF TO TRUE
           END-READ.

       220-LEER-GENERACION.
           READ HISTORIA-GEN-FILE
               AT END SET WS-HISTORIA-GEN-EOF TO TRUE
           END-READ.

       250-RECORRER-PARTIDAS.
           OPEN INPUT TRANDAT-FILE.
           IF WS-TRANDAT-OK
               PERFORM 260-LEER-PARTIDA
               PERFORM UNTIL WS-TRANDAT-EOF
                   IF TD-ABIERTO
                       MOVE TD-CUST-NUMBER TO WS-CUST-BUSCAR
                       PERFORM 150-BUSCAR-SUCESION
                       IF WS-SUCESION-HALLADA
                           ADD 1 TO WS-TS-PART-CANT(WS-IDX-SUCESION)
                           ADD TD-IMPORTE
                               TO WS-TS-PART-IMP(WS-IDX-SUCESION)
                       END-IF
                   END-IF
                   PERFORM 260-LEER-PARTIDA
               END-PERFORM
               CLOSE TRANDAT-FILE
           END-IF.

       260-LEER-PARTIDA.
           READ TRANDAT-FILE
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Todo lo que sigue en NEGHOLD esta sin postear: retenido o
      *  liberado a la espera del proximo ciclo nocturno.
      *****************************************************************
       270-RECORRER-RETENIDOS.
           OPEN INPUT RETENIDOS-FILE.
           IF WS-RETENIDOS-OK
               PERFORM 280-LEER-RETENIDO
               PERFORM UNTIL WS-RETENIDOS-EOF
                   MOVE NH-CUST-NUMBER TO WS-CUST-BUSCAR
                   PERFORM 150-BUSCAR-SUCESION
                   IF WS-SUCESION-HALLADA
                       ADD 1 TO WS-TS-RET-CANT(WS-IDX-SUCESION)
                       ADD NH-IMPORTE
                           TO WS-TS-RET-IMP(WS-IDX-SUCESION)
                   END-IF
                   PERFORM 280-LEER-RETENIDO
               END-PERFORM
               CLOSE RETENIDOS-FILE
           END-IF.

       280-LEER-RETENIDO.
           READ RETENIDOS-FILE
               AT END SET WS-RETENIDOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Cheques del cliente que CHECKPRT estaciono (por tope, por
      *  domicilio) o que ya estan aprobados sin imprimir.
      *****************************************************************
       290-RECORRER-CHEQUES.
           OPEN INPUT CHEQUES-RET-FILE.
           IF WS-CHEQUES-RET-OK
               PERFORM 295-LEER-CHEQUE
               PERFORM UNTIL WS-CHEQUES-RET-EOF
                   MOVE KH-CUST-NUMBER TO WS-CUST-BUSCAR
                   PERFORM 150-BUSCAR-SUCESION
                   IF WS-SUCESION-HALLADA
                       ADD 1 TO WS-TS-CHQ-CANT(WS-IDX-SUCESION)
                       ADD KH-IMPORTE
                           TO WS-TS-CHQ-IMP(WS-IDX-SUCESION)
                   END-IF
                   PERFORM 295-LEER-CHEQUE
               END-PERFORM
               CLOSE CHEQUES-RET-FILE
           END-IF.

       295-LEER-CHEQUE.
           READ CHEQUES-RET-FILE
               AT END SET WS-CHEQUES-RET-EOF TO TRUE
           END-READ.

       400-IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           PERFORM VARYING WS-IDX-SUCESION FROM 1 BY 1
               UNTIL WS-IDX-SUCESION > WS-CONTADOR-SUCESIONES
               PERFORM 410-IMPRIMIR-SUCESION
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'TOTAL SALDOS DE SUCESIONES' TO WS-LTT-TEXTO.
           MOVE WS-TOTAL-BALANCE TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL PARTIDAS ABIERTAS' TO WS-LTT-TEXTO.
           MOVE WS-TOTAL-PARTIDAS TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL POSTEOS RETENIDOS' TO WS-LTT-TEXTO.
           MOVE WS-TOTAL-RETENIDOS TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL CHEQUES RETENIDOS' TO WS-LTT-TEXTO.
           MOVE WS-TOTAL-CHEQUES TO WS-LTT-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           CLOSE REPORTE-FILE.

       410-IMPRIMIR-SUCESION.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-TS-CUST(WS-IDX-SUCESION) TO WS-LC-CUST.
           MOVE WS-TS-NOMBRE(WS-IDX-SUCESION) TO WS-LC-NOMBRE.
           MOVE WS-TS-APELLIDO(WS-IDX-SUCESION) TO WS-LC-APELLIDO.
           MOVE WS-TS-FECHA-DEF(WS-IDX-SUCESION) TO WS-LC-FECHA-DEF.
           MOVE WS-TS-BALANCE(WS-IDX-SUCESION) TO WS-LC-BALANCE.
           WRITE REPORTE-LINEA FROM WS-LINEA-CLIENTE.
           MOVE WS-TS-REPRESENTANTE(WS-IDX-SUCESION) TO WS-LR-NOMBRE.
           MOVE WS-TS-REP-TELEFONO(WS-IDX-SUCESION)
               TO WS-LR-TELEFONO.
           WRITE REPORTE-LINEA FROM WS-LINEA-REPRESENTANTE.
           MOVE 'POSTEOS DESDE LA DEFUNCION' TO WS-LX-TEXTO.
           MOVE WS-TS-HIST-CANT(WS-IDX-SUCESION) TO WS-LX-CANTIDAD.
           MOVE WS-TS-HIST-IMP(WS-IDX-SUCESION) TO WS-LX-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-EXPOSICION.
           MOVE 'PARTIDAS ABIERTAS TRANDAT' TO WS-LX-TEXTO.
           MOVE WS-TS-PART-CANT(WS-IDX-SUCESION) TO WS-LX-CANTIDAD.
           MOVE WS-TS-PART-IMP(WS-IDX-SUCESION) TO WS-LX-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-EXPOSICION.
           MOVE 'POSTEOS RETENIDOS NEGHOLD' TO WS-LX-TEXTO.
           MOVE WS-TS-RET-CANT(WS-IDX-SUCESION) TO WS-LX-CANTIDAD.
           MOVE WS-TS-RET-IMP(WS-IDX-SUCESION) TO WS-LX-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-EXPOSICION.
           MOVE 'CHEQUES RETENIDOS CHKHOLD' TO WS-LX-TEXTO.
           MOVE WS-TS-CHQ-CANT(WS-IDX-SUCESION) TO WS-LX-CANTIDAD.
           MOVE WS-TS-CHQ-IMP(WS-IDX-SUCESION) TO WS-LX-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-EXPOSICION.
           PERFORM 420-VERIFICAR-CONYUGE.
           ADD WS-TS-BALANCE(WS-IDX-SUCESION) TO WS-TOTAL-BALANCE.
           ADD WS-TS-PART-IMP(WS-IDX-SUCESION) TO WS-TOTAL-PARTIDAS.
           ADD WS-TS-RET-IMP(WS-IDX-SUCESION) TO WS-TOTAL-RETENIDOS.
           ADD WS-TS-CHQ-IMP(WS-IDX-SUCESION) TO WS-TOTAL-CHEQUES.

      *****************************************************************
      *  El conyuge sugerido sigue en la lista hasta que NIVEL88 lo
      *  pase a viudo.
      *****************************************************************
       420-VERIFICAR-CONYUGE.
           IF WS-TS-CONYUGE(WS-IDX-SUCESION) NOT = ZERO
               MOVE WS-TS-CONYUGE(WS-IDX-SUCESION) TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CM-VIUDO AND NOT CM-CLIENTE-FALLECIDO
                           ADD 1 TO WS-CONTADOR-CONYUGES
                           MOVE CM-CUST-NUMBER TO WS-LY-CUST
                           WRITE REPORTE-LINEA FROM WS-LINEA-CONYUGE
                       END-IF
               END-READ
           END-IF.
       END PROGRAM SUCESRPT.
