       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGCCOL.
      *****************************************************************
      *  Colocacion de partidas en la agencia externa de cobranza.
      *  Una partida que paso el AVISO FINAL de DUNNING sin pagar
      *  solo tenia dos salidas, la promesa de pago o el castigo de
      *  WRITEOFF; este paso agrega la del medio:
      *    - de la cola de cobranza que dejo AGING (COLAQUE.CPY)
      *      coloca en la agencia de RC-AGENCIA-CODIGO cada partida
      *      con RC-AGENCIA-DIAS-MINIMO dias de mora o mas y un
      *      importe de al menos RC-AGENCIA-IMPORTE-MIN, salvo la
      *      que tenga reclamo abierto (RECLAMO), promesa de pago
      *      vigente (PROMPAY), convenio pendiente (CONVENIO), la de
      *      un cliente fallecido y la que ya estuvo en la agencia;
      *    - escribe el archivo de colocaciones AGCSAL para la
      *      agencia con el deudor (nombre, documento, domicilio y
      *      telefono del maestro) y la partida, y anexa la
      *      colocacion al registro AGCREG, de donde DUNNING sabe que
      *      ya no debe escribirle carta;
      *    - retira de la agencia la partida colocada que el cliente
      *      nos pago directo: cerrada en TRANDAT sin que las
      *      recuperaciones de la agencia cubran lo colocado, o
      *      abierta con un saldo menor que lo que la agencia aun
      *      tiene por cobrar.  El retiro sale en AGCRET para la
      *      agencia y queda en AGCREG; la partida castigada por
      *      WRITEOFF mientras esta colocada sigue en la agencia.
      *  AGCCRPT lista lo colocado y lo retirado con sus totales.
      *  Sin RC-AGENCIA-CODIGO no hay contrato vigente: no se coloca
      *  nada, pero los retiros de lo ya colocado se siguen emitiendo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-FILE ASSIGN TO "COLAQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT COLOCADAS-FILE ASSIGN TO "AGCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLOCADAS-STATUS.
           SELECT ENVIO-FILE ASSIGN TO "AGCSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVIO-STATUS.
           SELECT RETIROS-FILE ASSIGN TO "AGCRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETIROS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "AGCCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT PROMESAS-FILE ASSIGN TO "PROMPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROMESAS-STATUS.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-STATUS.
           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONVENIOS-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-FILE.
           COPY COLAQUE.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  COLOCADAS-FILE.
           COPY AGCREG.
       FD  ENVIO-FILE.
           COPY AGCSAL.
      *  Retiros: mismo registro de AGCSAL con AS-TIPO 'R'.
       FD  RETIROS-FILE.
       01  RETIROS-REGISTRO        PIC X(150).
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  PROMESAS-FILE.
           COPY PROMPAY.
       FD  RECLAMOS-FILE.
           COPY RECLAMO.
       FD  CONVENIOS-FILE.
           COPY CONVENIO.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       WORKING-STORAGE SECTION.
       01 WS-COLA-STATUS           PIC X(2).
           88 WS-COLA-OK           VALUE '00'.
           88 WS-COLA-EOF          VALUE '10'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-COLOCADAS-STATUS      PIC X(2).
           88 WS-COLOCADAS-OK      VALUE '00'.
           88 WS-COLOCADAS-EOF     VALUE '10'.
       01 WS-ENVIO-STATUS          PIC X(2).
           88 WS-ENVIO-OK          VALUE '00'.
       01 WS-RETIROS-STATUS        PIC X(2).
           88 WS-RETIROS-OK        VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-PROMESAS-STATUS       PIC X(2).
           88 WS-PROMESAS-OK       VALUE '00'.
           88 WS-PROMESAS-EOF      VALUE '10'.
       01 WS-RECLAMOS-STATUS       PIC X(2).
           88 WS-RECLAMOS-OK       VALUE '00'.
           88 WS-RECLAMOS-EOF      VALUE '10'.
       01 WS-CONVENIOS-STATUS      PIC X(2).
           88 WS-CONVENIOS-OK      VALUE '00'.
           88 WS-CONVENIOS-EOF     VALUE '10'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'AGCCOL'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Condiciones del contrato con la agencia, de RUNCTL.
      *****************************************************************
       01 WS-AGENCIA               PIC X(4) VALUE SPACES.
       01 WS-DIAS-MINIMO           PIC 9(3) VALUE 180.
       01 WS-IMPORTE-MINIMO        PIC 9(7)V99 VALUE 100.
       01 WS-DV-FUNCION            PIC X(1) VALUE 'C'.
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
      *****************************************************************
      *  Promesas, reclamos abiertos y convenios pendientes cargados
      *  al arrancar, mismos topes de 500 y mismos archivos opcionales
      *  que en DUNNING.
      *****************************************************************
       01 WS-TABLA-PROMESAS.
           05  WS-PROMESA-ENTRADA  OCCURS 500 TIMES.
               10  WS-TP-CUST      PIC 9(6).
               10  WS-TP-DESC      PIC X(30).
               10  WS-TP-FECHA     PIC 9(8).
       01 WS-CONTADOR-PROMESAS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-PROMESA           PIC 9(3).
       01 WS-HAY-PROMESA           PIC X(1) VALUE 'N'.
           88 WS-PROMESA-VIGENTE   VALUE 'S'.
       01 WS-TABLA-RECLAMOS.
           05  WS-RECLAMO-ENTRADA  OCCURS 500 TIMES.
               10  WS-TR-CUST      PIC 9(6).
               10  WS-TR-DESC      PIC X(30).
       01 WS-CONTADOR-RECLAMOS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-RECLAMO           PIC 9(3).
       01 WS-HAY-RECLAMO           PIC X(1) VALUE 'N'.
           88 WS-RECLAMO-ABIERTO   VALUE 'S'.
       01 WS-TABLA-CONVENIOS.
           05  WS-CONVENIO-ENTRADA OCCURS 500 TIMES.
               10  WS-TV-CUST      PIC 9(6).
               10  WS-TV-DESC      PIC X(30).
       01 WS-CONTADOR-CONVENIOS    PIC 9(3) VALUE ZERO.
       01 WS-IDX-CONVENIO          PIC 9(3).
       01 WS-IDX-PARTIDA           PIC 9(1).
       01 WS-HAY-CONVENIO          PIC X(1) VALUE 'N'.
           88 WS-CONVENIO-PENDIENTE VALUE 'S'.
       01 WS-HAY-CLIENTE           PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-HALLADO   VALUE 'S'.
      *****************************************************************
      *  Partidas que alguna vez estuvieron en la agencia, armadas
      *  desde AGCREG: lo colocado, lo recuperado por la agencia y,
      *  tras recorrer TRANDAT, el estado y saldo de la partida.
      *  WS-TC-PARTIDA queda en espacios si TRANDAT ya no la tiene.
      *****************************************************************
       01 WS-TABLA-COLOCADAS.
           05  WS-COLOCADA-ENTRADA OCCURS 2000 TIMES.
               10  WS-TC-CUST      PIC 9(6).
               10  WS-TC-DESC      PIC X(30).
               10  WS-TC-AGENCIA   PIC X(4).
               10  WS-TC-ESTADO    PIC X(1).
                   88  WS-TC-EN-AGENCIA VALUE 'P'.
                   88  WS-TC-RETIRADA   VALUE 'L'.
               10  WS-TC-COLOCADO  PIC S9(7)V99.
               10  WS-TC-RECUPERADO PIC S9(9)V99.
               10  WS-TC-PARTIDA   PIC X(1).
                   88  WS-TC-PARTIDA-ABIERTA   VALUE 'A'.
                   88  WS-TC-PARTIDA-CASTIGADA VALUE 'W'.
               10  WS-TC-SALDO     PIC S9(7)V99.
       01 WS-CONTADOR-COLOCADAS    PIC 9(4) VALUE ZERO.
       01 WS-IDX-COLOCADA          PIC 9(4).
       01 WS-IDX-HALLADA           PIC 9(4).
       01 WS-PENDIENTE-AGENCIA     PIC S9(9)V99.
       01 WS-IMPORTE-RETIRO        PIC S9(7)V99.
       01 WS-MOTIVO-RETIRO         PIC X(1).
       01 WS-CONTADOR-COLA         PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-NUEVAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-YA-COLOCADAS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-BAJO-MINIMO  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-RECLAMO   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CON-PROMESA  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-CONVENIO  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-FALLECIDOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-CLIENTE  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RETIROS      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-COLOCADO        PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-RETIRADO        PIC S9(11)V99 VALUE ZERO.
      *****************************************************************
      *  Lineas de AGCCRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(40)
               VALUE 'COLOCACIONES Y RETIROS DE LA AGENCIA DE '.
           05  FILLER              PIC X(18) VALUE 'COBRANZA - AGENCIA'.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LT-AGENCIA       PIC X(4).
           05  FILLER              PIC X(10) VALUE ' - PROCESO'.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(18) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'MOVIMIENTO CUENTA    PARTIDA                      '.
           05  FILLER              PIC X(50) VALUE
               '      IMPORTE  DIAS MOTIVO                        '.
       01 WS-LINEA-DETALLE.
           05  WS-LD-MOVIMIENTO    PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-CUST          PIC 9(6).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-LD-DIGITO        PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-DESCRIPCION   PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-IMPORTE       PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-DIAS          PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-MOTIVO        PIC X(30).
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(53) VALUE SPACES.
       01 WS-LINEA-IMPORTE.
           05  WS-LTI-TEXTO        PIC X(40).
           05  WS-LTI-IMPORTE      PIC -Z(10)9.99.
           05  FILLER              PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-PROMESAS.
           PERFORM 080-CARGAR-RECLAMOS.
           PERFORM 095-CARGAR-CONVENIOS.
           PERFORM 100-CARGAR-COLOCADAS.
           PERFORM 150-ABRIR-ARCHIVOS.
           PERFORM 200-RECORRER-PARTIDAS.
           PERFORM VARYING WS-IDX-COLOCADA FROM 1 BY 1
               UNTIL WS-IDX-COLOCADA > WS-CONTADOR-COLOCADAS
               IF WS-TC-EN-AGENCIA(WS-IDX-COLOCADA)
                   PERFORM 250-EVALUAR-RETIRO
               END-IF
           END-PERFORM.
           IF WS-AGENCIA = SPACES
               DISPLAY 'SIN RC-AGENCIA-CODIGO EN RUNCTL: '
                   'NO SE COLOCAN PARTIDAS'
           ELSE
               PERFORM 300-LEER-COLA
               PERFORM UNTIL WS-COLA-EOF
                   ADD 1 TO WS-CONTADOR-COLA
                   PERFORM 310-EVALUAR-COLOCACION
                   PERFORM 300-LEER-COLA
               END-PERFORM
           END-IF.
           PERFORM 500-IMPRIMIR-TOTALES.
           PERFORM 600-CERRAR-ARCHIVOS.
           STOP RUN.

      *****************************************************************
      *  Fecha de proceso y condiciones del contrato; un parametro
      *  sin valor toma el de omision descrito en RUNCTL.CPY.
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
                       MOVE RC-AGENCIA-CODIGO TO WS-AGENCIA
                       IF RC-AGENCIA-DIAS-MINIMO IS NUMERIC
                          AND RC-AGENCIA-DIAS-MINIMO NOT = ZERO
                           MOVE RC-AGENCIA-DIAS-MINIMO
                               TO WS-DIAS-MINIMO
                       END-IF
                       IF RC-AGENCIA-IMPORTE-MIN IS NUMERIC
                           MOVE RC-AGENCIA-IMPORTE-MIN
                               TO WS-IMPORTE-MINIMO
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       060-CARGAR-PROMESAS.
           OPEN INPUT PROMESAS-FILE.
           IF WS-PROMESAS-OK
               PERFORM 070-LEER-PROMESA
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
                       MOVE PP-CUST-NUMBER
                           TO WS-EL-DATO-OFENSOR(1:6)
                       MOVE 'TABLA DE PROMESAS LLENA'
                           TO WS-EL-DATO-OFENSOR(8:23)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   END-IF
                   PERFORM 070-LEER-PROMESA
               END-PERFORM
               CLOSE PROMESAS-FILE
           END-IF.

       070-LEER-PROMESA.
           READ PROMESAS-FILE
               AT END SET WS-PROMESAS-EOF TO TRUE
           END-READ.

       080-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS-FILE.
           IF WS-RECLAMOS-OK
               PERFORM 090-LEER-RECLAMO
               PERFORM UNTIL WS-RECLAMOS-EOF
                   IF RL-ABIERTO
                       IF WS-CONTADOR-RECLAMOS < 500
                           ADD 1 TO WS-CONTADOR-RECLAMOS
                           MOVE RL-CUST-NUMBER
                               TO WS-TR-CUST(WS-CONTADOR-RECLAMOS)
                           MOVE RL-DESCRIPCION
                               TO WS-TR-DESC(WS-CONTADOR-RECLAMOS)
                       ELSE
                           MOVE RL-CUST-NUMBER
                               TO WS-EL-DATO-OFENSOR(1:6)
                           MOVE 'TABLA DE RECLAMOS LLENA'
                               TO WS-EL-DATO-OFENSOR(8:23)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                       END-IF
                   END-IF
                   PERFORM 090-LEER-RECLAMO
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF.

       090-LEER-RECLAMO.
           READ RECLAMOS-FILE
               AT END SET WS-RECLAMOS-EOF TO TRUE
           END-READ.

       095-CARGAR-CONVENIOS.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-CONVENIOS-OK
               PERFORM 097-LEER-CONVENIO
               PERFORM UNTIL WS-CONVENIOS-EOF
                   IF CV-PENDIENTE
                       PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
                           UNTIL WS-IDX-PARTIDA > CV-CANT-PARTIDAS
                           PERFORM 098-GUARDAR-PARTIDA-CONVENIO
                       END-PERFORM
                   END-IF
                   PERFORM 097-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.

       097-LEER-CONVENIO.
           READ CONVENIOS-FILE
               AT END SET WS-CONVENIOS-EOF TO TRUE
           END-READ.

       098-GUARDAR-PARTIDA-CONVENIO.
           IF WS-CONTADOR-CONVENIOS < 500
               ADD 1 TO WS-CONTADOR-CONVENIOS
               MOVE CV-CUST-NUMBER
                   TO WS-TV-CUST(WS-CONTADOR-CONVENIOS)
               MOVE CV-PA-DESCRIPCION(WS-IDX-PARTIDA)
                   TO WS-TV-DESC(WS-CONTADOR-CONVENIOS)
           ELSE
               MOVE CV-NUMERO TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'TABLA DE CONVENIOS LLENA'
                   TO WS-EL-DATO-OFENSOR(8:24)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  Cada partida del registro con su ultimo estado: colocada
      *  hasta que aparece su retiro, con las recuperaciones que la
      *  agencia ya remitio.  En la primera corrida el registro aun
      *  no existe y la tabla queda vacia.
      *****************************************************************
       100-CARGAR-COLOCADAS.
           OPEN INPUT COLOCADAS-FILE.
           IF WS-COLOCADAS-OK
               PERFORM 110-LEER-COLOCADA
               PERFORM UNTIL WS-COLOCADAS-EOF
                   PERFORM 120-ACUMULAR-COLOCADA
                   PERFORM 110-LEER-COLOCADA
               END-PERFORM
               CLOSE COLOCADAS-FILE
           END-IF.

       110-LEER-COLOCADA.
           READ COLOCADAS-FILE
               AT END SET WS-COLOCADAS-EOF TO TRUE
           END-READ.

       120-ACUMULAR-COLOCADA.
           MOVE ZERO TO WS-IDX-HALLADA.
           PERFORM VARYING WS-IDX-COLOCADA FROM 1 BY 1
               UNTIL WS-IDX-COLOCADA > WS-CONTADOR-COLOCADAS
               IF WS-TC-CUST(WS-IDX-COLOCADA) = AG-CUST-NUMBER
                  AND WS-TC-DESC(WS-IDX-COLOCADA) = AG-DESCRIPCION
                   MOVE WS-IDX-COLOCADA TO WS-IDX-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN AG-COLOCADA AND WS-IDX-HALLADA = ZERO
                   IF WS-CONTADOR-COLOCADAS < 2000
                       ADD 1 TO WS-CONTADOR-COLOCADAS
                       MOVE WS-CONTADOR-COLOCADAS TO WS-IDX-HALLADA
                       MOVE AG-CUST-NUMBER
                           TO WS-TC-CUST(WS-IDX-HALLADA)
                       MOVE AG-DESCRIPCION
                           TO WS-TC-DESC(WS-IDX-HALLADA)
                       MOVE AG-AGENCIA
                           TO WS-TC-AGENCIA(WS-IDX-HALLADA)
                       MOVE 'P' TO WS-TC-ESTADO(WS-IDX-HALLADA)
                       MOVE AG-IMPORTE
                           TO WS-TC-COLOCADO(WS-IDX-HALLADA)
                       MOVE ZERO TO WS-TC-RECUPERADO(WS-IDX-HALLADA)
                       MOVE SPACES TO WS-TC-PARTIDA(WS-IDX-HALLADA)
                       MOVE ZERO TO WS-TC-SALDO(WS-IDX-HALLADA)
                   ELSE
                       MOVE AG-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                       MOVE 'TABLA DE COLOCACIONES LLENA'
                           TO WS-EL-DATO-OFENSOR(8:27)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   END-IF
               WHEN AG-RECUPERADA AND WS-IDX-HALLADA NOT = ZERO
                   ADD AG-IMPORTE TO WS-TC-RECUPERADO(WS-IDX-HALLADA)
               WHEN AG-RETIRADA AND WS-IDX-HALLADA NOT = ZERO
                   MOVE 'L' TO WS-TC-ESTADO(WS-IDX-HALLADA)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       150-ABRIR-ARCHIVOS.
           OPEN INPUT COLA-FILE.
           IF NOT WS-COLA-OK
               DISPLAY 'NO SE PUDO ABRIR COLAQUE, ESTADO: '
                   WS-COLA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND COLOCADAS-FILE.
           OPEN OUTPUT ENVIO-FILE.
           OPEN OUTPUT RETIROS-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-AGENCIA TO WS-LT-AGENCIA.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

      *****************************************************************
      *  Estado y saldo en TRANDAT de cada partida en la agencia.
      *  Una partida abierta manda sobre un renglon cerrado de la
      *  misma clave.
      *****************************************************************
       200-RECORRER-PARTIDAS.
           OPEN INPUT TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               DISPLAY 'NO SE PUDO ABRIR TRANDAT, ESTADO: '
                   WS-TRANDAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 210-LEER-PARTIDA.
           PERFORM UNTIL WS-TRANDAT-EOF
               PERFORM 220-ANOTAR-PARTIDA
               PERFORM 210-LEER-PARTIDA
           END-PERFORM.
           CLOSE TRANDAT-FILE.

       210-LEER-PARTIDA.
           READ TRANDAT-FILE
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

       220-ANOTAR-PARTIDA.
           PERFORM VARYING WS-IDX-COLOCADA FROM 1 BY 1
               UNTIL WS-IDX-COLOCADA > WS-CONTADOR-COLOCADAS
               IF WS-TC-CUST(WS-IDX-COLOCADA) = TD-CUST-NUMBER
                  AND WS-TC-DESC(WS-IDX-COLOCADA) = TD-DESC-TEXTO
                  AND WS-TC-EN-AGENCIA(WS-IDX-COLOCADA)
                   EVALUATE TRUE
                       WHEN TD-ABIERTO
                           MOVE 'A' TO WS-TC-PARTIDA(WS-IDX-COLOCADA)
                           MOVE TD-IMPORTE
                               TO WS-TC-SALDO(WS-IDX-COLOCADA)
                       WHEN TD-CASTIGADO
                        AND NOT WS-TC-PARTIDA-ABIERTA(WS-IDX-COLOCADA)
                           MOVE 'W' TO WS-TC-PARTIDA(WS-IDX-COLOCADA)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Lo que la agencia aun tiene por cobrar es lo colocado menos
      *  lo que ya remitio.  Si la partida se cerro sin que eso
      *  llegue a cero, o sigue abierta por menos, el pago entro por
      *  nuestra caja y la partida se le retira.
      *****************************************************************
       250-EVALUAR-RETIRO.
           COMPUTE WS-PENDIENTE-AGENCIA =
               WS-TC-COLOCADO(WS-IDX-COLOCADA)
               - WS-TC-RECUPERADO(WS-IDX-COLOCADA).
           MOVE SPACES TO WS-MOTIVO-RETIRO.
           EVALUATE TRUE
               WHEN WS-TC-PARTIDA-CASTIGADA(WS-IDX-COLOCADA)
                   CONTINUE
               WHEN WS-TC-PARTIDA-ABIERTA(WS-IDX-COLOCADA)
                   IF WS-TC-SALDO(WS-IDX-COLOCADA)
                      < WS-PENDIENTE-AGENCIA
                       MOVE 'P' TO WS-MOTIVO-RETIRO
                       MOVE WS-TC-SALDO(WS-IDX-COLOCADA)
                           TO WS-IMPORTE-RETIRO
                   END-IF
               WHEN OTHER
                   IF WS-PENDIENTE-AGENCIA > ZERO
                       MOVE 'C' TO WS-MOTIVO-RETIRO
                       MOVE WS-PENDIENTE-AGENCIA TO WS-IMPORTE-RETIRO
                   END-IF
           END-EVALUATE.
           IF WS-MOTIVO-RETIRO NOT = SPACES
               PERFORM 260-RETIRAR-PARTIDA
           END-IF.

       260-RETIRAR-PARTIDA.
           ADD 1 TO WS-CONTADOR-RETIROS.
           ADD WS-IMPORTE-RETIRO TO WS-TOTAL-RETIRADO.
           MOVE 'L' TO WS-TC-ESTADO(WS-IDX-COLOCADA).
           MOVE WS-TC-CUST(WS-IDX-COLOCADA) TO CM-CUST-NUMBER.
           PERFORM 400-LEER-DEUDOR.
           MOVE SPACES TO AGCSAL-REGISTRO.
           PERFORM 410-ARMAR-DEUDOR.
           SET AS-RETIRO TO TRUE.
           MOVE WS-TC-AGENCIA(WS-IDX-COLOCADA) TO AS-AGENCIA.
           MOVE WS-TC-CUST(WS-IDX-COLOCADA) TO AS-CUST-NUMBER.
           MOVE WS-TC-DESC(WS-IDX-COLOCADA) TO AS-DESCRIPCION.
           MOVE WS-IMPORTE-RETIRO TO AS-IMPORTE.
           MOVE ZERO TO AS-DIAS.
           MOVE WS-MOTIVO-RETIRO TO AS-MOTIVO.
           WRITE RETIROS-REGISTRO FROM AGCSAL-REGISTRO.
           MOVE SPACES TO AGCREG-REGISTRO.
           MOVE WS-TC-CUST(WS-IDX-COLOCADA) TO AG-CUST-NUMBER.
           MOVE WS-TC-DESC(WS-IDX-COLOCADA) TO AG-DESCRIPCION.
           MOVE WS-TC-AGENCIA(WS-IDX-COLOCADA) TO AG-AGENCIA.
           SET AG-RETIRADA TO TRUE.
           MOVE WS-FECHA-PROCESO TO AG-FECHA.
           MOVE WS-IMPORTE-RETIRO TO AG-IMPORTE.
           MOVE ZERO TO AG-COMISION.
           MOVE WS-MOTIVO-RETIRO TO AG-MOTIVO.
           WRITE AGCREG-REGISTRO.
           MOVE 'RETIRADA' TO WS-LD-MOVIMIENTO.
           MOVE AS-CUST-NUMBER TO WS-LD-CUST.
           MOVE AS-DIGITO TO WS-LD-DIGITO.
           MOVE AS-DESCRIPCION TO WS-LD-DESCRIPCION.
           MOVE WS-IMPORTE-RETIRO TO WS-LD-IMPORTE.
           MOVE ZERO TO WS-LD-DIAS.
           IF WS-MOTIVO-RETIRO = 'C'
               MOVE 'PAGO DIRECTO, PARTIDA CERRADA' TO WS-LD-MOTIVO
           ELSE
               MOVE 'PAGO DIRECTO PARCIAL' TO WS-LD-MOTIVO
           END-IF.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.

       300-LEER-COLA.
           READ COLA-FILE
               AT END SET WS-COLA-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Una partida de la cola se coloca si llega a la edad y al
      *  importe del contrato, nunca estuvo en la agencia y nada la
      *  frena: el reclamo, la promesa vigente y el convenio pendiente
      *  frenan tambien las cartas de DUNNING, y al fallecido no se
      *  le cobra por agencia.
      *****************************************************************
       310-EVALUAR-COLOCACION.
           MOVE ZERO TO WS-IDX-HALLADA.
           PERFORM VARYING WS-IDX-COLOCADA FROM 1 BY 1
               UNTIL WS-IDX-COLOCADA > WS-CONTADOR-COLOCADAS
               IF WS-TC-CUST(WS-IDX-COLOCADA) = CQ-CUST-NUMBER
                  AND WS-TC-DESC(WS-IDX-COLOCADA) = CQ-DESCRIPCION
                   MOVE WS-IDX-COLOCADA TO WS-IDX-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-HALLADA NOT = ZERO
               ADD 1 TO WS-CONTADOR-YA-COLOCADAS
           ELSE
           IF CQ-DIAS < WS-DIAS-MINIMO
              OR CQ-IMPORTE NOT > ZERO
              OR CQ-IMPORTE < WS-IMPORTE-MINIMO
               ADD 1 TO WS-CONTADOR-BAJO-MINIMO
           ELSE
               PERFORM 320-VERIFICAR-FRENOS
               EVALUATE TRUE
                   WHEN WS-RECLAMO-ABIERTO
                       ADD 1 TO WS-CONTADOR-EN-RECLAMO
                   WHEN WS-PROMESA-VIGENTE
                       ADD 1 TO WS-CONTADOR-CON-PROMESA
                   WHEN WS-CONVENIO-PENDIENTE
                       ADD 1 TO WS-CONTADOR-EN-CONVENIO
                   WHEN OTHER
                       MOVE CQ-CUST-NUMBER TO CM-CUST-NUMBER
                       PERFORM 400-LEER-DEUDOR
                       EVALUATE TRUE
                           WHEN NOT WS-CLIENTE-HALLADO
                               ADD 1 TO WS-CONTADOR-SIN-CLIENTE
                               MOVE CQ-CUST-NUMBER
                                   TO WS-EL-DATO-OFENSOR(1:6)
                               MOVE 'PARTIDA SIN CLIENTE EN MAESTRO'
                                   TO WS-EL-DATO-OFENSOR(8:30)
                               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                                   WS-EL-DATO-OFENSOR
                           WHEN CM-CLIENTE-FALLECIDO
                               ADD 1 TO WS-CONTADOR-FALLECIDOS
                           WHEN OTHER
                               PERFORM 350-COLOCAR-PARTIDA
                       END-EVALUATE
               END-EVALUATE
           END-IF
           END-IF.

       320-VERIFICAR-FRENOS.
           MOVE 'N' TO WS-HAY-RECLAMO.
           PERFORM VARYING WS-IDX-RECLAMO FROM 1 BY 1
               UNTIL WS-IDX-RECLAMO > WS-CONTADOR-RECLAMOS
               IF WS-TR-CUST(WS-IDX-RECLAMO) = CQ-CUST-NUMBER
                  AND WS-TR-DESC(WS-IDX-RECLAMO) = CQ-DESCRIPCION
                   SET WS-RECLAMO-ABIERTO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-HAY-PROMESA.
           PERFORM VARYING WS-IDX-PROMESA FROM 1 BY 1
               UNTIL WS-IDX-PROMESA > WS-CONTADOR-PROMESAS
               IF WS-TP-CUST(WS-IDX-PROMESA) = CQ-CUST-NUMBER
                  AND WS-TP-DESC(WS-IDX-PROMESA) = CQ-DESCRIPCION
                  AND WS-TP-FECHA(WS-IDX-PROMESA)
                      NOT < WS-FECHA-PROCESO
                   SET WS-PROMESA-VIGENTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-HAY-CONVENIO.
           PERFORM VARYING WS-IDX-CONVENIO FROM 1 BY 1
               UNTIL WS-IDX-CONVENIO > WS-CONTADOR-CONVENIOS
               IF WS-TV-CUST(WS-IDX-CONVENIO) = CQ-CUST-NUMBER
                  AND WS-TV-DESC(WS-IDX-CONVENIO) = CQ-DESCRIPCION
                   SET WS-CONVENIO-PENDIENTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  La colocacion va a la agencia, al registro (de donde DUNNING
      *  la deja de escalar) y a la tabla, para que la misma clave
      *  repetida en la cola no se coloque dos veces.
      *****************************************************************
       350-COLOCAR-PARTIDA.
           ADD 1 TO WS-CONTADOR-NUEVAS.
           ADD CQ-IMPORTE TO WS-TOTAL-COLOCADO.
           MOVE SPACES TO AGCSAL-REGISTRO.
           PERFORM 410-ARMAR-DEUDOR.
           SET AS-COLOCACION TO TRUE.
           MOVE WS-AGENCIA TO AS-AGENCIA.
           MOVE CQ-CUST-NUMBER TO AS-CUST-NUMBER.
           MOVE CQ-DESCRIPCION TO AS-DESCRIPCION.
           MOVE CQ-IMPORTE TO AS-IMPORTE.
           MOVE CQ-DIAS TO AS-DIAS.
           MOVE 'COLOCADA' TO WS-LD-MOVIMIENTO.
           MOVE AS-CUST-NUMBER TO WS-LD-CUST.
           MOVE AS-DIGITO TO WS-LD-DIGITO.
           MOVE AS-DESCRIPCION TO WS-LD-DESCRIPCION.
           MOVE CQ-IMPORTE TO WS-LD-IMPORTE.
           MOVE CQ-DIAS TO WS-LD-DIAS.
           MOVE SPACES TO WS-LD-MOTIVO.
           WRITE AGCSAL-REGISTRO.
           MOVE SPACES TO AGCREG-REGISTRO.
           MOVE CQ-CUST-NUMBER TO AG-CUST-NUMBER.
           MOVE CQ-DESCRIPCION TO AG-DESCRIPCION.
           MOVE WS-AGENCIA TO AG-AGENCIA.
           SET AG-COLOCADA TO TRUE.
           MOVE WS-FECHA-PROCESO TO AG-FECHA.
           MOVE CQ-IMPORTE TO AG-IMPORTE.
           MOVE ZERO TO AG-COMISION.
           WRITE AGCREG-REGISTRO.
           IF WS-CONTADOR-COLOCADAS < 2000
               ADD 1 TO WS-CONTADOR-COLOCADAS
               MOVE CQ-CUST-NUMBER TO WS-TC-CUST(WS-CONTADOR-COLOCADAS)
               MOVE CQ-DESCRIPCION TO WS-TC-DESC(WS-CONTADOR-COLOCADAS)
               MOVE 'P' TO WS-TC-ESTADO(WS-CONTADOR-COLOCADAS)
           END-IF.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.

      *****************************************************************
      *  El deudor del maestro, con CM-CUST-NUMBER ya puesto.
      *****************************************************************
       400-LEER-DEUDOR.
           MOVE 'N' TO WS-HAY-CLIENTE.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE SPACES TO CM-NOMBRE-CLAVE
                   MOVE SPACES TO CM-DOCUMENTO-IDENTIDAD
                   MOVE SPACES TO CM-DIRECCION
                   MOVE SPACES TO CM-CIUDAD
                   MOVE SPACES TO CM-TELEFONO
                   MOVE SPACES TO CM-INDICADOR-FALLECIDO
               NOT INVALID KEY
                   SET WS-CLIENTE-HALLADO TO TRUE
           END-READ.

       410-ARMAR-DEUDOR.
           MOVE WS-FECHA-PROCESO TO AS-FECHA.
           MOVE CM-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           MOVE WS-DV-DIGITO TO AS-DIGITO.
           MOVE CM-NOMBRE TO AS-NOMBRE.
           MOVE CM-APELLIDO TO AS-APELLIDO.
           MOVE CM-DOCUMENTO-IDENTIDAD TO AS-DOCUMENTO.
           MOVE CM-DIRECCION TO AS-DIRECCION.
           MOVE CM-CIUDAD TO AS-CIUDAD.
           MOVE CM-TELEFONO TO AS-TELEFONO.

       500-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'PARTIDAS EN LA COLA DE COBRANZA' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-COLA TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'PARTIDAS COLOCADAS EN LA AGENCIA' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-NUEVAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'IMPORTE COLOCADO' TO WS-LTI-TEXTO.
           MOVE WS-TOTAL-COLOCADO TO WS-LTI-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-IMPORTE.
           MOVE 'YA COLOCADAS O RETIRADAS ANTES' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-YA-COLOCADAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'BAJO LOS DIAS O EL IMPORTE MINIMO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-BAJO-MINIMO TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'OMITIDAS POR RECLAMO ABIERTO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-EN-RECLAMO TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'OMITIDAS POR PROMESA VIGENTE' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-CON-PROMESA TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'OMITIDAS POR CONVENIO PENDIENTE' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-EN-CONVENIO TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'OMITIDAS POR CLIENTE FALLECIDO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-FALLECIDOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'OMITIDAS SIN CLIENTE EN EL MAESTRO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-SIN-CLIENTE TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'PARTIDAS RETIRADAS DE LA AGENCIA' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-RETIROS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'IMPORTE RETIRADO' TO WS-LTI-TEXTO.
           MOVE WS-TOTAL-RETIRADO TO WS-LTI-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-IMPORTE.
           DISPLAY 'COLOCACION EN AGENCIA DE COBRANZA ' WS-AGENCIA.
           DISPLAY 'PARTIDAS EN COLA     : ' WS-CONTADOR-COLA.
           DISPLAY 'PARTIDAS COLOCADAS   : ' WS-CONTADOR-NUEVAS.
           DISPLAY 'PARTIDAS RETIRADAS   : ' WS-CONTADOR-RETIROS.

       600-CERRAR-ARCHIVOS.
           CLOSE COLA-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE COLOCADAS-FILE.
           CLOSE ENVIO-FILE.
           CLOSE RETIROS-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM AGCCOL.
