       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "AGINGRPT"
               ORGANIZATION IS SEQUENTIAL
           SELECT COLA-FILE ASSIGN TO "COLAQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-STATUS.
           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONVENIOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANDAT-FILE.
       01  REPORTE-LINEA           PIC X(80).
       FD  COLA-FILE.
           COPY COLAQUE.
       FD  RECLAMOS-FILE.
           COPY RECLAMO.
       FD  CONVENIOS-FILE.
           COPY CONVENIO.
       WORKING-STORAGE SECTION.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-COLA-STATUS           PIC X(2).
           88 WS-COLA-OK           VALUE '00'.
       01 WS-RECLAMOS-STATUS       PIC X(2).
           88 WS-RECLAMOS-OK       VALUE '00'.
           88 WS-RECLAMOS-EOF      VALUE '10'.
       01 WS-CONVENIOS-STATUS      PIC X(2).
           88 WS-CONVENIOS-OK      VALUE '00'.
           88 WS-CONVENIOS-EOF     VALUE '10'.
       01 WS-CONTADOR-EN-COLA      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-RECLAMO   PIC 9(7) VALUE ZERO.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'AGING'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
      *****************************************************************
      *  Partidas con reclamo abierto en RECLAMO, cargadas al
      *  arrancar; el archivo puede no estar asignado y la corrida
      *  sigue como siempre.
      *****************************************************************
       01 WS-TABLA-RECLAMOS.
           05  WS-RECLAMO-ENTRADA  OCCURS 500 TIMES.
               10  WS-TR-CUST      PIC 9(6).
               10  WS-TR-DESC      PIC X(30).
       01 WS-CONTADOR-RECLAMOS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-RECLAMO           PIC 9(3).
       01 WS-HAY-RECLAMO           PIC X(1) VALUE 'N'.
           88 WS-RECLAMO-ABIERTO   VALUE 'S'.
      *****************************************************************
      *  Convenios de pago activos (CONVENIO.CPY), cargados igual que
      *  los reclamos y tambien opcionales: sus cuotas se envejecen
      *  desde su propio vencimiento y nunca entran a la cola.
      *****************************************************************
       01 WS-TABLA-CONVENIOS.
           05  WS-CONVENIO-ENTRADA OCCURS 500 TIMES.
               10  WS-TV-NUMERO    PIC 9(6).
               10  WS-TV-CUST      PIC 9(6).
       01 WS-CONTADOR-CONVENIOS    PIC 9(3) VALUE ZERO.
       01 WS-IDX-CONVENIO          PIC 9(3).
       01 WS-HAY-CONVENIO          PIC X(1) VALUE 'N'.
           88 WS-CUOTA-DE-CONVENIO VALUE 'S'.
       01 WS-DESC-CONVENIO.
           05  WS-DV-PREFIJO       PIC X(9).
               88  WS-DV-ES-CONVENIO VALUE 'CONVENIO '.
           05  WS-DV-NUMERO        PIC 9(6).
           05  WS-DV-CUOTA-LIT     PIC X(7).
               88  WS-DV-ES-CUOTA  VALUE ' CUOTA '.
           05  FILLER              PIC X(8).
       01 WS-CONTADOR-CUOTA-AL-DIA PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CUOTA-VENCIDA PIC 9(7) VALUE ZERO.
       01 WS-HOY.
           05 WS-HOY-ANO           PIC 9(4).
           05 WS-HOY-MES           PIC 9(2).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM 060-CARGAR-RECLAMOS.
           PERFORM 080-CARGAR-CONVENIOS.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-TRANDAT.
           PERFORM UNTIL WS-TRANDAT-EOF
               IF TD-ABIERTO
                   PERFORM 280-BUSCAR-CONVENIO
                   IF WS-CUOTA-DE-CONVENIO
                       PERFORM 320-CLASIFICAR-CUOTA
                   ELSE
                       PERFORM 300-CLASIFICAR-ITEM
                   END-IF
               END-IF
               PERFORM 200-LEER-TRANDAT
           END-PERFORM.
           PERFORM 500-CERRAR-ARCHIVOS.
           STOP RUN.

       060-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS-FILE.
           IF WS-RECLAMOS-OK
               PERFORM 070-LEER-RECLAMO
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
                   PERFORM 070-LEER-RECLAMO
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF.

       070-LEER-RECLAMO.
           READ RECLAMOS-FILE
               AT END SET WS-RECLAMOS-EOF TO TRUE
           END-READ.

       080-CARGAR-CONVENIOS.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-CONVENIOS-OK
               PERFORM 090-LEER-CONVENIO
               PERFORM UNTIL WS-CONVENIOS-EOF
                   IF CV-ACTIVO
                       IF WS-CONTADOR-CONVENIOS < 500
                           ADD 1 TO WS-CONTADOR-CONVENIOS
                           MOVE CV-NUMERO
                               TO WS-TV-NUMERO(WS-CONTADOR-CONVENIOS)
                           MOVE CV-CUST-NUMBER
                               TO WS-TV-CUST(WS-CONTADOR-CONVENIOS)
                       ELSE
                           MOVE CV-NUMERO
                               TO WS-EL-DATO-OFENSOR(1:6)
                           MOVE 'TABLA DE CONVENIOS LLENA'
                               TO WS-EL-DATO-OFENSOR(8:24)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                       END-IF
                   END-IF
                   PERFORM 090-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.

       090-LEER-CONVENIO.
           READ CONVENIOS-FILE
               AT END SET WS-CONVENIOS-EOF TO TRUE
           END-READ.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT TRANDAT-FILE.
           OPEN OUTPUT REPORTE-FILE.
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

       280-BUSCAR-CONVENIO.
           MOVE 'N' TO WS-HAY-CONVENIO.
           MOVE TD-DESC-TEXTO TO WS-DESC-CONVENIO.
           IF WS-DV-ES-CONVENIO AND WS-DV-ES-CUOTA
              AND WS-DV-NUMERO IS NUMERIC
               PERFORM VARYING WS-IDX-CONVENIO FROM 1 BY 1
                   UNTIL WS-IDX-CONVENIO > WS-CONTADOR-CONVENIOS
                   IF WS-TV-NUMERO(WS-IDX-CONVENIO) = WS-DV-NUMERO
                      AND WS-TV-CUST(WS-IDX-CONVENIO) = TD-CUST-NUMBER
                       SET WS-CUOTA-DE-CONVENIO TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       300-CLASIFICAR-ITEM.
           CALL 'DATEUTIL' USING '2' WS-HOY TD-FECHA-EFECTIVA
               WS-FECHA-FORMATEADA WS-DIAS-TRANSCURRIDOS
               WHEN OTHER
                   MOVE '90+'     TO WS-LD-CUBETA
                   ADD 1 TO WS-CONTADOR-MAS-90
                   PERFORM 340-BUSCAR-RECLAMO
                   IF WS-RECLAMO-ABIERTO
                       MOVE '90+ RECL' TO WS-LD-CUBETA
                       ADD 1 TO WS-CONTADOR-EN-RECLAMO
                   ELSE
                       PERFORM 350-ENCOLAR-COBRANZA
                   END-IF
           END-EVALUATE.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.

      *****************************************************************
      *  Cuota de convenio activo: la fecha efectiva es su
      *  vencimiento, asi que la mora se cuenta desde ahi y una
      *  cuota que aun no vence esta al dia.  No entra a la cola;
      *  si queda impaga pasada la gracia, CONVAPL rompe el
      *  convenio y el saldo vuelve como deuda con su fecha vieja.
      *****************************************************************
       320-CLASIFICAR-CUOTA.
           CALL 'DATEUTIL' USING '2' TD-FECHA-EFECTIVA WS-HOY
               WS-FECHA-FORMATEADA WS-DIAS-TRANSCURRIDOS
               WS-RETORNO-DATEUTIL.
           MOVE TD-DESC-TEXTO TO WS-LD-DESCRIPCION.
           MOVE TD-IMPORTE TO WS-LD-IMPORTE.
           IF WS-DIAS-TRANSCURRIDOS > ZERO
               MOVE WS-DIAS-TRANSCURRIDOS TO WS-LD-DIAS
               MOVE 'CUOTA VENC' TO WS-LD-CUBETA
               ADD 1 TO WS-CONTADOR-CUOTA-VENCIDA
           ELSE
               MOVE ZERO TO WS-LD-DIAS
               MOVE 'CUOTA DIA' TO WS-LD-CUBETA
               ADD 1 TO WS-CONTADOR-CUOTA-AL-DIA
           END-IF.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.

      *****************************************************************
      *  Una partida con reclamo abierto sigue en el reporte con su
      *  antiguedad real, pero no entra a la cola: sin cola no hay
      *  carta de DUNNING ni mora en MORAUPD.  Denegado el reclamo,
      *  la partida vuelve a la cola en la corrida siguiente con los
      *  dias contados desde su fecha efectiva original.
      *****************************************************************
       340-BUSCAR-RECLAMO.
           MOVE 'N' TO WS-HAY-RECLAMO.
           PERFORM VARYING WS-IDX-RECLAMO FROM 1 BY 1
               UNTIL WS-IDX-RECLAMO > WS-CONTADOR-RECLAMOS
               IF WS-TR-CUST(WS-IDX-RECLAMO) = TD-CUST-NUMBER
                  AND WS-TR-DESC(WS-IDX-RECLAMO) = TD-DESC-TEXTO
                   SET WS-RECLAMO-ABIERTO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Las partidas de mas de 90 dias dejan de evaporarse con el
      *  reporte: entran a la cola de cobranza que DUNNING convierte
           DISPLAY '   90+ DIAS : ' WS-CONTADOR-MAS-90.
           DISPLAY 'PARTIDAS EN COLA DE COBRANZA: '
               WS-CONTADOR-EN-COLA.
           DISPLAY 'PARTIDAS 90+ FUERA POR RECLAMO: '
               WS-CONTADOR-EN-RECLAMO.
           DISPLAY 'CUOTAS DE CONVENIO AL DIA     : '
               WS-CONTADOR-CUOTA-AL-DIA.
           DISPLAY 'CUOTAS DE CONVENIO VENCIDAS   : '
               WS-CONTADOR-CUOTA-VENCIDA.

       500-CERRAR-ARCHIVOS.
           CLOSE TRANDAT-FILE.
