       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUROEXT.
      *****************************************************************
      *  Envio mensual al buro de credito.  Las solicitudes consultan
      *  al buro, pero nunca se le informaba lo que pasa despues con
      *  la cuenta; la ley lo exige para los productos de credito.
      *  En el cierre de mes arma, en el formato fijo del buro
      *  (BUROREG.CPY), un segmento por cada cuenta activa y por cada
      *  cuenta cerrada por CUSTCLS (CM-INDICADOR-ACTIVO 'I') hace a
      *  lo sumo RC-MESES-BURO-CERRADA meses, con la identificacion,
      *  nacimiento y domicilio del maestro, el limite, el saldo
      *  deudor, el estado de pago, el castigo y la fecha de cierre,
      *  entre la cabecera del suscriptor y la cola de totales.
      *  El estado de pago sale del peor tramo de antiguedad de AGING
      *  (0-30, 31-60, 61-90, mas de 90 dias desde la fecha efectiva)
      *  entre las partidas abiertas del cliente en TRANDAT, de
      *  CM-ESTADO-MORA (moroso es al menos 90+, suspendido tiene
      *  codigo propio) y de WOFREG (la cuenta castigada se informa
      *  castigada, y con recuperacion si llego pago despues).
      *  Las partidas de TRANDAT y los castigos de WOFREG se ordenan
      *  por cliente (SORT interno) y se recorren en paralelo con el
      *  maestro, como en DORMANT.
      *  Cada segmento enviado queda ademas en BUROHIST, de donde
      *  BUROCOR toma lo informado para corregirlo.  BURORPT da las
      *  cuentas informadas por estado y los totales de la cola.
      *  Sin RC-BURO-SUSCRIPTOR no hay convenio con el buro y el
      *  paso termina con codigo 4 sin generar el envio.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT CASTIGOS-FILE ASSIGN TO "WOFREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASTIGOS-STATUS.
           SELECT BURO-SORT-FILE ASSIGN TO "BUROWK1".
           SELECT BURO-ORD-FILE ASSIGN TO "BUROORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURO-ORD-STATUS.
           SELECT ENVIO-FILE ASSIGN TO "BUROSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVIO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "BUROHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "BURORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  CASTIGOS-FILE.
           COPY WOFREG.
      *  WKB-ORIGEN/BO-ORIGEN: 'P' partida abierta de TRANDAT (con
      *  su tramo), 'W' castigo y 'R' recuperacion de WOFREG (con su
      *  importe y fecha).
       SD  BURO-SORT-FILE.
       01  BURO-SORT-REGISTRO.
           05  WKB-CUST-NUMBER     PIC 9(6).
           05  WKB-ORIGEN          PIC X(1).
           05  WKB-TRAMO           PIC 9(1).
           05  WKB-IMPORTE         PIC S9(7)V99.
           05  WKB-FECHA           PIC 9(8).
       FD  BURO-ORD-FILE.
       01  BURO-ORD-REGISTRO.
           05  BO-CUST-NUMBER      PIC 9(6).
           05  BO-ORIGEN           PIC X(1).
               88  BO-PARTIDA      VALUE 'P'.
               88  BO-CASTIGO      VALUE 'W'.
               88  BO-RECUPERA     VALUE 'R'.
           05  BO-TRAMO            PIC 9(1).
           05  BO-IMPORTE          PIC S9(7)V99.
           05  BO-FECHA            PIC 9(8).
       FD  ENVIO-FILE.
           COPY BUROREG.
       FD  HISTORIA-FILE.
       01  HISTORIA-REGISTRO       PIC X(200).
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-CASTIGOS-STATUS       PIC X(2).
           88 WS-CASTIGOS-OK       VALUE '00'.
           88 WS-CASTIGOS-EOF      VALUE '10'.
       01 WS-BURO-ORD-STATUS       PIC X(2).
           88 WS-BURO-ORD-OK       VALUE '00'.
           88 WS-BURO-ORD-EOF      VALUE '10'.
       01 WS-ENVIO-STATUS          PIC X(2).
           88 WS-ENVIO-OK          VALUE '00'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-FECHA-PROCESO.
           05  WS-FP-ANO           PIC 9(4).
           05  WS-FP-MES           PIC 9(2).
           05  WS-FP-DIA           PIC 9(2).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO PIC 9(8).
       01 WS-PERIODO               PIC 9(6).
       01 WS-SUSCRIPTOR            PIC X(10) VALUE SPACES.
      *****************************************************************
      *  Fecha de corte de las cerradas: la de proceso menos
      *  RC-MESES-BURO-CERRADA meses; la cuenta cerrada desde esa
      *  fecha en adelante todavia se informa.
      *****************************************************************
       01 WS-MESES-CERRADA         PIC 9(2) VALUE 3.
       01 WS-MESES-CORRIDOS        PIC 9(6).
       01 WS-FECHA-CORTE.
           05  WS-FC-ANO           PIC 9(4).
           05  WS-FC-MES           PIC 9(2).
           05  WS-FC-DIA           PIC 9(2).
       01 WS-DIAS-TRANSCURRIDOS    PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
       01 WS-BO-CUENTA-NUM         PIC 9(6).
      *****************************************************************
      *  Lo acumulado del cliente en curso desde el ordenamiento.
      *****************************************************************
       01 WS-PEOR-TRAMO            PIC 9(1).
       01 WS-IMPORTE-CASTIGADO     PIC S9(9)V99.
       01 WS-FECHA-CASTIGO         PIC 9(8).
       01 WS-HAY-CASTIGO           PIC X(1).
           88 WS-CON-CASTIGO       VALUE 'S'.
       01 WS-HAY-RECUPERA          PIC X(1).
           88 WS-CON-RECUPERA      VALUE 'S'.
       01 WS-DV-FUNCION            PIC X(1) VALUE 'C'.
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-CONTADOR-CLIENTES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ABIERTAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CERRADAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-OMITIDOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SEGMENTOS    PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-SALDO           PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-LIMITE          PIC 9(11)V99 VALUE ZERO.
      *****************************************************************
      *  Estados de pago del buro (ver BUROREG.CPY) con las cuentas
      *  informadas en cada uno; la entrada es el codigo mas uno.
      *****************************************************************
       01 WS-ESTADOS-VALORES.
           05  FILLER PIC X(32) VALUE
               '00AL DIA                        '.
           05  FILLER PIC X(32) VALUE
               '01ATRASO 31-60 DIAS             '.
           05  FILLER PIC X(32) VALUE
               '02ATRASO 61-90 DIAS             '.
           05  FILLER PIC X(32) VALUE
               '03ATRASO MAS DE 90 O MOROSO     '.
           05  FILLER PIC X(32) VALUE
               '04SUSPENDIDA POR COBRANZA       '.
           05  FILLER PIC X(32) VALUE
               '05CASTIGADA                     '.
           05  FILLER PIC X(32) VALUE
               '06CASTIGADA CON RECUPERACION    '.
       01 WS-TABLA-ESTADOS REDEFINES WS-ESTADOS-VALORES.
           05  WS-ESTADO-ENTRADA   OCCURS 7 TIMES.
               10  WS-TE-CODIGO    PIC X(2).
               10  WS-TE-TITULO    PIC X(30).
       01 WS-TABLA-CUENTAS-ESTADO.
           05  WS-TE-CUENTAS       PIC 9(7) OCCURS 7 TIMES.
       01 WS-IDX-ESTADO            PIC 9(1).
      *****************************************************************
      *  Lineas de BURORPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(38)
               VALUE 'ENVIO MENSUAL AL BURO DE CREDITO - PER'.
           05  FILLER              PIC X(6) VALUE 'IODO '.
           05  WS-LT-PERIODO       PIC 9(6).
           05  FILLER              PIC X(10) VALUE ' - PROCESO'.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(31) VALUE SPACES.
       01 WS-LINEA-SUSCRIPTOR.
           05  FILLER              PIC X(12) VALUE 'SUSCRIPTOR: '.
           05  WS-LS-SUSCRIPTOR    PIC X(10).
           05  FILLER              PIC X(31)
               VALUE '   CERRADAS INFORMADAS DESDE: '.
           05  WS-LS-CORTE         PIC X(8).
           05  FILLER              PIC X(39) VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(53) VALUE SPACES.
       01 WS-LINEA-IMPORTE.
           05  WS-LTI-TEXTO        PIC X(40).
           05  WS-LTI-IMPORTE      PIC Z(10)9.99.
           05  FILLER              PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           IF WS-SUSCRIPTOR = SPACES
               DISPLAY 'SIN RC-BURO-SUSCRIPTOR EN RUNCTL: '
                   'NO SE GENERA EL ENVIO AL BURO'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT BURO-SORT-FILE
               ON ASCENDING KEY WKB-CUST-NUMBER
               INPUT PROCEDURE IS 100-SOLTAR-MOVIMIENTOS
               GIVING BURO-ORD-FILE.
           PERFORM 200-ABRIR-ARCHIVOS.
           PERFORM 210-LEER-CLIENTE.
           PERFORM 220-LEER-ORDENADO.
           PERFORM UNTIL WS-CUSTMAST-EOF
               ADD 1 TO WS-CONTADOR-CLIENTES
               PERFORM 250-ACUMULAR-CLIENTE
               EVALUATE TRUE
                   WHEN CM-CLIENTE-ACTIVO
                       ADD 1 TO WS-CONTADOR-ABIERTAS
                       PERFORM 300-ARMAR-SEGMENTO
                   WHEN CM-CLIENTE-INACTIVO
                        AND CM-FECHA-INACTIVO IS NUMERIC
                        AND CM-FECHA-INACTIVO NOT < WS-FECHA-CORTE
                       ADD 1 TO WS-CONTADOR-CERRADAS
                       PERFORM 300-ARMAR-SEGMENTO
                   WHEN OTHER
                       ADD 1 TO WS-CONTADOR-OMITIDOS
               END-EVALUATE
               PERFORM 210-LEER-CLIENTE
           END-PERFORM.
           PERFORM 500-ESCRIBIR-COLA.
           PERFORM 600-IMPRIMIR-TOTALES.
           PERFORM 700-CERRAR-ARCHIVOS.
           DISPLAY 'ENVIO MENSUAL AL BURO DE CREDITO ' WS-PERIODO.
           DISPLAY 'CLIENTES RECORRIDOS  : ' WS-CONTADOR-CLIENTES.
           DISPLAY 'CUENTAS ABIERTAS     : ' WS-CONTADOR-ABIERTAS.
           DISPLAY 'CUENTAS CERRADAS     : ' WS-CONTADOR-CERRADAS.
           DISPLAY 'SEGMENTOS ENVIADOS   : ' WS-CONTADOR-SEGMENTOS.
           STOP RUN.

      *****************************************************************
      *  Fecha de proceso, suscriptor y ventana de las cerradas.  El
      *  periodo informado es el mes de la fecha de proceso.
      *****************************************************************
       050-LEER-RUNCTL.
           ACCEPT WS-FECHA-PROCESO-N FROM DATE YYYYMMDD.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO
                               TO WS-FECHA-PROCESO-N
                       END-IF
                       MOVE RC-BURO-SUSCRIPTOR TO WS-SUSCRIPTOR
                       IF RC-MESES-BURO-CERRADA IS NUMERIC
                          AND RC-MESES-BURO-CERRADA NOT = ZERO
                           MOVE RC-MESES-BURO-CERRADA
                               TO WS-MESES-CERRADA
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           COMPUTE WS-PERIODO = WS-FP-ANO * 100 + WS-FP-MES.
           COMPUTE WS-MESES-CORRIDOS =
               WS-FP-ANO * 12 + WS-FP-MES - 1 - WS-MESES-CERRADA.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-FC-ANO
               REMAINDER WS-FC-MES.
           ADD 1 TO WS-FC-MES.
           MOVE WS-FP-DIA TO WS-FC-DIA.

      *****************************************************************
      *  Al ordenamiento van las partidas abiertas de TRANDAT con el
      *  tramo de su antiguedad a la fecha de proceso (una fecha
      *  efectiva futura esta al dia) y los castigos y recuperaciones
      *  de WOFREG.  Sin TRANDAT el estado de pago no tiene base y el
      *  envio no sale; sin WOFREG asignado nadie figura castigado.
      *****************************************************************
       100-SOLTAR-MOVIMIENTOS.
           OPEN INPUT TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               DISPLAY 'NO SE PUDO ABRIR TRANDAT, ESTADO: '
                   WS-TRANDAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LEER-PARTIDA.
           PERFORM UNTIL WS-TRANDAT-EOF
               IF TD-ABIERTO AND TD-CUST-NUMBER IS NUMERIC
                  AND TD-CUST-NUMBER NOT = ZERO
                   PERFORM 120-SOLTAR-PARTIDA
               END-IF
               PERFORM 110-LEER-PARTIDA
           END-PERFORM.
           CLOSE TRANDAT-FILE.
           OPEN INPUT CASTIGOS-FILE.
           IF WS-CASTIGOS-OK
               PERFORM 130-LEER-CASTIGO
               PERFORM UNTIL WS-CASTIGOS-EOF
                   IF WO-CASTIGADA OR WO-RECUPERADA
                       MOVE SPACES TO BURO-SORT-REGISTRO
                       MOVE WO-CUST-NUMBER TO WKB-CUST-NUMBER
                       MOVE WO-ESTADO TO WKB-ORIGEN
                       MOVE ZERO TO WKB-TRAMO
                       MOVE WO-IMPORTE TO WKB-IMPORTE
                       MOVE WO-FECHA TO WKB-FECHA
                       RELEASE BURO-SORT-REGISTRO
                   END-IF
                   PERFORM 130-LEER-CASTIGO
               END-PERFORM
               CLOSE CASTIGOS-FILE
           END-IF.

       110-LEER-PARTIDA.
           READ TRANDAT-FILE
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

       120-SOLTAR-PARTIDA.
           CALL 'DATEUTIL' USING '2' WS-FECHA-PROCESO
               TD-FECHA-EFECTIVA WS-FECHA-FORMATEADA
               WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL.
           IF WS-DIAS-TRANSCURRIDOS > ZERO
               MOVE ZERO TO WS-DIAS-TRANSCURRIDOS
           END-IF.
           COMPUTE WS-DIAS-TRANSCURRIDOS =
               FUNCTION ABS(WS-DIAS-TRANSCURRIDOS).
           MOVE SPACES TO BURO-SORT-REGISTRO.
           MOVE TD-CUST-NUMBER TO WKB-CUST-NUMBER.
           MOVE 'P' TO WKB-ORIGEN.
           EVALUATE TRUE
               WHEN WS-DIAS-TRANSCURRIDOS <= 30
                   MOVE 1 TO WKB-TRAMO
               WHEN WS-DIAS-TRANSCURRIDOS <= 60
                   MOVE 2 TO WKB-TRAMO
               WHEN WS-DIAS-TRANSCURRIDOS <= 90
                   MOVE 3 TO WKB-TRAMO
               WHEN OTHER
                   MOVE 4 TO WKB-TRAMO
           END-EVALUATE.
           MOVE TD-IMPORTE TO WKB-IMPORTE.
           MOVE TD-FECHA-EFECTIVA-N TO WKB-FECHA.
           RELEASE BURO-SORT-REGISTRO.

       130-LEER-CASTIGO.
           READ CASTIGOS-FILE
               AT END SET WS-CASTIGOS-EOF TO TRUE
           END-READ.

       200-ABRIR-ARCHIVOS.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BURO-ORD-FILE.
           OPEN OUTPUT ENVIO-FILE.
           OPEN EXTEND HISTORIA-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO BURO-REGISTRO.
           SET BR-CABECERA TO TRUE.
           MOVE WS-SUSCRIPTOR TO BR-CAB-SUSCRIPTOR.
           MOVE WS-PERIODO TO BR-CAB-PERIODO.
           MOVE WS-FECHA-PROCESO-N TO BR-CAB-FECHA.
           SET BR-ENVIO-MENSUAL TO TRUE.
           WRITE BURO-REGISTRO.
           MOVE WS-PERIODO TO WS-LT-PERIODO.
           MOVE WS-FECHA-PROCESO-N TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           MOVE WS-SUSCRIPTOR TO WS-LS-SUSCRIPTOR.
           MOVE WS-FECHA-CORTE TO WS-LS-CORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-SUSCRIPTOR.
           MOVE ZERO TO WS-TABLA-CUENTAS-ESTADO.

       210-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

       220-LEER-ORDENADO.
           READ BURO-ORD-FILE
               AT END SET WS-BURO-ORD-EOF TO TRUE
           END-READ.
           IF WS-BURO-ORD-EOF
               MOVE 999999 TO WS-BO-CUENTA-NUM
           ELSE
               MOVE BO-CUST-NUMBER TO WS-BO-CUENTA-NUM
           END-IF.

      *****************************************************************
      *  Lo ordenado avanza junto con el maestro; lo de clientes sin
      *  maestro se salta.  Queda el peor tramo de las partidas
      *  abiertas (cero sin partidas), lo castigado con la fecha del
      *  ultimo castigo, y si hubo recuperacion.
      *****************************************************************
       250-ACUMULAR-CLIENTE.
           MOVE ZERO TO WS-PEOR-TRAMO WS-IMPORTE-CASTIGADO
               WS-FECHA-CASTIGO.
           MOVE 'N' TO WS-HAY-CASTIGO WS-HAY-RECUPERA.
           PERFORM UNTIL WS-BO-CUENTA-NUM >= CM-CUST-NUMBER
               PERFORM 220-LEER-ORDENADO
           END-PERFORM.
           PERFORM UNTIL WS-BO-CUENTA-NUM NOT = CM-CUST-NUMBER
               EVALUATE TRUE
                   WHEN BO-PARTIDA
                       IF BO-TRAMO > WS-PEOR-TRAMO
                           MOVE BO-TRAMO TO WS-PEOR-TRAMO
                       END-IF
                   WHEN BO-CASTIGO
                       SET WS-CON-CASTIGO TO TRUE
                       ADD BO-IMPORTE TO WS-IMPORTE-CASTIGADO
                       IF BO-FECHA > WS-FECHA-CASTIGO
                           MOVE BO-FECHA TO WS-FECHA-CASTIGO
                       END-IF
                   WHEN BO-RECUPERA
                       SET WS-CON-CASTIGO TO TRUE
                       SET WS-CON-RECUPERA TO TRUE
               END-EVALUATE
               PERFORM 220-LEER-ORDENADO
           END-PERFORM.

      *****************************************************************
      *  Segmento de la cuenta.  El castigo manda sobre el atraso, la
      *  suspension sobre el tramo, y el cliente moroso se informa al
      *  menos como 90+ aunque sus partidas sean recientes.
      *****************************************************************
       300-ARMAR-SEGMENTO.
           MOVE SPACES TO BURO-REGISTRO.
           SET BR-SEGMENTO TO TRUE.
           SET BR-SEG-INFORME TO TRUE.
           MOVE WS-PERIODO TO BR-SEG-PERIODO.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               CM-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           MOVE WS-DV-NUMERO-EXTERNO TO BR-SEG-CUENTA.
           MOVE CM-DOCUMENTO-IDENTIDAD TO BR-SEG-DOCUMENTO.
           MOVE CM-NOMBRE TO BR-SEG-NOMBRE.
           MOVE CM-APELLIDO TO BR-SEG-APELLIDO.
           IF CM-FECHA-NACIMIENTO-N IS NUMERIC
               MOVE CM-FECHA-NACIMIENTO-N TO BR-SEG-FECHA-NACIMIENTO
           ELSE
               MOVE ZERO TO BR-SEG-FECHA-NACIMIENTO
           END-IF.
           MOVE CM-DIRECCION TO BR-SEG-DIRECCION.
           MOVE CM-CIUDAD TO BR-SEG-CIUDAD.
           MOVE ZERO TO BR-SEG-LIMITE BR-SEG-SALDO.
           IF CM-LIMITE-CREDITO > ZERO
               COMPUTE BR-SEG-LIMITE = CM-LIMITE-CREDITO
           END-IF.
           IF CM-BALANCE < ZERO
               COMPUTE BR-SEG-SALDO = ZERO - CM-BALANCE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CON-RECUPERA
                   MOVE 7 TO WS-IDX-ESTADO
               WHEN WS-CON-CASTIGO
                   MOVE 6 TO WS-IDX-ESTADO
               WHEN CM-MORA-SUSPENDIDO
                   MOVE 5 TO WS-IDX-ESTADO
               WHEN CM-MORA-MOROSO OR WS-PEOR-TRAMO = 4
                   MOVE 4 TO WS-IDX-ESTADO
               WHEN WS-PEOR-TRAMO = 3
                   MOVE 3 TO WS-IDX-ESTADO
               WHEN WS-PEOR-TRAMO = 2
                   MOVE 2 TO WS-IDX-ESTADO
               WHEN OTHER
                   MOVE 1 TO WS-IDX-ESTADO
           END-EVALUATE.
           MOVE WS-TE-CODIGO(WS-IDX-ESTADO) TO BR-SEG-ESTADO-PAGO.
           ADD 1 TO WS-TE-CUENTAS(WS-IDX-ESTADO).
           MOVE ZERO TO BR-SEG-IMPORTE-CASTIGO BR-SEG-FECHA-CASTIGO.
           IF WS-CON-CASTIGO
               IF WS-CON-RECUPERA
                   SET BR-CASTIGO-RECUPERADO TO TRUE
               ELSE
                   SET BR-CASTIGADA TO TRUE
               END-IF
               MOVE WS-IMPORTE-CASTIGADO TO BR-SEG-IMPORTE-CASTIGO
               MOVE WS-FECHA-CASTIGO TO BR-SEG-FECHA-CASTIGO
           END-IF.
           IF CM-CLIENTE-ACTIVO
               SET BR-CUENTA-ABIERTA TO TRUE
               MOVE ZERO TO BR-SEG-FECHA-CIERRE
           ELSE
               SET BR-CUENTA-CERRADA TO TRUE
               MOVE CM-FECHA-INACTIVO TO BR-SEG-FECHA-CIERRE
           END-IF.
           IF CM-CLIENTE-FALLECIDO
               MOVE 'F' TO BR-SEG-FALLECIDO
           END-IF.
           WRITE BURO-REGISTRO.
           MOVE BURO-REGISTRO TO HISTORIA-REGISTRO.
           WRITE HISTORIA-REGISTRO.
           ADD 1 TO WS-CONTADOR-SEGMENTOS.
           ADD BR-SEG-SALDO TO WS-TOTAL-SALDO.
           ADD BR-SEG-LIMITE TO WS-TOTAL-LIMITE.

       500-ESCRIBIR-COLA.
           MOVE SPACES TO BURO-REGISTRO.
           SET BR-COLA TO TRUE.
           MOVE WS-CONTADOR-SEGMENTOS TO BR-FIN-SEGMENTOS.
           MOVE WS-TOTAL-SALDO TO BR-FIN-TOT-SALDO.
           MOVE WS-TOTAL-LIMITE TO BR-FIN-TOT-LIMITE.
           WRITE BURO-REGISTRO.

       600-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'CLIENTES EN EL MAESTRO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-CLIENTES TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CUENTAS ABIERTAS INFORMADAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-ABIERTAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CUENTAS CERRADAS INFORMADAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-CERRADAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CERRADAS ANTES DEL CORTE (NO INFORMADAS)'
               TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-OMITIDOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-IDX-ESTADO FROM 1 BY 1
               UNTIL WS-IDX-ESTADO > 7
               MOVE SPACES TO WS-LTT-TEXTO
               STRING 'ESTADO ' WS-TE-CODIGO(WS-IDX-ESTADO) ' '
                   WS-TE-TITULO(WS-IDX-ESTADO)
                   DELIMITED BY SIZE INTO WS-LTT-TEXTO
               MOVE WS-TE-CUENTAS(WS-IDX-ESTADO) TO WS-LTT-CANTIDAD
               WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'SEGMENTOS EN LA COLA' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-SEGMENTOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL SALDO INFORMADO' TO WS-LTI-TEXTO.
           MOVE WS-TOTAL-SALDO TO WS-LTI-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-IMPORTE.
           MOVE 'TOTAL LIMITE INFORMADO' TO WS-LTI-TEXTO.
           MOVE WS-TOTAL-LIMITE TO WS-LTI-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-IMPORTE.

       700-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE BURO-ORD-FILE.
           CLOSE ENVIO-FILE.
           CLOSE HISTORIA-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM BUROEXT.
