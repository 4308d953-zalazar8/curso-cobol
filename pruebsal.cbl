       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRUEBSAL.
      *****************************************************************
      *  Prueba diaria de saldos por cliente: RECONGL solo concilia
      *  NEGGL contra CM-BALANCE, y CM-BALANCE lo mueven tambien
      *  ACRMENS, ADJPOST, CHECKPRT, LATEFEE, NEGREV y la fusion de
      *  DUPDISP.  Al cierre del ciclo, para cada cliente:
      *      saldo de la imagen CUSTIMG (la copia de cierre que
      *      CUSTCOPY tomo al terminar el ciclo de ayer)
      *    + posteos de CUSTHIST con fecha de proceso, en linea y
      *      nocturnos, en moneda base
      *      (CH-IMPORTE por CH-TASA, redondeado como NEGATIVO-DECIMAL)
      *    = CM-BALANCE de hoy.
      *  Imagen, posteos ordenados y maestro se recorren en una sola
      *  pasada por numero de cliente, igual que el quiebre de
      *  RECONGL; un cliente que falta en un lado vale cero de ese
      *  lado (alta o baja del dia).  Tambien se prueban los totales
      *  generales.  Cada cliente que no prueba sale en PRBRPT con
      *  los asientos de BALANCE que dejo el diario CMJRNL desde la
      *  fecha de proceso y el programa que los escribio.  Cualquier
      *  diferencia termina el paso con RC=8, y NIGHTLY4 no rueda la
      *  fecha sobre una diferencia sin explicar.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMAGEN-FILE ASSIGN TO "CUSTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGEN-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT SORT-FILE ASSIGN TO "PRBSWK".
           SELECT POSTEOS-FILE ASSIGN TO "PRBSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTEOS-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "CMJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIARIO-STATUS.
           SELECT DIARIO-SORT-FILE ASSIGN TO "PRBSWK2".
           SELECT ASIENTOS-FILE ASSIGN TO "PRBJORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASIENTOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "PRBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  Imagen plana de CUSTMAST.CPY que deja CUSTCOPY; solo interesan
      *  la clave y CM-BALANCE (mismo desplazamiento que en el
      *  maestro, ver LK-REGISTRO-ANTES en CMJRNL).
      *****************************************************************
       FD  IMAGEN-FILE.
       01  IMAGEN-REGISTRO.
           05  IM-CUST-NUMBER          PIC X(6).
           05  FILLER                  PIC X(23).
           05  IM-BALANCE              PIC S9(7)V999.
           05  FILLER                  PIC X(121).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  HISTORIA-FILE.
           COPY CUSTHIST.
       SD  SORT-FILE.
       01  SORT-REGISTRO.
           05  SRT-CUST-NUMBER         PIC X(6).
           05  SRT-IMPORTE-BASE        PIC S9(7)V999.
       FD  POSTEOS-FILE.
       01  POSTEOS-REGISTRO.
           05  PO-CUST-NUMBER          PIC X(6).
           05  PO-IMPORTE-BASE         PIC S9(7)V999.
       FD  DIARIO-FILE.
           COPY CMJRNL.
       SD  DIARIO-SORT-FILE.
       01  DIARIO-SORT-REGISTRO.
           05  SRJ-CUST-NUMBER         PIC X(6).
           05  SRJ-FECHA               PIC 9(8).
           05  SRJ-HORA                PIC 9(6).
           05  SRJ-PROGRAMA            PIC X(8).
           05  SRJ-ACCION              PIC X(1).
           05  SRJ-VALOR-ANTES         PIC X(10).
           05  SRJ-VALOR-DESPUES       PIC X(10).
       FD  ASIENTOS-FILE.
       01  ASIENTOS-REGISTRO.
           05  AS-CUST-NUMBER          PIC X(6).
           05  AS-FECHA                PIC 9(8).
           05  AS-HORA                 PIC 9(6).
           05  AS-PROGRAMA             PIC X(8).
           05  AS-ACCION               PIC X(1).
           05  AS-VALOR-ANTES          PIC X(10).
           05  AS-VALOR-DESPUES        PIC X(10).
       FD  REPORTE-FILE.
       01  REPORTE-LINEA               PIC X(80).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-IMAGEN-STATUS         PIC X(2).
           88 WS-IMAGEN-OK         VALUE '00'.
           88 WS-IMAGEN-EOF        VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-POSTEOS-STATUS        PIC X(2).
           88 WS-POSTEOS-OK        VALUE '00'.
           88 WS-POSTEOS-EOF       VALUE '10'.
       01 WS-DIARIO-STATUS         PIC X(2).
           88 WS-DIARIO-OK         VALUE '00'.
           88 WS-DIARIO-EOF        VALUE '10'.
       01 WS-ASIENTOS-STATUS       PIC X(2).
           88 WS-ASIENTOS-OK       VALUE '00'.
           88 WS-ASIENTOS-EOF      VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'PRUEBSAL'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Claves de las tres entradas; HIGH-VALUES al terminar cada
      *  una, asi el menor de los tres siempre es el proximo cliente.
      *****************************************************************
       01 WS-CLAVE-IMAGEN          PIC X(6).
       01 WS-CLAVE-POSTEO          PIC X(6).
       01 WS-CLAVE-MAESTRO         PIC X(6).
       01 WS-CLAVE-CLIENTE         PIC X(6).
       01 WS-SALDO-ANTERIOR        PIC S9(7)V999.
       01 WS-POSTEOS-CLIENTE       PIC S9(9)V999.
       01 WS-SALDO-ACTUAL          PIC S9(7)V999.
       01 WS-DIFERENCIA            PIC S9(9)V999.
       01 WS-TOTAL-ANTERIOR        PIC S9(11)V999 VALUE ZERO.
       01 WS-TOTAL-POSTEOS         PIC S9(11)V999 VALUE ZERO.
       01 WS-TOTAL-ACTUAL          PIC S9(11)V999 VALUE ZERO.
       01 WS-DIFERENCIA-TOTAL      PIC S9(11)V999 VALUE ZERO.
       01 WS-CONTADOR-CLIENTES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-PROBADOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-DIFERENCIAS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-POSTEOS      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ASIENTOS     PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Clientes que no probaron, en orden de cliente (asi salen de
      *  la pasada); con ellos se eligen los asientos del diario.
      *****************************************************************
       01 WS-TABLA-DIFERENCIAS.
           05  WS-DIF-ENTRADA      OCCURS 500 TIMES.
               10  WS-TD-CUST      PIC X(6).
               10  WS-TD-ANTERIOR  PIC S9(7)V999.
               10  WS-TD-POSTEOS   PIC S9(9)V999.
               10  WS-TD-ACTUAL    PIC S9(7)V999.
               10  WS-TD-DIFERENCIA PIC S9(9)V999.
       01 WS-CONTADOR-TABLA        PIC 9(4) VALUE ZERO.
       01 WS-IDX-DIF               PIC 9(4).
       01 WS-CLIENTE-EN-TABLA      PIC X(1).
           88 WS-CLIENTE-LISTADO   VALUE 'S'.
      *****************************************************************
      *  JR-VALOR-ANTES/DESPUES traen CM-BALANCE byte a byte en sus
      *  diez primeras posiciones (en blanco en un alta o una baja).
      *****************************************************************
       01 WS-VALOR-BALANCE         PIC X(10).
       01 WS-VALOR-BALANCE-N REDEFINES WS-VALOR-BALANCE
                                   PIC S9(7)V999.
       01 WS-BALANCE-ANTES         PIC S9(7)V999.
       01 WS-BALANCE-DESPUES       PIC S9(7)V999.
       01 WS-BALANCE-CAMBIO        PIC S9(9)V999.
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(29)
               VALUE 'PRUEBA DE SALDOS POR CLIENTE '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(43) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(80) VALUE
               'CLIENTE  SALDO IMAGEN  POSTEOS DIA   SALDO MAESTRO  DIF
      -        'ERENCIA'.
       01 WS-LINEA-DETALLE.
           05  WS-LD-CUST          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-ANTERIOR      PIC -(7).999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-POSTEOS       PIC -(9).999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-ACTUAL        PIC -(7).999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-DIFERENCIA    PIC -(9).999.
           05  FILLER              PIC X(4)  VALUE SPACES.
       01 WS-LINEA-ASIENTO.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-LA-FECHA         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LA-HORA          PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LA-PROGRAMA      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LA-ACCION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LA-ANTES         PIC -(7).999.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LA-DESPUES       PIC -(7).999.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LA-CAMBIO        PIC -(9).999.
           05  FILLER              PIC X(1)  VALUE SPACE.
       01 WS-LINEA-TOTAL.
           05  WS-LTO-TEXTO        PIC X(20).
           05  WS-LTO-IMPORTE      PIC -(11).999.
           05  FILLER              PIC X(44) VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUST-NUMBER
               INPUT PROCEDURE IS 080-SELECCIONAR-POSTEOS
               GIVING POSTEOS-FILE.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-IMAGEN.
           PERFORM 210-LEER-POSTEO.
           PERFORM 220-LEER-MAESTRO.
           PERFORM UNTIL WS-CLAVE-IMAGEN = HIGH-VALUES
                     AND WS-CLAVE-POSTEO = HIGH-VALUES
                     AND WS-CLAVE-MAESTRO = HIGH-VALUES
               PERFORM 300-PROBAR-CLIENTE
           END-PERFORM.
           CLOSE IMAGEN-FILE.
           CLOSE POSTEOS-FILE.
           CLOSE CUSTMAST-FILE.
           PERFORM 400-PROBAR-TOTALES.
           IF WS-CONTADOR-TABLA > ZERO
               SORT DIARIO-SORT-FILE
                   ON ASCENDING KEY SRJ-CUST-NUMBER SRJ-FECHA SRJ-HORA
                   INPUT PROCEDURE IS 500-SELECCIONAR-ASIENTOS
                   GIVING ASIENTOS-FILE
               PERFORM 600-LISTAR-DIFERENCIAS
           END-IF.
           CLOSE REPORTE-FILE.
           PERFORM 700-IMPRIMIR-RESUMEN.
           IF WS-CONTADOR-DIFERENCIAS > ZERO
              OR WS-DIFERENCIA-TOTAL NOT = ZERO
               MOVE 8 TO RETURN-CODE
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
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *****************************************************************
      *  Solo los posteos del dia van al ordenamiento, ya en moneda
      *  base: es el importe que entro a CM-BALANCE.
      *****************************************************************
       080-SELECCIONAR-POSTEOS.
           OPEN INPUT HISTORIA-FILE.
           IF NOT WS-HISTORIA-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTHIST, ESTADO: '
                   WS-HISTORIA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 090-LEER-HISTORIA.
           PERFORM UNTIL WS-HISTORIA-EOF
               IF CH-FECHA-POSTEO = WS-FECHA-PROCESO
                   ADD 1 TO WS-CONTADOR-POSTEOS
                   MOVE CH-CUST-NUMBER TO SRT-CUST-NUMBER
                   COMPUTE SRT-IMPORTE-BASE ROUNDED =
                       CH-IMPORTE * CH-TASA
                   RELEASE SORT-REGISTRO
               END-IF
               PERFORM 090-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA-FILE.

       090-LEER-HISTORIA.
           READ HISTORIA-FILE
               AT END SET WS-HISTORIA-EOF TO TRUE
           END-READ.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT IMAGEN-FILE.
           IF NOT WS-IMAGEN-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTIMG, ESTADO: '
                   WS-IMAGEN-STATUS
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
           OPEN INPUT POSTEOS-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

       200-LEER-IMAGEN.
           READ IMAGEN-FILE
               AT END
                   SET WS-IMAGEN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-IMAGEN
               NOT AT END
                   MOVE IM-CUST-NUMBER TO WS-CLAVE-IMAGEN
           END-READ.

       210-LEER-POSTEO.
           READ POSTEOS-FILE
               AT END
                   SET WS-POSTEOS-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-POSTEO
               NOT AT END
                   MOVE PO-CUST-NUMBER TO WS-CLAVE-POSTEO
           END-READ.

       220-LEER-MAESTRO.
           READ CUSTMAST-FILE NEXT
               AT END
                   SET WS-CUSTMAST-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-MAESTRO
               NOT AT END
                   MOVE CM-CUST-NUMBER TO WS-CLAVE-MAESTRO
           END-READ.

      *****************************************************************
      *  El cliente en curso es la menor de las tres claves; cada
      *  entrada que lo trae aporta su parte y avanza.
      *****************************************************************
       300-PROBAR-CLIENTE.
           MOVE WS-CLAVE-IMAGEN TO WS-CLAVE-CLIENTE.
           IF WS-CLAVE-POSTEO < WS-CLAVE-CLIENTE
               MOVE WS-CLAVE-POSTEO TO WS-CLAVE-CLIENTE
           END-IF.
           IF WS-CLAVE-MAESTRO < WS-CLAVE-CLIENTE
               MOVE WS-CLAVE-MAESTRO TO WS-CLAVE-CLIENTE
           END-IF.
           ADD 1 TO WS-CONTADOR-CLIENTES.
           MOVE ZERO TO WS-SALDO-ANTERIOR.
           MOVE ZERO TO WS-POSTEOS-CLIENTE.
           MOVE ZERO TO WS-SALDO-ACTUAL.
           IF WS-CLAVE-IMAGEN = WS-CLAVE-CLIENTE
               MOVE IM-BALANCE TO WS-SALDO-ANTERIOR
               PERFORM 200-LEER-IMAGEN
           END-IF.
           PERFORM UNTIL WS-CLAVE-POSTEO NOT = WS-CLAVE-CLIENTE
               ADD PO-IMPORTE-BASE TO WS-POSTEOS-CLIENTE
               PERFORM 210-LEER-POSTEO
           END-PERFORM.
           IF WS-CLAVE-MAESTRO = WS-CLAVE-CLIENTE
               MOVE CM-BALANCE TO WS-SALDO-ACTUAL
               PERFORM 220-LEER-MAESTRO
           END-IF.
           ADD WS-SALDO-ANTERIOR TO WS-TOTAL-ANTERIOR.
           ADD WS-POSTEOS-CLIENTE TO WS-TOTAL-POSTEOS.
           ADD WS-SALDO-ACTUAL TO WS-TOTAL-ACTUAL.
           COMPUTE WS-DIFERENCIA = WS-SALDO-ANTERIOR
               + WS-POSTEOS-CLIENTE - WS-SALDO-ACTUAL.
           IF WS-DIFERENCIA = ZERO
               ADD 1 TO WS-CONTADOR-PROBADOS
           ELSE
               PERFORM 310-REGISTRAR-DIFERENCIA
           END-IF.

      *****************************************************************
      *  Un cliente que no prueba queda en ERRLOG y en la tabla para
      *  el reporte; pasada la tabla se cuenta y se asienta igual,
      *  pero sale sin sus asientos del diario.
      *****************************************************************
       310-REGISTRAR-DIFERENCIA.
           ADD 1 TO WS-CONTADOR-DIFERENCIAS.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE WS-CLAVE-CLIENTE TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'SALDO NO PRUEBA CONTRA CUSTHIST'
               TO WS-EL-DATO-OFENSOR(8:31).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           IF WS-CONTADOR-TABLA < 500
               ADD 1 TO WS-CONTADOR-TABLA
               MOVE WS-CLAVE-CLIENTE TO WS-TD-CUST(WS-CONTADOR-TABLA)
               MOVE WS-SALDO-ANTERIOR
                   TO WS-TD-ANTERIOR(WS-CONTADOR-TABLA)
               MOVE WS-POSTEOS-CLIENTE
                   TO WS-TD-POSTEOS(WS-CONTADOR-TABLA)
               MOVE WS-SALDO-ACTUAL TO WS-TD-ACTUAL(WS-CONTADOR-TABLA)
               MOVE WS-DIFERENCIA
                   TO WS-TD-DIFERENCIA(WS-CONTADOR-TABLA)
           ELSE
               MOVE WS-CLAVE-CLIENTE TO WS-LD-CUST
               MOVE WS-SALDO-ANTERIOR TO WS-LD-ANTERIOR
               MOVE WS-POSTEOS-CLIENTE TO WS-LD-POSTEOS
               MOVE WS-SALDO-ACTUAL TO WS-LD-ACTUAL
               MOVE WS-DIFERENCIA TO WS-LD-DIFERENCIA
               WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE
           END-IF.

      *****************************************************************
      *  Los totales generales tambien tienen que probar: una
      *  diferencia aqui con todos los clientes en cero no deberia
      *  poder darse, y si se da el paso igual termina con RC=8.
      *****************************************************************
       400-PROBAR-TOTALES.
           COMPUTE WS-DIFERENCIA-TOTAL = WS-TOTAL-ANTERIOR
               + WS-TOTAL-POSTEOS - WS-TOTAL-ACTUAL.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'TOTAL SALDO IMAGEN' TO WS-LTO-TEXTO.
           MOVE WS-TOTAL-ANTERIOR TO WS-LTO-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL POSTEOS DIA' TO WS-LTO-TEXTO.
           MOVE WS-TOTAL-POSTEOS TO WS-LTO-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL SALDO MAESTRO' TO WS-LTO-TEXTO.
           MOVE WS-TOTAL-ACTUAL TO WS-LTO-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'DIFERENCIA TOTAL' TO WS-LTO-TEXTO.
           MOVE WS-DIFERENCIA-TOTAL TO WS-LTO-IMPORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           IF WS-DIFERENCIA-TOTAL NOT = ZERO
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'TOTALES DE SALDOS NO PRUEBAN'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  Del diario solo los cambios de BALANCE de los clientes que
      *  no probaron, desde la fecha de proceso: CMJRNL fecha con el
      *  reloj, y el ciclo de la noche puede pasar la medianoche.
      *****************************************************************
       500-SELECCIONAR-ASIENTOS.
           OPEN INPUT DIARIO-FILE.
           IF WS-DIARIO-OK
               PERFORM 510-LEER-DIARIO
               PERFORM UNTIL WS-DIARIO-EOF
                   IF JR-CAMPO = 'BALANCE'
                      AND JR-FECHA NOT < WS-FECHA-PROCESO
                       PERFORM 520-BUSCAR-EN-TABLA
                       IF WS-CLIENTE-LISTADO
                           MOVE JR-CUST-NUMBER TO SRJ-CUST-NUMBER
                           MOVE JR-FECHA TO SRJ-FECHA
                           MOVE JR-HORA TO SRJ-HORA
                           MOVE JR-PROGRAMA TO SRJ-PROGRAMA
                           MOVE JR-ACCION TO SRJ-ACCION
                           MOVE JR-VALOR-ANTES(1:10)
                               TO SRJ-VALOR-ANTES
                           MOVE JR-VALOR-DESPUES(1:10)
                               TO SRJ-VALOR-DESPUES
                           RELEASE DIARIO-SORT-REGISTRO
                       END-IF
                   END-IF
                   PERFORM 510-LEER-DIARIO
               END-PERFORM
               CLOSE DIARIO-FILE
           ELSE
               DISPLAY 'NO SE PUDO ABRIR CMJRNL, ESTADO: '
                   WS-DIARIO-STATUS
           END-IF.

       510-LEER-DIARIO.
           READ DIARIO-FILE
               AT END SET WS-DIARIO-EOF TO TRUE
           END-READ.

       520-BUSCAR-EN-TABLA.
           MOVE 'N' TO WS-CLIENTE-EN-TABLA.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
               UNTIL WS-IDX-DIF > WS-CONTADOR-TABLA
               IF WS-TD-CUST(WS-IDX-DIF) = JR-CUST-NUMBER
                   SET WS-CLIENTE-LISTADO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Cada cliente que no probo, seguido de sus asientos de
      *  BALANCE en orden de fecha y hora.  La tabla y los asientos
      *  ordenados van los dos por cliente: una sola pasada.
      *****************************************************************
       600-LISTAR-DIFERENCIAS.
           OPEN INPUT ASIENTOS-FILE.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'CLIENTES QUE NO PRUEBAN Y SUS ASIENTOS DE BALANCE'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.
           MOVE '    FECHA    HORA   PROGRAMA A       ANTES     DESPUES
      -        '       CAMBIO' TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 610-LEER-ASIENTO.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
               UNTIL WS-IDX-DIF > WS-CONTADOR-TABLA
               PERFORM 620-LISTAR-CLIENTE
           END-PERFORM.
           CLOSE ASIENTOS-FILE.

       610-LEER-ASIENTO.
           READ ASIENTOS-FILE
               AT END SET WS-ASIENTOS-EOF TO TRUE
           END-READ.

       620-LISTAR-CLIENTE.
           MOVE WS-TD-CUST(WS-IDX-DIF) TO WS-LD-CUST.
           MOVE WS-TD-ANTERIOR(WS-IDX-DIF) TO WS-LD-ANTERIOR.
           MOVE WS-TD-POSTEOS(WS-IDX-DIF) TO WS-LD-POSTEOS.
           MOVE WS-TD-ACTUAL(WS-IDX-DIF) TO WS-LD-ACTUAL.
           MOVE WS-TD-DIFERENCIA(WS-IDX-DIF) TO WS-LD-DIFERENCIA.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
           PERFORM UNTIL WS-ASIENTOS-EOF
                   OR AS-CUST-NUMBER > WS-TD-CUST(WS-IDX-DIF)
               PERFORM 630-LINEA-ASIENTO
               PERFORM 610-LEER-ASIENTO
           END-PERFORM.

       630-LINEA-ASIENTO.
           ADD 1 TO WS-CONTADOR-ASIENTOS.
           MOVE AS-VALOR-ANTES TO WS-VALOR-BALANCE.
           IF WS-VALOR-BALANCE-N IS NUMERIC
               MOVE WS-VALOR-BALANCE-N TO WS-BALANCE-ANTES
           ELSE
               MOVE ZERO TO WS-BALANCE-ANTES
           END-IF.
           MOVE AS-VALOR-DESPUES TO WS-VALOR-BALANCE.
           IF WS-VALOR-BALANCE-N IS NUMERIC
               MOVE WS-VALOR-BALANCE-N TO WS-BALANCE-DESPUES
           ELSE
               MOVE ZERO TO WS-BALANCE-DESPUES
           END-IF.
           COMPUTE WS-BALANCE-CAMBIO =
               WS-BALANCE-DESPUES - WS-BALANCE-ANTES.
           MOVE AS-FECHA TO WS-LA-FECHA.
           MOVE AS-HORA TO WS-LA-HORA.
           MOVE AS-PROGRAMA TO WS-LA-PROGRAMA.
           MOVE AS-ACCION TO WS-LA-ACCION.
           MOVE WS-BALANCE-ANTES TO WS-LA-ANTES.
           MOVE WS-BALANCE-DESPUES TO WS-LA-DESPUES.
           MOVE WS-BALANCE-CAMBIO TO WS-LA-CAMBIO.
           WRITE REPORTE-LINEA FROM WS-LINEA-ASIENTO.

       700-IMPRIMIR-RESUMEN.
           DISPLAY 'PRUEBA DE SALDOS CONTRA CUSTHIST ' WS-FECHA-PROCESO.
           DISPLAY 'CLIENTES PROBADOS    : ' WS-CONTADOR-CLIENTES.
           DISPLAY 'CLIENTES QUE PRUEBAN : ' WS-CONTADOR-PROBADOS.
           DISPLAY 'CLIENTES CON DIFEREN.: ' WS-CONTADOR-DIFERENCIAS.
           DISPLAY 'POSTEOS DEL DIA      : ' WS-CONTADOR-POSTEOS.
           DISPLAY 'ASIENTOS LISTADOS    : ' WS-CONTADOR-ASIENTOS.
           IF WS-DIFERENCIA-TOTAL NOT = ZERO
               DISPLAY 'LOS TOTALES GENERALES NO PRUEBAN'
           END-IF.
       END PROGRAM PRUEBSAL.
