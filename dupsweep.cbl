      *    - anexa el conteo del dia al registro DUPTREND (DISP=MOD)
      *      y lista la tendencia historica de la poblacion
      *      sospechosa.
      *  Cada nombre anterior del cliente (NOMBANT, cambios legales
      *  de NAMECHG) entra al orden como un registro mas con los
      *  datos del cliente, para que el alta hecha con el nombre de
      *  soltera o de antes de la sentencia tambien case.  El par de
      *  un cliente consigo mismo no se califica, y el par que ya
      *  salio por otro nombre no se repite.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT NOMBANT-FILE ASSIGN TO "NOMBANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NA-CLAVE
               ALTERNATE RECORD KEY IS NA-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-NOMBANT-STATUS.
           SELECT ORDEN-SORT-FILE ASSIGN TO "DUPSWK1".
           SELECT ORDENADO-FILE ASSIGN TO "DUPSORD"
               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  NOMBANT-FILE.
           COPY NOMBANT.
      *  WKD-ORIGEN/OD-ORIGEN: espacio nombre vigente, 'A' anterior.
       SD  ORDEN-SORT-FILE.
       01  ORDEN-SORT-REGISTRO.
           05  WKD-APELLIDO        PIC X(10).
           05  WKD-GENERO          PIC X(1).
           05  WKD-DOCUMENTO       PIC X(11).
           05  WKD-SUCURSAL        PIC X(3).
           05  WKD-ORIGEN          PIC X(1).
       FD  ORDENADO-FILE.
       01  ORDENADO-REGISTRO.
           05  OD-APELLIDO         PIC X(10).
           05  OD-GENERO           PIC X(1).
           05  OD-DOCUMENTO        PIC X(11).
           05  OD-SUCURSAL         PIC X(3).
           05  OD-ORIGEN           PIC X(1).
               88  OD-NOMBRE-ANTERIOR VALUE 'A'.
       FD  SOSPECHOSOS-FILE.
           COPY SOLICDUP.
       FD  TENDENCIA-FILE.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-NOMBANT-STATUS        PIC X(2).
           88 WS-NOMBANT-OK        VALUE '00'.
       01 WS-HAY-NOMBANT           PIC X(1) VALUE 'N'.
           88 WS-NOMBANT-ABIERTO   VALUE 'S'.
       01 WS-FIN-NOMBANT           PIC X(1) VALUE 'S'.
           88 WS-NOMBANT-EOF       VALUE 'S'.
       01 WS-ORDENADO-STATUS       PIC X(2).
           88 WS-ORDENADO-OK       VALUE '00'.
           88 WS-ORDENADO-EOF      VALUE '10'.
           05  WS-AN-GENERO        PIC X(1).
           05  WS-AN-DOCUMENTO     PIC X(11).
           05  WS-AN-SUCURSAL      PIC X(3).
           05  WS-AN-ORIGEN        PIC X(1).
               88  WS-AN-NOMBRE-ANTERIOR VALUE 'A'.
       01 WS-HAY-ANTERIOR          PIC X(1) VALUE 'N'.
           88 WS-ANTERIOR-CARGADO  VALUE 'S'.
       01 WS-PUNTAJE               PIC 9(2) VALUE ZERO.
       01 WS-CONTADOR-ACTIVOS      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SOSPECHOSOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ANTERIORES   PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Pares ya emitidos (solicitante y sobreviviente): con los
      *  nombres anteriores el mismo par puede quedar adyacente mas
      *  de una vez en el orden.
      *****************************************************************
       01 WS-TABLA-PARES.
           05  WS-PAR-ENTRADA      OCCURS 2000 TIMES.
               10  WS-TP-SOLICITANTE PIC 9(6).
               10  WS-TP-EXISTENTE PIC 9(6).
       01 WS-CONTADOR-PARES        PIC 9(4) VALUE ZERO.
       01 WS-IDX-PAR               PIC 9(4).
       01 WS-PAR-REPETIDO          PIC X(1) VALUE 'N'.
           88 WS-PAR-YA-EMITIDO    VALUE 'S'.
       01 WS-LINEA-TENDENCIA.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           PERFORM 600-CERRAR-ARCHIVOS.
           DISPLAY 'BARRIDO DE DUPLICADOS POR NOMBRE Y NACIMIENTO'.
           DISPLAY 'CLIENTES ACTIVOS BARRIDOS: ' WS-CONTADOR-ACTIVOS.
           DISPLAY 'NOMBRES ANTERIORES       : '
               WS-CONTADOR-ANTERIORES.
           DISPLAY 'PARES SOSPECHOSOS        : '
               WS-CONTADOR-SOSPECHOSOS.
           STOP RUN.
      *  Solo los activos entran al barrido: los archivados ya
      *  salieron del maestro y los inactivos no generan duplicidad
      *  operativa.  Un cliente sin apellido cargado tampoco entra,
      *  no hay contra que calificarlo.  NOMBANT va en el mismo orden
      *  de cliente que el maestro y se aparea con el; sin NOMBANT
      *  asignado el barrido queda solo con los nombres vigentes.
      *****************************************************************
       100-SOLTAR-ACTIVOS.
           OPEN INPUT CUSTMAST-FILE.
           OPEN INPUT NOMBANT-FILE.
           IF WS-NOMBANT-OK
               SET WS-NOMBANT-ABIERTO TO TRUE
               MOVE 'N' TO WS-FIN-NOMBANT
               PERFORM 120-LEER-NOMBANT
           END-IF.
           PERFORM 110-LEER-CLIENTE.
           PERFORM UNTIL WS-CUSTMAST-EOF
               IF CM-CLIENTE-ACTIVO AND CM-APELLIDO NOT = SPACES
                   MOVE CM-SUCURSAL TO WKD-SUCURSAL
                   RELEASE ORDEN-SORT-REGISTRO
               END-IF
               PERFORM UNTIL WS-NOMBANT-EOF
                   OR NA-CUST-NUMBER > CM-CUST-NUMBER
                   IF NA-CUST-NUMBER = CM-CUST-NUMBER
                      AND CM-CLIENTE-ACTIVO
                      AND NA-APELLIDO NOT = SPACES
                       PERFORM 130-SOLTAR-ANTERIOR
                   END-IF
                   PERFORM 120-LEER-NOMBANT
               END-PERFORM
               PERFORM 110-LEER-CLIENTE
           END-PERFORM.
           CLOSE CUSTMAST-FILE.
           IF WS-NOMBANT-ABIERTO
               CLOSE NOMBANT-FILE
           END-IF.

       110-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

       120-LEER-NOMBANT.
           READ NOMBANT-FILE NEXT
               AT END SET WS-NOMBANT-EOF TO TRUE
           END-READ.

       130-SOLTAR-ANTERIOR.
           ADD 1 TO WS-CONTADOR-ANTERIORES.
           MOVE SPACES TO ORDEN-SORT-REGISTRO.
           MOVE NA-APELLIDO TO WKD-APELLIDO.
           MOVE NA-NOMBRE TO WKD-NOMBRE.
           MOVE CM-FECHA-NACIMIENTO-N TO WKD-FECHA-NAC.
           MOVE CM-CUST-NUMBER TO WKD-CUST-NUMBER.
           MOVE CM-EDAD TO WKD-EDAD.
           MOVE CM-GENERO TO WKD-GENERO.
           MOVE CM-DOCUMENTO-IDENTIDAD TO WKD-DOCUMENTO.
           MOVE CM-SUCURSAL TO WKD-SUCURSAL.
           MOVE 'A' TO WKD-ORIGEN.
           RELEASE ORDEN-SORT-REGISTRO.

       200-ABRIR-ARCHIVOS.
           OPEN INPUT ORDENADO-FILE.
           OPEN OUTPUT SOSPECHOSOS-FILE.
      *****************************************************************
       300-CALIFICAR-PAR.
           IF WS-ANTERIOR-CARGADO
              AND OD-CUST-NUMBER NOT = WS-AN-CUST-NUMBER
               MOVE ZERO TO WS-PUNTAJE
               IF OD-APELLIDO = WS-AN-APELLIDO
                   ADD 2 TO WS-PUNTAJE
           MOVE OD-GENERO TO WS-AN-GENERO.
           MOVE OD-DOCUMENTO TO WS-AN-DOCUMENTO.
           MOVE OD-SUCURSAL TO WS-AN-SUCURSAL.
           MOVE OD-ORIGEN TO WS-AN-ORIGEN.

      *****************************************************************
      *  El numero mayor queda como solicitante (el probable alta
      *  la identidad del otro.
      *****************************************************************
       400-ESCRIBIR-SOSPECHOSO.
           MOVE SPACES TO SOLICDUP-REGISTRO.
           IF OD-CUST-NUMBER > WS-AN-CUST-NUMBER
               MOVE OD-CUST-NUMBER TO SD-CUST-NUMBER
               MOVE WS-AN-FECHA-NAC(7:2) TO SD-FN-DIA
               MOVE WS-AN-SUCURSAL TO SD-SUCURSAL
           END-IF.
           IF OD-NOMBRE-ANTERIOR OR WS-AN-NOMBRE-ANTERIOR
               MOVE 'DUPLICADO POR NOMBRE ANTERIOR' TO SD-MOTIVO
           ELSE
               MOVE 'DUPLICADO POR NOMBRE Y NACIMIENTO' TO SD-MOTIVO
           END-IF.
           PERFORM 410-BUSCAR-PAR.
           IF NOT WS-PAR-YA-EMITIDO
               ADD 1 TO WS-CONTADOR-SOSPECHOSOS
               WRITE SOLICDUP-REGISTRO
               IF WS-CONTADOR-PARES < 2000
                   ADD 1 TO WS-CONTADOR-PARES
                   MOVE SD-CUST-NUMBER
                       TO WS-TP-SOLICITANTE(WS-CONTADOR-PARES)
                   MOVE SD-CUST-EXISTENTE
                       TO WS-TP-EXISTENTE(WS-CONTADOR-PARES)
               END-IF
           END-IF.

       410-BUSCAR-PAR.
           MOVE 'N' TO WS-PAR-REPETIDO.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
               UNTIL WS-IDX-PAR > WS-CONTADOR-PARES
               IF WS-TP-SOLICITANTE(WS-IDX-PAR) = SD-CUST-NUMBER
                  AND WS-TP-EXISTENTE(WS-IDX-PAR) = SD-CUST-EXISTENTE
                   SET WS-PAR-YA-EMITIDO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  El conteo del dia se anexa al registro de tendencia y el
