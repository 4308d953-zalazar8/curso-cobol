       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOGAREXP.
      *****************************************************************
      *  Exposicion por hogar para el escritorio de credito, hermana
      *  de CREDEXP: agrupa a los clientes unidos por relaciones
      *  vigentes de CUSTREL (conyuge, pareja, cotitular, garante;
      *  el autorizado no responde por la deuda y no une hogares) y
      *  suma por hogar, cliente por cliente:
      *    - CM-BALANCE del maestro;
      *    - lo retenido pendiente en la cola NEGHOLD;
      *    - las partidas abiertas de TRANDAT.
      *  Los vinculos se encadenan: si A es conyuge de B y B es
      *  garante de C, A, B y C son un solo hogar.  Un cliente sin
      *  relaciones vigentes no aparece; su exposicion ya esta en
      *  CREDEXP.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREL-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-CLAVE
               FILE STATUS IS WS-CUSTREL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RETENIDOS-FILE ASSIGN TO "NEGHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETENIDOS-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "HOGAREXP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREL-FILE.
           COPY CUSTREL.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  RETENIDOS-FILE.
           COPY NEGHOLD.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CUSTREL-STATUS        PIC X(2).
           88 WS-CUSTREL-OK        VALUE '00'.
           88 WS-CUSTREL-EOF       VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-RETENIDOS-STATUS      PIC X(2).
           88 WS-RETENIDOS-OK      VALUE '00'.
           88 WS-RETENIDOS-EOF     VALUE '10'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'HOGAREXP'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
      *****************************************************************
      *  Clientes con relacion vigente y el hogar al que pertenecen,
      *  con lo acumulado de cada archivo.  Al unir dos hogares el
      *  segundo se renumera con el primero; el numero que queda
      *  libre se salta al imprimir.
      *****************************************************************
       01 WS-TABLA-MIEMBROS.
           05  WS-MIEMBRO-ENTRADA  OCCURS 2000 TIMES.
               10  WS-TM-CUST      PIC 9(6).
               10  WS-TM-HOGAR     PIC 9(4).
               10  WS-TM-RETENIDO  PIC S9(9)V999.
               10  WS-TM-PARTIDAS  PIC S9(9)V99.
       01 WS-CONTADOR-MIEMBROS     PIC 9(4) VALUE ZERO.
       01 WS-MAX-MIEMBROS          PIC 9(4) VALUE 2000.
       01 WS-IDX-MIEMBRO           PIC 9(4).
       01 WS-IDX-A                 PIC 9(4).
       01 WS-IDX-B                 PIC 9(4).
       01 WS-IDX-HALLADO           PIC 9(4).
       01 WS-BUSCA-CUST            PIC 9(6).
       01 WS-ULTIMO-HOGAR          PIC 9(4) VALUE ZERO.
       01 WS-HOGAR-EN-CURSO        PIC 9(4).
       01 WS-HOGAR-VIEJO           PIC 9(4).
       01 WS-TABLA-LLENA           PIC X(1) VALUE 'N'.
           88 WS-SIN-LUGAR         VALUE 'S'.
       01 WS-BALANCE-MIEMBRO       PIC S9(9)V999.
       01 WS-EXPOSICION-MIEMBRO    PIC S9(9)V999.
       01 WS-TOTAL-BALANCE         PIC S9(9)V999.
       01 WS-TOTAL-RETENIDO        PIC S9(9)V999.
       01 WS-TOTAL-PARTIDAS        PIC S9(9)V99.
       01 WS-TOTAL-EXPOSICION      PIC S9(9)V999.
       01 WS-MIEMBROS-HOGAR        PIC 9(4).
       01 WS-CONTADOR-HOGARES      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-VINCULOS     PIC 9(7) VALUE ZERO.
       01 WS-LINEA-HOGAR.
           05  FILLER              PIC X(6)  VALUE 'HOGAR '.
           05  WS-LH-HOGAR         PIC ZZZ9.
           05  FILLER              PIC X(90) VALUE SPACES.
       01 WS-LINEA-DETALLE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-CUST          PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-NOMBRE        PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-APELLIDO      PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-BALANCE       PIC -Z(8)9.999.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-RETENIDO      PIC -Z(8)9.999.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-PARTIDAS      PIC -Z(8)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-EXPOSICION    PIC -Z(8)9.999.
           05  FILLER              PIC X(9)  VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 100-CARGAR-HOGARES.
           IF WS-CONTADOR-MIEMBROS NOT = ZERO
               PERFORM 200-ACUMULAR-RETENIDOS
               PERFORM 300-ACUMULAR-PARTIDAS
           END-IF.
           PERFORM 400-IMPRIMIR-HOGARES.
           DISPLAY 'EXPOSICION POR HOGAR'.
           DISPLAY 'VINCULOS VIGENTES   : ' WS-CONTADOR-VINCULOS.
           DISPLAY 'CLIENTES EN HOGARES : ' WS-CONTADOR-MIEMBROS.
           DISPLAY 'HOGARES             : ' WS-CONTADOR-HOGARES.
           STOP RUN.

      *****************************************************************
      *  Solo el registro directo de cada relacion (la imagen
      *  invertida es la misma relacion).
      *****************************************************************
       100-CARGAR-HOGARES.
           OPEN INPUT CUSTREL-FILE.
           IF WS-CUSTREL-OK
               PERFORM 110-LEER-RELACION
               PERFORM UNTIL WS-CUSTREL-EOF
                   IF RL-VIGENTE AND RL-DIRECTO
                      AND NOT RL-AUTORIZADO
                       ADD 1 TO WS-CONTADOR-VINCULOS
                       PERFORM 120-UNIR-CLIENTES
                   END-IF
                   PERFORM 110-LEER-RELACION
               END-PERFORM
               CLOSE CUSTREL-FILE
           END-IF.

       110-LEER-RELACION.
           READ CUSTREL-FILE NEXT
               AT END SET WS-CUSTREL-EOF TO TRUE
           END-READ.

       120-UNIR-CLIENTES.
           MOVE RL-CUST-A TO WS-BUSCA-CUST.
           PERFORM 150-BUSCAR-MIEMBRO.
           MOVE WS-IDX-HALLADO TO WS-IDX-A.
           MOVE RL-CUST-B TO WS-BUSCA-CUST.
           PERFORM 150-BUSCAR-MIEMBRO.
           MOVE WS-IDX-HALLADO TO WS-IDX-B.
           EVALUATE TRUE
               WHEN WS-IDX-A = ZERO AND WS-IDX-B = ZERO
                   ADD 1 TO WS-ULTIMO-HOGAR
                   MOVE WS-ULTIMO-HOGAR TO WS-HOGAR-EN-CURSO
                   MOVE RL-CUST-A TO WS-BUSCA-CUST
                   PERFORM 130-AGREGAR-MIEMBRO
                   MOVE RL-CUST-B TO WS-BUSCA-CUST
                   PERFORM 130-AGREGAR-MIEMBRO
               WHEN WS-IDX-B = ZERO
                   MOVE WS-TM-HOGAR(WS-IDX-A) TO WS-HOGAR-EN-CURSO
                   MOVE RL-CUST-B TO WS-BUSCA-CUST
                   PERFORM 130-AGREGAR-MIEMBRO
               WHEN WS-IDX-A = ZERO
                   MOVE WS-TM-HOGAR(WS-IDX-B) TO WS-HOGAR-EN-CURSO
                   MOVE RL-CUST-A TO WS-BUSCA-CUST
                   PERFORM 130-AGREGAR-MIEMBRO
               WHEN WS-TM-HOGAR(WS-IDX-A) NOT = WS-TM-HOGAR(WS-IDX-B)
                   MOVE WS-TM-HOGAR(WS-IDX-A) TO WS-HOGAR-EN-CURSO
                   MOVE WS-TM-HOGAR(WS-IDX-B) TO WS-HOGAR-VIEJO
                   PERFORM VARYING WS-IDX-MIEMBRO FROM 1 BY 1
                       UNTIL WS-IDX-MIEMBRO > WS-CONTADOR-MIEMBROS
                       IF WS-TM-HOGAR(WS-IDX-MIEMBRO) = WS-HOGAR-VIEJO
                           MOVE WS-HOGAR-EN-CURSO
                               TO WS-TM-HOGAR(WS-IDX-MIEMBRO)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       130-AGREGAR-MIEMBRO.
           IF WS-CONTADOR-MIEMBROS < WS-MAX-MIEMBROS
               ADD 1 TO WS-CONTADOR-MIEMBROS
               MOVE WS-BUSCA-CUST TO WS-TM-CUST(WS-CONTADOR-MIEMBROS)
               MOVE WS-HOGAR-EN-CURSO
                   TO WS-TM-HOGAR(WS-CONTADOR-MIEMBROS)
               MOVE ZERO TO WS-TM-RETENIDO(WS-CONTADOR-MIEMBROS)
               MOVE ZERO TO WS-TM-PARTIDAS(WS-CONTADOR-MIEMBROS)
           ELSE
               IF NOT WS-SIN-LUGAR
                   SET WS-SIN-LUGAR TO TRUE
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE WS-BUSCA-CUST TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'TABLA DE HOGARES LLENA'
                       TO WS-EL-DATO-OFENSOR(8:22)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.

       150-BUSCAR-MIEMBRO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX-MIEMBRO FROM 1 BY 1
               UNTIL WS-IDX-MIEMBRO > WS-CONTADOR-MIEMBROS
               IF WS-TM-CUST(WS-IDX-MIEMBRO) = WS-BUSCA-CUST
                   MOVE WS-IDX-MIEMBRO TO WS-IDX-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Retenidos pendientes de decision, igual que CREDEXP.
      *****************************************************************
       200-ACUMULAR-RETENIDOS.
           OPEN INPUT RETENIDOS-FILE.
           IF WS-RETENIDOS-OK
               PERFORM 210-LEER-RETENIDO
               PERFORM UNTIL WS-RETENIDOS-EOF
                   IF NH-RETENIDO
                       MOVE NH-CUST-NUMBER TO WS-BUSCA-CUST
                       PERFORM 150-BUSCAR-MIEMBRO
                       IF WS-IDX-HALLADO NOT = ZERO
                           ADD NH-IMPORTE
                               TO WS-TM-RETENIDO(WS-IDX-HALLADO)
                       END-IF
                   END-IF
                   PERFORM 210-LEER-RETENIDO
               END-PERFORM
               CLOSE RETENIDOS-FILE
           END-IF.

       210-LEER-RETENIDO.
           READ RETENIDOS-FILE
               AT END SET WS-RETENIDOS-EOF TO TRUE
           END-READ.

       300-ACUMULAR-PARTIDAS.
           OPEN INPUT TRANDAT-FILE.
           IF WS-TRANDAT-OK
               PERFORM 310-LEER-PARTIDA
               PERFORM UNTIL WS-TRANDAT-EOF
                   IF TD-ABIERTO
                       MOVE TD-CUST-NUMBER TO WS-BUSCA-CUST
                       PERFORM 150-BUSCAR-MIEMBRO
                       IF WS-IDX-HALLADO NOT = ZERO
                           ADD TD-IMPORTE
                               TO WS-TM-PARTIDAS(WS-IDX-HALLADO)
                       END-IF
                   END-IF
                   PERFORM 310-LEER-PARTIDA
               END-PERFORM
               CLOSE TRANDAT-FILE
           END-IF.

       310-LEER-PARTIDA.
           READ TRANDAT-FILE
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Un bloque por hogar: sus clientes con balance del maestro,
      *  retenido y partidas abiertas, y el total del hogar.
      *****************************************************************
       400-IMPRIMIR-HOGARES.
           OPEN INPUT CUSTMAST-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE 'EXPOSICION POR HOGAR' TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE '  CLIENTE NOMBRE       APELLIDO        BALANCE     RE
      -        'TENIDO      PARTIDAS    EXPOSICION' TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-HOGAR-EN-CURSO FROM 1 BY 1
               UNTIL WS-HOGAR-EN-CURSO > WS-ULTIMO-HOGAR
               PERFORM 410-IMPRIMIR-HOGAR
           END-PERFORM.
           CLOSE REPORTE-FILE.
           CLOSE CUSTMAST-FILE.

       410-IMPRIMIR-HOGAR.
           MOVE ZERO TO WS-MIEMBROS-HOGAR.
           MOVE ZERO TO WS-TOTAL-BALANCE.
           MOVE ZERO TO WS-TOTAL-RETENIDO.
           MOVE ZERO TO WS-TOTAL-PARTIDAS.
           MOVE ZERO TO WS-TOTAL-EXPOSICION.
           PERFORM VARYING WS-IDX-MIEMBRO FROM 1 BY 1
               UNTIL WS-IDX-MIEMBRO > WS-CONTADOR-MIEMBROS
               IF WS-TM-HOGAR(WS-IDX-MIEMBRO) = WS-HOGAR-EN-CURSO
                   IF WS-MIEMBROS-HOGAR = ZERO
                       ADD 1 TO WS-CONTADOR-HOGARES
                       MOVE WS-HOGAR-EN-CURSO TO WS-LH-HOGAR
                       MOVE SPACES TO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                       WRITE REPORTE-LINEA FROM WS-LINEA-HOGAR
                   END-IF
                   ADD 1 TO WS-MIEMBROS-HOGAR
                   PERFORM 420-IMPRIMIR-MIEMBRO
               END-IF
           END-PERFORM.
           IF WS-MIEMBROS-HOGAR NOT = ZERO
               MOVE SPACES TO WS-LD-CUST
               MOVE 'TOTAL HOGAR' TO WS-LD-NOMBRE
               MOVE SPACES TO WS-LD-APELLIDO
               MOVE WS-TOTAL-BALANCE TO WS-LD-BALANCE
               MOVE WS-TOTAL-RETENIDO TO WS-LD-RETENIDO
               MOVE WS-TOTAL-PARTIDAS TO WS-LD-PARTIDAS
               MOVE WS-TOTAL-EXPOSICION TO WS-LD-EXPOSICION
               WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE
           END-IF.

       420-IMPRIMIR-MIEMBRO.
           MOVE WS-TM-CUST(WS-IDX-MIEMBRO) TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BALANCE-MIEMBRO
                   MOVE '(NO ESTA EN' TO WS-LD-NOMBRE
                   MOVE 'MAESTRO)' TO WS-LD-APELLIDO
               NOT INVALID KEY
                   MOVE CM-BALANCE TO WS-BALANCE-MIEMBRO
                   MOVE CM-NOMBRE TO WS-LD-NOMBRE
                   MOVE CM-APELLIDO TO WS-LD-APELLIDO
           END-READ.
           COMPUTE WS-EXPOSICION-MIEMBRO = WS-BALANCE-MIEMBRO
               + WS-TM-RETENIDO(WS-IDX-MIEMBRO)
               + WS-TM-PARTIDAS(WS-IDX-MIEMBRO).
           ADD WS-BALANCE-MIEMBRO TO WS-TOTAL-BALANCE.
           ADD WS-TM-RETENIDO(WS-IDX-MIEMBRO) TO WS-TOTAL-RETENIDO.
           ADD WS-TM-PARTIDAS(WS-IDX-MIEMBRO) TO WS-TOTAL-PARTIDAS.
           ADD WS-EXPOSICION-MIEMBRO TO WS-TOTAL-EXPOSICION.
           MOVE WS-TM-CUST(WS-IDX-MIEMBRO) TO WS-LD-CUST.
           MOVE WS-BALANCE-MIEMBRO TO WS-LD-BALANCE.
           MOVE WS-TM-RETENIDO(WS-IDX-MIEMBRO) TO WS-LD-RETENIDO.
           MOVE WS-TM-PARTIDAS(WS-IDX-MIEMBRO) TO WS-LD-PARTIDAS.
           MOVE WS-EXPOSICION-MIEMBRO TO WS-LD-EXPOSICION.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
       END PROGRAM HOGAREXP.
