      *  acumulo ahi un saldo que nadie explicaba.  Este paso:
      *    - junta todos los asientos a la cuenta puente de los
      *      lotes NEGGL, ACCRGL y RESTAGL, mas los lotes que se
      *      sumaron despues (NEGGLP, ADJGL, CHKGL, WOFGL, REVGL,
      *      RECLGL, AGCGL); un lote cuyo DD no este asignado
      *      simplemente se salta;
      *    - casa los asientos que se compensan (importes iguales y
      *      opuestos, el mas viejo primero);
      *    - envejece el residuo sin casar por su fecha de posteo
           SELECT WOFGL-FILE ASSIGN TO "WOFGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REVGL-FILE ASSIGN TO "REVGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RECLGL-FILE ASSIGN TO "RECLGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT AGCGL-FILE ASSIGN TO "AGCGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ABIERTO-FILE ASSIGN TO "SUSPOPEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABIERTO-STATUS.
       01  CHKGL-REGISTRO          PIC X(57).
       FD  WOFGL-FILE.
       01  WOFGL-REGISTRO          PIC X(57).
       FD  REVGL-FILE.
       01  REVGL-REGISTRO          PIC X(57).
       FD  RECLGL-FILE.
       01  RECLGL-REGISTRO         PIC X(57).
       FD  AGCGL-FILE.
       01  AGCGL-REGISTRO          PIC X(57).
      *****************************************************************
      *  Partida abierta arrastrada de cortes anteriores: fecha de
      *  posteo original, importe y lote de origen.
       01 WS-FUENTE-ACTUAL         PIC X(8).
      *****************************************************************
      *  Imagen de trabajo del registro GLFEED, para recorrer los
      *  diez lotes con el mismo codigo; mismo truco de layout
      *  espejo que CHECKPRT.
      *****************************************************************
       01 WS-GL-TRABAJO.
           PERFORM 140-JUNTAR-ADJGL.
           PERFORM 150-JUNTAR-CHKGL.
           PERFORM 160-JUNTAR-WOFGL.
           PERFORM 170-JUNTAR-REVGL.
           PERFORM 180-JUNTAR-RECLGL.
           PERFORM 190-JUNTAR-AGCGL.
           PERFORM 300-CASAR-ASIENTOS.
           PERFORM 400-ENVEJECER-RESIDUO.
           PERFORM 450-ARRASTRAR-ABIERTOS.
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       170-JUNTAR-REVGL.
           MOVE 'REVGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT REVGL-FILE.
           IF WS-GL-OK
               PERFORM 175-LEER-REVGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE REVGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-ACUMULAR-SUSPENSO
                   PERFORM 175-LEER-REVGL
               END-PERFORM
               CLOSE REVGL-FILE
           END-IF.

       175-LEER-REVGL.
           READ REVGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       180-JUNTAR-RECLGL.
           MOVE 'RECLGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT RECLGL-FILE.
           IF WS-GL-OK
               PERFORM 185-LEER-RECLGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE RECLGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-ACUMULAR-SUSPENSO
                   PERFORM 185-LEER-RECLGL
               END-PERFORM
               CLOSE RECLGL-FILE
           END-IF.

       185-LEER-RECLGL.
           READ RECLGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       190-JUNTAR-AGCGL.
           MOVE 'AGCGL' TO WS-FUENTE-ACTUAL.
           MOVE SPACES TO WS-GL-STATUS.
           OPEN INPUT AGCGL-FILE.
           IF WS-GL-OK
               PERFORM 195-LEER-AGCGL
               PERFORM UNTIL WS-GL-EOF
                   MOVE AGCGL-REGISTRO TO WS-GL-TRABAJO
                   PERFORM 200-ACUMULAR-SUSPENSO
                   PERFORM 195-LEER-AGCGL
               END-PERFORM
               CLOSE AGCGL-FILE
           END-IF.

       195-LEER-AGCGL.
           READ AGCGL-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.

       200-ACUMULAR-SUSPENSO.
           IF WG-DETALLE
              AND WG-DET-CUENTA = WS-CUENTA-SUSPENSO
