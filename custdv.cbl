       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDV.
      *****************************************************************
      *  Rutina invocable del digito verificador del numero de
      *  cliente.  El numero externo del cliente son siete posiciones:
      *  los seis digitos de CM-CUST-NUMBER y el digito verificador,
      *  calculado en modulo 10 (de derecha a izquierda los digitos
      *  se pesan 2, 1, 2, 1...; un producto de dos cifras suma sus
      *  cifras; el digito es lo que le falta a la suma para la
      *  decena siguiente).  Atrapa todo digito mal tecleado y casi
      *  toda transposicion de digitos vecinos.
      *    'C' calcular:  de LK-CUST-NUMBER devuelve LK-DIGITO y el
      *                   numero externo completo;
      *    'V' verificar: del numero externo recibido devuelve
      *                   LK-CUST-NUMBER y el resultado:
      *                   00 digito correcto;
      *                   04 numero en formato anterior (seis
      *                      digitos y la septima posicion en blanco)
      *                      aceptado por la referencia cruzada
      *                      CUSTDVX;
      *                   08 formato anterior que CUSTDVX no acepta
      *                      (cliente posterior a la conversion,
      *                      fecha limite vencida o referencia no
      *                      disponible);
      *                   12 digito verificador que no corresponde;
      *                   16 numero no numerico o en cero.
      *  CUSTDVX se abre en la primera consulta y queda abierta para
      *  el resto del paso; sin el DD asignado ningun numero en
      *  formato anterior se acepta.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "CUSTDVX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DX-CUST-NUMBER
               FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
           COPY CUSTDVX.
       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS           PIC X(2).
           88 WS-XREF-OK           VALUE '00'.
       01 WS-ESTADO-XREF           PIC X(1) VALUE 'N'.
           88 WS-XREF-SIN-ABRIR    VALUE 'N'.
           88 WS-XREF-ABIERTO      VALUE 'A'.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-NUMERO-CALCULO        PIC 9(6).
       01 WS-NUMERO-POSICIONES REDEFINES WS-NUMERO-CALCULO.
           05  WS-NP-DIGITO        PIC 9(1) OCCURS 6 TIMES.
       01 WS-IDX-POSICION          PIC 9(1).
       01 WS-PRODUCTO-POSICION     PIC 9(2).
       01 WS-SUMA-POSICIONES       PIC 9(3).
       01 WS-COCIENTE              PIC 9(3).
       01 WS-RESTO                 PIC 9(1).
       01 WS-DIGITO-CALCULADO      PIC 9(1).
       LINKAGE SECTION.
       01 LK-FUNCION               PIC X(1).
           88 LK-CALCULAR          VALUE 'C'.
           88 LK-VERIFICAR         VALUE 'V'.
       01 LK-NUMERO-EXTERNO.
           05  LK-NE-NUMERO        PIC X(6).
           05  LK-NE-DIGITO        PIC X(1).
       01 LK-CUST-NUMBER           PIC 9(6).
       01 LK-DIGITO                PIC X(1).
       01 LK-RETORNO               PIC 9(2).
       PROCEDURE DIVISION USING LK-FUNCION LK-NUMERO-EXTERNO
               LK-CUST-NUMBER LK-DIGITO LK-RETORNO.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE ZERO TO LK-RETORNO.
           EVALUATE TRUE
               WHEN LK-CALCULAR
                   PERFORM 100-CALCULAR
               WHEN LK-VERIFICAR
                   PERFORM 200-VERIFICAR
               WHEN OTHER
                   MOVE 99 TO LK-RETORNO
           END-EVALUATE.
           GOBACK.

       100-CALCULAR.
           MOVE LK-CUST-NUMBER TO WS-NUMERO-CALCULO.
           PERFORM 300-DIGITO-MODULO-10.
           MOVE WS-DIGITO-CALCULADO TO LK-DIGITO.
           MOVE LK-CUST-NUMBER TO LK-NE-NUMERO.
           MOVE LK-DIGITO TO LK-NE-DIGITO.

       200-VERIFICAR.
           MOVE ZERO TO LK-CUST-NUMBER.
           MOVE SPACE TO LK-DIGITO.
           IF LK-NE-NUMERO IS NOT NUMERIC
              OR LK-NE-NUMERO = ZERO
               MOVE 16 TO LK-RETORNO
           ELSE
               MOVE LK-NE-NUMERO TO LK-CUST-NUMBER
               MOVE LK-NE-NUMERO TO WS-NUMERO-CALCULO
               PERFORM 300-DIGITO-MODULO-10
               MOVE WS-DIGITO-CALCULADO TO LK-DIGITO
               EVALUATE TRUE
                   WHEN LK-NE-DIGITO = SPACE
                       PERFORM 400-CONSULTAR-REFERENCIA
                   WHEN LK-NE-DIGITO IS NOT NUMERIC
                       MOVE 16 TO LK-RETORNO
                   WHEN LK-NE-DIGITO NOT = LK-DIGITO
                       MOVE 12 TO LK-RETORNO
                   WHEN OTHER
                       MOVE ZERO TO LK-RETORNO
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  Las posiciones pares (2, 4 y 6, la de la derecha) pesan 2.
      *****************************************************************
       300-DIGITO-MODULO-10.
           MOVE ZERO TO WS-SUMA-POSICIONES.
           PERFORM VARYING WS-IDX-POSICION FROM 1 BY 1
               UNTIL WS-IDX-POSICION > 6
               DIVIDE WS-IDX-POSICION BY 2 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   COMPUTE WS-PRODUCTO-POSICION =
                       WS-NP-DIGITO(WS-IDX-POSICION) * 2
                   IF WS-PRODUCTO-POSICION > 9
                       SUBTRACT 9 FROM WS-PRODUCTO-POSICION
                   END-IF
               ELSE
                   MOVE WS-NP-DIGITO(WS-IDX-POSICION)
                       TO WS-PRODUCTO-POSICION
               END-IF
               ADD WS-PRODUCTO-POSICION TO WS-SUMA-POSICIONES
           END-PERFORM.
           DIVIDE WS-SUMA-POSICIONES BY 10 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               MOVE ZERO TO WS-DIGITO-CALCULADO
           ELSE
               COMPUTE WS-DIGITO-CALCULADO = 10 - WS-RESTO
           END-IF.

       400-CONSULTAR-REFERENCIA.
           MOVE 8 TO LK-RETORNO.
           IF WS-XREF-SIN-ABRIR
               OPEN INPUT XREF-FILE
               IF WS-XREF-OK
                   SET WS-XREF-ABIERTO TO TRUE
               ELSE
                   MOVE 'X' TO WS-ESTADO-XREF
               END-IF
           END-IF.
           IF WS-XREF-ABIERTO
               MOVE LK-CUST-NUMBER TO DX-CUST-NUMBER
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                       IF DX-FECHA-LIMITE = ZERO
                          OR WS-FECHA-HOY NOT > DX-FECHA-LIMITE
                           MOVE 4 TO LK-RETORNO
                       END-IF
               END-READ
           END-IF.
       END PROGRAM CUSTDV.
