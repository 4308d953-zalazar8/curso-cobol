           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-SENTIDO               PIC X(1).
           88 WS-SENTIDO-CARGO     VALUE 'D'.
           88 WS-SENTIDO-ABONO     VALUE 'H'.
           END-IF.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM UNTIL NOT WS-SEGUIR-AJUSTANDO
               DISPLAY 'CLIENTE A AJUSTAR, NUMERO Y DIGITO (0 TERMINA)'
               MOVE SPACES TO WS-DV-NUMERO-EXTERNO
               ACCEPT WS-DV-NUMERO-EXTERNO
               IF WS-DV-NUMERO-EXTERNO = '0'
                  OR WS-DV-NUMERO-EXTERNO = ZERO
                   MOVE 'N' TO WS-CONTINUAR
               ELSE
                   PERFORM 090-VERIFICAR-NUMERO
                   MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER
                   IF WS-CUST-NUMBER NOT = ZERO
                       PERFORM 200-CAPTURAR-AJUSTE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 500-ESCRIBIR-COLA-GL.
               STOP RUN
           END-IF.

      *****************************************************************
      *  El cliente se teclea con su digito verificador; el numero
      *  sin digito o con un digito que no cuadra queda en cero.
      *****************************************************************
       090-VERIFICAR-NUMERO.
           MOVE 'V' TO WS-DV-FUNCION.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           EVALUATE WS-DV-RETORNO
               WHEN ZERO
                   CONTINUE
               WHEN 4
               WHEN 8
                   DISPLAY 'FALTA EL DIGITO VERIFICADOR DEL NUMERO'
               WHEN 12
                   DISPLAY 'DIGITO VERIFICADOR INCORRECTO, REVISE '
                       'EL NUMERO'
               WHEN OTHER
                   DISPLAY 'NUMERO DE CLIENTE NO VALIDO'
           END-EVALUATE.
           IF WS-DV-RETORNO NOT = ZERO
               MOVE ZERO TO WS-DV-CUST-NUMBER
           END-IF.

       100-ABRIR-ARCHIVOS.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
