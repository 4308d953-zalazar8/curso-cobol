       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-IN-FILE.
       01  REGISTRO-IN-IMAGEN      PIC X(80).
       FD  REGISTRO-FILE.
           COPY CHKREG.
       FD  BANCO-FILE.
               88  WR-REEMITIDO    VALUE 'R'.
               88  WR-PAGADO       VALUE 'P'.
               88  WR-VENCIDO      VALUE 'S'.
               88  WR-ABANDONADO   VALUE 'A'.
           05  WR-NUMERO-REFERENCIA PIC 9(8).
           05  WR-OPERADOR-APRUEBA PIC X(4).
           05  WR-TIPO-TITULAR     PIC X(1).
           05  WR-CODIGO-TITULAR   PIC 9(6).
           05  WR-MEDIO-PAGO       PIC X(1).
               88  WR-PAGO-TRANSFERENCIA VALUE 'T'.
           05  FILLER              PIC X(4).
      *****************************************************************
      *  Estado reconstruido de cada numero del libro: el ultimo
      *  evento manda.  'O' en transito, 'V' anulado, 'P' pagado,
      *  'S' vencido, 'T' transferencia (el desembolso salio por el
      *  archivo bancario ACHSAL: nunca llega en el archivo de
      *  pagados, no esta en transito ni se vence).  El corte de
      *  JRNLCUT manda a generaciones los numeros ya saldados fuera
      *  de retencion, asi que el libro
      *  vivo trae en la practica los en transito mas lo reciente;
      *  20000 numeros cubren eso con mucha holgura.  Si aun asi el
      *  libro trajera mas, el exceso queda en ERRLOG y esos numeros
                           TO WS-TC-BENEFICIARIO(WS-IDX-HALLADO)
                       MOVE WR-IMPORTE
                           TO WS-TC-IMPORTE(WS-IDX-HALLADO)
                       IF WR-PAGO-TRANSFERENCIA
                           MOVE 'T' TO WS-TC-ESTADO(WS-IDX-HALLADO)
                       ELSE
                           MOVE 'O' TO WS-TC-ESTADO(WS-IDX-HALLADO)
                       END-IF
                   WHEN OTHER
                       MOVE WR-EVENTO
                           TO WS-TC-ESTADO(WS-IDX-HALLADO)
