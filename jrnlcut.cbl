      *  El libro de cheques lleva una regla extra: los eventos de
      *  un numero cuyo ultimo estado sigue EN TRANSITO jamas se
      *  cortan, sin importar su edad, porque BANKRECN y CHECKPRT
      *  reconstruyen el estado vigente desde el libro vivo.  Lo
      *  mismo vale para el vencido que aun no se remitio como bien
      *  no reclamado: CHKABAN lo busca en el libro vivo.  Solo los
      *  numeros ya saldados (anulados, pagados o remitidos) salen
      *  a la generacion al vencer la retencion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  REGISTRO-FILE.
           COPY CHKREG.
       FD  REGISTRO-RET-FILE.
       01  REGISTRO-RET-REGISTRO   PIC X(80).
       FD  REGISTRO-GEN-FILE.
       01  REGISTRO-GEN-REGISTRO   PIC X(80).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  Estado vigente por numero de cheque, reconstruido en la
      *  primera pasada del libro (emision o reemision lo ponen en
      *  transito 'O'; anulacion, pago o remesa de no reclamados lo
      *  saldan), mismo recorrido que BANKRECN.  El vencido 'S'
      *  sigue abierto hasta que CHKABAN lo remite.  Un numero que
      *  no cupo en la tabla se trata como en transito: se
      *  conserva, nunca se pierde.
      *****************************************************************
       01 WS-TABLA-NUMEROS.
           05  WS-NUMERO-ENTRADA   OCCURS 20000 TIMES.
               10  WS-TN-NUMERO    PIC 9(8).
               10  WS-TN-ESTADO    PIC X(1).
                   88  WS-TN-EN-TRANSITO VALUE 'O' 'S'.
       01 WS-CONTADOR-NUMEROS      PIC 9(5) VALUE ZERO.
       01 WS-IDX-NUMERO            PIC 9(5).
       01 WS-IDX-NUM-HALLADO       PIC 9(5).
