       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANIDX.
      *****************************************************************
      *  Conversion unica de TRANDAT secuencial al archivo indexado
      *  por cliente y descripcion (TD-CLAVE): lee el archivo viejo,
      *  con la descripcion al frente y el cliente al final, arma cada
      *  partida en el orden nuevo de TRANDAT.CPY y la graba por
      *  clave en el cluster recien definido.  El archivo viejo no
      *  viene ordenado, por eso la carga es de acceso directo.
      *  Dos partidas del mismo cliente con la misma descripcion no
      *  caben en el archivo indexado: queda la abierta (si una de las
      *  dos lo esta, la cerrada o castigada cede su lugar) y la otra
      *  sale a TRANRECH, en el formato viejo, y a ERRLOG para que
      *  cobranza la corrija a mano.  Con rechazos el paso termina
      *  con codigo 4.  Corre una sola vez, antes del primer paso que
      *  abre TRANDAT como indexado.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEJO-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIEJO-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "TRANRECH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *  Formato anterior de la partida (62 posiciones).
       FD  VIEJO-FILE.
       01  VIEJO-REGISTRO.
           05  TV-DESC-TEXTO           PIC X(30).
           05  TV-FECHA-EFECTIVA       PIC 9(8).
           05  TV-FECHA-EXPIRA         PIC 9(8).
           05  TV-IMPORTE              PIC S9(7)V99.
           05  TV-ESTADO               PIC X(1).
           05  TV-CUST-NUMBER          PIC 9(6).
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  RECHAZOS-FILE.
       01  RECHAZOS-REGISTRO           PIC X(62).
       WORKING-STORAGE SECTION.
       01 WS-VIEJO-STATUS          PIC X(2).
           88 WS-VIEJO-OK          VALUE '00'.
           88 WS-VIEJO-EOF         VALUE '10'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
       01 WS-RECHAZOS-STATUS       PIC X(2).
           88 WS-RECHAZOS-OK       VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'TRANIDX'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-PARTIDA-NUEVA         PIC X(62).
       01 WS-PARTIDA-EXISTENTE     PIC X(62).
       01 WS-GRABADA               PIC X(1).
           88 WS-PARTIDA-GRABADA   VALUE 'S'.
       01 WS-CONTADOR-LEIDAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CARGADAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REEMPLAZADAS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADAS   PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-VIEJO.
           PERFORM UNTIL WS-VIEJO-EOF
               ADD 1 TO WS-CONTADOR-LEIDAS
               PERFORM 300-CARGAR-PARTIDA
               PERFORM 200-LEER-VIEJO
           END-PERFORM.
           PERFORM 600-CERRAR-ARCHIVOS.
           DISPLAY 'CONVERSION DE TRANDAT A INDEXADO'.
           DISPLAY 'PARTIDAS LEIDAS        : ' WS-CONTADOR-LEIDAS.
           DISPLAY 'PARTIDAS CARGADAS      : ' WS-CONTADOR-CARGADAS.
           DISPLAY 'CERRADAS REEMPLAZADAS  : '
               WS-CONTADOR-REEMPLAZADAS.
           DISPLAY 'RECHAZADAS (TRANRECH)  : ' WS-CONTADOR-RECHAZADAS.
           IF WS-CONTADOR-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT VIEJO-FILE.
           IF NOT WS-VIEJO-OK
               DISPLAY 'NO SE PUDO ABRIR TRANSEQ, ESTADO: '
                   WS-VIEJO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               DISPLAY 'NO SE PUDO ABRIR TRANDAT, ESTADO: '
                   WS-TRANDAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.
           IF NOT WS-RECHAZOS-OK
               DISPLAY 'NO SE PUDO ABRIR TRANRECH, ESTADO: '
                   WS-RECHAZOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-LEER-VIEJO.
           READ VIEJO-FILE
               AT END SET WS-VIEJO-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Arma la partida en el orden nuevo y la graba por clave.  Con
      *  la clave ya cargada se decide cual de las dos queda.
      *****************************************************************
       300-CARGAR-PARTIDA.
           MOVE TV-CUST-NUMBER TO TD-CUST-NUMBER.
           MOVE TV-DESC-TEXTO TO TD-DESC-TEXTO.
           MOVE TV-FECHA-EFECTIVA TO TD-FECHA-EFECTIVA-N.
           MOVE TV-FECHA-EXPIRA TO TD-FECHA-EXPIRA-N.
           MOVE TV-IMPORTE TO TD-IMPORTE.
           MOVE TV-ESTADO TO TD-ESTADO.
           MOVE TRANDAT-RECORD TO WS-PARTIDA-NUEVA.
           MOVE 'S' TO WS-GRABADA.
           WRITE TRANDAT-RECORD
               INVALID KEY MOVE 'N' TO WS-GRABADA
           END-WRITE.
           IF WS-PARTIDA-GRABADA
               ADD 1 TO WS-CONTADOR-CARGADAS
           ELSE
               PERFORM 350-RESOLVER-DUPLICADA
           END-IF.

       350-RESOLVER-DUPLICADA.
           READ TRANDAT-FILE
               INVALID KEY CONTINUE
           END-READ.
           MOVE TRANDAT-RECORD TO WS-PARTIDA-EXISTENTE.
           IF NOT TD-ABIERTO AND TV-ESTADO = 'A'
               MOVE WS-PARTIDA-NUEVA TO TRANDAT-RECORD
               REWRITE TRANDAT-RECORD
                   INVALID KEY
                       MOVE SPACES TO WS-EL-DATO-OFENSOR
                       MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                       MOVE 'REWRITE DE PARTIDA FALLIDO'
                           TO WS-EL-DATO-OFENSOR(8:26)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
               END-REWRITE
               ADD 1 TO WS-CONTADOR-REEMPLAZADAS
               MOVE WS-PARTIDA-EXISTENTE TO TRANDAT-RECORD
           ELSE
               MOVE WS-PARTIDA-NUEVA TO TRANDAT-RECORD
           END-IF.
           PERFORM 400-RECHAZAR-PARTIDA.

      *****************************************************************
      *  La partida que no entra vuelve a TRANRECH en el formato
      *  viejo, tal como llego.
      *****************************************************************
       400-RECHAZAR-PARTIDA.
           ADD 1 TO WS-CONTADOR-RECHAZADAS.
           MOVE TD-DESC-TEXTO TO TV-DESC-TEXTO.
           MOVE TD-FECHA-EFECTIVA-N TO TV-FECHA-EFECTIVA.
           MOVE TD-FECHA-EXPIRA-N TO TV-FECHA-EXPIRA.
           MOVE TD-IMPORTE TO TV-IMPORTE.
           MOVE TD-ESTADO TO TV-ESTADO.
           MOVE TD-CUST-NUMBER TO TV-CUST-NUMBER.
           WRITE RECHAZOS-REGISTRO FROM VIEJO-REGISTRO.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'PARTIDA DUPLICADA A TRANRECH'
               TO WS-EL-DATO-OFENSOR(8:28).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       600-CERRAR-ARCHIVOS.
           CLOSE VIEJO-FILE.
           CLOSE TRANDAT-FILE.
           CLOSE RECHAZOS-FILE.
       END PROGRAM TRANIDX.
