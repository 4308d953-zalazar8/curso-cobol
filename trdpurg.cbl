       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRDPURG.
      *****************************************************************
      *  Depuracion mensual de TRANDAT: la partida cerrada ('C') o
      *  castigada ('W') cuya fecha de expiracion quedo mas de
      *  RC-MESES-RETENCION-PARTIDAS meses atras (24 por omision) pasa
      *  al historico de partidas TRDHIST y se borra del archivo
      *  indexado.  Las abiertas no se tocan, por viejas que sean.
      *  Cada partida se graba en TRDHIST antes de borrarla: si el
      *  paso se corta, volver a correrlo sigue desde donde quedo y
      *  a lo sumo repite en TRDHIST la ultima partida depurada.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  HISTORIA-FILE.
           COPY TRDHIST.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'TRDPURG'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO.
           05  WS-FP-ANO           PIC 9(4).
           05  WS-FP-MES           PIC 9(2).
           05  WS-FP-DIA           PIC 9(2).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO PIC 9(8).
      *****************************************************************
      *  Fecha de corte: la de proceso menos los meses de retencion;
      *  la partida que expiro antes de esa fecha se depura.
      *****************************************************************
       01 WS-MESES-RETENCION       PIC 9(3) VALUE 24.
       01 WS-MESES-CORRIDOS        PIC 9(6).
       01 WS-FECHA-CORTE.
           05  WS-FC-ANO           PIC 9(4).
           05  WS-FC-MES           PIC 9(2).
           05  WS-FC-DIA           PIC 9(2).
       01 WS-FECHA-CORTE-N REDEFINES WS-FECHA-CORTE PIC 9(8).
       01 WS-CONTADOR-LEIDAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CERRADAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CASTIGADAS   PIC 9(7) VALUE ZERO.
       01 WS-IMPORTE-DEPURADO      PIC S9(11)V99 VALUE ZERO.
       01 WS-IMPORTE-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-PARTIDA.
           PERFORM UNTIL WS-TRANDAT-EOF
               ADD 1 TO WS-CONTADOR-LEIDAS
               IF (TD-CERRADO OR TD-CASTIGADO)
                  AND TD-FECHA-EXPIRA-N < WS-FECHA-CORTE-N
                   PERFORM 300-DEPURAR-PARTIDA
               END-IF
               PERFORM 200-LEER-PARTIDA
           END-PERFORM.
           PERFORM 600-CERRAR-ARCHIVOS.
           MOVE WS-IMPORTE-DEPURADO TO WS-IMPORTE-EDIT.
           DISPLAY 'DEPURACION DE PARTIDAS DE TRANDAT'.
           DISPLAY 'EXPIRADAS ANTES DE     : ' WS-FECHA-CORTE-N.
           DISPLAY 'PARTIDAS LEIDAS        : ' WS-CONTADOR-LEIDAS.
           DISPLAY 'CERRADAS DEPURADAS     : ' WS-CONTADOR-CERRADAS.
           DISPLAY 'CASTIGADAS DEPURADAS   : ' WS-CONTADOR-CASTIGADAS.
           DISPLAY 'IMPORTE DEPURADO       : ' WS-IMPORTE-EDIT.
           STOP RUN.

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
                       IF RC-MESES-RETENCION-PARTIDAS IS NUMERIC
                          AND RC-MESES-RETENCION-PARTIDAS NOT = ZERO
                           MOVE RC-MESES-RETENCION-PARTIDAS
                               TO WS-MESES-RETENCION
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           COMPUTE WS-MESES-CORRIDOS =
               WS-FP-ANO * 12 + WS-FP-MES - 1 - WS-MESES-RETENCION.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-FC-ANO
               REMAINDER WS-FC-MES.
           ADD 1 TO WS-FC-MES.
           MOVE WS-FP-DIA TO WS-FC-DIA.

      *****************************************************************
      *  Sin TRANDAT no hay nada que depurar y sin TRDHIST no hay
      *  donde dejar lo depurado: en los dos casos el paso no sigue.
      *****************************************************************
       100-ABRIR-ARCHIVOS.
           OPEN I-O TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               DISPLAY 'NO SE PUDO ABRIR TRANDAT, ESTADO: '
                   WS-TRANDAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORIA-FILE.
           IF NOT WS-HISTORIA-OK
               DISPLAY 'NO SE PUDO ABRIR TRDHIST, ESTADO: '
                   WS-HISTORIA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO TD-CLAVE.
           START TRANDAT-FILE KEY IS NOT LESS THAN TD-CLAVE
               INVALID KEY SET WS-TRANDAT-EOF TO TRUE
           END-START.

       200-LEER-PARTIDA.
           IF NOT WS-TRANDAT-EOF
               READ TRANDAT-FILE NEXT RECORD
                   AT END SET WS-TRANDAT-EOF TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      *  La partida queda en TRDHIST antes de salir de TRANDAT.
      *****************************************************************
       300-DEPURAR-PARTIDA.
           MOVE SPACES TO TRDHIST-REGISTRO.
           MOVE TRANDAT-RECORD TO TH-PARTIDA.
           MOVE WS-FECHA-PROCESO-N TO TH-FECHA-DEPURACION.
           WRITE TRDHIST-REGISTRO.
           DELETE TRANDAT-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'BORRADO DE PARTIDA FALLIDO'
                       TO WS-EL-DATO-OFENSOR(8:26)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   IF TD-CASTIGADO
                       ADD 1 TO WS-CONTADOR-CASTIGADAS
                   ELSE
                       ADD 1 TO WS-CONTADOR-CERRADAS
                   END-IF
                   ADD TD-IMPORTE TO WS-IMPORTE-DEPURADO
           END-DELETE.

       600-CERRAR-ARCHIVOS.
           CLOSE TRANDAT-FILE.
           CLOSE HISTORIA-FILE.
       END PROGRAM TRDPURG.
