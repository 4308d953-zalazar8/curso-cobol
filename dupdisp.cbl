      *  Cada disposicion queda en el rastro de auditoria DUPAUDIT
      *  (DISP=MOD).  Las lineas de SOLICDUP sin decision se reportan
      *  y quedan para la corrida siguiente.
      *  El saldo que pasa del solicitante al sobreviviente queda en
      *  CUSTHIST como dos posteos en moneda base con la fecha de
      *  proceso (secuencia 8500000 en adelante): el credito que sale
      *  del solicitante y el debito que entra al sobreviviente, para
      *  que la prueba diaria de saldos explique ambos movimientos.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DUPLICADOS-FILE.
       01  PENDIENTES-SAL-REGISTRO PIC X(80).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  HISTORIA-FILE.
           COPY CUSTHIST.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-DUPLICADOS-STATUS     PIC X(2).
           88 WS-DUPLICADOS-OK     VALUE '00'.
           88 WS-PENDIENTES-SAL-OK VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'DUPDISP'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-REGISTRO-DESPUES      PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-LINEA-AUDITORIA.
           05  WS-LA-FECHA         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-OPERADOR      PIC X(4).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 150-CARGAR-DECISIONES.
           PERFORM 200-LEER-DUPLICADO.
           PERFORM 600-CERRAR-ARCHIVOS.
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

       100-ABRIR-ARCHIVOS.
           OPEN INPUT DUPLICADOS-FILE.
           OPEN INPUT DECISIONES-FILE.
           OPEN EXTEND AUDITORIA-FILE.
           OPEN OUTPUT PENDIENTES-SAL-FILE.
           OPEN I-O CUSTMAST-FILE.
           OPEN EXTEND HISTORIA-FILE.
           IF NOT WS-HISTORIA-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTHIST, ESTADO: '
                   WS-HISTORIA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       150-CARGAR-DECISIONES.
           PERFORM 160-LEER-DECISION.
                               WS-JR-ACCION WS-REGISTRO-ANTES
                               CUSTMAST-RECORD
                           ADD 1 TO WS-CONTADOR-FUSIONADOS
                           IF WS-BALANCE-SOLICITANTE NOT = ZERO
                               MOVE SD-CUST-EXISTENTE
                                   TO CH-CUST-NUMBER
                               MOVE WS-BALANCE-SOLICITANTE
                                   TO CH-IMPORTE
                               PERFORM 327-ESCRIBIR-HISTORIA
                           END-IF
                           PERFORM 325-ELIMINAR-SOLICITANTE
                           MOVE 'FUSIONADO' TO WS-LA-RESULTADO
                           PERFORM 390-REGISTRAR-AUDITORIA
                               CALL 'CMJRNL' USING WS-EL-PROGRAMA
                                   WS-JR-ACCION WS-REGISTRO-ANTES
                                   WS-REGISTRO-DESPUES
                               IF WS-BALANCE-SOLICITANTE NOT = ZERO
                                   MOVE SD-CUST-NUMBER
                                       TO CH-CUST-NUMBER
                                   COMPUTE CH-IMPORTE = ZERO
                                       - WS-BALANCE-SOLICITANTE
                                   PERFORM 327-ESCRIBIR-HISTORIA
                               END-IF
                       END-DELETE
               END-READ
           END-IF.

      *****************************************************************
      *  Posteo de la fusion en CUSTHIST, en moneda base como ADJPOST;
      *  el cliente y el importe ya vienen cargados.
      *****************************************************************
       327-ESCRIBIR-HISTORIA.
           MOVE WS-FECHA-PROCESO TO CH-FECHA-POSTEO.
           COMPUTE CH-SECUENCIA = 8500000 + WS-CONTADOR-FUSIONADOS.
           MOVE CH-CUST-NUMBER TO CH-CUENTA.
           MOVE 'BAS' TO CH-MONEDA.
           MOVE WS-FECHA-PROCESO TO CH-FECHA-GL.
           MOVE 1 TO CH-TASA.
           MOVE WS-FECHA-PROCESO TO CH-FECHA-VALOR.
           MOVE SPACES TO CH-LOTE.
           MOVE SPACE TO CH-TIPO-REVERSA.
           WRITE CUSTHIST-REGISTRO.

      *****************************************************************
      *  NEW: misma alta que VERBOS-BASICOS 300-DAR-DE-ALTA, forzada
      *  a pesar del documento coincidente (la clave alterna del
                       FUNCTION MOD(SD-CUST-NUMBER, 9) + 1
                   MOVE ZERO TO CM-FECHA-ULT-EXTRACTO
                   MOVE ZERO TO CM-LIMITE-CREDITO
                   MOVE ZERO TO CM-DEVOLUCIONES
                   SET CM-MORA-CORRIENTE TO TRUE
                   MOVE '01' TO CM-PRODUCTO
                   SET CM-SOLTERO TO TRUE
                   PERFORM 332-ASIGNAR-DIGITO
                   WRITE CUSTMAST-RECORD
                       INVALID KEY
                           MOVE 'ERROR AL GRABAR SOLICITANTE ' TO
                   END-REWRITE
           END-READ.

      *****************************************************************
      *  Digito verificador del alta forzada, igual que en el alta
      *  normal de VERBOS-BASICOS.
      *****************************************************************
       332-ASIGNAR-DIGITO.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE CM-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           MOVE WS-DV-DIGITO TO CM-DIGITO-VERIFICADOR.

      *****************************************************************
      *  Una disposicion que no pudo aplicarse arrastra su linea al
      *  archivo de salida, que reemplaza al de revision: la linea
           CLOSE AUDITORIA-FILE.
           CLOSE PENDIENTES-SAL-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE HISTORIA-FILE.
       END PROGRAM DUPDISP.
