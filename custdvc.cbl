       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDVC.
      *****************************************************************
      *  Conversion unica al numero de cliente con digito verificador:
      *  recorre el maestro completo y a cada cliente le asigna en
      *  CM-DIGITO-VERIFICADOR el digito que calcula CUSTDV (con
      *  diario CMJRNL del cambio), y carga la referencia cruzada
      *  CUSTDVX con todos los clientes existentes, para las entradas
      *  que todavia llegan con el numero de seis digitos.  Un cliente
      *  que ya traia su digito correcto no se reescribe.  Corre una
      *  sola vez, antes del primer alta con digito: repetida despues
      *  cargaria en la referencia a clientes que nunca circularon
      *  sin digito.
      *  Tarjeta de SYSIN: fecha limite (AAAAMMDD) hasta la que se
      *  acepta el formato anterior; en blanco o cero sin limite.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT XREF-FILE ASSIGN TO "CUSTDVX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DX-CUST-NUMBER
               FILE STATUS IS WS-XREF-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  XREF-FILE.
           COPY CUSTDVX.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-XREF-STATUS           PIC X(2).
           88 WS-XREF-OK           VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CUSTDVC'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-FECHA-LIMITE-ENTRADA  PIC X(8).
       01 WS-FECHA-LIMITE          PIC 9(8) VALUE ZERO.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-DIGITO-ANTERIOR       PIC X(1).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-CONTADOR-LEIDOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ASIGNADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CORREGIDOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REFERENCIAS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ERRORES      PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-LEER-PARAMETRO.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-CLIENTE.
           PERFORM UNTIL WS-CUSTMAST-EOF
               ADD 1 TO WS-CONTADOR-LEIDOS
               PERFORM 300-CONVERTIR-CLIENTE
               PERFORM 200-LEER-CLIENTE
           END-PERFORM.
           PERFORM 600-CERRAR-ARCHIVOS.
           DISPLAY 'CONVERSION A DIGITO VERIFICADOR'.
           DISPLAY 'CLIENTES LEIDOS        : ' WS-CONTADOR-LEIDOS.
           DISPLAY 'DIGITOS ASIGNADOS      : ' WS-CONTADOR-ASIGNADOS.
           DISPLAY 'DIGITOS CORREGIDOS     : ' WS-CONTADOR-CORREGIDOS.
           DISPLAY 'REFERENCIAS CARGADAS   : '
               WS-CONTADOR-REFERENCIAS.
           DISPLAY 'ERRORES (ERRLOG)       : ' WS-CONTADOR-ERRORES.
           DISPLAY 'FORMATO ANTERIOR HASTA : ' WS-FECHA-LIMITE.
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

       060-LEER-PARAMETRO.
           MOVE SPACES TO WS-FECHA-LIMITE-ENTRADA.
           ACCEPT WS-FECHA-LIMITE-ENTRADA.
           IF WS-FECHA-LIMITE-ENTRADA IS NUMERIC
               MOVE WS-FECHA-LIMITE-ENTRADA TO WS-FECHA-LIMITE
           ELSE
               MOVE ZERO TO WS-FECHA-LIMITE
           END-IF.

       100-ABRIR-ARCHIVOS.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT XREF-FILE.
           IF NOT WS-XREF-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTDVX, ESTADO: '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

       300-CONVERTIR-CLIENTE.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE CM-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           IF CM-DIGITO-VERIFICADOR NOT = WS-DV-DIGITO
               PERFORM 350-ASIGNAR-DIGITO
           END-IF.
           PERFORM 400-GRABAR-REFERENCIA.

       350-ASIGNAR-DIGITO.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           MOVE CM-DIGITO-VERIFICADOR TO WS-DIGITO-ANTERIOR.
           MOVE WS-DV-DIGITO TO CM-DIGITO-VERIFICADOR.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-ERRORES
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE CM-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL ASIGNAR DIGITO'
                       TO WS-EL-DATO-OFENSOR(8:23)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   IF WS-DIGITO-ANTERIOR = SPACE
                       ADD 1 TO WS-CONTADOR-ASIGNADOS
                   ELSE
                       ADD 1 TO WS-CONTADOR-CORREGIDOS
                   END-IF
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
           END-REWRITE.

       400-GRABAR-REFERENCIA.
           MOVE SPACES TO CUSTDVX-REGISTRO.
           MOVE CM-CUST-NUMBER TO DX-CUST-NUMBER.
           MOVE WS-DV-DIGITO TO DX-DIGITO.
           MOVE WS-FECHA-PROCESO TO DX-FECHA-CONVERSION.
           MOVE WS-FECHA-LIMITE TO DX-FECHA-LIMITE.
           WRITE CUSTDVX-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-ERRORES
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE CM-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL GRABAR REFERENCIA'
                       TO WS-EL-DATO-OFENSOR(8:26)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-REFERENCIAS
           END-WRITE.

       600-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE XREF-FILE.
       END PROGRAM CUSTDVC.
