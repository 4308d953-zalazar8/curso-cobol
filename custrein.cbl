      *  constancia en la bitacora de reinstalaciones (DISP=MOD).
      *  El registro queda tambien en el archivo historico; una
      *  segunda reinstalacion del mismo numero se rechaza porque la
      *  clave ya existe en el maestro.  Tampoco se reinstala un
      *  numero que CUSTANON ya anonimizo (esta en el certificado
      *  ANONCERT): su registro archivado ya no tiene identidad.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT REINLOG-FILE ASSIGN TO "REINLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REINLOG-STATUS.
           SELECT CERTIFICADO-FILE ASSIGN TO "ANONCERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERTIFICADO-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
           COPY CUSTMAST.
       FD  REINLOG-FILE.
       01  REINLOG-LINEA               PIC X(60).
       FD  CERTIFICADO-FILE.
           COPY ANONCERT.
       WORKING-STORAGE SECTION.
       01 WS-ARCHIVO-STATUS        PIC X(2).
           88 WS-ARCHIVO-OK        VALUE '00'.
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-REINLOG-STATUS        PIC X(2).
           88 WS-REINLOG-OK        VALUE '00'.
       01 WS-CERTIFICADO-STATUS    PIC X(2).
           88 WS-CERTIFICADO-OK    VALUE '00'.
           88 WS-CERTIFICADO-EOF   VALUE '10'.
       01 WS-ANONIMIZADO           PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-ANONIMIZADO VALUE 'S'.
       01 WS-OPCION                PIC X(1).
           88 WS-OPCION-CONSULTA   VALUE 'C'.
           88 WS-OPCION-REINSTALAR VALUE 'R'.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-REGISTRO-DESPUES      PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-LINEA-REINLOG.
           05  WS-RL-FECHA         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           DISPLAY 'BUSCAR POR: N NUMERO, D DOCUMENTO'.
           ACCEPT WS-TIPO-BUSQUEDA.
           IF WS-BUSCA-NUMERO
               DISPLAY 'INTRODUCE EL NUMERO DE CLIENTE CON SU DIGITO'
               MOVE SPACES TO WS-DV-NUMERO-EXTERNO
               ACCEPT WS-DV-NUMERO-EXTERNO
               PERFORM 205-VERIFICAR-NUMERO
               MOVE WS-DV-CUST-NUMBER TO WS-CUST-BUSCADO
           ELSE
               DISPLAY 'INTRODUCE EL DOCUMENTO DE IDENTIDAD'
               ACCEPT WS-DOC-BUSCADO
               CLOSE ARCHIVO-FILE
           END-IF.

      *****************************************************************
      *  El cliente se teclea con su digito verificador; el numero
      *  sin digito o con un digito que no cuadra queda en cero.
      *****************************************************************
       205-VERIFICAR-NUMERO.
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

       210-LEER-ARCHIVADO.
           READ ARCHIVO-FILE
               AT END SET WS-ARCHIVO-EOF TO TRUE
           DISPLAY 'INACTIVO DESDE      : ' AR-FECHA-INACTIVO.

       400-REINSTALAR-CLIENTE.
           PERFORM 420-VERIFICAR-ANONIMIZADO.
           IF WS-CLIENTE-ANONIMIZADO
               DISPLAY 'EL CLIENTE ' AR-CUST-NUMBER
                   ' FUE ANONIMIZADO, NO SE REINSTALA'
               MOVE AR-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'REINSTALACION NEGADA, ANONIMIZADO'
                   TO WS-EL-DATO-OFENSOR(8:33)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           ELSE
               PERFORM 405-ESCRIBIR-EN-MAESTRO
           END-IF.

       405-ESCRIBIR-EN-MAESTRO.
           MOVE SPACES TO CUSTMAST-RECORD.
           MOVE AR-CUST-NUMBER TO CM-CUST-NUMBER.
           MOVE AR-ESTADO-CIVIL TO CM-ESTADO-CIVIL.
           MOVE AR-SUCURSAL TO CM-SUCURSAL.
           MOVE 'A' TO CM-INDICADOR-ACTIVO.
           MOVE ZERO TO CM-FECHA-INACTIVO.
           PERFORM 407-ASIGNAR-DIGITO.
           WRITE CUSTMAST-RECORD
               INVALID KEY
                   DISPLAY 'EL CLIENTE ' AR-CUST-NUMBER
                   PERFORM 410-REGISTRAR-REINSTALACION
           END-WRITE.

      *****************************************************************
      *  El registro se arma de cero: el digito verificador se vuelve
      *  a calcular, el mismo que el cliente tenia antes de archivarse.
      *****************************************************************
       407-ASIGNAR-DIGITO.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE CM-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           MOVE WS-DV-DIGITO TO CM-DIGITO-VERIFICADOR.

       410-REGISTRAR-REINSTALACION.
           MOVE WS-FECHA-HOY TO WS-RL-FECHA.
           MOVE AR-CUST-NUMBER TO WS-RL-CUST-NUMBER.
           MOVE 'REINSTALADO DESDE ARCHIVO' TO WS-RL-ACCION.
           WRITE REINLOG-LINEA FROM WS-LINEA-REINLOG.

      *****************************************************************
      *  El certificado de CUSTANON se recorre entero por consulta,
      *  igual que el archivo historico.
      *****************************************************************
       420-VERIFICAR-ANONIMIZADO.
           MOVE 'N' TO WS-ANONIMIZADO.
           MOVE SPACES TO WS-CERTIFICADO-STATUS.
           OPEN INPUT CERTIFICADO-FILE.
           IF WS-CERTIFICADO-OK
               PERFORM 430-LEER-CERTIFICADO
               PERFORM UNTIL WS-CERTIFICADO-EOF
                   OR WS-CLIENTE-ANONIMIZADO
                   IF AC-CUST-NUMBER = AR-CUST-NUMBER
                       SET WS-CLIENTE-ANONIMIZADO TO TRUE
                   ELSE
                       PERFORM 430-LEER-CERTIFICADO
                   END-IF
               END-PERFORM
               CLOSE CERTIFICADO-FILE
           END-IF.

       430-LEER-CERTIFICADO.
           READ CERTIFICADO-FILE
               AT END SET WS-CERTIFICADO-EOF TO TRUE
           END-READ.

       600-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE REINLOG-FILE.
