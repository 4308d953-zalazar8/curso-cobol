               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-REGISTRO-DESPUES      PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-LINEA-VENCIDO.
           05  WS-LV-CUST-NUMBER   PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
                   MOVE SP-FN-DIA TO CM-FN-DIA
                   MOVE SP-SUCURSAL TO CM-SUCURSAL
                   SET CM-SOLTERO TO TRUE
                   PERFORM 315-ASIGNAR-DIGITO
                   WRITE CUSTMAST-RECORD
                       INVALID KEY
                           MOVE 'ERROR AL GRABAR SOLICITANTE ' TO
                   END-REWRITE
           END-READ.

      *****************************************************************
      *  Digito verificador del alta, igual que en el alta normal de
      *  VERBOS-BASICOS.
      *****************************************************************
       315-ASIGNAR-DIGITO.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE CM-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           MOVE WS-DV-DIGITO TO CM-DIGITO-VERIFICADOR.

       330-VENCER-PENDIENTE.
           ADD 1 TO WS-CONTADOR-VENCIDOS.
           MOVE SP-CUST-NUMBER TO WS-LV-CUST-NUMBER.
