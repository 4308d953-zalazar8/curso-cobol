       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMREV.
      *****************************************************************
      *  Revision en linea de las propuestas de limite de credito que
      *  RISKSCR deja en LIMPROP (LIMPROP.CPY), hermana de HOLDREL:
      *  un operador del escritorio de credito con autoridad de
      *  limite en OPERSEC (funcion 'K' de OPERAUTH) revisa cada
      *  propuesta pendiente y decide:
      *    A - aprobar: el limite propuesto entra en ese momento a
      *        CM-LIMITE-CREDITO, con su asiento en CMJRNL, y la
      *        propuesta queda 'A' con operador y fecha;
      *    R - rechazar: queda 'R' con operador y fecha, el maestro
      *        no se toca;
      *    S - saltar: sigue pendiente para otra sesion.
      *  Si el limite del maestro ya no es el que tenia al proponer
      *  (alguien lo cambio entre tanto), la propuesta no se aplica
      *  encima: queda pendiente y el caso va a ERRLOG.
      *  Las propuestas actualizadas salen por LIMPROPO, que
      *  reemplaza a LIMPROP al cerrar bien la sesion.
      *  El operador es el de la sesion (SESMENU): bajo el menu
      *  MENUOPER no se vuelve a pedir, y fuera de el se pide una vez
      *  contra OPERSEC.  El cliente de la propuesta en pantalla pasa
      *  a ser el cliente en curso; vencida la sesion, las propuestas
      *  que faltan quedan pendientes.  Cada cliente mostrado, y cada
      *  limite aplicado, queda en la bitacora de accesos (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPUESTAS-FILE ASSIGN TO "LIMPROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPUESTAS-STATUS.
           SELECT PROPUESTAS-SAL-FILE ASSIGN TO "LIMPROPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPUESTAS-SAL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPUESTAS-FILE.
           COPY LIMPROP.
       FD  PROPUESTAS-SAL-FILE.
       01  PROPUESTAS-SAL-REGISTRO PIC X(64).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       WORKING-STORAGE SECTION.
       01 WS-PROPUESTAS-STATUS     PIC X(2).
           88 WS-PROPUESTAS-OK     VALUE '00'.
           88 WS-PROPUESTAS-EOF    VALUE '10'.
       01 WS-PROPUESTAS-SAL-STATUS PIC X(2).
           88 WS-PROPUESTAS-SAL-OK VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-NOT-FOUND VALUE '23'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'LIMREV'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-OPERADOR              PIC X(4) VALUE SPACES.
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'K'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-DECISION              PIC X(1).
           88 WS-DECISION-APROBAR  VALUE 'A'.
           88 WS-DECISION-RECHAZAR VALUE 'R'.
           88 WS-DECISION-SALTAR   VALUE 'S'.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-ACCION-TEXTO          PIC X(9).
       01 WS-LIMITE-EDIT           PIC -Z(6)9.999.
       01 WS-PROPUESTO-EDIT        PIC -Z(6)9.999.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-CONTADOR-LEIDOS       PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-APROBADOS    PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-SALTADOS     PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-DESFASADOS   PIC 9(5) VALUE ZERO.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'LIMREV'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'C'.
       01 WS-ESTADO-SESION         PIC X(1) VALUE 'N'.
           88 WS-SESION-VENCIDA    VALUE 'S'.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SE-OPERADOR TO WS-OPERADOR.
      *  Mover un limite de credito exige autoridad de limite en
      *  OPERSEC; sin maestro de seguridad (retorno 04) se deja
      *  pasar como en las demas transacciones.
           CALL 'OPERAUTH' USING WS-OPERADOR WS-FUNCION-AUTORIZAR
               WS-AUTORIZADO WS-RETORNO-OPERAUTH.
           IF WS-RETORNO-OPERAUTH = 04
               SET WS-AUTORIZADO-SI TO TRUE
           END-IF.
           IF NOT WS-AUTORIZADO-SI
               DISPLAY 'OPERADOR SIN AUTORIDAD DE LIMITE DE CREDITO '
                   '(RETORNO ' WS-RETORNO-OPERAUTH ')'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-PROPUESTA.
           PERFORM UNTIL WS-PROPUESTAS-EOF
               ADD 1 TO WS-CONTADOR-LEIDOS
               PERFORM 300-REVISAR-PROPUESTA
               PERFORM 200-LEER-PROPUESTA
           END-PERFORM.
           PERFORM 500-IMPRIMIR-RESUMEN.
           PERFORM 600-CERRAR-ARCHIVOS.
           GOBACK.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT PROPUESTAS-FILE.
           IF NOT WS-PROPUESTAS-OK
               DISPLAY 'NO SE PUDO ABRIR LIMPROP, ESTADO: '
                   WS-PROPUESTAS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               CLOSE PROPUESTAS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PROPUESTAS-SAL-FILE.

       200-LEER-PROPUESTA.
           READ PROPUESTAS-FILE
               AT END SET WS-PROPUESTAS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Lo ya decidido en otra sesion pasa tal cual; lo pendiente
      *  se muestra con el limite vigente y el propuesto.  Vencida
      *  la sesion, lo pendiente pasa tal cual para otra sesion.
      *****************************************************************
       300-REVISAR-PROPUESTA.
           IF LP-PENDIENTE AND NOT WS-SESION-VENCIDA
               PERFORM 310-FIJAR-CLIENTE
           END-IF.
           IF NOT LP-PENDIENTE OR WS-SESION-VENCIDA
               WRITE PROPUESTAS-SAL-REGISTRO FROM LIMPROP-REGISTRO
           ELSE
               MOVE 'C' TO WS-AL-ACCION
               CALL 'ACCESLOG' USING WS-AL-PROGRAMA LP-CUST-NUMBER
                   WS-AL-ACCION
               EVALUATE TRUE
                   WHEN LP-AUMENTO
                       MOVE 'AUMENTO' TO WS-ACCION-TEXTO
                   WHEN LP-REDUCCION
                       MOVE 'REDUCCION' TO WS-ACCION-TEXTO
                   WHEN OTHER
                       MOVE 'CONGELAR' TO WS-ACCION-TEXTO
               END-EVALUATE
               MOVE LP-LIMITE-ACTUAL TO WS-LIMITE-EDIT
               MOVE LP-LIMITE-PROPUESTO TO WS-PROPUESTO-EDIT
               DISPLAY 'PROPUESTA: CLIENTE ' LP-CUST-NUMBER
                   ' GRADO ' LP-GRADO ' PUNTAJE ' LP-PUNTAJE
                   ' USO ' LP-UTILIZACION '%'
               DISPLAY '  ' WS-ACCION-TEXTO
                   ' LIMITE ' WS-LIMITE-EDIT
                   ' A ' WS-PROPUESTO-EDIT
               DISPLAY 'DECISION: A APROBAR, R RECHAZAR, S SALTAR'
               ACCEPT WS-DECISION
               EVALUATE TRUE
                   WHEN WS-DECISION-APROBAR
                       PERFORM 400-APLICAR-LIMITE
                   WHEN WS-DECISION-RECHAZAR
                       ADD 1 TO WS-CONTADOR-RECHAZADOS
                       SET LP-RECHAZADA TO TRUE
                       MOVE WS-OPERADOR TO LP-OPERADOR
                       MOVE WS-FECHA-HOY TO LP-FECHA-DECISION
                   WHEN OTHER
                       ADD 1 TO WS-CONTADOR-SALTADOS
               END-EVALUATE
               WRITE PROPUESTAS-SAL-REGISTRO FROM LIMPROP-REGISTRO
           END-IF.

       310-FIJAR-CLIENTE.
           MOVE 'F' TO WS-SE-FUNCION.
           MOVE LP-CUST-NUMBER TO WS-SE-CLIENTE.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF WS-SE-RETORNO = 12
               SET WS-SESION-VENCIDA TO TRUE
               DISPLAY 'SESION VENCIDA, LAS PROPUESTAS QUE FALTAN '
                   'QUEDAN PENDIENTES'
           END-IF.

      *****************************************************************
      *  La aprobada entra al maestro en la misma transaccion; si el
      *  cliente no esta o su limite ya cambio, la propuesta sigue
      *  pendiente.
      *****************************************************************
       400-APLICAR-LIMITE.
           MOVE LP-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-DESFASADOS
                   MOVE LP-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'PROPUESTA SIN CLIENTE EN CUSTMAST'
                       TO WS-EL-DATO-OFENSOR(8:33)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   DISPLAY 'CLIENTE NO EXISTE, QUEDA PENDIENTE'
               NOT INVALID KEY
                   IF CM-LIMITE-CREDITO NOT = LP-LIMITE-ACTUAL
                       ADD 1 TO WS-CONTADOR-DESFASADOS
                       MOVE LP-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                       MOVE 'LIMITE CAMBIO DESDE LA PROPUESTA'
                           TO WS-EL-DATO-OFENSOR(8:32)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                       DISPLAY 'EL LIMITE YA CAMBIO, QUEDA PENDIENTE'
                   ELSE
                       PERFORM 410-REESCRIBIR-CLIENTE
                   END-IF
           END-READ.

       410-REESCRIBIR-CLIENTE.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           MOVE LP-LIMITE-PROPUESTO TO CM-LIMITE-CREDITO.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR CUSTMAST, ESTADO: '
                       WS-CUSTMAST-STATUS
                   MOVE LP-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL ACTUALIZAR LIMITE'
                       TO WS-EL-DATO-OFENSOR(8:26)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-APROBADOS
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
                   MOVE 'M' TO WS-AL-ACCION
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA LP-CUST-NUMBER
                       WS-AL-ACCION
                   SET LP-APROBADA TO TRUE
                   MOVE WS-OPERADOR TO LP-OPERADOR
                   MOVE WS-FECHA-HOY TO LP-FECHA-DECISION
           END-REWRITE.

       500-IMPRIMIR-RESUMEN.
           DISPLAY 'REVISION DE LIMITES DE CREDITO'.
           DISPLAY 'PROPUESTAS LEIDAS   : ' WS-CONTADOR-LEIDOS.
           DISPLAY 'APROBADAS APLICADAS : ' WS-CONTADOR-APROBADOS.
           DISPLAY 'RECHAZADAS          : ' WS-CONTADOR-RECHAZADOS.
           DISPLAY 'SALTADAS            : ' WS-CONTADOR-SALTADOS.
           DISPLAY 'NO APLICABLES       : ' WS-CONTADOR-DESFASADOS.

       600-CERRAR-ARCHIVOS.
           CLOSE PROPUESTAS-FILE.
           CLOSE PROPUESTAS-SAL-FILE.
           CLOSE CUSTMAST-FILE.
       END PROGRAM LIMREV.
