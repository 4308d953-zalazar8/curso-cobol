       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHDSP.
      *****************************************************************
      *  Decisiones de cumplimiento sobre la cola de alertas de la
      *  lista de vigilancia (PROD.CUMPLIMIENTO.ALERTAS), que llenan
      *  el alta de VERBOS-BASICOS (origen 'S') y el recotejo
      *  WATCHSCR (origen 'C').  El oficial de cumplimiento codifica
      *  un archivo de decisiones (CMPDEC) con origen, numero de
      *  cliente o solicitante, veredicto y operador:
      *    LIBERA   - falso positivo.  Una solicitud liberada se da
      *               de alta con los datos que traia (misma alta que
      *               VERBOS-BASICOS 300-DAR-DE-ALTA, con su canal
      *               de entrega en CUSTMAIL); un cliente
      *               liberado no cambia;
      *    CONFIRMA - la persona es la de la lista.  La solicitud
      *               queda rechazada y nunca llega al maestro; el
      *               cliente confirmado queda en la cola y en el
      *               rastro para el seguimiento de cumplimiento
      *               (este paso no bloquea ni cierra la cuenta).
      *  La decision vale para todas las alertas pendientes de ese
      *  cliente con ese origen, y exige autoridad de cumplimiento
      *  en OPERSEC (funcion 'V'): sin ella la alerta sigue pendiente
      *  y queda en ERRLOG.  Cada decision queda en el rastro
      *  CMPAUDIT (DISP=MOD).  La cola se reescribe completa en
      *  CMPALERO, con las decididas marcadas con estado, operador y
      *  fecha (se conservan: WATCHSCR no vuelve a alertar lo ya
      *  decidido), y reemplaza a la cola al terminar bien el paso.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-FILE ASSIGN TO "CMPALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.
           SELECT DECISIONES-FILE ASSIGN TO "CMPDEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISIONES-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO "CMPAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT ALERTAS-SAL-FILE ASSIGN TO "CMPALERO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-SAL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTMAIL-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-FILE.
           COPY WATCHHIT.
       FD  DECISIONES-FILE.
       01  DECISIONES-REGISTRO.
           05  DEC-ORIGEN          PIC X(1).
           05  DEC-CUST-NUMBER     PIC 9(6).
           05  DEC-VEREDICTO       PIC X(8).
           05  DEC-OPERADOR        PIC X(4).
           05  FILLER              PIC X(1).
       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINEA         PIC X(80).
       FD  ALERTAS-SAL-FILE.
       01  ALERTAS-SAL-REGISTRO    PIC X(312).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CUSTMAIL-FILE.
           COPY CUSTMAIL.
       WORKING-STORAGE SECTION.
       01 WS-ALERTAS-STATUS        PIC X(2).
           88 WS-ALERTAS-OK        VALUE '00'.
           88 WS-ALERTAS-EOF       VALUE '10'.
       01 WS-DECISIONES-STATUS     PIC X(2).
           88 WS-DECISIONES-OK     VALUE '00'.
           88 WS-DECISIONES-EOF    VALUE '10'.
       01 WS-AUDITORIA-STATUS      PIC X(2).
           88 WS-AUDITORIA-OK      VALUE '00'.
       01 WS-ALERTAS-SAL-STATUS    PIC X(2).
           88 WS-ALERTAS-SAL-OK    VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-CUSTMAIL-STATUS       PIC X(2).
           88 WS-CUSTMAIL-OK       VALUE '00'.
       01 WS-HAY-CUSTMAIL          PIC X(1) VALUE 'N'.
           88 WS-CUSTMAIL-ABIERTO  VALUE 'S'.
       01 WS-ENTREGA               PIC X(1).
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'WATCHDSP'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Tabla de decisiones, cargada completa al inicio (mismo tope
      *  y mismo tratamiento del exceso que DUPDISP).  WS-TD-ALTA
      *  recuerda que la solicitud ya se dio de alta en esta corrida,
      *  para que sus otras alertas no repitan el alta.
      *****************************************************************
       01 WS-TABLA-DECISIONES.
           05  WS-DECISION-ENTRADA OCCURS 500 TIMES.
               10  WS-TD-ORIGEN    PIC X(1).
               10  WS-TD-CUST      PIC 9(6).
               10  WS-TD-VEREDICTO PIC X(8).
               10  WS-TD-OPERADOR  PIC X(4).
               10  WS-TD-ALTA      PIC X(1).
                   88  WS-TD-YA-DADA-DE-ALTA VALUE 'S'.
       01 WS-CONTADOR-DECISIONES   PIC 9(3) VALUE ZERO.
       01 WS-IDX-DECISION          PIC 9(3).
       01 WS-OPERADOR              PIC X(4) VALUE SPACES.
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'V'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-VEREDICTO             PIC X(8).
           88 WS-VEREDICTO-LIBERA  VALUE 'LIBERA'.
           88 WS-VEREDICTO-CONFIRMA VALUE 'CONFIRMA'.
           88 WS-SIN-VEREDICTO     VALUE SPACES.
       01 WS-ALTA-APLICADA         PIC X(1).
           88 WS-ALTA-OK           VALUE 'S'.
      *****************************************************************
      *  Solicitud original guardada en WH-SOLICITUD: mismo registro
      *  de SOLICIN que lee VERBOS-BASICOS.
      *****************************************************************
       01 WS-SOLICITUD.
           05  SOL-CUST-NUMBER      PIC 9(6).
           05  SOL-EDAD             PIC 9(3).
           05  SOL-GENERO           PIC X(1).
           05  SOL-DOCUMENTO        PIC X(11).
           05  SOL-FECHA-NACIMIENTO.
               10  SOL-FN-ANO       PIC 9(4).
               10  SOL-FN-MES       PIC 9(2).
               10  SOL-FN-DIA       PIC 9(2).
           05  SOL-SUCURSAL         PIC X(3).
           05  SOL-DIRECCION        PIC X(25).
           05  SOL-CIUDAD           PIC X(15).
           05  SOL-TELEFONO         PIC X(12).
           05  SOL-PRODUCTO         PIC X(2).
           05  SOL-NOMBRE           PIC X(12).
           05  SOL-APELLIDO         PIC X(10).
           05  SOL-CORREO           PIC X(50).
           05  SOL-ENTREGA          PIC X(1).
           05  FILLER               PIC X(1).
       01 WS-PRODUCTO              PIC X(2).
       01 WS-CONTADOR-LEIDAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-YA-DECIDIDAS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-LIBERADAS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CONFIRMADAS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ALTAS        PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-DECISION PIC 9(7) VALUE ZERO.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-LINEA-AUDITORIA.
           05  WS-LA-FECHA         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-ORIGEN        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LA-CUST-NUMBER   PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-FUENTE        PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-VEREDICTO     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-RESULTADO     PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LA-OPERADOR      PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 150-CARGAR-DECISIONES.
           PERFORM 200-LEER-ALERTA.
           PERFORM UNTIL WS-ALERTAS-EOF
               ADD 1 TO WS-CONTADOR-LEIDAS
               IF WH-PENDIENTE
                   PERFORM 300-APLICAR-DECISION
               ELSE
                   ADD 1 TO WS-CONTADOR-YA-DECIDIDAS
               END-IF
               WRITE ALERTAS-SAL-REGISTRO FROM WATCHHIT-REGISTRO
               PERFORM 200-LEER-ALERTA
           END-PERFORM.
           PERFORM 500-IMPRIMIR-RESUMEN.
           PERFORM 600-CERRAR-ARCHIVOS.
           STOP RUN.

       100-ABRIR-ARCHIVOS.
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
           OPEN INPUT ALERTAS-FILE.
           OPEN INPUT DECISIONES-FILE.
           OPEN EXTEND AUDITORIA-FILE.
           OPEN OUTPUT ALERTAS-SAL-FILE.
           OPEN I-O CUSTMAST-FILE.
           OPEN I-O CUSTMAIL-FILE.
           IF WS-CUSTMAIL-OK
               SET WS-CUSTMAIL-ABIERTO TO TRUE
           END-IF.

       150-CARGAR-DECISIONES.
           PERFORM 160-LEER-DECISION.
           PERFORM UNTIL WS-DECISIONES-EOF
               IF WS-CONTADOR-DECISIONES < 500
                   ADD 1 TO WS-CONTADOR-DECISIONES
                   MOVE DEC-ORIGEN
                       TO WS-TD-ORIGEN(WS-CONTADOR-DECISIONES)
                   MOVE DEC-CUST-NUMBER
                       TO WS-TD-CUST(WS-CONTADOR-DECISIONES)
                   MOVE DEC-VEREDICTO
                       TO WS-TD-VEREDICTO(WS-CONTADOR-DECISIONES)
                   MOVE DEC-OPERADOR
                       TO WS-TD-OPERADOR(WS-CONTADOR-DECISIONES)
                   MOVE 'N' TO WS-TD-ALTA(WS-CONTADOR-DECISIONES)
               ELSE
                   MOVE DEC-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'TABLA DE DECISIONES LLENA'
                       TO WS-EL-DATO-OFENSOR(8:25)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
               PERFORM 160-LEER-DECISION
           END-PERFORM.

       160-LEER-DECISION.
           READ DECISIONES-FILE
               AT END SET WS-DECISIONES-EOF TO TRUE
           END-READ.

       200-LEER-ALERTA.
           READ ALERTAS-FILE
               AT END SET WS-ALERTAS-EOF TO TRUE
           END-READ.

       300-APLICAR-DECISION.
           PERFORM 310-BUSCAR-DECISION.
           EVALUATE TRUE
               WHEN WS-VEREDICTO-LIBERA
                   PERFORM 320-LIBERAR-ALERTA
               WHEN WS-VEREDICTO-CONFIRMA
                   PERFORM 340-CONFIRMAR-ALERTA
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-SIN-DECISION
           END-EVALUATE.

      *****************************************************************
      *  Toda decision de cumplimiento exige la autoridad 'V' del
      *  operador que la firma; sin maestro de seguridad (retorno 04)
      *  se deja pasar, como en DUPDISP.
      *****************************************************************
       310-BUSCAR-DECISION.
           MOVE SPACES TO WS-VEREDICTO.
           MOVE SPACES TO WS-OPERADOR.
           PERFORM VARYING WS-IDX-DECISION FROM 1 BY 1
               UNTIL WS-IDX-DECISION > WS-CONTADOR-DECISIONES
               IF WS-TD-CUST(WS-IDX-DECISION) = WH-CUST-NUMBER
                  AND WS-TD-ORIGEN(WS-IDX-DECISION) = WH-ORIGEN
                   MOVE WS-TD-VEREDICTO(WS-IDX-DECISION)
                       TO WS-VEREDICTO
                   MOVE WS-TD-OPERADOR(WS-IDX-DECISION)
                       TO WS-OPERADOR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-SIN-VEREDICTO
               CALL 'OPERAUTH' USING WS-OPERADOR WS-FUNCION-AUTORIZAR
                   WS-AUTORIZADO WS-RETORNO-OPERAUTH
               IF WS-RETORNO-OPERAUTH = 04
                   SET WS-AUTORIZADO-SI TO TRUE
               END-IF
               IF NOT WS-AUTORIZADO-SI
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE WS-OPERADOR TO WS-EL-DATO-OFENSOR(1:4)
                   MOVE 'SIN AUTORIDAD DE CUMPLIMIENTO'
                       TO WS-EL-DATO-OFENSOR(6:29)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   MOVE SPACES TO WS-VEREDICTO
               END-IF
           END-IF.

      *****************************************************************
      *  LIBERA: la solicitud retenida se da de alta una sola vez
      *  (la primera de sus alertas); si el alta falla, la alerta
      *  sigue pendiente y vuelve manana.
      *****************************************************************
       320-LIBERAR-ALERTA.
           MOVE 'S' TO WS-ALTA-APLICADA.
           IF WH-DE-SOLICITUD
              AND NOT WS-TD-YA-DADA-DE-ALTA(WS-IDX-DECISION)
               PERFORM 330-DAR-DE-ALTA
               IF WS-ALTA-OK
                   SET WS-TD-YA-DADA-DE-ALTA(WS-IDX-DECISION) TO TRUE
               END-IF
           END-IF.
           IF WS-ALTA-OK
               ADD 1 TO WS-CONTADOR-LIBERADAS
               SET WH-LIBERADA TO TRUE
               MOVE WS-OPERADOR TO WH-OPERADOR
               MOVE WS-FECHA-PROCESO TO WH-FECHA-DECISION
               IF WH-DE-SOLICITUD
                   MOVE 'LIBERADA, SOLICITUD DE ALTA' TO WS-LA-RESULTADO
               ELSE
                   MOVE 'LIBERADA, FALSO POSITIVO' TO WS-LA-RESULTADO
               END-IF
               PERFORM 390-REGISTRAR-AUDITORIA
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-DECISION
           END-IF.

      *****************************************************************
      *  Misma alta que VERBOS-BASICOS 300-DAR-DE-ALTA con los datos
      *  de la solicitud, que ya habian pasado las validaciones de
      *  registro.  La cola de estado civil de NIVEL88 la aplica
      *  VERBOS-BASICOS en su corrida siguiente contra el maestro.
      *****************************************************************
       330-DAR-DE-ALTA.
           MOVE 'N' TO WS-ALTA-APLICADA.
           MOVE WH-SOLICITUD TO WS-SOLICITUD.
           IF SOL-PRODUCTO = SPACES
               MOVE '01' TO WS-PRODUCTO
           ELSE
               MOVE SOL-PRODUCTO TO WS-PRODUCTO
           END-IF.
           MOVE SOL-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE SPACES TO WS-REGISTRO-ANTES
      *  El area del registro conserva el ultimo cliente leido: se
      *  limpia entera antes de armar el alta.
                   MOVE SPACES TO CUSTMAST-RECORD
                   MOVE SOL-CUST-NUMBER TO CM-CUST-NUMBER
                   MOVE ZERO TO CM-BALANCE
                   MOVE 'A' TO CM-INDICADOR-ACTIVO
                   MOVE ZERO TO CM-FECHA-INACTIVO
                   MOVE SOL-EDAD TO CM-EDAD
                   MOVE SOL-GENERO TO CM-GENERO
                   MOVE SOL-DOCUMENTO TO CM-DOCUMENTO-IDENTIDAD
                   MOVE SOL-FN-ANO TO CM-FN-ANO
                   MOVE SOL-FN-MES TO CM-FN-MES
                   MOVE SOL-FN-DIA TO CM-FN-DIA
                   MOVE SOL-SUCURSAL TO CM-SUCURSAL
                   COMPUTE CM-CICLO-EXTRACTO =
                       FUNCTION MOD(SOL-CUST-NUMBER, 9) + 1
                   MOVE ZERO TO CM-FECHA-ULT-EXTRACTO
                   MOVE ZERO TO CM-LIMITE-CREDITO
                   MOVE ZERO TO CM-DEVOLUCIONES
                   SET CM-MORA-CORRIENTE TO TRUE
                   MOVE SOL-DIRECCION TO CM-DIRECCION
                   MOVE SOL-CIUDAD TO CM-CIUDAD
                   MOVE SOL-TELEFONO TO CM-TELEFONO
                   MOVE WS-PRODUCTO TO CM-PRODUCTO
                   MOVE SOL-NOMBRE TO CM-NOMBRE
                   MOVE SOL-APELLIDO TO CM-APELLIDO
                   SET CM-SOLTERO TO TRUE
                   PERFORM 332-ASIGNAR-DIGITO
                   WRITE CUSTMAST-RECORD
                       INVALID KEY
                           MOVE 'ERROR AL GRABAR SOLICITANTE ' TO
                               WS-EL-DATO-OFENSOR
                           MOVE SOL-CUST-NUMBER
                               TO WS-EL-DATO-OFENSOR(30:6)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-ALTAS
                           SET WS-ALTA-OK TO TRUE
                           MOVE 'W' TO WS-JR-ACCION
                           CALL 'CMJRNL' USING WS-EL-PROGRAMA
                               WS-JR-ACCION WS-REGISTRO-ANTES
                               CUSTMAST-RECORD
                           PERFORM 335-GRABAR-CANAL-ENTREGA
                   END-WRITE
               NOT INVALID KEY
                   MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES
                   MOVE SOL-EDAD TO CM-EDAD
                   MOVE SOL-GENERO TO CM-GENERO
                   MOVE SOL-DOCUMENTO TO CM-DOCUMENTO-IDENTIDAD
                   MOVE SOL-FN-ANO TO CM-FN-ANO
                   MOVE SOL-FN-MES TO CM-FN-MES
                   MOVE SOL-FN-DIA TO CM-FN-DIA
                   MOVE SOL-SUCURSAL TO CM-SUCURSAL
                   MOVE SOL-DIRECCION TO CM-DIRECCION
                   MOVE SOL-CIUDAD TO CM-CIUDAD
                   MOVE SOL-TELEFONO TO CM-TELEFONO
                   MOVE WS-PRODUCTO TO CM-PRODUCTO
                   IF SOL-NOMBRE NOT = SPACES
                       MOVE SOL-NOMBRE TO CM-NOMBRE
                       MOVE SOL-APELLIDO TO CM-APELLIDO
                   END-IF
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           MOVE 'ERROR AL ACTUALIZAR SOLICITANTE ' TO
                               WS-EL-DATO-OFENSOR
                           MOVE SOL-CUST-NUMBER
                               TO WS-EL-DATO-OFENSOR(34:6)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-ALTAS
                           SET WS-ALTA-OK TO TRUE
                           MOVE 'R' TO WS-JR-ACCION
                           CALL 'CMJRNL' USING WS-EL-PROGRAMA
                               WS-JR-ACCION WS-REGISTRO-ANTES
                               CUSTMAST-RECORD
                           PERFORM 335-GRABAR-CANAL-ENTREGA
                   END-REWRITE
           END-READ.

      *****************************************************************
      *  Digito verificador del alta liberada, igual que en el alta
      *  normal de VERBOS-BASICOS.
      *****************************************************************
       332-ASIGNAR-DIGITO.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE CM-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           MOVE WS-DV-DIGITO TO CM-DIGITO-VERIFICADOR.

      *****************************************************************
      *  Mismo canal de entrega que VERBOS-BASICOS
      *  320-GRABAR-CANAL-ENTREGA; correo y preferencia ya pasaron
      *  la validacion del alta antes de llegar a cumplimiento.
      *****************************************************************
       335-GRABAR-CANAL-ENTREGA.
           IF SOL-ENTREGA = SPACE
               MOVE 'P' TO WS-ENTREGA
           ELSE
               MOVE SOL-ENTREGA TO WS-ENTREGA
           END-IF.
           IF WS-CUSTMAIL-ABIERTO
              AND (SOL-CORREO NOT = SPACES OR WS-ENTREGA NOT = 'P')
               MOVE SOL-CUST-NUMBER TO CE-CUST-NUMBER
               READ CUSTMAIL-FILE
                   INVALID KEY
                       MOVE SPACES TO CUSTMAIL-REGISTRO
                       MOVE SOL-CUST-NUMBER TO CE-CUST-NUMBER
                       MOVE SOL-CORREO TO CE-CORREO
                       MOVE WS-ENTREGA TO CE-PREFERENCIA
                       MOVE WS-FECHA-PROCESO
                           TO CE-FECHA-CONSENTIMIENTO
                       SET CE-CORREO-ACTIVO TO TRUE
                       MOVE WS-EL-PROGRAMA TO CE-PROGRAMA
                       MOVE ZERO TO CE-FECHA-REBOTE
                       WRITE CUSTMAIL-REGISTRO
                           INVALID KEY
                               PERFORM 337-ERROR-CANAL-ENTREGA
                       END-WRITE
                   NOT INVALID KEY
                       IF SOL-CORREO NOT = CE-CORREO
                          OR WS-ENTREGA NOT = CE-PREFERENCIA
                           MOVE SOL-CORREO TO CE-CORREO
                           MOVE WS-ENTREGA TO CE-PREFERENCIA
                           MOVE WS-FECHA-PROCESO
                               TO CE-FECHA-CONSENTIMIENTO
                           SET CE-CORREO-ACTIVO TO TRUE
                           MOVE WS-EL-PROGRAMA TO CE-PROGRAMA
                           REWRITE CUSTMAIL-REGISTRO
                               INVALID KEY
                                   PERFORM 337-ERROR-CANAL-ENTREGA
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       337-ERROR-CANAL-ENTREGA.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE SOL-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'ERROR AL GRABAR CUSTMAIL' TO WS-EL-DATO-OFENSOR(8:24).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
      *  CONFIRMA: la solicitud no se da de alta; el cliente existente
      *  queda senalado en el rastro para el seguimiento.
      *****************************************************************
       340-CONFIRMAR-ALERTA.
           ADD 1 TO WS-CONTADOR-CONFIRMADAS.
           SET WH-CONFIRMADA TO TRUE.
           MOVE WS-OPERADOR TO WH-OPERADOR.
           MOVE WS-FECHA-PROCESO TO WH-FECHA-DECISION.
           IF WH-DE-SOLICITUD
               MOVE 'CONFIRMADA, SE RECHAZA EL ALTA' TO WS-LA-RESULTADO
           ELSE
               MOVE 'CONFIRMADA, CLIENTE A SEGUIR' TO WS-LA-RESULTADO
           END-IF.
           PERFORM 390-REGISTRAR-AUDITORIA.

       390-REGISTRAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-LA-FECHA.
           MOVE WH-ORIGEN TO WS-LA-ORIGEN.
           MOVE WH-CUST-NUMBER TO WS-LA-CUST-NUMBER.
           MOVE WH-LISTA-FUENTE TO WS-LA-FUENTE.
           MOVE WS-VEREDICTO TO WS-LA-VEREDICTO.
           MOVE WS-OPERADOR TO WS-LA-OPERADOR.
           WRITE AUDITORIA-LINEA FROM WS-LINEA-AUDITORIA.

       500-IMPRIMIR-RESUMEN.
           DISPLAY 'DECISIONES DE CUMPLIMIENTO - LISTA DE VIGILANCIA'.
           DISPLAY 'ALERTAS LEIDAS        : ' WS-CONTADOR-LEIDAS.
           DISPLAY 'YA DECIDIDAS ANTES    : ' WS-CONTADOR-YA-DECIDIDAS.
           DISPLAY 'LIBERADAS (LIBERA)    : ' WS-CONTADOR-LIBERADAS.
           DISPLAY 'ALTAS DE SOLICITUDES  : ' WS-CONTADOR-ALTAS.
           DISPLAY 'CONFIRMADAS (CONFIRMA): ' WS-CONTADOR-CONFIRMADAS.
           DISPLAY 'SIN DECISION          : ' WS-CONTADOR-SIN-DECISION.

       600-CERRAR-ARCHIVOS.
           CLOSE ALERTAS-FILE.
           CLOSE DECISIONES-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE ALERTAS-SAL-FILE.
           CLOSE CUSTMAST-FILE.
           IF WS-CUSTMAIL-ABIERTO
               CLOSE CUSTMAIL-FILE
           END-IF.
       END PROGRAM WATCHDSP.
