       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTAPL.
      *****************************************************************
      *  Aplica la hoja de decisiones de la recertificacion (CERTDEC)
      *  que los gerentes devuelven despues de OPERCERT.  Corre con
      *  las mismas reglas que OPERSECM, porque es el mismo cambio
      *  sobre el mismo maestro:
      *    - quien la aplica (tarjeta SYSIN) debe tener autoridad de
      *      seguridad (funcion 'S' de OPERAUTH); sin OPERSEC no hay
      *      nada que aplicar;
      *    - control dual: no se aplica decision alguna sobre el ID
      *      de quien corre el paso, ni la de un gerente sobre su
      *      propio ID; la decision debe venir del gerente que
      *      CERTCTL le asigna al ID;
      *    - la recertificacion solo quita: 'R' pasa a N las
      *      autoridades marcadas en N, 'D' deshabilita el ID (el
      *      mismo OP-ESTADO 'D' que el rearme de OPERSECM levanta);
      *      una S donde el ID no la tiene no otorga nada;
      *    - cada certificacion, revocacion, deshabilitacion y
      *      rechazo queda en la bitacora SECAUD con quien aplico, a
      *      quien, y la imagen de autoridades antes y despues.
      *  Las decisiones en espacios salen al reporte como pendientes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERSEC-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT CERTDEC-FILE ASSIGN TO "CERTDEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERTDEC-STATUS.
           SELECT CERTCTL-FILE ASSIGN TO "CERTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERTCTL-STATUS.
           SELECT BITACORA-FILE ASSIGN TO "SECAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CERTARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERSEC-FILE.
           COPY OPERSEC.
       FD  CERTDEC-FILE.
           COPY CERTDEC.
       FD  CERTCTL-FILE.
           COPY CERTCTL.
       FD  BITACORA-FILE.
       01  BITACORA-LINEA.
           05  SB-FECHA            PIC 9(8).
           05  SB-HORA             PIC 9(6).
           05  SB-OPERADOR         PIC X(4).
           05  SB-ACCION           PIC X(8).
           05  SB-ID-AFECTADO      PIC X(4).
           05  SB-AUTORIDADES-ANTES PIC X(15).
           05  SB-AUTORIDADES-DESPUES PIC X(15).
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-OPERSEC-STATUS        PIC X(2).
           88 WS-OPERSEC-OK        VALUE '00'.
       01 WS-CERTDEC-STATUS        PIC X(2).
           88 WS-CERTDEC-OK        VALUE '00'.
           88 WS-CERTDEC-EOF       VALUE '10'.
       01 WS-CERTCTL-STATUS        PIC X(2).
           88 WS-CERTCTL-OK        VALUE '00'.
           88 WS-CERTCTL-EOF       VALUE '10'.
       01 WS-BITACORA-STATUS       PIC X(2).
           88 WS-BITACORA-OK       VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CERTAPL'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-OPERADOR              PIC X(4).
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'S'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
       01 WS-DECISION-VALIDA       PIC X(1).
           88 WS-DECISION-OK       VALUE 'S'.
           88 WS-DECISION-RECHAZADA VALUE 'N'.
       01 WS-MOTIVO                PIC X(30).
       01 WS-RESULTADO             PIC X(30).
       01 WS-GERENTE-ASIGNADO      PIC X(4).
       01 WS-IDX-LETRA             PIC 9(2).
       01 WS-CONTADOR-REVOCADAS    PIC 9(2).
       01 WS-CONTADOR-NO-OTORGA    PIC 9(2).
       01 WS-CONTADOR-DECISIONES   PIC 9(4) VALUE ZERO.
       01 WS-CONTADOR-CERTIFICADOS PIC 9(4) VALUE ZERO.
       01 WS-CONTADOR-REVOCACIONES PIC 9(4) VALUE ZERO.
       01 WS-CONTADOR-DESHABILITADOS PIC 9(4) VALUE ZERO.
       01 WS-CONTADOR-PENDIENTES   PIC 9(4) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADAS   PIC 9(4) VALUE ZERO.
      *****************************************************************
      *  Gerente revisor por ID, de los registros 'G' de CERTCTL.
      *****************************************************************
       01 WS-TABLA-GERENTES.
           05  WS-GERENTE-ENTRADA  OCCURS 500 TIMES.
               10  WS-TG-OPERADOR  PIC X(4).
               10  WS-TG-GERENTE   PIC X(4).
       01 WS-CONTADOR-GERENTES     PIC 9(3) VALUE ZERO.
       01 WS-IDX-GERENTE           PIC 9(3).
      *****************************************************************
      *  Imagen de autoridades y estado, mismo orden que la de
      *  OPERSECM: E/C/R/M/L/S/A/Q/P/W/K/V/N y el estado.
      *****************************************************************
       01 WS-AUTORIDADES-IMAGEN.
           05  WS-AI-AUTORIDADES.
               10  WS-AI-ESTADO-CIVIL  PIC X(1).
               10  WS-AI-CIERRE        PIC X(1).
               10  WS-AI-RUNCTL        PIC X(1).
               10  WS-AI-MERGE         PIC X(1).
               10  WS-AI-LIBERA        PIC X(1).
               10  WS-AI-SEGURIDAD     PIC X(1).
               10  WS-AI-AJUSTE        PIC X(1).
               10  WS-AI-LIBERA-CHQ    PIC X(1).
               10  WS-AI-PERIODO       PIC X(1).
               10  WS-AI-CASTIGO       PIC X(1).
               10  WS-AI-LIMITE        PIC X(1).
               10  WS-AI-CUMPLIMIENTO  PIC X(1).
               10  WS-AI-CONVENIO      PIC X(1).
               10  WS-AI-EXCEPCION     PIC X(1).
           05  WS-AI-ESTADO            PIC X(1).
       01 WS-IMAGEN-ANTES          PIC X(15) VALUE SPACES.
       01 WS-LINEA-DECISION.
           05  WS-LD-GERENTE       PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LD-OPERADOR      PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LD-DECISION      PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LD-ANTES         PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LD-DESPUES       PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LD-RESULTADO     PIC X(30).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           DISPLAY 'INTRODUCE TU ID DE OPERADOR'.
           ACCEPT WS-OPERADOR.
           CALL 'OPERAUTH' USING WS-OPERADOR WS-FUNCION-AUTORIZAR
               WS-AUTORIZADO WS-RETORNO-OPERAUTH.
           IF NOT WS-AUTORIZADO-SI
               DISPLAY 'OPERADOR SIN AUTORIDAD DE SEGURIDAD '
                   '(RETORNO ' WS-RETORNO-OPERAUTH ')'
               MOVE WS-OPERADOR TO WS-EL-DATO-OFENSOR(1:4)
               MOVE 'SIN AUTORIDAD PARA RECERTIFICAR'
                   TO WS-EL-DATO-OFENSOR(6:31)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-CARGAR-GERENTES.
           PERFORM 150-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-DECISION.
           PERFORM UNTIL WS-CERTDEC-EOF
               ADD 1 TO WS-CONTADOR-DECISIONES
               PERFORM 300-PROCESAR-DECISION
               PERFORM 200-LEER-DECISION
           END-PERFORM.
           PERFORM 800-RESUMEN.
           CLOSE CERTDEC-FILE.
           CLOSE BITACORA-FILE.
           CLOSE OPERSEC-FILE.
           CLOSE REPORTE-FILE.
           IF WS-CONTADOR-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *  Sin CERTCTL ninguna decision puede probar su gerente: el
      *  paso se detiene antes de tocar OPERSEC.
      *****************************************************************
       100-CARGAR-GERENTES.
           OPEN INPUT CERTCTL-FILE.
           IF NOT WS-CERTCTL-OK
               MOVE 'NO SE PUDO ABRIR CERTCTL, ESTADO '
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-CERTCTL-STATUS TO WS-EL-DATO-OFENSOR(35:2)
               PERFORM 900-ABORTAR
           END-IF.
           PERFORM 110-LEER-CONTROL.
           PERFORM UNTIL WS-CERTCTL-EOF
               IF CT-GERENTE
                   IF WS-CONTADOR-GERENTES NOT < 500
                       MOVE 'TABLA DE GERENTES LLENA'
                           TO WS-EL-DATO-OFENSOR
                       PERFORM 900-ABORTAR
                   END-IF
                   ADD 1 TO WS-CONTADOR-GERENTES
                   MOVE CT-GER-OPERADOR
                       TO WS-TG-OPERADOR(WS-CONTADOR-GERENTES)
                   MOVE CT-GER-GERENTE
                       TO WS-TG-GERENTE(WS-CONTADOR-GERENTES)
               END-IF
               PERFORM 110-LEER-CONTROL
           END-PERFORM.
           CLOSE CERTCTL-FILE.

       110-LEER-CONTROL.
           READ CERTCTL-FILE
               AT END SET WS-CERTCTL-EOF TO TRUE
           END-READ.

       150-ABRIR-ARCHIVOS.
           OPEN INPUT CERTDEC-FILE.
           IF NOT WS-CERTDEC-OK
               MOVE 'NO SE PUDO ABRIR CERTDEC, ESTADO '
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-CERTDEC-STATUS TO WS-EL-DATO-OFENSOR(35:2)
               PERFORM 900-ABORTAR
           END-IF.
           OPEN I-O OPERSEC-FILE.
           IF NOT WS-OPERSEC-OK
               MOVE 'NO SE PUDO ABRIR OPERSEC, ESTADO '
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-OPERSEC-STATUS TO WS-EL-DATO-OFENSOR(35:2)
               PERFORM 900-ABORTAR
           END-IF.
           OPEN EXTEND BITACORA-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING 'APLICACION DE RECERTIFICACION DE OPERADORES '
               WS-FECHA-HOY ' POR ' WS-OPERADOR
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'GER.  ID    D  ANTES           DESPUES         '
               & 'RESULTADO' TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       200-LEER-DECISION.
           READ CERTDEC-FILE
               AT END SET WS-CERTDEC-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Primero las reglas que no necesitan el maestro; despues el
      *  ID debe existir y la decision se aplica sobre lo vigente,
      *  no sobre la imagen que traia la hoja.
      *****************************************************************
       300-PROCESAR-DECISION.
           SET WS-DECISION-OK TO TRUE.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-AUTORIDADES-IMAGEN.
           MOVE SPACES TO WS-RESULTADO.
           IF CD-PENDIENTE
               ADD 1 TO WS-CONTADOR-PENDIENTES
               MOVE 'DECISION PENDIENTE' TO WS-RESULTADO
               PERFORM 710-LINEA-REPORTE
           ELSE
               PERFORM 310-VALIDAR-DECISION
               IF WS-DECISION-OK
                   MOVE CD-OPERADOR TO OP-ID
                   READ OPERSEC-FILE
                       INVALID KEY
                           SET WS-DECISION-RECHAZADA TO TRUE
                           MOVE 'OPERADOR NO EXISTE EN OPERSEC'
                               TO WS-MOTIVO
                       NOT INVALID KEY
                           PERFORM 650-ARMAR-IMAGEN
                           MOVE WS-AUTORIDADES-IMAGEN
                               TO WS-IMAGEN-ANTES
                   END-READ
               END-IF
               IF WS-DECISION-OK
                   EVALUATE TRUE
                       WHEN CD-CERTIFICA
                           PERFORM 400-CERTIFICAR
                       WHEN CD-REVOCA
                           PERFORM 450-REVOCAR
                       WHEN CD-DESHABILITA
                           PERFORM 500-DESHABILITAR
                   END-EVALUATE
               END-IF
               IF WS-DECISION-RECHAZADA
                   PERFORM 600-RECHAZAR
               END-IF
           END-IF.

       310-VALIDAR-DECISION.
           PERFORM 320-BUSCAR-GERENTE.
           EVALUATE TRUE
               WHEN NOT CD-CERTIFICA AND NOT CD-REVOCA
                    AND NOT CD-DESHABILITA
                   SET WS-DECISION-RECHAZADA TO TRUE
                   MOVE 'DECISION NO VALIDA' TO WS-MOTIVO
               WHEN CD-OPERADOR = WS-OPERADOR
                   SET WS-DECISION-RECHAZADA TO TRUE
                   MOVE 'CONTROL DUAL: ID PROPIO' TO WS-MOTIVO
               WHEN CD-GERENTE = CD-OPERADOR
                   SET WS-DECISION-RECHAZADA TO TRUE
                   MOVE 'AUTOCERTIFICACION DEL GERENTE' TO WS-MOTIVO
               WHEN WS-GERENTE-ASIGNADO = SPACES
                   SET WS-DECISION-RECHAZADA TO TRUE
                   MOVE 'ID SIN GERENTE EN CERTCTL' TO WS-MOTIVO
               WHEN CD-GERENTE NOT = WS-GERENTE-ASIGNADO
                   SET WS-DECISION-RECHAZADA TO TRUE
                   MOVE 'GERENTE NO ASIGNADO AL ID' TO WS-MOTIVO
           END-EVALUATE.
           IF WS-DECISION-OK AND CD-REVOCA
               PERFORM VARYING WS-IDX-LETRA FROM 1 BY 1
                   UNTIL WS-IDX-LETRA > 14
                   IF CD-AUTORIDADES(WS-IDX-LETRA:1) NOT = 'S'
                      AND CD-AUTORIDADES(WS-IDX-LETRA:1) NOT = 'N'
                       SET WS-DECISION-RECHAZADA TO TRUE
                       MOVE 'AUTORIDADES NO VALIDAS' TO WS-MOTIVO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       320-BUSCAR-GERENTE.
           MOVE SPACES TO WS-GERENTE-ASIGNADO.
           PERFORM VARYING WS-IDX-GERENTE FROM 1 BY 1
               UNTIL WS-IDX-GERENTE > WS-CONTADOR-GERENTES
               IF WS-TG-OPERADOR(WS-IDX-GERENTE) = CD-OPERADOR
                   MOVE WS-TG-GERENTE(WS-IDX-GERENTE)
                       TO WS-GERENTE-ASIGNADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  La certificacion no cambia el maestro; queda en SECAUD como
      *  evidencia de la revision.
      *****************************************************************
       400-CERTIFICAR.
           ADD 1 TO WS-CONTADOR-CERTIFICADOS.
           MOVE 'CERTIFIC' TO SB-ACCION.
           PERFORM 700-ASENTAR-BITACORA.
           MOVE 'CERTIFICADO' TO WS-RESULTADO.
           PERFORM 710-LINEA-REPORTE.

       450-REVOCAR.
           MOVE ZERO TO WS-CONTADOR-REVOCADAS.
           MOVE ZERO TO WS-CONTADOR-NO-OTORGA.
           PERFORM VARYING WS-IDX-LETRA FROM 1 BY 1
               UNTIL WS-IDX-LETRA > 14
               EVALUATE TRUE
                   WHEN CD-AUTORIDADES(WS-IDX-LETRA:1) = 'N'
                    AND WS-AI-AUTORIDADES(WS-IDX-LETRA:1) = 'S'
                       MOVE 'N' TO WS-AI-AUTORIDADES(WS-IDX-LETRA:1)
                       ADD 1 TO WS-CONTADOR-REVOCADAS
                   WHEN CD-AUTORIDADES(WS-IDX-LETRA:1) = 'S'
                    AND WS-AI-AUTORIDADES(WS-IDX-LETRA:1) NOT = 'S'
                       ADD 1 TO WS-CONTADOR-NO-OTORGA
               END-EVALUATE
           END-PERFORM.
           IF WS-CONTADOR-REVOCADAS = ZERO
               MOVE 'SIN AUTORIDADES QUE REVOCAR' TO WS-RESULTADO
               PERFORM 710-LINEA-REPORTE
           ELSE
               PERFORM 660-APLICAR-IMAGEN
               REWRITE OPERSEC-REGISTRO
                   INVALID KEY
                       SET WS-DECISION-RECHAZADA TO TRUE
                       MOVE 'ERROR AL ACTUALIZAR OPERSEC'
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-REVOCACIONES
                       MOVE 'REVOCA' TO SB-ACCION
                       PERFORM 700-ASENTAR-BITACORA
                       MOVE SPACES TO WS-RESULTADO
                       IF WS-CONTADOR-NO-OTORGA > ZERO
                           STRING 'REVOCADAS ' WS-CONTADOR-REVOCADAS
                               ', S IGNORADAS ' WS-CONTADOR-NO-OTORGA
                               DELIMITED BY SIZE INTO WS-RESULTADO
                       ELSE
                           STRING 'REVOCADAS ' WS-CONTADOR-REVOCADAS
                               DELIMITED BY SIZE INTO WS-RESULTADO
                       END-IF
                       PERFORM 710-LINEA-REPORTE
               END-REWRITE
           END-IF.

       500-DESHABILITAR.
           IF OP-DESHABILITADO
               MOVE 'YA ESTABA DESHABILITADO' TO WS-RESULTADO
               PERFORM 710-LINEA-REPORTE
           ELSE
               SET OP-DESHABILITADO TO TRUE
               REWRITE OPERSEC-REGISTRO
                   INVALID KEY
                       SET WS-DECISION-RECHAZADA TO TRUE
                       MOVE 'ERROR AL ACTUALIZAR OPERSEC'
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-DESHABILITADOS
                       PERFORM 650-ARMAR-IMAGEN
                       MOVE 'DESHABIL' TO SB-ACCION
                       PERFORM 700-ASENTAR-BITACORA
                       MOVE 'ID DESHABILITADO' TO WS-RESULTADO
                       PERFORM 710-LINEA-REPORTE
               END-REWRITE
           END-IF.

      *****************************************************************
      *  Rechazo: a ERRLOG y a la bitacora, igual que el intento de
      *  automantenimiento de OPERSECM.
      *****************************************************************
       600-RECHAZAR.
           ADD 1 TO WS-CONTADOR-RECHAZADAS.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE CD-OPERADOR TO WS-EL-DATO-OFENSOR(1:4).
           MOVE WS-MOTIVO TO WS-EL-DATO-OFENSOR(6:30).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           MOVE 'RECHAZO' TO SB-ACCION.
           PERFORM 700-ASENTAR-BITACORA.
           MOVE WS-MOTIVO TO WS-RESULTADO.
           PERFORM 710-LINEA-REPORTE.

       650-ARMAR-IMAGEN.
           MOVE OP-AUT-ESTADO-CIVIL TO WS-AI-ESTADO-CIVIL.
           MOVE OP-AUT-CIERRE TO WS-AI-CIERRE.
           MOVE OP-AUT-RUNCTL TO WS-AI-RUNCTL.
           MOVE OP-AUT-MERGE TO WS-AI-MERGE.
           MOVE OP-AUT-LIBERA-LIMITE TO WS-AI-LIBERA.
           MOVE OP-AUT-SEGURIDAD TO WS-AI-SEGURIDAD.
           MOVE OP-AUT-AJUSTE TO WS-AI-AJUSTE.
           MOVE OP-AUT-LIBERA-CHEQUE TO WS-AI-LIBERA-CHQ.
           MOVE OP-AUT-PERIODO TO WS-AI-PERIODO.
           MOVE OP-AUT-CASTIGO TO WS-AI-CASTIGO.
           MOVE OP-AUT-LIMITE TO WS-AI-LIMITE.
           MOVE OP-AUT-CUMPLIMIENTO TO WS-AI-CUMPLIMIENTO.
           MOVE OP-AUT-CONVENIO TO WS-AI-CONVENIO.
           MOVE OP-AUT-EXCEPCION-CIERRE TO WS-AI-EXCEPCION.
           MOVE OP-ESTADO TO WS-AI-ESTADO.

       660-APLICAR-IMAGEN.
           MOVE WS-AI-ESTADO-CIVIL TO OP-AUT-ESTADO-CIVIL.
           MOVE WS-AI-CIERRE TO OP-AUT-CIERRE.
           MOVE WS-AI-RUNCTL TO OP-AUT-RUNCTL.
           MOVE WS-AI-MERGE TO OP-AUT-MERGE.
           MOVE WS-AI-LIBERA TO OP-AUT-LIBERA-LIMITE.
           MOVE WS-AI-SEGURIDAD TO OP-AUT-SEGURIDAD.
           MOVE WS-AI-AJUSTE TO OP-AUT-AJUSTE.
           MOVE WS-AI-LIBERA-CHQ TO OP-AUT-LIBERA-CHEQUE.
           MOVE WS-AI-PERIODO TO OP-AUT-PERIODO.
           MOVE WS-AI-CASTIGO TO OP-AUT-CASTIGO.
           MOVE WS-AI-LIMITE TO OP-AUT-LIMITE.
           MOVE WS-AI-CUMPLIMIENTO TO OP-AUT-CUMPLIMIENTO.
           MOVE WS-AI-CONVENIO TO OP-AUT-CONVENIO.
           MOVE WS-AI-EXCEPCION TO OP-AUT-EXCEPCION-CIERRE.

       700-ASENTAR-BITACORA.
           MOVE WS-FECHA-HOY TO SB-FECHA.
           MOVE WS-HORA-AHORA TO SB-HORA.
           MOVE WS-OPERADOR TO SB-OPERADOR.
           MOVE CD-OPERADOR TO SB-ID-AFECTADO.
           MOVE WS-IMAGEN-ANTES TO SB-AUTORIDADES-ANTES.
           MOVE WS-AUTORIDADES-IMAGEN TO SB-AUTORIDADES-DESPUES.
           WRITE BITACORA-LINEA.

       710-LINEA-REPORTE.
           MOVE CD-GERENTE TO WS-LD-GERENTE.
           MOVE CD-OPERADOR TO WS-LD-OPERADOR.
           MOVE CD-DECISION TO WS-LD-DECISION.
           MOVE WS-IMAGEN-ANTES TO WS-LD-ANTES.
           MOVE WS-AUTORIDADES-IMAGEN TO WS-LD-DESPUES.
           MOVE WS-RESULTADO TO WS-LD-RESULTADO.
           WRITE REPORTE-LINEA FROM WS-LINEA-DECISION.

       800-RESUMEN.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING 'DECISIONES: ' WS-CONTADOR-DECISIONES
               '  CERTIFICADOS: ' WS-CONTADOR-CERTIFICADOS
               '  REVOCACIONES: ' WS-CONTADOR-REVOCACIONES
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING 'DESHABILITADOS: ' WS-CONTADOR-DESHABILITADOS
               '  PENDIENTES: ' WS-CONTADOR-PENDIENTES
               '  RECHAZADAS: ' WS-CONTADOR-RECHAZADAS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY 'DECISIONES DE RECERTIFICACION: '
               WS-CONTADOR-DECISIONES ' RECHAZADAS: '
               WS-CONTADOR-RECHAZADAS ' PENDIENTES: '
               WS-CONTADOR-PENDIENTES.

       900-ABORTAR.
           DISPLAY 'RECERTIFICACION NO APLICADA: ' WS-EL-DATO-OFENSOR.
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CERTAPL.
