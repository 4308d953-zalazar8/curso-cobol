       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.
      *****************************************************************
      *  Recertificacion trimestral de accesos de operadores: nadie
      *  revisaba si quien cambio de puesto conservaba sus autoridades
      *  de OPERSEC, ni si un mismo ID podia cargar y aprobar el mismo
      *  dinero.  Lista cada ID con sus autoridades, agrupado por el
      *  gerente revisor que le asigna el control CERTCTL, y marca:
      *    - los ID sin actividad en RC-DIAS-OPER-INACTIVO dias (90
      *      si RUNCTL no lo trae), buscando la ultima fecha del ID
      *      en AUDITLOG, PARMAUD, DUPAUDIT, CLSAUD, SECAUD, WOFREG,
      *      CHKREG y las colas de retenidos NEGHOLD y CHKHOLD (las
      *      colas no guardan la fecha de la liberacion: cuenta la de
      *      la retencion).  CMJRNL estampa programa y no operador,
      *      asi que no sirve para esto, igual que en OPERACT.  El
      *      alta y el rearme de un ID en SECAUD cuentan como
      *      actividad del ID afectado, para no marcar al recien
      *      llegado;
      *    - cada combinacion de autoridades que las reglas 'C' de
      *      CERTCTL declaran en conflicto.
      *  Ademas emite la hoja de decisiones CERTDEC, un registro por
      *  ID, que los gerentes devuelven con certifica/revoca/
      *  deshabilita para que CERTAPL la aplique.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERSEC-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT CERTCTL-FILE ASSIGN TO "CERTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERTCTL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PARMAUD-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMAUD-STATUS.
           SELECT DUPAUDIT-FILE ASSIGN TO "DUPAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPAUDIT-STATUS.
           SELECT CLSAUD-FILE ASSIGN TO "CLSAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSAUD-STATUS.
           SELECT SECAUD-FILE ASSIGN TO "SECAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECAUD-STATUS.
           SELECT WOFREG-FILE ASSIGN TO "WOFREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFREG-STATUS.
           SELECT CHKREG-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT NEGHOLD-FILE ASSIGN TO "NEGHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEGHOLD-STATUS.
           SELECT CHKHOLD-FILE ASSIGN TO "CHKHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKHOLD-STATUS.
           SELECT CERTDEC-FILE ASSIGN TO "CERTDEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERTDEC-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERSEC-FILE.
           COPY OPERSEC.
       FD  CERTCTL-FILE.
           COPY CERTCTL.
       FD  AUDIT-FILE.
           COPY AUDITLOG.
       FD  PARMAUD-FILE.
       01  PARMAUD-LINEA.
           05  PA-FECHA            PIC 9(8).
           05  PA-HORA             PIC 9(6).
           05  PA-OPERADOR         PIC X(4).
           05  PA-CAMPO            PIC X(20).
           05  PA-VALOR-ANTES      PIC X(12).
           05  PA-VALOR-DESPUES    PIC X(12).
           05  FILLER              PIC X(18).
       FD  DUPAUDIT-FILE.
       01  DUPAUDIT-LINEA.
           05  DA-FECHA            PIC 9(8).
           05  FILLER              PIC X(2).
           05  DA-CUST-NUMBER      PIC X(6).
           05  FILLER              PIC X(2).
           05  DA-CUST-EXISTENTE   PIC X(6).
           05  FILLER              PIC X(2).
           05  DA-VEREDICTO        PIC X(6).
           05  FILLER              PIC X(2).
           05  DA-RESULTADO        PIC X(30).
           05  FILLER              PIC X(2).
           05  DA-OPERADOR         PIC X(4).
           05  FILLER              PIC X(10).
       FD  CLSAUD-FILE.
       01  CLSAUD-LINEA.
           05  CL-FECHA            PIC 9(8).
           05  CL-HORA             PIC 9(6).
           05  CL-OPERADOR         PIC X(4).
           05  CL-CUST-NUMBER      PIC 9(6).
           05  CL-ACCION           PIC X(8).
           05  FILLER              PIC X(8).
       FD  SECAUD-FILE.
       01  SECAUD-LINEA.
           05  SB-FECHA            PIC 9(8).
           05  SB-HORA             PIC 9(6).
           05  SB-OPERADOR         PIC X(4).
           05  SB-ACCION           PIC X(8).
           05  SB-ID-AFECTADO      PIC X(4).
           05  SB-AUT-ANTES        PIC X(15).
           05  SB-AUT-DESPUES      PIC X(15).
       FD  WOFREG-FILE.
           COPY WOFREG.
       FD  CHKREG-FILE.
           COPY CHKREG.
       FD  NEGHOLD-FILE.
           COPY NEGHOLD.
       FD  CHKHOLD-FILE.
           COPY CHKHOLD.
       FD  CERTDEC-FILE.
           COPY CERTDEC.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-OPERSEC-STATUS        PIC X(2).
           88 WS-OPERSEC-OK        VALUE '00'.
           88 WS-OPERSEC-EOF       VALUE '10'.
       01 WS-CERTCTL-STATUS        PIC X(2).
           88 WS-CERTCTL-OK        VALUE '00'.
           88 WS-CERTCTL-EOF       VALUE '10'.
       01 WS-AUDIT-STATUS          PIC X(2).
           88 WS-AUDIT-OK          VALUE '00'.
           88 WS-AUDIT-EOF         VALUE '10'.
       01 WS-PARMAUD-STATUS        PIC X(2).
           88 WS-PARMAUD-OK        VALUE '00'.
           88 WS-PARMAUD-EOF       VALUE '10'.
       01 WS-DUPAUDIT-STATUS       PIC X(2).
           88 WS-DUPAUDIT-OK       VALUE '00'.
           88 WS-DUPAUDIT-EOF      VALUE '10'.
       01 WS-CLSAUD-STATUS         PIC X(2).
           88 WS-CLSAUD-OK         VALUE '00'.
           88 WS-CLSAUD-EOF        VALUE '10'.
       01 WS-SECAUD-STATUS         PIC X(2).
           88 WS-SECAUD-OK         VALUE '00'.
           88 WS-SECAUD-EOF        VALUE '10'.
       01 WS-WOFREG-STATUS         PIC X(2).
           88 WS-WOFREG-OK         VALUE '00'.
           88 WS-WOFREG-EOF        VALUE '10'.
       01 WS-CHKREG-STATUS         PIC X(2).
           88 WS-CHKREG-OK         VALUE '00'.
           88 WS-CHKREG-EOF        VALUE '10'.
       01 WS-NEGHOLD-STATUS        PIC X(2).
           88 WS-NEGHOLD-OK        VALUE '00'.
           88 WS-NEGHOLD-EOF       VALUE '10'.
       01 WS-CHKHOLD-STATUS        PIC X(2).
           88 WS-CHKHOLD-OK        VALUE '00'.
           88 WS-CHKHOLD-EOF       VALUE '10'.
       01 WS-CERTDEC-STATUS        PIC X(2).
           88 WS-CERTDEC-OK        VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'OPERCERT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-DIAS-INACTIVO         PIC 9(3) VALUE 90.
       01 WS-DIAS-SIN-ACTIVIDAD    PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
      *****************************************************************
      *  Letras de funcion de OPERAUTH en el orden de la imagen de
      *  autoridades de SECAUD (650-ARMAR-IMAGEN de OPERSECM).
      *****************************************************************
       01 WS-LETRAS-FUNCION        PIC X(14) VALUE 'ECRMLSAQPWKVNX'.
       01 WS-LETRA-BUSCADA         PIC X(1).
       01 WS-POSICION-LETRA        PIC 9(2).
      *****************************************************************
      *  Gerente revisor por ID, de los registros 'G' de CERTCTL.
      *****************************************************************
       01 WS-TABLA-GERENTES.
           05  WS-GERENTE-ENTRADA  OCCURS 500 TIMES.
               10  WS-TG-OPERADOR  PIC X(4).
               10  WS-TG-GERENTE   PIC X(4).
               10  WS-TG-NOMBRE    PIC X(30).
       01 WS-CONTADOR-GERENTES     PIC 9(3) VALUE ZERO.
       01 WS-IDX-GERENTE           PIC 9(3).
      *****************************************************************
      *  Reglas de conflicto de los registros 'C' de CERTCTL, con la
      *  posicion de cada autoridad en la imagen ya resuelta.  Una
      *  regla con una letra desconocida se informa y no se aplica.
      *****************************************************************
       01 WS-TABLA-REGLAS.
           05  WS-REGLA-ENTRADA    OCCURS 50 TIMES.
               10  WS-TR-LETRA-1   PIC X(1).
               10  WS-TR-LETRA-2   PIC X(1).
               10  WS-TR-POS-1     PIC 9(2).
               10  WS-TR-POS-2     PIC 9(2).
               10  WS-TR-DESCRIPCION PIC X(40).
       01 WS-CONTADOR-REGLAS       PIC 9(2) VALUE ZERO.
       01 WS-CONTADOR-REGLAS-MALAS PIC 9(2) VALUE ZERO.
       01 WS-IDX-REGLA             PIC 9(2).
      *****************************************************************
      *  Un renglon por ID de OPERSEC con su imagen de autoridades,
      *  su gerente revisor y la ultima fecha de actividad hallada.
      *  El ID sin gerente lleva HIGH-VALUES para salir al final.
      *****************************************************************
       01 WS-TABLA-OPERADORES.
           05  WS-OPERADOR-ENTRADA OCCURS 500 TIMES.
               10  WS-TO-GERENTE   PIC X(4).
               10  WS-TO-ID        PIC X(4).
               10  WS-TO-NOMBRE    PIC X(30).
               10  WS-TO-AUTORIDADES PIC X(14).
               10  WS-TO-ESTADO    PIC X(1).
               10  WS-TO-ULTIMA    PIC 9(8).
               10  WS-TO-INACTIVO  PIC X(1).
                   88  WS-TO-ID-INACTIVO VALUE 'S'.
       01 WS-CONTADOR-OPERADORES   PIC 9(3) VALUE ZERO.
       01 WS-IDX-OPER              PIC 9(3).
       01 WS-IDX-MENOR             PIC 9(3).
       01 WS-IDX-BUSCA             PIC 9(3).
       01 WS-OPERADOR-TRABAJO      PIC X(61).
       01 WS-ID-ACTIVIDAD          PIC X(4).
       01 WS-FECHA-ACTIVIDAD       PIC 9(8).
       01 WS-GERENTE-ACTUAL        PIC X(4).
       01 WS-CONTADOR-INACTIVOS    PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-CONFLICTOS   PIC 9(4) VALUE ZERO.
       01 WS-CONTADOR-SIN-GERENTE  PIC 9(3) VALUE ZERO.
       01 WS-IMAGEN-OPERADOR.
           05  WS-IO-ESTADO-CIVIL  PIC X(1).
           05  WS-IO-CIERRE        PIC X(1).
           05  WS-IO-RUNCTL        PIC X(1).
           05  WS-IO-MERGE         PIC X(1).
           05  WS-IO-LIBERA        PIC X(1).
           05  WS-IO-SEGURIDAD     PIC X(1).
           05  WS-IO-AJUSTE        PIC X(1).
           05  WS-IO-LIBERA-CHQ    PIC X(1).
           05  WS-IO-PERIODO       PIC X(1).
           05  WS-IO-CASTIGO       PIC X(1).
           05  WS-IO-LIMITE        PIC X(1).
           05  WS-IO-CUMPLIMIENTO  PIC X(1).
           05  WS-IO-CONVENIO      PIC X(1).
           05  WS-IO-EXCEPCION     PIC X(1).
       01 WS-AUTORIDADES-VISTA     PIC X(14).
       01 WS-IDX-LETRA             PIC 9(2).
       01 WS-LINEA-GERENTE.
           05  FILLER              PIC X(17)
               VALUE 'GERENTE REVISOR: '.
           05  WS-LG-GERENTE       PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LG-NOMBRE        PIC X(30).
       01 WS-LINEA-OPERADOR.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LO-ID            PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LO-NOMBRE        PIC X(24).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LO-AUTORIDADES   PIC X(14).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LO-ESTADO        PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LO-ULTIMA        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LO-DIAS          PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LO-MARCA         PIC X(9).
       01 WS-LINEA-CONFLICTO.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'CONFLICTO  '.
           05  WS-LF-LETRA-1       PIC X(1).
           05  FILLER              PIC X(1) VALUE '+'.
           05  WS-LF-LETRA-2       PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LF-DESCRIPCION   PIC X(40).
       01 WS-LINEA-TITULO          PIC X(100).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-CONTROL.
           PERFORM 150-CARGAR-OPERADORES.
           PERFORM 200-BUSCAR-AUDITLOG.
           PERFORM 210-BUSCAR-PARMAUD.
           PERFORM 220-BUSCAR-DUPAUDIT.
           PERFORM 230-BUSCAR-CLSAUD.
           PERFORM 240-BUSCAR-SECAUD.
           PERFORM 250-BUSCAR-WOFREG.
           PERFORM 260-BUSCAR-CHKREG.
           PERFORM 270-BUSCAR-NEGHOLD.
           PERFORM 280-BUSCAR-CHKHOLD.
           PERFORM 300-MARCAR-INACTIVOS.
           PERFORM 400-ORDENAR-OPERADORES.
           PERFORM 500-ESCRIBIR-REPORTE.
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
                       IF RC-DIAS-OPER-INACTIVO IS NUMERIC
                          AND RC-DIAS-OPER-INACTIVO NOT = ZERO
                           MOVE RC-DIAS-OPER-INACTIVO
                               TO WS-DIAS-INACTIVO
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *****************************************************************
      *  Sin CERTCTL no hay gerentes ni reglas: el reporte sale igual
      *  (todos los ID sin gerente), para que seguridad vea que falta
      *  el control en vez de recibir nada.
      *****************************************************************
       100-CARGAR-CONTROL.
           OPEN INPUT CERTCTL-FILE.
           IF WS-CERTCTL-OK
               PERFORM 110-LEER-CONTROL
               PERFORM UNTIL WS-CERTCTL-EOF
                   EVALUATE TRUE
                       WHEN CT-GERENTE
                           PERFORM 120-GUARDAR-GERENTE
                       WHEN CT-CONFLICTO
                           PERFORM 130-GUARDAR-REGLA
                       WHEN OTHER
                           MOVE 'TIPO DE CONTROL NO VALIDO: '
                               TO WS-EL-DATO-OFENSOR
                           MOVE CT-TIPO TO WS-EL-DATO-OFENSOR(28:1)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                   END-EVALUATE
                   PERFORM 110-LEER-CONTROL
               END-PERFORM
               CLOSE CERTCTL-FILE
           ELSE
               DISPLAY 'SIN ARCHIVO CERTCTL, ESTADO: '
                   WS-CERTCTL-STATUS
           END-IF.

       110-LEER-CONTROL.
           READ CERTCTL-FILE
               AT END SET WS-CERTCTL-EOF TO TRUE
           END-READ.

       120-GUARDAR-GERENTE.
           IF WS-CONTADOR-GERENTES < 500
               ADD 1 TO WS-CONTADOR-GERENTES
               MOVE CT-GER-OPERADOR
                   TO WS-TG-OPERADOR(WS-CONTADOR-GERENTES)
               MOVE CT-GER-GERENTE
                   TO WS-TG-GERENTE(WS-CONTADOR-GERENTES)
               MOVE CT-GER-NOMBRE
                   TO WS-TG-NOMBRE(WS-CONTADOR-GERENTES)
           ELSE
               MOVE 'TABLA DE GERENTES LLENA' TO WS-EL-DATO-OFENSOR
               PERFORM 900-ABORTAR
           END-IF.

       130-GUARDAR-REGLA.
           IF WS-CONTADOR-REGLAS NOT < 50
               MOVE 'TABLA DE REGLAS DE CONFLICTO LLENA'
                   TO WS-EL-DATO-OFENSOR
               PERFORM 900-ABORTAR
           END-IF.
           ADD 1 TO WS-CONTADOR-REGLAS.
           MOVE CT-CON-AUTORIDAD-1 TO WS-TR-LETRA-1(WS-CONTADOR-REGLAS).
           MOVE CT-CON-AUTORIDAD-2 TO WS-TR-LETRA-2(WS-CONTADOR-REGLAS).
           MOVE CT-CON-DESCRIPCION
               TO WS-TR-DESCRIPCION(WS-CONTADOR-REGLAS).
           MOVE CT-CON-AUTORIDAD-1 TO WS-LETRA-BUSCADA.
           PERFORM 140-UBICAR-LETRA.
           MOVE WS-POSICION-LETRA TO WS-TR-POS-1(WS-CONTADOR-REGLAS).
           MOVE CT-CON-AUTORIDAD-2 TO WS-LETRA-BUSCADA.
           PERFORM 140-UBICAR-LETRA.
           MOVE WS-POSICION-LETRA TO WS-TR-POS-2(WS-CONTADOR-REGLAS).
           IF WS-TR-POS-1(WS-CONTADOR-REGLAS) = ZERO
              OR WS-TR-POS-2(WS-CONTADOR-REGLAS) = ZERO
              OR CT-CON-AUTORIDAD-1 = CT-CON-AUTORIDAD-2
               ADD 1 TO WS-CONTADOR-REGLAS-MALAS
               MOVE 'REGLA DE CONFLICTO NO VALIDA: '
                   TO WS-EL-DATO-OFENSOR
               MOVE CT-CON-AUTORIDAD-1 TO WS-EL-DATO-OFENSOR(31:1)
               MOVE '+' TO WS-EL-DATO-OFENSOR(32:1)
               MOVE CT-CON-AUTORIDAD-2 TO WS-EL-DATO-OFENSOR(33:1)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE ZERO TO WS-TR-POS-1(WS-CONTADOR-REGLAS)
           END-IF.

      *****************************************************************
      *  Posicion de la letra en la imagen; cero si no es una letra
      *  de funcion de OPERAUTH.
      *****************************************************************
       140-UBICAR-LETRA.
           MOVE ZERO TO WS-POSICION-LETRA.
           IF WS-LETRA-BUSCADA NOT = SPACE
               PERFORM VARYING WS-IDX-LETRA FROM 1 BY 1
                   UNTIL WS-IDX-LETRA > 14
                   IF WS-LETRAS-FUNCION(WS-IDX-LETRA:1)
                      = WS-LETRA-BUSCADA
                       MOVE WS-IDX-LETRA TO WS-POSICION-LETRA
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       150-CARGAR-OPERADORES.
           OPEN INPUT OPERSEC-FILE.
           IF NOT WS-OPERSEC-OK
               MOVE 'NO SE PUDO ABRIR OPERSEC, ESTADO '
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-OPERSEC-STATUS TO WS-EL-DATO-OFENSOR(35:2)
               PERFORM 900-ABORTAR
           END-IF.
           PERFORM 160-LEER-OPERSEC.
           PERFORM UNTIL WS-OPERSEC-EOF
               IF WS-CONTADOR-OPERADORES NOT < 500
                   MOVE 'TABLA DE OPERADORES LLENA'
                       TO WS-EL-DATO-OFENSOR
                   PERFORM 900-ABORTAR
               END-IF
               ADD 1 TO WS-CONTADOR-OPERADORES
               PERFORM 170-GUARDAR-OPERADOR
               PERFORM 160-LEER-OPERSEC
           END-PERFORM.
           CLOSE OPERSEC-FILE.

       160-LEER-OPERSEC.
           READ OPERSEC-FILE NEXT
               AT END SET WS-OPERSEC-EOF TO TRUE
           END-READ.

       170-GUARDAR-OPERADOR.
           MOVE OP-AUT-ESTADO-CIVIL TO WS-IO-ESTADO-CIVIL.
           MOVE OP-AUT-CIERRE TO WS-IO-CIERRE.
           MOVE OP-AUT-RUNCTL TO WS-IO-RUNCTL.
           MOVE OP-AUT-MERGE TO WS-IO-MERGE.
           MOVE OP-AUT-LIBERA-LIMITE TO WS-IO-LIBERA.
           MOVE OP-AUT-SEGURIDAD TO WS-IO-SEGURIDAD.
           MOVE OP-AUT-AJUSTE TO WS-IO-AJUSTE.
           MOVE OP-AUT-LIBERA-CHEQUE TO WS-IO-LIBERA-CHQ.
           MOVE OP-AUT-PERIODO TO WS-IO-PERIODO.
           MOVE OP-AUT-CASTIGO TO WS-IO-CASTIGO.
           MOVE OP-AUT-LIMITE TO WS-IO-LIMITE.
           MOVE OP-AUT-CUMPLIMIENTO TO WS-IO-CUMPLIMIENTO.
           MOVE OP-AUT-CONVENIO TO WS-IO-CONVENIO.
           MOVE OP-AUT-EXCEPCION-CIERRE TO WS-IO-EXCEPCION.
           MOVE OP-ID TO WS-TO-ID(WS-CONTADOR-OPERADORES).
           MOVE OP-NOMBRE TO WS-TO-NOMBRE(WS-CONTADOR-OPERADORES).
           MOVE WS-IMAGEN-OPERADOR
               TO WS-TO-AUTORIDADES(WS-CONTADOR-OPERADORES).
           MOVE OP-ESTADO TO WS-TO-ESTADO(WS-CONTADOR-OPERADORES).
           MOVE ZERO TO WS-TO-ULTIMA(WS-CONTADOR-OPERADORES).
           MOVE 'N' TO WS-TO-INACTIVO(WS-CONTADOR-OPERADORES).
           MOVE HIGH-VALUES TO WS-TO-GERENTE(WS-CONTADOR-OPERADORES).
           PERFORM VARYING WS-IDX-GERENTE FROM 1 BY 1
               UNTIL WS-IDX-GERENTE > WS-CONTADOR-GERENTES
               IF WS-TG-OPERADOR(WS-IDX-GERENTE) = OP-ID
                   MOVE WS-TG-GERENTE(WS-IDX-GERENTE)
                       TO WS-TO-GERENTE(WS-CONTADOR-OPERADORES)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       200-BUSCAR-AUDITLOG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-OK
               PERFORM 205-LEER-AUDITLOG
               PERFORM UNTIL WS-AUDIT-EOF
                   MOVE AUD-CODIGO-SUPERVISOR TO WS-ID-ACTIVIDAD
                   MOVE AUD-FECHA TO WS-FECHA-ACTIVIDAD
                   PERFORM 290-ANOTAR-ACTIVIDAD
                   PERFORM 205-LEER-AUDITLOG
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       205-LEER-AUDITLOG.
           READ AUDIT-FILE
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ.

       210-BUSCAR-PARMAUD.
           OPEN INPUT PARMAUD-FILE.
           IF WS-PARMAUD-OK
               PERFORM 215-LEER-PARMAUD
               PERFORM UNTIL WS-PARMAUD-EOF
                   MOVE PA-OPERADOR TO WS-ID-ACTIVIDAD
                   MOVE PA-FECHA TO WS-FECHA-ACTIVIDAD
                   PERFORM 290-ANOTAR-ACTIVIDAD
                   PERFORM 215-LEER-PARMAUD
               END-PERFORM
               CLOSE PARMAUD-FILE
           END-IF.

       215-LEER-PARMAUD.
           READ PARMAUD-FILE
               AT END SET WS-PARMAUD-EOF TO TRUE
           END-READ.

       220-BUSCAR-DUPAUDIT.
           OPEN INPUT DUPAUDIT-FILE.
           IF WS-DUPAUDIT-OK
               PERFORM 225-LEER-DUPAUDIT
               PERFORM UNTIL WS-DUPAUDIT-EOF
                   MOVE DA-OPERADOR TO WS-ID-ACTIVIDAD
                   MOVE DA-FECHA TO WS-FECHA-ACTIVIDAD
                   PERFORM 290-ANOTAR-ACTIVIDAD
                   PERFORM 225-LEER-DUPAUDIT
               END-PERFORM
               CLOSE DUPAUDIT-FILE
           END-IF.

       225-LEER-DUPAUDIT.
           READ DUPAUDIT-FILE
               AT END SET WS-DUPAUDIT-EOF TO TRUE
           END-READ.

       230-BUSCAR-CLSAUD.
           OPEN INPUT CLSAUD-FILE.
           IF WS-CLSAUD-OK
               PERFORM 235-LEER-CLSAUD
               PERFORM UNTIL WS-CLSAUD-EOF
                   MOVE CL-OPERADOR TO WS-ID-ACTIVIDAD
                   MOVE CL-FECHA TO WS-FECHA-ACTIVIDAD
                   PERFORM 290-ANOTAR-ACTIVIDAD
                   PERFORM 235-LEER-CLSAUD
               END-PERFORM
               CLOSE CLSAUD-FILE
           END-IF.

       235-LEER-CLSAUD.
           READ CLSAUD-FILE
               AT END SET WS-CLSAUD-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  En SECAUD cuenta quien hizo el cambio y, en un alta o un
      *  rearme, tambien el ID afectado: empieza (o vuelve) a operar
      *  ese dia.
      *****************************************************************
       240-BUSCAR-SECAUD.
           OPEN INPUT SECAUD-FILE.
           IF WS-SECAUD-OK
               PERFORM 245-LEER-SECAUD
               PERFORM UNTIL WS-SECAUD-EOF
                   MOVE SB-OPERADOR TO WS-ID-ACTIVIDAD
                   MOVE SB-FECHA TO WS-FECHA-ACTIVIDAD
                   PERFORM 290-ANOTAR-ACTIVIDAD
                   IF SB-ACCION = 'ALTA' OR SB-ACCION = 'REARME'
                       MOVE SB-ID-AFECTADO TO WS-ID-ACTIVIDAD
                       PERFORM 290-ANOTAR-ACTIVIDAD
                   END-IF
                   PERFORM 245-LEER-SECAUD
               END-PERFORM
               CLOSE SECAUD-FILE
           END-IF.

       245-LEER-SECAUD.
           READ SECAUD-FILE
               AT END SET WS-SECAUD-EOF TO TRUE
           END-READ.

       250-BUSCAR-WOFREG.
           OPEN INPUT WOFREG-FILE.
           IF WS-WOFREG-OK
               PERFORM 255-LEER-WOFREG
               PERFORM UNTIL WS-WOFREG-EOF
                   MOVE WO-OPERADOR TO WS-ID-ACTIVIDAD
                   MOVE WO-FECHA TO WS-FECHA-ACTIVIDAD
                   PERFORM 290-ANOTAR-ACTIVIDAD
                   PERFORM 255-LEER-WOFREG
               END-PERFORM
               CLOSE WOFREG-FILE
           END-IF.

       255-LEER-WOFREG.
           READ WOFREG-FILE
               AT END SET WS-WOFREG-EOF TO TRUE
           END-READ.

       260-BUSCAR-CHKREG.
           OPEN INPUT CHKREG-FILE.
           IF WS-CHKREG-OK
               PERFORM 265-LEER-CHKREG
               PERFORM UNTIL WS-CHKREG-EOF
                   MOVE CR-OPERADOR-APRUEBA TO WS-ID-ACTIVIDAD
                   MOVE CR-FECHA TO WS-FECHA-ACTIVIDAD
                   PERFORM 290-ANOTAR-ACTIVIDAD
                   PERFORM 265-LEER-CHKREG
               END-PERFORM
               CLOSE CHKREG-FILE
           END-IF.

       265-LEER-CHKREG.
           READ CHKREG-FILE
               AT END SET WS-CHKREG-EOF TO TRUE
           END-READ.

       270-BUSCAR-NEGHOLD.
           OPEN INPUT NEGHOLD-FILE.
           IF WS-NEGHOLD-OK
               PERFORM 275-LEER-NEGHOLD
               PERFORM UNTIL WS-NEGHOLD-EOF
                   MOVE NH-OPERADOR TO WS-ID-ACTIVIDAD
                   MOVE NH-FECHA TO WS-FECHA-ACTIVIDAD
                   PERFORM 290-ANOTAR-ACTIVIDAD
                   PERFORM 275-LEER-NEGHOLD
               END-PERFORM
               CLOSE NEGHOLD-FILE
           END-IF.

       275-LEER-NEGHOLD.
           READ NEGHOLD-FILE
               AT END SET WS-NEGHOLD-EOF TO TRUE
           END-READ.

       280-BUSCAR-CHKHOLD.
           OPEN INPUT CHKHOLD-FILE.
           IF WS-CHKHOLD-OK
               PERFORM 285-LEER-CHKHOLD
               PERFORM UNTIL WS-CHKHOLD-EOF
                   MOVE KH-OPERADOR TO WS-ID-ACTIVIDAD
                   MOVE KH-FECHA TO WS-FECHA-ACTIVIDAD
                   PERFORM 290-ANOTAR-ACTIVIDAD
                   PERFORM 285-LEER-CHKHOLD
               END-PERFORM
               CLOSE CHKHOLD-FILE
           END-IF.

       285-LEER-CHKHOLD.
           READ CHKHOLD-FILE
               AT END SET WS-CHKHOLD-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Se queda con la fecha mas reciente de cada ID; los registros
      *  sin operador (retenidos aun sin decision, cheques sin
      *  aprobacion) no cuentan.
      *****************************************************************
       290-ANOTAR-ACTIVIDAD.
           IF WS-ID-ACTIVIDAD NOT = SPACES
              AND WS-FECHA-ACTIVIDAD IS NUMERIC
               PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-CONTADOR-OPERADORES
                   IF WS-TO-ID(WS-IDX-OPER) = WS-ID-ACTIVIDAD
                       IF WS-FECHA-ACTIVIDAD > WS-TO-ULTIMA(WS-IDX-OPER)
                           MOVE WS-FECHA-ACTIVIDAD
                               TO WS-TO-ULTIMA(WS-IDX-OPER)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       300-MARCAR-INACTIVOS.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER > WS-CONTADOR-OPERADORES
               IF WS-TO-ULTIMA(WS-IDX-OPER) = ZERO
                   SET WS-TO-ID-INACTIVO(WS-IDX-OPER) TO TRUE
               ELSE
                   CALL 'DATEUTIL' USING '2' WS-TO-ULTIMA(WS-IDX-OPER)
                       WS-FECHA-PROCESO WS-FECHA-FORMATEADA
                       WS-DIAS-SIN-ACTIVIDAD WS-RETORNO-DATEUTIL
                   IF WS-DIAS-SIN-ACTIVIDAD >= WS-DIAS-INACTIVO
                       SET WS-TO-ID-INACTIVO(WS-IDX-OPER) TO TRUE
                   END-IF
               END-IF
               IF WS-TO-ID-INACTIVO(WS-IDX-OPER)
                   ADD 1 TO WS-CONTADOR-INACTIVOS
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Seleccion directa por gerente e ID, mismo enfoque que
      *  400-ORDENAR-ACTIVIDAD de OPERACT.
      *****************************************************************
       400-ORDENAR-OPERADORES.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER NOT < WS-CONTADOR-OPERADORES
               MOVE WS-IDX-OPER TO WS-IDX-MENOR
               COMPUTE WS-IDX-BUSCA = WS-IDX-OPER + 1
               PERFORM UNTIL WS-IDX-BUSCA > WS-CONTADOR-OPERADORES
                   IF WS-TO-GERENTE(WS-IDX-BUSCA) <
                      WS-TO-GERENTE(WS-IDX-MENOR)
                      OR (WS-TO-GERENTE(WS-IDX-BUSCA) =
                          WS-TO-GERENTE(WS-IDX-MENOR)
                          AND WS-TO-ID(WS-IDX-BUSCA) <
                              WS-TO-ID(WS-IDX-MENOR))
                       MOVE WS-IDX-BUSCA TO WS-IDX-MENOR
                   END-IF
                   ADD 1 TO WS-IDX-BUSCA
               END-PERFORM
               IF WS-IDX-MENOR NOT = WS-IDX-OPER
                   MOVE WS-OPERADOR-ENTRADA(WS-IDX-OPER)
                       TO WS-OPERADOR-TRABAJO
                   MOVE WS-OPERADOR-ENTRADA(WS-IDX-MENOR)
                       TO WS-OPERADOR-ENTRADA(WS-IDX-OPER)
                   MOVE WS-OPERADOR-TRABAJO
                       TO WS-OPERADOR-ENTRADA(WS-IDX-MENOR)
               END-IF
           END-PERFORM.

       500-ESCRIBIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           OPEN OUTPUT CERTDEC-FILE.
           MOVE SPACES TO WS-LINEA-TITULO.
           STRING 'RECERTIFICACION DE ACCESOS DE OPERADORES AL '
               WS-FECHA-PROCESO '  (INACTIVO: ' WS-DIAS-INACTIVO
               ' DIAS SIN ACTIVIDAD)'
               DELIMITED BY SIZE INTO WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           MOVE 'AUTORIDADES: E ESTADO CIVIL  C CIERRE  R RUNCTL  '
               & 'M MERGE  L LIBERA LIMITE  S SEGURIDAD  A AJUSTE'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE '             Q APRUEBA CHEQUE  P PERIODOS  W CASTIGO'
               & '  K LIMITE CREDITO  V CUMPLIMIENTO  N CONVENIOS'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE '             X EXCEPCION DE CIERRE DE PERIODO'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 510-LISTAR-REGLAS.
           MOVE HIGH-VALUES TO WS-GERENTE-ACTUAL.
           MOVE SPACES TO WS-LINEA-TITULO.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER > WS-CONTADOR-OPERADORES
               IF WS-IDX-OPER = 1
                  OR WS-TO-GERENTE(WS-IDX-OPER) NOT = WS-GERENTE-ACTUAL
                   MOVE WS-TO-GERENTE(WS-IDX-OPER)
                       TO WS-GERENTE-ACTUAL
                   PERFORM 520-CABECERA-GERENTE
               END-IF
               PERFORM 530-LINEA-OPERADOR
               PERFORM 540-BUSCAR-CONFLICTOS
               PERFORM 550-HOJA-DECISION
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO WS-LINEA-TITULO.
           STRING 'OPERADORES: ' WS-CONTADOR-OPERADORES
               '  INACTIVOS: ' WS-CONTADOR-INACTIVOS
               '  CONFLICTOS: ' WS-CONTADOR-CONFLICTOS
               '  SIN GERENTE: ' WS-CONTADOR-SIN-GERENTE
               '  REGLAS NO VALIDAS: ' WS-CONTADOR-REGLAS-MALAS
               DELIMITED BY SIZE INTO WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           CLOSE CERTDEC-FILE.
           CLOSE REPORTE-FILE.
           DISPLAY 'OPERADORES RECERTIFICADOS: '
               WS-CONTADOR-OPERADORES ' INACTIVOS: '
               WS-CONTADOR-INACTIVOS ' CONFLICTOS: '
               WS-CONTADOR-CONFLICTOS.

       510-LISTAR-REGLAS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'REGLAS DE CONFLICTO VIGENTES (CERTCTL)'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
               UNTIL WS-IDX-REGLA > WS-CONTADOR-REGLAS
               MOVE WS-TR-LETRA-1(WS-IDX-REGLA) TO WS-LF-LETRA-1
               MOVE WS-TR-LETRA-2(WS-IDX-REGLA) TO WS-LF-LETRA-2
               MOVE WS-TR-DESCRIPCION(WS-IDX-REGLA)
                   TO WS-LF-DESCRIPCION
               IF WS-TR-POS-1(WS-IDX-REGLA) = ZERO
                   MOVE 'REGLA NO VALIDA, NO SE APLICA'
                       TO WS-LF-DESCRIPCION
               END-IF
               WRITE REPORTE-LINEA FROM WS-LINEA-CONFLICTO
           END-PERFORM.

       520-CABECERA-GERENTE.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-GERENTE-ACTUAL = HIGH-VALUES
               MOVE '----' TO WS-LG-GERENTE
               MOVE 'SIN GERENTE ASIGNADO EN CERTCTL' TO WS-LG-NOMBRE
           ELSE
               MOVE WS-GERENTE-ACTUAL TO WS-LG-GERENTE
               MOVE SPACES TO WS-LG-NOMBRE
               PERFORM VARYING WS-IDX-GERENTE FROM 1 BY 1
                   UNTIL WS-IDX-GERENTE > WS-CONTADOR-GERENTES
                   IF WS-TG-GERENTE(WS-IDX-GERENTE)
                      = WS-GERENTE-ACTUAL
                       MOVE WS-TG-NOMBRE(WS-IDX-GERENTE)
                           TO WS-LG-NOMBRE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           WRITE REPORTE-LINEA FROM WS-LINEA-GERENTE.
           MOVE '  ID    NOMBRE                   AUTORIDADES     E'
               & '  ULTIMA     DIAS  MARCA'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

      *****************************************************************
      *  Las autoridades se muestran con su letra donde el ID la
      *  tiene y un punto donde no.
      *****************************************************************
       530-LINEA-OPERADOR.
           MOVE WS-TO-ID(WS-IDX-OPER) TO WS-LO-ID.
           MOVE WS-TO-NOMBRE(WS-IDX-OPER) TO WS-LO-NOMBRE.
           MOVE ALL '.' TO WS-AUTORIDADES-VISTA.
           PERFORM VARYING WS-IDX-LETRA FROM 1 BY 1
               UNTIL WS-IDX-LETRA > 14
               IF WS-TO-AUTORIDADES(WS-IDX-OPER)(WS-IDX-LETRA:1) = 'S'
                   MOVE WS-LETRAS-FUNCION(WS-IDX-LETRA:1)
                       TO WS-AUTORIDADES-VISTA(WS-IDX-LETRA:1)
               END-IF
           END-PERFORM.
           MOVE WS-AUTORIDADES-VISTA TO WS-LO-AUTORIDADES.
           MOVE WS-TO-ESTADO(WS-IDX-OPER) TO WS-LO-ESTADO.
           MOVE ZERO TO WS-LO-DIAS.
           IF WS-TO-ULTIMA(WS-IDX-OPER) = ZERO
               MOVE 'NUNCA' TO WS-LO-ULTIMA
           ELSE
               MOVE WS-TO-ULTIMA(WS-IDX-OPER) TO WS-LO-ULTIMA
               CALL 'DATEUTIL' USING '2' WS-TO-ULTIMA(WS-IDX-OPER)
                   WS-FECHA-PROCESO WS-FECHA-FORMATEADA
                   WS-DIAS-SIN-ACTIVIDAD WS-RETORNO-DATEUTIL
               IF WS-DIAS-SIN-ACTIVIDAD > ZERO
                   MOVE WS-DIAS-SIN-ACTIVIDAD TO WS-LO-DIAS
               END-IF
           END-IF.
           MOVE SPACES TO WS-LO-MARCA.
           IF WS-TO-ID-INACTIVO(WS-IDX-OPER)
               MOVE 'INACTIVO' TO WS-LO-MARCA
           END-IF.
           IF WS-TO-GERENTE(WS-IDX-OPER) = HIGH-VALUES
               ADD 1 TO WS-CONTADOR-SIN-GERENTE
           END-IF.
           WRITE REPORTE-LINEA FROM WS-LINEA-OPERADOR.

       540-BUSCAR-CONFLICTOS.
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
               UNTIL WS-IDX-REGLA > WS-CONTADOR-REGLAS
               IF WS-TR-POS-1(WS-IDX-REGLA) NOT = ZERO
                   IF WS-TO-AUTORIDADES(WS-IDX-OPER)
                      (WS-TR-POS-1(WS-IDX-REGLA):1) = 'S'
                      AND WS-TO-AUTORIDADES(WS-IDX-OPER)
                      (WS-TR-POS-2(WS-IDX-REGLA):1) = 'S'
                       ADD 1 TO WS-CONTADOR-CONFLICTOS
                       MOVE WS-TR-LETRA-1(WS-IDX-REGLA)
                           TO WS-LF-LETRA-1
                       MOVE WS-TR-LETRA-2(WS-IDX-REGLA)
                           TO WS-LF-LETRA-2
                       MOVE WS-TR-DESCRIPCION(WS-IDX-REGLA)
                           TO WS-LF-DESCRIPCION
                       WRITE REPORTE-LINEA FROM WS-LINEA-CONFLICTO
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Hoja de decisiones: el ID inactivo y todavia activo va
      *  propuesto para deshabilitar; el resto sin decision.
      *****************************************************************
       550-HOJA-DECISION.
           MOVE SPACES TO CERTDEC-REGISTRO.
           IF WS-TO-GERENTE(WS-IDX-OPER) NOT = HIGH-VALUES
               MOVE WS-TO-GERENTE(WS-IDX-OPER) TO CD-GERENTE
           END-IF.
           MOVE WS-TO-ID(WS-IDX-OPER) TO CD-OPERADOR.
           MOVE WS-TO-NOMBRE(WS-IDX-OPER) TO CD-NOMBRE.
           MOVE WS-TO-AUTORIDADES(WS-IDX-OPER) TO CD-AUTORIDADES.
           MOVE WS-TO-ESTADO(WS-IDX-OPER) TO CD-ESTADO.
           MOVE WS-TO-INACTIVO(WS-IDX-OPER) TO CD-INACTIVO.
           IF CD-ID-INACTIVO AND CD-ESTADO = 'A'
               SET CD-DESHABILITA TO TRUE
           END-IF.
           MOVE WS-FECHA-PROCESO TO CD-FECHA-CORTE.
           WRITE CERTDEC-REGISTRO.

       900-ABORTAR.
           DISPLAY 'RECERTIFICACION DETENIDA: ' WS-EL-DATO-OFENSOR.
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM OPERCERT.
