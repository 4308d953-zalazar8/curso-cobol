       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANON.
      *****************************************************************
      *  Anonimizacion anual de clientes archivados: CUSTARCH saca del
      *  maestro a los inactivos y CUSTREIN puede traerlos de vuelta,
      *  pero la identidad del ex cliente quedaba para siempre en el
      *  archivo historico y en las bitacoras acumuladas.  Vencido el
      *  plazo legal de conservacion (RC-DIAS-RETENCION-LEGAL, que
      *  corre desde el archivo: CUSTARCH archiva al cumplirse
      *  RC-DIAS-RETENCION desde el cierre, asi que el plazo vence a
      *  los RC-DIAS-RETENCION mas RC-DIAS-RETENCION-LEGAL dias de
      *  CM-FECHA-INACTIVO), el cliente se anonimiza salvo que:
      *    - este de nuevo en el maestro (reinstalado);
      *    - tenga un reclamo abierto en RECLAMO;
      *    - tenga castigos o recuperaciones en WOFREG dentro del
      *      plazo legal (cobranza todavia puede cobrarle);
      *    - tenga un cheque en expediente de bien no reclamado con
      *      carta enviada o ya remitido (ABANCASO): el tenedor debe
      *      poder identificar al titular ante el estado.
      *  A los elegidos se les borra nombre (queda 'ANONIMIZADO'),
      *  apellido, documento, fecha de nacimiento, direccion, ciudad
      *  y telefono en:
      *    - el archivo historico CUSTARCH;
      *    - el diario campo por campo CMJRNL y sus generaciones de
      *      JRNLCUT (valores antes/despues de esos campos);
      *    - el diario de recuperacion CUSTJRNL y sus generaciones
      *      (la imagen completa del registro);
      *    - el libro de cheques CHKREG y sus generaciones (el
      *      beneficiario de los cheques al cliente);
      *    - los estados archivados STMARCH (titular y domicilio de
      *      la cabecera, y el nombre o la direccion donde aparezcan
      *      en el texto de las lineas);
      *    - la bitacora de reinstalaciones REINLOG (documento);
      *  y se borran su registro de CUSTMAIL y sus nombres anteriores
      *  de NOMBANT (cambios legales de nombre).  Importes, fechas,
      *  sucursal y demas datos contables quedan como estaban.
      *  Cada archivo se copia entero a su version nueva (.NUEVO y,
      *  para las generaciones, una copia consolidada) que el JCL
      *  pone en lugar del original solo si este paso termina bien.
      *  Cada cliente anonimizado deja su certificado en ANONCERT y
      *  el reporte ANONRPT lista los anonimizados y los que,
      *  vencido el plazo, quedaron retenidos y por que.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ARCHIVO-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT ARCHIVO-NUEVO-FILE ASSIGN TO "CUSTARCN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-STATUS.
           SELECT CASTIGOS-FILE ASSIGN TO "WOFREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASTIGOS-STATUS.
           SELECT ABANDONO-FILE ASSIGN TO "ABANCASO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABANDONO-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "CMJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIARIO-STATUS.
           SELECT DIARIO-NUEVO-FILE ASSIGN TO "CMJRNLN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT DIARIO-GEN-FILE ASSIGN TO "CMJRNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIARIO-GEN-STATUS.
           SELECT DIARIO-GEN-NUEVO-FILE ASSIGN TO "CMJRNGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT RECUP-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECUP-STATUS.
           SELECT RECUP-NUEVO-FILE ASSIGN TO "CUSTJRNN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT RECUP-GEN-FILE ASSIGN TO "CUSTJRLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECUP-GEN-STATUS.
           SELECT RECUP-GEN-NUEVO-FILE ASSIGN TO "CUSTJRGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT CHKREG-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT CHKREG-NUEVO-FILE ASSIGN TO "CHKREGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT CHKREG-GEN-FILE ASSIGN TO "CHKREGG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKREG-GEN-STATUS.
           SELECT CHKREG-GEN-NUEVO-FILE ASSIGN TO "CHKRGGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT ESTADOS-FILE ASSIGN TO "STMARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADOS-STATUS.
           SELECT ESTADOS-NUEVO-FILE ASSIGN TO "STMARCHN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REINLOG-FILE ASSIGN TO "REINLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REINLOG-STATUS.
           SELECT REINLOG-NUEVO-FILE ASSIGN TO "REINLOGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT CUSTMAIL-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAIL-STATUS.
           SELECT NOMBANT-FILE ASSIGN TO "NOMBANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-CLAVE
               ALTERNATE RECORD KEY IS NA-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-NOMBANT-STATUS.
           SELECT CERTIFICADO-FILE ASSIGN TO "ANONCERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERTIFICADO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "ANONRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
      *****************************************************************
      *  Los registros de los archivos que se reescriben se leen con
      *  INTO sobre su layout de copybook en WORKING-STORAGE, asi el
      *  vivo y sus generaciones comparten la misma limpieza.
      *****************************************************************
       FD  ARCHIVO-FILE.
       01  ARCHIVO-REGISTRO            PIC X(160).
       FD  ARCHIVO-NUEVO-FILE.
       01  ARCHIVO-NUEVO-REGISTRO      PIC X(160).
       FD  CUSTMAST-FILE.
       01  MAESTRO-REGISTRO.
           05  MA-CUST-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(154).
       FD  RECLAMOS-FILE.
           COPY RECLAMO.
       FD  CASTIGOS-FILE.
           COPY WOFREG.
       FD  ABANDONO-FILE.
           COPY CHKABAN.
       FD  DIARIO-FILE.
       01  DIARIO-REGISTRO             PIC X(100).
       FD  DIARIO-NUEVO-FILE.
       01  DIARIO-NUEVO-REGISTRO       PIC X(100).
       FD  DIARIO-GEN-FILE.
       01  DIARIO-GEN-REGISTRO         PIC X(100).
       FD  DIARIO-GEN-NUEVO-FILE.
       01  DIARIO-GEN-NUEVO-REGISTRO   PIC X(100).
       FD  RECUP-FILE.
       01  RECUP-REGISTRO              PIC X(175).
       FD  RECUP-NUEVO-FILE.
       01  RECUP-NUEVO-REGISTRO        PIC X(175).
       FD  RECUP-GEN-FILE.
       01  RECUP-GEN-REGISTRO          PIC X(175).
       FD  RECUP-GEN-NUEVO-FILE.
       01  RECUP-GEN-NUEVO-REGISTRO    PIC X(175).
       FD  CHKREG-FILE.
       01  CHKREG-LIBRO-REGISTRO       PIC X(80).
       FD  CHKREG-NUEVO-FILE.
       01  CHKREG-NUEVO-REGISTRO       PIC X(80).
       FD  CHKREG-GEN-FILE.
       01  CHKREG-GEN-REGISTRO         PIC X(80).
       FD  CHKREG-GEN-NUEVO-FILE.
       01  CHKREG-GEN-NUEVO-REGISTRO   PIC X(80).
       FD  ESTADOS-FILE.
       01  ESTADOS-REGISTRO            PIC X(85).
       FD  ESTADOS-NUEVO-FILE.
       01  ESTADOS-NUEVO-REGISTRO      PIC X(85).
       FD  REINLOG-FILE.
       01  REINLOG-LINEA               PIC X(60).
       FD  REINLOG-NUEVO-FILE.
       01  REINLOG-NUEVO-LINEA         PIC X(60).
       FD  CUSTMAIL-FILE.
           COPY CUSTMAIL.
       FD  NOMBANT-FILE.
           COPY NOMBANT.
       FD  CERTIFICADO-FILE.
           COPY ANONCERT.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA               PIC X(100).
       WORKING-STORAGE SECTION.
           COPY CUSTMAST.
           COPY CMJRNL.
           COPY CHKREG.
           COPY STMARCH.
       01 WS-RECUP-TRABAJO.
           05  WS-RJ-ACCION            PIC X(1).
           05  WS-RJ-FECHA             PIC 9(8).
           05  WS-RJ-HORA              PIC 9(6).
           05  WS-RJ-IMAGEN            PIC X(160).
      *  Linea de REINLOG tal como la escribe CUSTREIN.
       01 WS-REINLOG-TRABAJO.
           05  WS-RT-FECHA             PIC X(8).
           05  FILLER                  PIC X(2).
           05  WS-RT-CUST-NUMBER       PIC X(6).
           05  FILLER                  PIC X(2).
           05  WS-RT-DOCUMENTO         PIC X(11).
           05  FILLER                  PIC X(31).
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-ARCHIVO-STATUS        PIC X(2).
           88 WS-ARCHIVO-OK        VALUE '00'.
           88 WS-ARCHIVO-EOF       VALUE '10'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-RECLAMOS-STATUS       PIC X(2).
           88 WS-RECLAMOS-OK       VALUE '00'.
           88 WS-RECLAMOS-EOF      VALUE '10'.
       01 WS-CASTIGOS-STATUS       PIC X(2).
           88 WS-CASTIGOS-OK       VALUE '00'.
           88 WS-CASTIGOS-EOF      VALUE '10'.
       01 WS-ABANDONO-STATUS       PIC X(2).
           88 WS-ABANDONO-OK       VALUE '00'.
           88 WS-ABANDONO-EOF      VALUE '10'.
       01 WS-DIARIO-STATUS         PIC X(2).
           88 WS-DIARIO-OK         VALUE '00'.
           88 WS-DIARIO-EOF        VALUE '10'.
       01 WS-DIARIO-GEN-STATUS     PIC X(2).
           88 WS-DIARIO-GEN-OK     VALUE '00'.
           88 WS-DIARIO-GEN-EOF    VALUE '10'.
       01 WS-RECUP-STATUS          PIC X(2).
           88 WS-RECUP-OK          VALUE '00'.
           88 WS-RECUP-EOF         VALUE '10'.
       01 WS-RECUP-GEN-STATUS      PIC X(2).
           88 WS-RECUP-GEN-OK      VALUE '00'.
           88 WS-RECUP-GEN-EOF     VALUE '10'.
       01 WS-CHKREG-STATUS         PIC X(2).
           88 WS-CHKREG-OK         VALUE '00'.
           88 WS-CHKREG-EOF        VALUE '10'.
       01 WS-CHKREG-GEN-STATUS     PIC X(2).
           88 WS-CHKREG-GEN-OK     VALUE '00'.
           88 WS-CHKREG-GEN-EOF    VALUE '10'.
       01 WS-ESTADOS-STATUS        PIC X(2).
           88 WS-ESTADOS-OK        VALUE '00'.
           88 WS-ESTADOS-EOF       VALUE '10'.
       01 WS-REINLOG-STATUS        PIC X(2).
           88 WS-REINLOG-OK        VALUE '00'.
           88 WS-REINLOG-EOF       VALUE '10'.
       01 WS-CUSTMAIL-STATUS       PIC X(2).
           88 WS-CUSTMAIL-OK       VALUE '00'.
       01 WS-NOMBANT-STATUS        PIC X(2).
           88 WS-NOMBANT-OK        VALUE '00'.
       01 WS-FIN-ANTERIORES        PIC X(1) VALUE 'N'.
           88 WS-SIN-MAS-ANTERIORES VALUE 'S'.
       01 WS-CERTIFICADO-STATUS    PIC X(2).
       01 WS-REPORTE-STATUS        PIC X(2).
       01 WS-SALIDA-STATUS         PIC X(2).
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CUSTANON'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-DIAS-RETENCION        PIC 9(5) VALUE 365.
       01 WS-DIAS-RETENCION-LEGAL  PIC 9(5) VALUE 3650.
       01 WS-DIAS-PLAZO-TOTAL      PIC 9(6).
       01 WS-DIAS-TRANSCURRIDOS    PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
       01 WS-MARCA-ANONIMO         PIC X(12) VALUE 'ANONIMIZADO'.
      *****************************************************************
      *  Clientes del archivo historico, uno por numero (un cliente
      *  reinstalado y vuelto a archivar aparece dos veces en
      *  CUSTARCH: cuenta el cierre mas reciente).  Estado:
      *    'C' elegido para anonimizar   'R' plazo legal sin vencer
      *    'V' vigente en el maestro     'D' reclamo abierto
      *    'W' castigo o recuperacion dentro del plazo legal
      *    'E' bien no reclamado en curso o remitido
      *    'Y' ya anonimizado en una corrida anterior
      *****************************************************************
       01 WS-TABLA-ARCHIVADOS.
           05  WS-TA-ENTRADA       OCCURS 5000 TIMES.
               10  WS-TA-CUST          PIC 9(6).
               10  WS-TA-FECHA-INACTIVO PIC 9(8).
               10  WS-TA-ESTADO        PIC X(1).
                   88  WS-TA-ELEGIDO       VALUE 'C'.
                   88  WS-TA-RECIENTE      VALUE 'R'.
                   88  WS-TA-VIGENTE       VALUE 'V'.
                   88  WS-TA-CON-RECLAMO   VALUE 'D'.
                   88  WS-TA-CON-CASTIGO   VALUE 'W'.
                   88  WS-TA-CON-ABANDONO  VALUE 'E'.
                   88  WS-TA-YA-ANONIMO    VALUE 'Y'.
               10  WS-TA-NOMBRE        PIC X(12).
               10  WS-TA-APELLIDO      PIC X(10).
               10  WS-TA-DIRECCION     PIC X(25).
               10  WS-TA-REG-ARCHIVO   PIC 9(3).
               10  WS-TA-REG-DIARIO    PIC 9(5).
               10  WS-TA-REG-RECUPERA  PIC 9(5).
               10  WS-TA-REG-CHEQUES   PIC 9(5).
               10  WS-TA-REG-ESTADOS   PIC 9(5).
               10  WS-TA-REG-REINST    PIC 9(3).
               10  WS-TA-CORREO        PIC X(1).
       01 WS-CONTADOR-ARCHIVADOS   PIC 9(5) VALUE ZERO.
       01 WS-IDX-CLIENTE           PIC 9(5).
       01 WS-IDX-HALLADO           PIC 9(5).
       01 WS-IDX-BUSQUEDA          PIC 9(5).
       01 WS-CLIENTE-BUSCADO       PIC 9(6).
       01 WS-ULTIMO-BUSCADO        PIC 9(6) VALUE ZERO.
       01 WS-ULTIMO-HALLADO        PIC 9(5) VALUE ZERO.
       01 WS-CAMPO-PERSONAL        PIC X(1).
           88 WS-ES-CAMPO-PERSONAL VALUE 'S'.
      *  Cabecera del estado archivado (mismo orden que CUSTSTMT).
       01 WS-EN-CABECERA           PIC X(1) VALUE 'N'.
           88 WS-CABECERA-ESTADO   VALUE 'S'.
       01 WS-TEXTO-LIBRE           PIC X(71).
       01 WS-TEXTO-REAL            PIC X(25).
       01 WS-TEXTO-LARGO           PIC 9(2).
       01 WS-CONTADOR-ELEGIDOS     PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-RECIENTES    PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-RETENIDOS    PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-YA-ANONIMOS  PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-CORREOS      PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-ANTERIORES   PIC 9(5) VALUE ZERO.
       01 WS-LINEA-TITULO          PIC X(100).
       01 WS-LINEA-CLIENTE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LC-CUST          PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LC-FECHA-INACTIVO PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LC-DETALLE       PIC X(80).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-ARCHIVADOS.
           PERFORM 150-DESCARTAR-VIGENTES.
           PERFORM 200-DESCARTAR-RECLAMOS.
           PERFORM 250-DESCARTAR-CASTIGOS.
           PERFORM 300-DESCARTAR-ABANDONOS.
           PERFORM 400-LIMPIAR-ARCHIVO.
           PERFORM 450-LIMPIAR-DIARIOS.
           PERFORM 500-LIMPIAR-RECUPERACION.
           PERFORM 550-LIMPIAR-CHEQUES.
           PERFORM 600-LIMPIAR-ESTADOS.
           PERFORM 650-LIMPIAR-REINSTALACIONES.
           PERFORM 680-BORRAR-CORREOS.
           PERFORM 685-BORRAR-NOMBRES-ANTERIORES.
           PERFORM 700-EMITIR-CERTIFICADOS.
           PERFORM 800-IMPRIMIR-RESUMEN.
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
                       IF RC-DIAS-RETENCION IS NUMERIC
                          AND RC-DIAS-RETENCION NOT = ZERO
                           MOVE RC-DIAS-RETENCION TO WS-DIAS-RETENCION
                       END-IF
                       IF RC-DIAS-RETENCION-LEGAL IS NUMERIC
                          AND RC-DIAS-RETENCION-LEGAL NOT = ZERO
                           MOVE RC-DIAS-RETENCION-LEGAL
                               TO WS-DIAS-RETENCION-LEGAL
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           COMPUTE WS-DIAS-PLAZO-TOTAL =
               WS-DIAS-RETENCION + WS-DIAS-RETENCION-LEGAL.

      *****************************************************************
      *  Primera pasada por el archivo historico: arma la tabla de
      *  clientes con su cierre mas reciente y el nombre y domicilio
      *  reales, que hacen falta para limpiar el texto de los estados
      *  archivados.
      *****************************************************************
       100-CARGAR-ARCHIVADOS.
           OPEN INPUT ARCHIVO-FILE.
           IF NOT WS-ARCHIVO-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTARCH: ' WS-ARCHIVO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LEER-ARCHIVADO.
           PERFORM UNTIL WS-ARCHIVO-EOF
               PERFORM 120-REGISTRAR-ARCHIVADO
               PERFORM 110-LEER-ARCHIVADO
           END-PERFORM.
           CLOSE ARCHIVO-FILE.
           PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE > WS-CONTADOR-ARCHIVADOS
               PERFORM 130-EVALUAR-PLAZO
           END-PERFORM.

       110-LEER-ARCHIVADO.
           READ ARCHIVO-FILE INTO CUSTMAST-RECORD
               AT END SET WS-ARCHIVO-EOF TO TRUE
           END-READ.

       120-REGISTRAR-ARCHIVADO.
           MOVE CM-CUST-NUMBER TO WS-CLIENTE-BUSCADO.
           PERFORM 900-BUSCAR-CLIENTE.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CONTADOR-ARCHIVADOS NOT < 5000
                   MOVE 'TABLA DE ARCHIVADOS LLENA (5000)'
                       TO WS-EL-DATO-OFENSOR
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   DISPLAY 'CUSTANON: MAS DE 5000 CLIENTES ARCHIVADOS'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONTADOR-ARCHIVADOS
               MOVE WS-CONTADOR-ARCHIVADOS TO WS-IDX-HALLADO
               INITIALIZE WS-TA-ENTRADA(WS-IDX-HALLADO)
               MOVE CM-CUST-NUMBER TO WS-TA-CUST(WS-IDX-HALLADO)
               MOVE 'N' TO WS-TA-CORREO(WS-IDX-HALLADO)
               MOVE ZERO TO WS-ULTIMO-BUSCADO
           END-IF.
           IF CM-NOMBRE = WS-MARCA-ANONIMO
               SET WS-TA-YA-ANONIMO(WS-IDX-HALLADO) TO TRUE
           END-IF.
           IF CM-FECHA-INACTIVO NOT < WS-TA-FECHA-INACTIVO
                                          (WS-IDX-HALLADO)
               MOVE CM-FECHA-INACTIVO
                   TO WS-TA-FECHA-INACTIVO(WS-IDX-HALLADO)
               MOVE CM-NOMBRE TO WS-TA-NOMBRE(WS-IDX-HALLADO)
               MOVE CM-APELLIDO TO WS-TA-APELLIDO(WS-IDX-HALLADO)
               MOVE CM-DIRECCION TO WS-TA-DIRECCION(WS-IDX-HALLADO)
           END-IF.

       130-EVALUAR-PLAZO.
           IF NOT WS-TA-YA-ANONIMO(WS-IDX-CLIENTE)
               CALL 'DATEUTIL' USING '2' WS-FECHA-PROCESO
                   WS-TA-FECHA-INACTIVO(WS-IDX-CLIENTE)
                   WS-FECHA-FORMATEADA WS-DIAS-TRANSCURRIDOS
                   WS-RETORNO-DATEUTIL
               IF FUNCTION ABS(WS-DIAS-TRANSCURRIDOS)
                   > WS-DIAS-PLAZO-TOTAL
                   SET WS-TA-ELEGIDO(WS-IDX-CLIENTE) TO TRUE
               ELSE
                   SET WS-TA-RECIENTE(WS-IDX-CLIENTE) TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  Un numero que vuelve a estar en el maestro fue reinstalado:
      *  el cliente es cliente otra vez y su identidad se conserva.
      *****************************************************************
       150-DESCARTAR-VIGENTES.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST: ' WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE > WS-CONTADOR-ARCHIVADOS
               IF WS-TA-ELEGIDO(WS-IDX-CLIENTE)
                   MOVE WS-TA-CUST(WS-IDX-CLIENTE) TO MA-CUST-NUMBER
                   READ CUSTMAST-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET WS-TA-VIGENTE(WS-IDX-CLIENTE) TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE CUSTMAST-FILE.

       200-DESCARTAR-RECLAMOS.
           OPEN INPUT RECLAMOS-FILE.
           IF WS-RECLAMOS-OK
               PERFORM 210-LEER-RECLAMO
               PERFORM UNTIL WS-RECLAMOS-EOF
                   IF RL-ABIERTO
                       MOVE RL-CUST-NUMBER TO WS-CLIENTE-BUSCADO
                       PERFORM 900-BUSCAR-CLIENTE
                       IF WS-IDX-HALLADO NOT = ZERO
                          AND WS-TA-ELEGIDO(WS-IDX-HALLADO)
                           SET WS-TA-CON-RECLAMO(WS-IDX-HALLADO)
                               TO TRUE
                       END-IF
                   END-IF
                   PERFORM 210-LEER-RECLAMO
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF.

       210-LEER-RECLAMO.
           READ RECLAMOS-FILE
               AT END SET WS-RECLAMOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Un castigo o una recuperacion dentro del plazo legal es deuda
      *  que cobranza todavia gestiona: sin identidad no se le podria
      *  cobrar ni acreditar.
      *****************************************************************
       250-DESCARTAR-CASTIGOS.
           OPEN INPUT CASTIGOS-FILE.
           IF WS-CASTIGOS-OK
               PERFORM 260-LEER-CASTIGO
               PERFORM UNTIL WS-CASTIGOS-EOF
                   MOVE WO-CUST-NUMBER TO WS-CLIENTE-BUSCADO
                   PERFORM 900-BUSCAR-CLIENTE
                   IF WS-IDX-HALLADO NOT = ZERO
                      AND WS-TA-ELEGIDO(WS-IDX-HALLADO)
                       CALL 'DATEUTIL' USING '2' WS-FECHA-PROCESO
                           WO-FECHA WS-FECHA-FORMATEADA
                           WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL
                       IF FUNCTION ABS(WS-DIAS-TRANSCURRIDOS)
                           NOT > WS-DIAS-RETENCION-LEGAL
                           SET WS-TA-CON-CASTIGO(WS-IDX-HALLADO)
                               TO TRUE
                       END-IF
                   END-IF
                   PERFORM 260-LEER-CASTIGO
               END-PERFORM
               CLOSE CASTIGOS-FILE
           END-IF.

       260-LEER-CASTIGO.
           READ CASTIGOS-FILE
               AT END SET WS-CASTIGOS-EOF TO TRUE
           END-READ.

       300-DESCARTAR-ABANDONOS.
           OPEN INPUT ABANDONO-FILE.
           IF WS-ABANDONO-OK
               PERFORM 310-LEER-ABANDONO
               PERFORM UNTIL WS-ABANDONO-EOF
                   IF AB-TIPO-TITULAR = 'C'
                      AND (AB-CARTA-ENVIADA OR AB-REMITIDO)
                       MOVE AB-CODIGO-TITULAR TO WS-CLIENTE-BUSCADO
                       PERFORM 900-BUSCAR-CLIENTE
                       IF WS-IDX-HALLADO NOT = ZERO
                          AND WS-TA-ELEGIDO(WS-IDX-HALLADO)
                           SET WS-TA-CON-ABANDONO(WS-IDX-HALLADO)
                               TO TRUE
                       END-IF
                   END-IF
                   PERFORM 310-LEER-ABANDONO
               END-PERFORM
               CLOSE ABANDONO-FILE
           END-IF.

       310-LEER-ABANDONO.
           READ ABANDONO-FILE
               AT END SET WS-ABANDONO-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Segunda pasada por el archivo historico, ahora copiandolo a
      *  la version nueva con los elegidos ya sin identidad.
      *****************************************************************
       400-LIMPIAR-ARCHIVO.
           MOVE SPACES TO WS-ARCHIVO-STATUS.
           OPEN INPUT ARCHIVO-FILE.
           OPEN OUTPUT ARCHIVO-NUEVO-FILE.
           PERFORM 110-LEER-ARCHIVADO.
           PERFORM UNTIL WS-ARCHIVO-EOF
               MOVE CM-CUST-NUMBER TO WS-CLIENTE-BUSCADO
               PERFORM 900-BUSCAR-CLIENTE
               IF WS-IDX-HALLADO NOT = ZERO
                  AND WS-TA-ELEGIDO(WS-IDX-HALLADO)
                   PERFORM 950-BORRAR-IDENTIDAD
                   ADD 1 TO WS-TA-REG-ARCHIVO(WS-IDX-HALLADO)
               END-IF
               WRITE ARCHIVO-NUEVO-REGISTRO FROM CUSTMAST-RECORD
               PERFORM 110-LEER-ARCHIVADO
           END-PERFORM.
           CLOSE ARCHIVO-FILE.
           CLOSE ARCHIVO-NUEVO-FILE.

      *****************************************************************
      *  CMJRNL vivo y sus generaciones: se vacian los valores antes
      *  y despues de los campos de identidad; el resto del diario
      *  (saldos, limites, estados) queda intacto.
      *****************************************************************
       450-LIMPIAR-DIARIOS.
           OPEN OUTPUT DIARIO-NUEVO-FILE.
           OPEN INPUT DIARIO-FILE.
           IF WS-DIARIO-OK
               PERFORM 460-LEER-DIARIO
               PERFORM UNTIL WS-DIARIO-EOF
                   PERFORM 470-LIMPIAR-CAMPO-DIARIO
                   WRITE DIARIO-NUEVO-REGISTRO FROM CMJRNL-REGISTRO
                   PERFORM 460-LEER-DIARIO
               END-PERFORM
               CLOSE DIARIO-FILE
           END-IF.
           CLOSE DIARIO-NUEVO-FILE.
           OPEN OUTPUT DIARIO-GEN-NUEVO-FILE.
           OPEN INPUT DIARIO-GEN-FILE.
           IF WS-DIARIO-GEN-OK
               PERFORM 465-LEER-DIARIO-GEN
               PERFORM UNTIL WS-DIARIO-GEN-EOF
                   PERFORM 470-LIMPIAR-CAMPO-DIARIO
                   WRITE DIARIO-GEN-NUEVO-REGISTRO
                       FROM CMJRNL-REGISTRO
                   PERFORM 465-LEER-DIARIO-GEN
               END-PERFORM
               CLOSE DIARIO-GEN-FILE
           END-IF.
           CLOSE DIARIO-GEN-NUEVO-FILE.

       460-LEER-DIARIO.
           READ DIARIO-FILE INTO CMJRNL-REGISTRO
               AT END SET WS-DIARIO-EOF TO TRUE
           END-READ.

       465-LEER-DIARIO-GEN.
           READ DIARIO-GEN-FILE INTO CMJRNL-REGISTRO
               AT END SET WS-DIARIO-GEN-EOF TO TRUE
           END-READ.

       470-LIMPIAR-CAMPO-DIARIO.
           IF JR-CUST-NUMBER IS NUMERIC
               MOVE JR-CUST-NUMBER TO WS-CLIENTE-BUSCADO
               PERFORM 900-BUSCAR-CLIENTE
               IF WS-IDX-HALLADO NOT = ZERO
                  AND WS-TA-ELEGIDO(WS-IDX-HALLADO)
                   MOVE 'N' TO WS-CAMPO-PERSONAL
                   EVALUATE JR-CAMPO
                       WHEN 'DOCUMENTO-IDENTIDAD'
                       WHEN 'FECHA-NACIMIENTO'
                       WHEN 'NOMBRE'
                       WHEN 'APELLIDO'
                       WHEN 'DIRECCION'
                       WHEN 'CIUDAD'
                       WHEN 'TELEFONO'
                           SET WS-ES-CAMPO-PERSONAL TO TRUE
                   END-EVALUATE
                   IF WS-ES-CAMPO-PERSONAL
                       MOVE SPACES TO JR-VALOR-ANTES
                       MOVE SPACES TO JR-VALOR-DESPUES
                       ADD 1 TO WS-TA-REG-DIARIO(WS-IDX-HALLADO)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  CUSTJRNL vivo y sus generaciones: la imagen completa del
      *  registro pasa por la misma limpieza que el archivo.
      *****************************************************************
       500-LIMPIAR-RECUPERACION.
           OPEN OUTPUT RECUP-NUEVO-FILE.
           OPEN INPUT RECUP-FILE.
           IF WS-RECUP-OK
               PERFORM 510-LEER-RECUPERACION
               PERFORM UNTIL WS-RECUP-EOF
                   PERFORM 520-LIMPIAR-IMAGEN
                   WRITE RECUP-NUEVO-REGISTRO FROM WS-RECUP-TRABAJO
                   PERFORM 510-LEER-RECUPERACION
               END-PERFORM
               CLOSE RECUP-FILE
           END-IF.
           CLOSE RECUP-NUEVO-FILE.
           OPEN OUTPUT RECUP-GEN-NUEVO-FILE.
           OPEN INPUT RECUP-GEN-FILE.
           IF WS-RECUP-GEN-OK
               PERFORM 515-LEER-RECUPERACION-GEN
               PERFORM UNTIL WS-RECUP-GEN-EOF
                   PERFORM 520-LIMPIAR-IMAGEN
                   WRITE RECUP-GEN-NUEVO-REGISTRO
                       FROM WS-RECUP-TRABAJO
                   PERFORM 515-LEER-RECUPERACION-GEN
               END-PERFORM
               CLOSE RECUP-GEN-FILE
           END-IF.
           CLOSE RECUP-GEN-NUEVO-FILE.

       510-LEER-RECUPERACION.
           READ RECUP-FILE INTO WS-RECUP-TRABAJO
               AT END SET WS-RECUP-EOF TO TRUE
           END-READ.

       515-LEER-RECUPERACION-GEN.
           READ RECUP-GEN-FILE INTO WS-RECUP-TRABAJO
               AT END SET WS-RECUP-GEN-EOF TO TRUE
           END-READ.

       520-LIMPIAR-IMAGEN.
           MOVE WS-RJ-IMAGEN TO CUSTMAST-RECORD.
           IF CM-CUST-NUMBER IS NUMERIC
               MOVE CM-CUST-NUMBER TO WS-CLIENTE-BUSCADO
               PERFORM 900-BUSCAR-CLIENTE
               IF WS-IDX-HALLADO NOT = ZERO
                  AND WS-TA-ELEGIDO(WS-IDX-HALLADO)
                   PERFORM 950-BORRAR-IDENTIDAD
                   MOVE CUSTMAST-RECORD TO WS-RJ-IMAGEN
                   ADD 1 TO WS-TA-REG-RECUPERA(WS-IDX-HALLADO)
               END-IF
           END-IF.

      *****************************************************************
      *  Libro de cheques vivo y sus generaciones: el beneficiario de
      *  un cheque al cliente es su nombre tal como lo arma CHECKPRT.
      *****************************************************************
       550-LIMPIAR-CHEQUES.
           OPEN OUTPUT CHKREG-NUEVO-FILE.
           OPEN INPUT CHKREG-FILE.
           IF WS-CHKREG-OK
               PERFORM 560-LEER-CHEQUE
               PERFORM UNTIL WS-CHKREG-EOF
                   PERFORM 570-LIMPIAR-BENEFICIARIO
                   WRITE CHKREG-NUEVO-REGISTRO FROM CHKREG-REGISTRO
                   PERFORM 560-LEER-CHEQUE
               END-PERFORM
               CLOSE CHKREG-FILE
           END-IF.
           CLOSE CHKREG-NUEVO-FILE.
           OPEN OUTPUT CHKREG-GEN-NUEVO-FILE.
           OPEN INPUT CHKREG-GEN-FILE.
           IF WS-CHKREG-GEN-OK
               PERFORM 565-LEER-CHEQUE-GEN
               PERFORM UNTIL WS-CHKREG-GEN-EOF
                   PERFORM 570-LIMPIAR-BENEFICIARIO
                   WRITE CHKREG-GEN-NUEVO-REGISTRO
                       FROM CHKREG-REGISTRO
                   PERFORM 565-LEER-CHEQUE-GEN
               END-PERFORM
               CLOSE CHKREG-GEN-FILE
           END-IF.
           CLOSE CHKREG-GEN-NUEVO-FILE.

       560-LEER-CHEQUE.
           READ CHKREG-FILE INTO CHKREG-REGISTRO
               AT END SET WS-CHKREG-EOF TO TRUE
           END-READ.

       565-LEER-CHEQUE-GEN.
           READ CHKREG-GEN-FILE INTO CHKREG-REGISTRO
               AT END SET WS-CHKREG-GEN-EOF TO TRUE
           END-READ.

       570-LIMPIAR-BENEFICIARIO.
           IF CR-TITULAR-CLIENTE
               MOVE CR-CODIGO-TITULAR TO WS-CLIENTE-BUSCADO
               PERFORM 900-BUSCAR-CLIENTE
               IF WS-IDX-HALLADO NOT = ZERO
                  AND WS-TA-ELEGIDO(WS-IDX-HALLADO)
                   MOVE WS-MARCA-ANONIMO TO CR-BENEFICIARIO
                   ADD 1 TO WS-TA-REG-CHEQUES(WS-IDX-HALLADO)
               END-IF
           END-IF.

       600-LIMPIAR-ESTADOS.
           OPEN OUTPUT ESTADOS-NUEVO-FILE.
           OPEN INPUT ESTADOS-FILE.
           IF WS-ESTADOS-OK
               PERFORM 610-LEER-ESTADO
               PERFORM UNTIL WS-ESTADOS-EOF
                   MOVE SA-CUST-NUMBER TO WS-CLIENTE-BUSCADO
                   PERFORM 900-BUSCAR-CLIENTE
                   IF WS-IDX-HALLADO NOT = ZERO
                      AND WS-TA-ELEGIDO(WS-IDX-HALLADO)
                       PERFORM 620-LIMPIAR-LINEA
                       ADD 1 TO WS-TA-REG-ESTADOS(WS-IDX-HALLADO)
                   END-IF
                   WRITE ESTADOS-NUEVO-REGISTRO FROM STMARCH-REGISTRO
                   PERFORM 610-LEER-ESTADO
               END-PERFORM
               CLOSE ESTADOS-FILE
           END-IF.
           CLOSE ESTADOS-NUEVO-FILE.

       610-LEER-ESTADO.
           READ ESTADOS-FILE INTO STMARCH-REGISTRO
               AT END SET WS-ESTADOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  La linea archivada es la de impresion (texto desde la
      *  posicion 2).  Tras 'ESTADO DE CUENTA' vienen el titular y los
      *  renglones de domicilio hasta el saldo inicial: el titular
      *  queda 'ANONIMIZADO' y el domicilio en blanco.  En las demas
      *  lineas se blanquean el nombre, el apellido y la direccion
      *  del cliente donde aparezcan.
      *****************************************************************
       620-LIMPIAR-LINEA.
           EVALUATE TRUE
               WHEN SA-LINEA(2:17) = 'ESTADO DE CUENTA '
                   SET WS-CABECERA-ESTADO TO TRUE
               WHEN WS-CABECERA-ESTADO
                AND SA-LINEA(2:9) = 'TITULAR: '
                   MOVE WS-MARCA-ANONIMO TO SA-LINEA(11:61)
               WHEN WS-CABECERA-ESTADO
                AND SA-LINEA(2:13) NOT = 'SALDO INICIAL'
                   MOVE SPACES TO SA-LINEA(2:70)
               WHEN OTHER
                   MOVE 'N' TO WS-EN-CABECERA
                   MOVE SA-LINEA TO WS-TEXTO-LIBRE
                   MOVE WS-TA-DIRECCION(WS-IDX-HALLADO)
                       TO WS-TEXTO-REAL
                   PERFORM 630-BLANQUEAR-TEXTO
                   MOVE WS-TA-NOMBRE(WS-IDX-HALLADO) TO WS-TEXTO-REAL
                   PERFORM 630-BLANQUEAR-TEXTO
                   MOVE WS-TA-APELLIDO(WS-IDX-HALLADO)
                       TO WS-TEXTO-REAL
                   PERFORM 630-BLANQUEAR-TEXTO
                   MOVE WS-TEXTO-LIBRE TO SA-LINEA
           END-EVALUATE.

      *  Un valor de menos de tres letras no se busca, para no
      *  blanquear fragmentos de otras palabras.
       630-BLANQUEAR-TEXTO.
           MOVE 25 TO WS-TEXTO-LARGO.
           PERFORM UNTIL WS-TEXTO-LARGO = ZERO
               OR WS-TEXTO-REAL(WS-TEXTO-LARGO:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEXTO-LARGO
           END-PERFORM.
           IF WS-TEXTO-LARGO > 2
               INSPECT WS-TEXTO-LIBRE REPLACING ALL
                   WS-TEXTO-REAL(1:WS-TEXTO-LARGO)
                   BY SPACES
           END-IF.

       650-LIMPIAR-REINSTALACIONES.
           OPEN OUTPUT REINLOG-NUEVO-FILE.
           OPEN INPUT REINLOG-FILE.
           IF WS-REINLOG-OK
               PERFORM 660-LEER-REINSTALACION
               PERFORM UNTIL WS-REINLOG-EOF
                   IF WS-RT-CUST-NUMBER IS NUMERIC
                       MOVE WS-RT-CUST-NUMBER TO WS-CLIENTE-BUSCADO
                       PERFORM 900-BUSCAR-CLIENTE
                       IF WS-IDX-HALLADO NOT = ZERO
                          AND WS-TA-ELEGIDO(WS-IDX-HALLADO)
                           MOVE SPACES TO WS-RT-DOCUMENTO
                           ADD 1 TO WS-TA-REG-REINST(WS-IDX-HALLADO)
                       END-IF
                   END-IF
                   WRITE REINLOG-NUEVO-LINEA FROM WS-REINLOG-TRABAJO
                   PERFORM 660-LEER-REINSTALACION
               END-PERFORM
               CLOSE REINLOG-FILE
           END-IF.
           CLOSE REINLOG-NUEVO-FILE.

       660-LEER-REINSTALACION.
           READ REINLOG-FILE INTO WS-REINLOG-TRABAJO
               AT END SET WS-REINLOG-EOF TO TRUE
           END-READ.

       680-BORRAR-CORREOS.
           OPEN I-O CUSTMAIL-FILE.
           IF WS-CUSTMAIL-OK
               PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
                   UNTIL WS-IDX-CLIENTE > WS-CONTADOR-ARCHIVADOS
                   IF WS-TA-ELEGIDO(WS-IDX-CLIENTE)
                       MOVE WS-TA-CUST(WS-IDX-CLIENTE)
                           TO CE-CUST-NUMBER
                       DELETE CUSTMAIL-FILE RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-TA-CORREO(WS-IDX-CLIENTE)
                               ADD 1 TO WS-CONTADOR-CORREOS
                       END-DELETE
                   END-IF
               END-PERFORM
               CLOSE CUSTMAIL-FILE
           END-IF.

      *****************************************************************
      *  Los nombres que el elegido uso antes de un cambio legal se
      *  borran enteros; sin NOMBANT asignado no hay nada que borrar.
      *****************************************************************
       685-BORRAR-NOMBRES-ANTERIORES.
           OPEN I-O NOMBANT-FILE.
           IF WS-NOMBANT-OK
               PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
                   UNTIL WS-IDX-CLIENTE > WS-CONTADOR-ARCHIVADOS
                   IF WS-TA-ELEGIDO(WS-IDX-CLIENTE)
                       PERFORM 690-BORRAR-ANTERIORES-CLIENTE
                   END-IF
               END-PERFORM
               CLOSE NOMBANT-FILE
           END-IF.

       690-BORRAR-ANTERIORES-CLIENTE.
           MOVE 'N' TO WS-FIN-ANTERIORES.
           MOVE WS-TA-CUST(WS-IDX-CLIENTE) TO NA-CUST-NUMBER.
           MOVE ZERO TO NA-FECHA-HASTA.
           MOVE ZERO TO NA-HORA-ALTA.
           START NOMBANT-FILE KEY IS NOT < NA-CLAVE
               INVALID KEY
                   SET WS-SIN-MAS-ANTERIORES TO TRUE
           END-START.
           PERFORM UNTIL WS-SIN-MAS-ANTERIORES
               READ NOMBANT-FILE NEXT
                   AT END
                       SET WS-SIN-MAS-ANTERIORES TO TRUE
                   NOT AT END
                       IF NA-CUST-NUMBER
                          NOT = WS-TA-CUST(WS-IDX-CLIENTE)
                           SET WS-SIN-MAS-ANTERIORES TO TRUE
                       ELSE
                           DELETE NOMBANT-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONTADOR-ANTERIORES
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *  Un certificado por anonimizado; los que vencieron el plazo
      *  pero quedaron retenidos salen en el reporte con su motivo,
      *  para que cumplimiento los revise en la corrida siguiente.
      *****************************************************************
       700-EMITIR-CERTIFICADOS.
           OPEN EXTEND CERTIFICADO-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-LINEA-TITULO.
           STRING 'CUSTANON - ANONIMIZACION DE CLIENTES ARCHIVADOS '
               WS-FECHA-PROCESO ' PLAZO LEGAL '
               WS-DIAS-RETENCION-LEGAL ' DIAS'
               DELIMITED BY SIZE INTO WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE '  CLIENTE  CIERRE    ANONIMIZADO / MOTIVO DE RETENCION'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE > WS-CONTADOR-ARCHIVADOS
               PERFORM 710-INFORMAR-CLIENTE
           END-PERFORM.
           CLOSE CERTIFICADO-FILE.

       710-INFORMAR-CLIENTE.
           MOVE WS-TA-CUST(WS-IDX-CLIENTE) TO WS-LC-CUST.
           MOVE WS-TA-FECHA-INACTIVO(WS-IDX-CLIENTE)
               TO WS-LC-FECHA-INACTIVO.
           MOVE SPACES TO WS-LC-DETALLE.
           EVALUATE TRUE
               WHEN WS-TA-ELEGIDO(WS-IDX-CLIENTE)
                   ADD 1 TO WS-CONTADOR-ELEGIDOS
                   PERFORM 720-ESCRIBIR-CERTIFICADO
                   MOVE 'ANONIMIZADO, CERTIFICADO EMITIDO'
                       TO WS-LC-DETALLE
               WHEN WS-TA-RECIENTE(WS-IDX-CLIENTE)
                   ADD 1 TO WS-CONTADOR-RECIENTES
               WHEN WS-TA-YA-ANONIMO(WS-IDX-CLIENTE)
                   ADD 1 TO WS-CONTADOR-YA-ANONIMOS
               WHEN WS-TA-VIGENTE(WS-IDX-CLIENTE)
                   ADD 1 TO WS-CONTADOR-RETENIDOS
                   MOVE 'RETENIDO: REINSTALADO, VIGENTE EN EL MAESTRO'
                       TO WS-LC-DETALLE
               WHEN WS-TA-CON-RECLAMO(WS-IDX-CLIENTE)
                   ADD 1 TO WS-CONTADOR-RETENIDOS
                   MOVE 'RETENIDO: RECLAMO ABIERTO' TO WS-LC-DETALLE
               WHEN WS-TA-CON-CASTIGO(WS-IDX-CLIENTE)
                   ADD 1 TO WS-CONTADOR-RETENIDOS
                   MOVE 'RETENIDO: CASTIGO O RECUPERACION EN PLAZO'
                       TO WS-LC-DETALLE
               WHEN WS-TA-CON-ABANDONO(WS-IDX-CLIENTE)
                   ADD 1 TO WS-CONTADOR-RETENIDOS
                   MOVE 'RETENIDO: BIEN NO RECLAMADO EN CURSO/REMITIDO'
                       TO WS-LC-DETALLE
           END-EVALUATE.
           IF WS-LC-DETALLE NOT = SPACES
               WRITE REPORTE-LINEA FROM WS-LINEA-CLIENTE
           END-IF.

       720-ESCRIBIR-CERTIFICADO.
           MOVE SPACES TO ANONCERT-REGISTRO.
           MOVE WS-TA-CUST(WS-IDX-CLIENTE) TO AC-CUST-NUMBER.
           MOVE WS-FECHA-PROCESO TO AC-FECHA-ANONIMIZACION.
           MOVE WS-TA-FECHA-INACTIVO(WS-IDX-CLIENTE)
               TO AC-FECHA-INACTIVO.
           IF WS-TA-FECHA-INACTIVO(WS-IDX-CLIENTE) > ZERO
               COMPUTE AC-FECHA-ARCHIVO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (WS-TA-FECHA-INACTIVO(WS-IDX-CLIENTE))
                    + WS-DIAS-RETENCION)
           ELSE
               MOVE ZERO TO AC-FECHA-ARCHIVO
           END-IF.
           MOVE WS-TA-REG-ARCHIVO(WS-IDX-CLIENTE) TO AC-REG-ARCHIVO.
           MOVE WS-TA-REG-DIARIO(WS-IDX-CLIENTE) TO AC-REG-DIARIO.
           MOVE WS-TA-REG-RECUPERA(WS-IDX-CLIENTE) TO AC-REG-RECUPERA.
           MOVE WS-TA-REG-CHEQUES(WS-IDX-CLIENTE) TO AC-REG-CHEQUES.
           MOVE WS-TA-REG-ESTADOS(WS-IDX-CLIENTE) TO AC-REG-ESTADOS.
           MOVE WS-TA-REG-REINST(WS-IDX-CLIENTE)
               TO AC-REG-REINSTALACION.
           MOVE WS-TA-CORREO(WS-IDX-CLIENTE) TO AC-CORREO-BORRADO.
           WRITE ANONCERT-REGISTRO.

       800-IMPRIMIR-RESUMEN.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO WS-LINEA-TITULO.
           STRING 'ANONIMIZADOS: ' WS-CONTADOR-ELEGIDOS
               '  RETENIDOS: ' WS-CONTADOR-RETENIDOS
               '  EN PLAZO: ' WS-CONTADOR-RECIENTES
               '  YA ANONIMOS: ' WS-CONTADOR-YA-ANONIMOS
               '  CORREOS BORRADOS: ' WS-CONTADOR-CORREOS
               DELIMITED BY SIZE INTO WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           MOVE SPACES TO WS-LINEA-TITULO.
           STRING 'NOMBRES ANTERIORES BORRADOS: ' WS-CONTADOR-ANTERIORES
               DELIMITED BY SIZE INTO WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           CLOSE REPORTE-FILE.
           DISPLAY 'ANONIMIZACION DE CLIENTES ARCHIVADOS'.
           DISPLAY 'CLIENTES EN EL ARCHIVO     : '
               WS-CONTADOR-ARCHIVADOS.
           DISPLAY 'ANONIMIZADOS               : '
               WS-CONTADOR-ELEGIDOS.
           DISPLAY 'RETENIDOS CON PLAZO VENCIDO: '
               WS-CONTADOR-RETENIDOS.
           DISPLAY 'NOMBRES ANTERIORES BORRADOS: '
               WS-CONTADOR-ANTERIORES.

      *****************************************************************
      *  Busqueda lineal en la tabla de archivados; los registros de
      *  un mismo cliente suelen venir juntos, asi que se recuerda el
      *  ultimo numero buscado.
      *****************************************************************
       900-BUSCAR-CLIENTE.
           IF WS-CLIENTE-BUSCADO = WS-ULTIMO-BUSCADO
              AND WS-ULTIMO-BUSCADO NOT = ZERO
               MOVE WS-ULTIMO-HALLADO TO WS-IDX-HALLADO
           ELSE
               MOVE ZERO TO WS-IDX-HALLADO
               PERFORM VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
                   UNTIL WS-IDX-BUSQUEDA > WS-CONTADOR-ARCHIVADOS
                   IF WS-TA-CUST(WS-IDX-BUSQUEDA) = WS-CLIENTE-BUSCADO
                       MOVE WS-IDX-BUSQUEDA TO WS-IDX-HALLADO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-CLIENTE-BUSCADO TO WS-ULTIMO-BUSCADO
               MOVE WS-IDX-HALLADO TO WS-ULTIMO-HALLADO
           END-IF.

      *****************************************************************
      *  Borra la identidad de la imagen en CUSTMAST-RECORD: lo que
      *  identifica a la persona sale; numero, sucursal, importes,
      *  fechas y estados quedan para la contabilidad.
      *****************************************************************
       950-BORRAR-IDENTIDAD.
           MOVE WS-MARCA-ANONIMO TO CM-NOMBRE.
           MOVE SPACES TO CM-APELLIDO.
           MOVE SPACES TO CM-DOCUMENTO-IDENTIDAD.
           MOVE ZERO TO CM-FECHA-NACIMIENTO-N.
           MOVE SPACES TO CM-DIRECCION.
           MOVE SPACES TO CM-CIUDAD.
           MOVE SPACES TO CM-TELEFONO.
       END PROGRAM CUSTANON.
