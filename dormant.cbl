       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
      *****************************************************************
      *  Deteccion mensual de cuentas dormidas.  Un cliente activo
      *  que deja de operar se ve igual que uno que opera: este paso
      *  busca en CUSTHIST el ultimo posteo propio de cada cliente
      *  (entrada NEGIN, incluido lo que genera LOCKBOX: secuencia
      *  menor que 6000000; desembolsos de CHECKPRT, devengos y
      *  cargos de ACRMENS y ajustes de ADJPOST no son uso de la
      *  cuenta por el cliente) y marca dormido (CM-INDICADOR-DORMIDA
      *  'D', fecha en CM-FECHA-INACTIVO, diario CMJRNL) al cliente
      *  activo cuyo ultimo posteo es anterior a la fecha de proceso
      *  menos RC-MESES-DORMIDA meses.  Un cliente sin ningun posteo
      *  propio no se marca: sin fecha de alta en el maestro no hay
      *  desde cuando contar.
      *  A cada cuenta recien dormida se le imprime un aviso de
      *  reactivacion (plantillas de LAYOUTLIB, como las cartas de
      *  DUNNING) al domicilio del maestro; sin domicilio el aviso no
      *  sale y queda en ERRLOG.  DRMRPT lista las cuentas recien
      *  dormidas y los saldos de todas las cuentas dormidas por
      *  CM-SUCURSAL.  La cuenta se despierta sola con el siguiente
      *  posteo de NEGATIVO-DECIMAL.
      *  CUSTHIST se ordena por cliente (SORT interno) y se recorre
      *  en paralelo con el maestro, igual que CUSTSTMT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT HIST-SORT-FILE ASSIGN TO "DRMWK1".
           SELECT HIST-ORD-FILE ASSIGN TO "DRMORD1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-ORD-STATUS.
           SELECT CARTAS-FILE ASSIGN TO "DRMCART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "DRMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT SUCURSALES-FILE ASSIGN TO "SUCURSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUCURSALES-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  HISTORIA-FILE.
           COPY CUSTHIST.
       SD  HIST-SORT-FILE.
       01  HIST-SORT-REGISTRO.
           05  WKH-CUST-NUMBER     PIC 9(6).
           05  WKH-FECHA           PIC 9(8).
       FD  HIST-ORD-FILE.
       01  HIST-ORD-REGISTRO.
           05  HO-CUST-NUMBER      PIC 9(6).
           05  HO-FECHA            PIC 9(8).
       FD  CARTAS-FILE.
       01  CARTAS-LINEA            PIC X(71).
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  SUCURSALES-FILE.
           COPY SUCURSAL.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-HIST-ORD-STATUS       PIC X(2).
           88 WS-HIST-ORD-EOF      VALUE '10'.
       01 WS-CARTAS-STATUS         PIC X(2).
           88 WS-CARTAS-OK         VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-SUCURSALES-STATUS     PIC X(2).
           88 WS-SUCURSALES-OK     VALUE '00'.
           88 WS-SUCURSALES-EOF    VALUE '10'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'DORMANT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO.
           05  WS-FP-ANO           PIC 9(4).
           05  WS-FP-MES           PIC 9(2).
           05  WS-FP-DIA           PIC 9(2).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO PIC 9(8).
      *****************************************************************
      *  Fecha de corte: la de proceso menos RC-MESES-DORMIDA meses
      *  calendario (mismo dia).  Un ultimo posteo anterior al corte
      *  deja la cuenta dormida.
      *****************************************************************
       01 WS-MESES-DORMIDA         PIC 9(2) VALUE 12.
       01 WS-MESES-CORRIDOS        PIC 9(6).
       01 WS-FECHA-CORTE.
           05  WS-FC-ANO           PIC 9(4).
           05  WS-FC-MES           PIC 9(2).
           05  WS-FC-DIA           PIC 9(2).
       01 WS-FECHA-CORTE-N REDEFINES WS-FECHA-CORTE PIC 9(8).
       01 WS-ULTIMO-USO            PIC 9(8).
       01 WS-HO-CUENTA-NUM         PIC 9(6).
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-FECHA-FORMATEADA      PIC X(10).
       01 WS-DIAS-TRANSCURRIDOS    PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-TEXTO-LINEA           PIC X(69).
       01 WS-LINEA-SALIDA          PIC X(71).
       01 WS-RETORNO-LAYOUT        PIC 9(2).
      *****************************************************************
      *  Saldos dormidos por sucursal, con los nombres del archivo de
      *  control de sucursales y la ultima entrada para SIN SUCURSAL,
      *  igual que los subtotales de CUSTSNAP.
      *****************************************************************
       01 WS-TABLA-SUCURSALES.
           05  WS-SUC-ENTRADA      OCCURS 51 TIMES.
               10  WS-TS-CODIGO    PIC X(3).
               10  WS-TS-NOMBRE    PIC X(30).
               10  WS-TS-CUENTAS   PIC 9(7).
               10  WS-TS-SALDO     PIC S9(11)V999.
       01 WS-CONTADOR-SUCURSALES   PIC 9(2) VALUE ZERO.
       01 WS-IDX-SUCURSAL          PIC 9(2).
       01 WS-CONTADOR-CLIENTES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ACTIVOS      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-NUEVAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-YA-DORMIDAS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-POSTEOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-AVISOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-DOMICILIO PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-CUENTAS         PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-SALDO           PIC S9(11)V999 VALUE ZERO.
      *****************************************************************
      *  Lineas de DRMRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(20)
               VALUE 'CUENTAS DORMIDAS AL '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(24)
               VALUE '  SIN POSTEOS DESDE EL '.
           05  WS-LT-CORTE         PIC 9(8).
           05  FILLER              PIC X(40) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'CLIENT NOMBRE       APELLIDO   SUC ULT-USO '.
           05  FILLER              PIC X(50) VALUE
               '          BALANCE'.
       01 WS-LINEA-CUENTA.
           05  WS-LC-CUST          PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-NOMBRE        PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-APELLIDO      PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-SUCURSAL      PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-ULTIMO-USO    PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-BALANCE       PIC -Z(6)9.999.
           05  FILLER              PIC X(44) VALUE SPACES.
       01 WS-LINEA-SUCURSAL.
           05  WS-LS-CODIGO        PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LS-NOMBRE        PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LS-CUENTAS       PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LS-SALDO         PIC -Z(10)9.999.
           05  FILLER              PIC X(39) VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(40).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 070-CARGAR-SUCURSALES.
           SORT HIST-SORT-FILE
               ON ASCENDING KEY WKH-CUST-NUMBER
               INPUT PROCEDURE IS 060-SELECCIONAR-POSTEOS
               GIVING HIST-ORD-FILE.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-CLIENTE.
           PERFORM 210-LEER-POSTEO.
           PERFORM UNTIL WS-CUSTMAST-EOF
               ADD 1 TO WS-CONTADOR-CLIENTES
               PERFORM 250-ULTIMO-USO-CLIENTE
               IF CM-CLIENTE-ACTIVO
                   ADD 1 TO WS-CONTADOR-ACTIVOS
                   PERFORM 300-EVALUAR-CLIENTE
               END-IF
               PERFORM 200-LEER-CLIENTE
           END-PERFORM.
           PERFORM 600-IMPRIMIR-TOTALES.
           PERFORM 700-CERRAR-ARCHIVOS.
           STOP RUN.

       050-LEER-RUNCTL.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO
                               TO WS-FECHA-PROCESO-N
                       END-IF
                       IF RC-MESES-DORMIDA IS NUMERIC
                          AND RC-MESES-DORMIDA NOT = ZERO
                           MOVE RC-MESES-DORMIDA TO WS-MESES-DORMIDA
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           COMPUTE WS-MESES-CORRIDOS =
               WS-FP-ANO * 12 + WS-FP-MES - 1 - WS-MESES-DORMIDA.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-FC-ANO
               REMAINDER WS-FC-MES.
           ADD 1 TO WS-FC-MES.
           MOVE WS-FP-DIA TO WS-FC-DIA.

      *****************************************************************
      *  Solo los posteos propios del cliente van al ordenamiento;
      *  la reversa de un lote (NEGREV) no es uso de la cuenta.
      *****************************************************************
       060-SELECCIONAR-POSTEOS.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-OK
               PERFORM 065-LEER-HISTORIA
               PERFORM UNTIL WS-HISTORIA-EOF
                   IF CH-SECUENCIA < 6000000
                      AND NOT CH-REVERSA-LOTE
                       MOVE CH-CUST-NUMBER TO WKH-CUST-NUMBER
                       MOVE CH-FECHA-POSTEO TO WKH-FECHA
                       RELEASE HIST-SORT-REGISTRO
                   END-IF
                   PERFORM 065-LEER-HISTORIA
               END-PERFORM
               CLOSE HISTORIA-FILE
           ELSE
               DISPLAY 'NO SE PUDO ABRIR CUSTHIST, ESTADO: '
                   WS-HISTORIA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       065-LEER-HISTORIA.
           READ HISTORIA-FILE
               AT END SET WS-HISTORIA-EOF TO TRUE
           END-READ.

       070-CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE.
           IF WS-SUCURSALES-OK
               PERFORM 075-LEER-SUCURSAL
               PERFORM UNTIL WS-SUCURSALES-EOF
                   IF WS-CONTADOR-SUCURSALES < 50
                       ADD 1 TO WS-CONTADOR-SUCURSALES
                       MOVE SU-CODIGO
                           TO WS-TS-CODIGO(WS-CONTADOR-SUCURSALES)
                       MOVE SU-NOMBRE
                           TO WS-TS-NOMBRE(WS-CONTADOR-SUCURSALES)
                       MOVE ZERO
                           TO WS-TS-CUENTAS(WS-CONTADOR-SUCURSALES)
                       MOVE ZERO
                           TO WS-TS-SALDO(WS-CONTADOR-SUCURSALES)
                   END-IF
                   PERFORM 075-LEER-SUCURSAL
               END-PERFORM
               CLOSE SUCURSALES-FILE
           END-IF.
           ADD 1 TO WS-CONTADOR-SUCURSALES.
           MOVE SPACES TO WS-TS-CODIGO(WS-CONTADOR-SUCURSALES).
           MOVE 'SIN SUCURSAL'
               TO WS-TS-NOMBRE(WS-CONTADOR-SUCURSALES).
           MOVE ZERO TO WS-TS-CUENTAS(WS-CONTADOR-SUCURSALES).
           MOVE ZERO TO WS-TS-SALDO(WS-CONTADOR-SUCURSALES).

       075-LEER-SUCURSAL.
           READ SUCURSALES-FILE
               AT END SET WS-SUCURSALES-EOF TO TRUE
           END-READ.

       100-ABRIR-ARCHIVOS.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HIST-ORD-FILE.
           OPEN OUTPUT CARTAS-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-PROCESO-N TO WS-LT-FECHA.
           MOVE WS-FECHA-CORTE-N TO WS-LT-CORTE.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

       200-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

       210-LEER-POSTEO.
           READ HIST-ORD-FILE
               AT END SET WS-HIST-ORD-EOF TO TRUE
           END-READ.
           IF WS-HIST-ORD-EOF
               MOVE 999999 TO WS-HO-CUENTA-NUM
           ELSE
               MOVE HO-CUST-NUMBER TO WS-HO-CUENTA-NUM
           END-IF.

      *****************************************************************
      *  Los posteos ordenados avanzan junto con el maestro; los de
      *  clientes sin maestro se saltan.  Queda la fecha mas reciente
      *  del cliente, o cero si no tiene ninguno.
      *****************************************************************
       250-ULTIMO-USO-CLIENTE.
           MOVE ZERO TO WS-ULTIMO-USO.
           PERFORM UNTIL WS-HO-CUENTA-NUM >= CM-CUST-NUMBER
               PERFORM 210-LEER-POSTEO
           END-PERFORM.
           PERFORM UNTIL WS-HO-CUENTA-NUM NOT = CM-CUST-NUMBER
               IF HO-FECHA > WS-ULTIMO-USO
                   MOVE HO-FECHA TO WS-ULTIMO-USO
               END-IF
               PERFORM 210-LEER-POSTEO
           END-PERFORM.

       300-EVALUAR-CLIENTE.
           EVALUATE TRUE
               WHEN CM-CUENTA-DORMIDA
                   ADD 1 TO WS-CONTADOR-YA-DORMIDAS
                   PERFORM 350-ACUMULAR-SUCURSAL
               WHEN WS-ULTIMO-USO = ZERO
                   ADD 1 TO WS-CONTADOR-SIN-POSTEOS
               WHEN WS-ULTIMO-USO < WS-FECHA-CORTE-N
                   PERFORM 320-MARCAR-DORMIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       320-MARCAR-DORMIDA.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           SET CM-CUENTA-DORMIDA TO TRUE.
           MOVE WS-FECHA-PROCESO-N TO CM-FECHA-INACTIVO.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE CM-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL MARCAR CUENTA DORMIDA'
                       TO WS-EL-DATO-OFENSOR(8:30)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-NUEVAS
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA
                       WS-JR-ACCION WS-REGISTRO-ANTES
                       CUSTMAST-RECORD
                   PERFORM 350-ACUMULAR-SUCURSAL
                   PERFORM 360-LISTAR-CUENTA
                   PERFORM 400-IMPRIMIR-AVISO
           END-REWRITE.

       350-ACUMULAR-SUCURSAL.
           PERFORM VARYING WS-IDX-SUCURSAL FROM 1 BY 1
               UNTIL WS-IDX-SUCURSAL >= WS-CONTADOR-SUCURSALES
               IF WS-TS-CODIGO(WS-IDX-SUCURSAL) = CM-SUCURSAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           ADD 1 TO WS-TS-CUENTAS(WS-IDX-SUCURSAL).
           ADD CM-BALANCE TO WS-TS-SALDO(WS-IDX-SUCURSAL).

       360-LISTAR-CUENTA.
           MOVE CM-CUST-NUMBER TO WS-LC-CUST.
           MOVE CM-NOMBRE TO WS-LC-NOMBRE.
           MOVE CM-APELLIDO TO WS-LC-APELLIDO.
           MOVE CM-SUCURSAL TO WS-LC-SUCURSAL.
           MOVE WS-ULTIMO-USO TO WS-LC-ULTIMO-USO.
           MOVE CM-BALANCE TO WS-LC-BALANCE.
           WRITE REPORTE-LINEA FROM WS-LINEA-CUENTA.

      *****************************************************************
      *  Aviso de reactivacion al domicilio del maestro, por las
      *  mismas plantillas que las cartas de cobranza.
      *****************************************************************
       400-IMPRIMIR-AVISO.
           IF CM-DIRECCION = SPACES
               ADD 1 TO WS-CONTADOR-SIN-DOMICILIO
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE CM-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'AVISO DORMIDA SIN DOMICILIO'
                   TO WS-EL-DATO-OFENSOR(8:27)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
           ELSE
               ADD 1 TO WS-CONTADOR-AVISOS
               MOVE SPACES TO WS-TEXTO-LINEA
               STRING 'AVISO DE CUENTA INACTIVA CLIENTE '
                   CM-CUST-NUMBER '-' CM-DIGITO-VERIFICADOR
                   DELIMITED BY SIZE INTO WS-TEXTO-LINEA
               PERFORM 450-ESCRIBIR-PLANTILLA-02
               MOVE SPACES TO WS-TEXTO-LINEA
               STRING FUNCTION TRIM(CM-NOMBRE TRAILING)
                   ' '
                   FUNCTION TRIM(CM-APELLIDO TRAILING)
                   DELIMITED BY SIZE INTO WS-TEXTO-LINEA
               PERFORM 460-ESCRIBIR-PLANTILLA-01
               MOVE SPACES TO WS-TEXTO-LINEA
               MOVE CM-DIRECCION TO WS-TEXTO-LINEA
               PERFORM 460-ESCRIBIR-PLANTILLA-01
               MOVE SPACES TO WS-TEXTO-LINEA
               MOVE CM-CIUDAD TO WS-TEXTO-LINEA
               PERFORM 460-ESCRIBIR-PLANTILLA-01
               CALL 'DATEUTIL' USING '1' WS-ULTIMO-USO
                   WS-FECHA-PROCESO WS-FECHA-FORMATEADA
                   WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL
               MOVE SPACES TO WS-TEXTO-LINEA
               STRING 'SU CUENTA NO REGISTRA MOVIMIENTOS DESDE EL '
                   WS-FECHA-FORMATEADA
                   DELIMITED BY SIZE INTO WS-TEXTO-LINEA
               PERFORM 460-ESCRIBIR-PLANTILLA-01
               MOVE SPACES TO WS-TEXTO-LINEA
               MOVE 'Y QUEDO MARCADA COMO INACTIVA. NO SE EMITIRAN'
                   TO WS-TEXTO-LINEA
               PERFORM 460-ESCRIBIR-PLANTILLA-01
               MOVE SPACES TO WS-TEXTO-LINEA
               MOVE 'DESEMBOLSOS MIENTRAS SIGA INACTIVA. CUALQUIER'
                   TO WS-TEXTO-LINEA
               PERFORM 460-ESCRIBIR-PLANTILLA-01
               MOVE SPACES TO WS-TEXTO-LINEA
               MOVE 'DEPOSITO O PAGO LA REACTIVA AUTOMATICAMENTE.'
                   TO WS-TEXTO-LINEA
               PERFORM 460-ESCRIBIR-PLANTILLA-01
           END-IF.

       450-ESCRIBIR-PLANTILLA-02.
           CALL 'LAYOUTLIB' USING '02' WS-TEXTO-LINEA
               WS-LINEA-SALIDA WS-RETORNO-LAYOUT.
           WRITE CARTAS-LINEA FROM WS-LINEA-SALIDA.

       460-ESCRIBIR-PLANTILLA-01.
           CALL 'LAYOUTLIB' USING '01' WS-TEXTO-LINEA
               WS-LINEA-SALIDA WS-RETORNO-LAYOUT.
           WRITE CARTAS-LINEA FROM WS-LINEA-SALIDA.

      *****************************************************************
      *  Saldos de todas las cuentas dormidas (las de esta corrida y
      *  las que ya venian dormidas) por sucursal.
      *****************************************************************
       600-IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'SALDOS DORMIDOS POR SUCURSAL' TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-IDX-SUCURSAL FROM 1 BY 1
               UNTIL WS-IDX-SUCURSAL > WS-CONTADOR-SUCURSALES
               IF WS-TS-CUENTAS(WS-IDX-SUCURSAL) > ZERO
                   MOVE WS-TS-CODIGO(WS-IDX-SUCURSAL) TO WS-LS-CODIGO
                   MOVE WS-TS-NOMBRE(WS-IDX-SUCURSAL) TO WS-LS-NOMBRE
                   MOVE WS-TS-CUENTAS(WS-IDX-SUCURSAL)
                       TO WS-LS-CUENTAS
                   MOVE WS-TS-SALDO(WS-IDX-SUCURSAL) TO WS-LS-SALDO
                   WRITE REPORTE-LINEA FROM WS-LINEA-SUCURSAL
                   ADD WS-TS-CUENTAS(WS-IDX-SUCURSAL)
                       TO WS-TOTAL-CUENTAS
                   ADD WS-TS-SALDO(WS-IDX-SUCURSAL) TO WS-TOTAL-SALDO
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LS-CODIGO.
           MOVE 'TOTAL CUENTAS DORMIDAS' TO WS-LS-NOMBRE.
           MOVE WS-TOTAL-CUENTAS TO WS-LS-CUENTAS.
           MOVE WS-TOTAL-SALDO TO WS-LS-SALDO.
           WRITE REPORTE-LINEA FROM WS-LINEA-SUCURSAL.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'CLIENTES ACTIVOS REVISADOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-ACTIVOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CUENTAS DORMIDAS EN ESTA CORRIDA' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-NUEVAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'CUENTAS QUE YA ESTABAN DORMIDAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-YA-DORMIDAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'ACTIVOS SIN NINGUN POSTEO PROPIO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-SIN-POSTEOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'AVISOS DE REACTIVACION IMPRESOS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-AVISOS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'AVISOS SIN DOMICILIO' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-SIN-DOMICILIO TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           DISPLAY 'DETECCION DE CUENTAS DORMIDAS'.
           DISPLAY 'CLIENTES LEIDOS       : ' WS-CONTADOR-CLIENTES.
           DISPLAY 'CUENTAS DORMIDAS HOY  : ' WS-CONTADOR-NUEVAS.
           DISPLAY 'YA DORMIDAS           : ' WS-CONTADOR-YA-DORMIDAS.
           DISPLAY 'AVISOS IMPRESOS       : ' WS-CONTADOR-AVISOS.

       700-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE HIST-ORD-FILE.
           CLOSE CARTAS-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM DORMANT.
