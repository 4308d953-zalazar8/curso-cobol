       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREO.
      *****************************************************************
      *  Lista de trabajo de rastreo de domicilios: todo cliente del
      *  maestro con el domicilio devuelto por el correo
      *  (CM-DOMICILIO-DEVUELTO, marcado por DOMDEV) sale en RASRPT
      *  agrupado por CM-SUCURSAL, con telefono, el documento que
      *  volvio, la fecha y el motivo de la devolucion y el saldo,
      *  para que los gestores de cada oficina lo ubiquen y CUSTUPD
      *  le registre la direccion nueva.  Cada sucursal cierra con
      *  su cantidad y saldo, y el reporte con el total general.
      *  La fecha y el motivo salen de la ultima devolucion que
      *  marco al cliente en el registro DOMREG; el maestro solo
      *  guarda la marca y el documento.  Los clientes marcados se
      *  ordenan por sucursal y cliente con SORT interno, igual que
      *  DORMANT ordena CUSTHIST.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "DOMREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT RASTREO-SORT-FILE ASSIGN TO "RASWK1".
           SELECT RASTREO-ORD-FILE ASSIGN TO "RASORD1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RASTREO-ORD-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "RASRPT"
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
       FD  REGISTRO-FILE.
           COPY DOMDEV.
       SD  RASTREO-SORT-FILE.
       01  RASTREO-SORT-REGISTRO.
           05  WKR-SUCURSAL        PIC X(3).
           05  WKR-CUST-NUMBER     PIC 9(6).
           05  WKR-NOMBRE          PIC X(12).
           05  WKR-APELLIDO        PIC X(10).
           05  WKR-TELEFONO        PIC X(12).
           05  WKR-DOCUMENTO       PIC X(1).
           05  WKR-BALANCE         PIC S9(7)V999.
       FD  RASTREO-ORD-FILE.
       01  RASTREO-ORD-REGISTRO.
           05  RO-SUCURSAL         PIC X(3).
           05  RO-CUST-NUMBER      PIC 9(6).
           05  RO-NOMBRE           PIC X(12).
           05  RO-APELLIDO         PIC X(10).
           05  RO-TELEFONO         PIC X(12).
           05  RO-DOCUMENTO        PIC X(1).
           05  RO-BALANCE          PIC S9(7)V999.
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
       01 WS-REGISTRO-STATUS       PIC X(2).
           88 WS-REGISTRO-OK       VALUE '00'.
           88 WS-REGISTRO-EOF      VALUE '10'.
       01 WS-RASTREO-ORD-STATUS    PIC X(2).
           88 WS-RASTREO-ORD-EOF   VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-SUCURSALES-STATUS     PIC X(2).
           88 WS-SUCURSALES-OK     VALUE '00'.
           88 WS-SUCURSALES-EOF    VALUE '10'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'RASTREO'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
      *****************************************************************
      *  Ultima devolucion que marco a cada cliente, cargada del
      *  registro DOMREG al arrancar (se anexa en orden, asi que la
      *  ultima leida manda).  Mas alla de 2000 clientes el exceso
      *  queda en ERRLOG y esos clientes salen sin fecha ni motivo.
      *****************************************************************
       01 WS-TABLA-DEVOLUCIONES.
           05  WS-DEV-ENTRADA      OCCURS 2000 TIMES.
               10  WS-TD-CUST      PIC 9(6).
               10  WS-TD-FECHA     PIC 9(8).
               10  WS-TD-MOTIVO    PIC X(20).
       01 WS-CONTADOR-DEVOLUCIONES PIC 9(4) VALUE ZERO.
       01 WS-IDX-DEVOLUCION        PIC 9(4).
       01 WS-HAY-DEVOLUCION        PIC X(1) VALUE 'N'.
           88 WS-DEVOLUCION-HALLADA VALUE 'S'.
      *****************************************************************
      *  Nombres de sucursal del archivo de control, con la ultima
      *  entrada para SIN SUCURSAL, igual que DORMANT.
      *****************************************************************
       01 WS-TABLA-SUCURSALES.
           05  WS-SUC-ENTRADA      OCCURS 51 TIMES.
               10  WS-TS-CODIGO    PIC X(3).
               10  WS-TS-NOMBRE    PIC X(30).
       01 WS-CONTADOR-SUCURSALES   PIC 9(2) VALUE ZERO.
       01 WS-IDX-SUCURSAL          PIC 9(2).
       01 WS-SUCURSAL-ACTUAL       PIC X(3).
       01 WS-HAY-GRUPO             PIC X(1) VALUE 'N'.
           88 WS-GRUPO-ABIERTO     VALUE 'S'.
       01 WS-SUC-CUENTAS           PIC 9(7) VALUE ZERO.
       01 WS-SUC-SALDO             PIC S9(11)V999 VALUE ZERO.
       01 WS-TOTAL-CUENTAS         PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-SALDO           PIC S9(11)V999 VALUE ZERO.
       01 WS-CONTADOR-CLIENTES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-REGISTRO PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Lineas de RASRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(40)
               VALUE 'RASTREO DE DOMICILIOS DEVUELTOS AL '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(52) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'CLIENT NOMBRE       APELLIDO   TELEFONO     D DEVU'.
           05  FILLER              PIC X(50) VALUE
               'ELTO MOTIVO                   BALANCE'.
       01 WS-LINEA-ENCABEZADO.
           05  FILLER              PIC X(10) VALUE 'SUCURSAL '.
           05  WS-LE-CODIGO        PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LE-NOMBRE        PIC X(30).
           05  FILLER              PIC X(56) VALUE SPACES.
       01 WS-LINEA-CUENTA.
           05  WS-LC-CUST          PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-NOMBRE        PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-APELLIDO      PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-TELEFONO      PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-DOCUMENTO     PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-FECHA         PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-MOTIVO        PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LC-BALANCE       PIC -Z(6)9.999.
           05  FILLER              PIC X(12) VALUE SPACES.
       01 WS-LINEA-SUCURSAL.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-LS-TEXTO         PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LS-CUENTAS       PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LS-SALDO         PIC -Z(10)9.999.
           05  FILLER              PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-DEVOLUCIONES.
           PERFORM 070-CARGAR-SUCURSALES.
           SORT RASTREO-SORT-FILE
               ON ASCENDING KEY WKR-SUCURSAL WKR-CUST-NUMBER
               INPUT PROCEDURE IS 080-SELECCIONAR-CLIENTES
               GIVING RASTREO-ORD-FILE.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-ORDENADO.
           PERFORM UNTIL WS-RASTREO-ORD-EOF
               IF NOT WS-GRUPO-ABIERTO
                  OR RO-SUCURSAL NOT = WS-SUCURSAL-ACTUAL
                   PERFORM 300-CAMBIO-SUCURSAL
               END-IF
               PERFORM 350-LISTAR-CLIENTE
               PERFORM 200-LEER-ORDENADO
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
                           MOVE RC-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *****************************************************************
      *  Solo las devoluciones que marcaron el domicilio ('M'): la
      *  repetida y la de una direccion vieja no cambian la fecha de
      *  la marca.
      *****************************************************************
       060-CARGAR-DEVOLUCIONES.
           OPEN INPUT REGISTRO-FILE.
           IF WS-REGISTRO-OK
               PERFORM 065-LEER-DEVOLUCION
               PERFORM UNTIL WS-REGISTRO-EOF
                   IF DV-MARCADO
                       PERFORM 068-GUARDAR-DEVOLUCION
                   END-IF
                   PERFORM 065-LEER-DEVOLUCION
               END-PERFORM
               CLOSE REGISTRO-FILE
           END-IF.

       065-LEER-DEVOLUCION.
           READ REGISTRO-FILE
               AT END SET WS-REGISTRO-EOF TO TRUE
           END-READ.

       068-GUARDAR-DEVOLUCION.
           MOVE 'N' TO WS-HAY-DEVOLUCION.
           PERFORM VARYING WS-IDX-DEVOLUCION FROM 1 BY 1
               UNTIL WS-IDX-DEVOLUCION > WS-CONTADOR-DEVOLUCIONES
               IF WS-TD-CUST(WS-IDX-DEVOLUCION) = DV-CUST-NUMBER
                   SET WS-DEVOLUCION-HALLADA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-DEVOLUCION-HALLADA
               IF WS-CONTADOR-DEVOLUCIONES < 2000
                   ADD 1 TO WS-CONTADOR-DEVOLUCIONES
                   MOVE WS-CONTADOR-DEVOLUCIONES TO WS-IDX-DEVOLUCION
                   MOVE DV-CUST-NUMBER
                       TO WS-TD-CUST(WS-IDX-DEVOLUCION)
                   SET WS-DEVOLUCION-HALLADA TO TRUE
               ELSE
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE DV-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'TABLA DE DEVOLUCIONES LLENA'
                       TO WS-EL-DATO-OFENSOR(8:27)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.
           IF WS-DEVOLUCION-HALLADA
               MOVE DV-FECHA-DEVOLUCION
                   TO WS-TD-FECHA(WS-IDX-DEVOLUCION)
               MOVE DV-MOTIVO TO WS-TD-MOTIVO(WS-IDX-DEVOLUCION)
           END-IF.

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
                   END-IF
                   PERFORM 075-LEER-SUCURSAL
               END-PERFORM
               CLOSE SUCURSALES-FILE
           END-IF.
           ADD 1 TO WS-CONTADOR-SUCURSALES.
           MOVE SPACES TO WS-TS-CODIGO(WS-CONTADOR-SUCURSALES).
           MOVE 'SIN SUCURSAL'
               TO WS-TS-NOMBRE(WS-CONTADOR-SUCURSALES).

       075-LEER-SUCURSAL.
           READ SUCURSALES-FILE
               AT END SET WS-SUCURSALES-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Solo los clientes con el domicilio devuelto van al
      *  ordenamiento.
      *****************************************************************
       080-SELECCIONAR-CLIENTES.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 085-LEER-CLIENTE.
           PERFORM UNTIL WS-CUSTMAST-EOF
               ADD 1 TO WS-CONTADOR-CLIENTES
               IF CM-DOMICILIO-DEVUELTO
                   MOVE CM-SUCURSAL TO WKR-SUCURSAL
                   MOVE CM-CUST-NUMBER TO WKR-CUST-NUMBER
                   MOVE CM-NOMBRE TO WKR-NOMBRE
                   MOVE CM-APELLIDO TO WKR-APELLIDO
                   MOVE CM-TELEFONO TO WKR-TELEFONO
                   MOVE CM-DOMICILIO-DOCUMENTO TO WKR-DOCUMENTO
                   MOVE CM-BALANCE TO WKR-BALANCE
                   RELEASE RASTREO-SORT-REGISTRO
               END-IF
               PERFORM 085-LEER-CLIENTE
           END-PERFORM.
           CLOSE CUSTMAST-FILE.

       085-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT RASTREO-ORD-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.

       200-LEER-ORDENADO.
           READ RASTREO-ORD-FILE
               AT END SET WS-RASTREO-ORD-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Corte de sucursal: cierra la anterior con su subtotal y
      *  rotula la nueva con el nombre del archivo de sucursales.
      *****************************************************************
       300-CAMBIO-SUCURSAL.
           IF WS-GRUPO-ABIERTO
               PERFORM 400-SUBTOTAL-SUCURSAL
           END-IF.
           SET WS-GRUPO-ABIERTO TO TRUE.
           MOVE RO-SUCURSAL TO WS-SUCURSAL-ACTUAL.
           MOVE ZERO TO WS-SUC-CUENTAS.
           MOVE ZERO TO WS-SUC-SALDO.
           PERFORM VARYING WS-IDX-SUCURSAL FROM 1 BY 1
               UNTIL WS-IDX-SUCURSAL >= WS-CONTADOR-SUCURSALES
               IF WS-TS-CODIGO(WS-IDX-SUCURSAL) = RO-SUCURSAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RO-SUCURSAL TO WS-LE-CODIGO.
           MOVE WS-TS-NOMBRE(WS-IDX-SUCURSAL) TO WS-LE-NOMBRE.
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.

       350-LISTAR-CLIENTE.
           MOVE 'N' TO WS-HAY-DEVOLUCION.
           PERFORM VARYING WS-IDX-DEVOLUCION FROM 1 BY 1
               UNTIL WS-IDX-DEVOLUCION > WS-CONTADOR-DEVOLUCIONES
               IF WS-TD-CUST(WS-IDX-DEVOLUCION) = RO-CUST-NUMBER
                   SET WS-DEVOLUCION-HALLADA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE RO-CUST-NUMBER TO WS-LC-CUST.
           MOVE RO-NOMBRE TO WS-LC-NOMBRE.
           MOVE RO-APELLIDO TO WS-LC-APELLIDO.
           MOVE RO-TELEFONO TO WS-LC-TELEFONO.
           MOVE RO-DOCUMENTO TO WS-LC-DOCUMENTO.
           IF WS-DEVOLUCION-HALLADA
               MOVE WS-TD-FECHA(WS-IDX-DEVOLUCION) TO WS-LC-FECHA
               MOVE WS-TD-MOTIVO(WS-IDX-DEVOLUCION) TO WS-LC-MOTIVO
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-REGISTRO
               MOVE ZERO TO WS-LC-FECHA
               MOVE 'SIN REGISTRO' TO WS-LC-MOTIVO
           END-IF.
           MOVE RO-BALANCE TO WS-LC-BALANCE.
           WRITE REPORTE-LINEA FROM WS-LINEA-CUENTA.
           ADD 1 TO WS-SUC-CUENTAS.
           ADD RO-BALANCE TO WS-SUC-SALDO.

       400-SUBTOTAL-SUCURSAL.
           MOVE 'TOTAL SUCURSAL' TO WS-LS-TEXTO.
           MOVE WS-SUC-CUENTAS TO WS-LS-CUENTAS.
           MOVE WS-SUC-SALDO TO WS-LS-SALDO.
           WRITE REPORTE-LINEA FROM WS-LINEA-SUCURSAL.
           ADD WS-SUC-CUENTAS TO WS-TOTAL-CUENTAS.
           ADD WS-SUC-SALDO TO WS-TOTAL-SALDO.

       600-IMPRIMIR-TOTALES.
           IF WS-GRUPO-ABIERTO
               PERFORM 400-SUBTOTAL-SUCURSAL
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'TOTAL DOMICILIOS DEVUELTOS' TO WS-LS-TEXTO.
           MOVE WS-TOTAL-CUENTAS TO WS-LS-CUENTAS.
           MOVE WS-TOTAL-SALDO TO WS-LS-SALDO.
           WRITE REPORTE-LINEA FROM WS-LINEA-SUCURSAL.
           DISPLAY 'RASTREO DE DOMICILIOS DEVUELTOS'.
           DISPLAY 'CLIENTES LEIDOS       : ' WS-CONTADOR-CLIENTES.
           DISPLAY 'DOMICILIOS DEVUELTOS  : ' WS-TOTAL-CUENTAS.
           DISPLAY 'SIN FECHA EN DOMREG   : ' WS-CONTADOR-SIN-REGISTRO.

       700-CERRAR-ARCHIVOS.
           CLOSE RASTREO-ORD-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM RASTREO.
