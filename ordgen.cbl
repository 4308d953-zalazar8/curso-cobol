       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDGEN.
      *****************************************************************
      *  Generacion de ordenes permanentes (ORDPERM.CPY): los cargos
      *  fijos mensuales y los abonos de convenios de pago se
      *  tecleaban en NEGIN cada mes, y el mes que alguien lo olvidaba
      *  el CM-BALANCE y el estado de cuenta del cliente salian mal.
      *  Este paso, al principio de NIGHTLY2, recorre las ordenes:
      *    - calcula las fechas programadas de cada orden (semanal,
      *      mensual o dia fijo del mes) que ya vencieron desde la
      *      ultima generada, entre su inicio y su fin;
      *    - corre la fecha que no es dia habil en el calendario
      *      PROCCAL al siguiente dia habil (la misma regla de DATEROLL)
      *      y la genera el dia de proceso en que cae o despues;
      *    - emite cada una como detalle de su propio lote NEGIN
      *      balanceado (cabecera 'H' con la fecha de negocio, cola
      *      'T' con cantidad y total de control), con la fecha
      *      corrida como fecha valor, que se concatena detras de
      *      NEGIN para que NEGATIVO-DECIMAL lo postee como cualquier
      *      otro lote; el importe que no cabe en un detalle se parte
      *      en varios de la misma cuenta, como en LOCKBOX;
      *    - salta, consumiendo la fecha, las ordenes suspendidas, las
      *      de clientes cerrados (inactivos) o suspendidos por
      *      cobranza, y las de cuenta de mayor que no esta activa en
      *      el catalogo CTACAT;
      *    - marca vencida la orden que ya paso su fecha de fin;
      *  y arrastra el archivo de ordenes con la ultima fecha generada
      *  (ORDPERM -> ORDPERMO).  El reporte ORDRPT lista cada fecha
      *  generada, saltada o vencida.  El detalle NEGIN no tiene
      *  lugar para una segunda cuenta: la cuenta de mayor de la orden
      *  se valida y se lista en el reporte, y el detalle viaja a la
      *  cuenta del cliente como todo lo demas de NEGIN.
      *  El calendario se carga desde el primer dia del mes anterior
      *  al de proceso: una fecha programada mas vieja que eso ya no
      *  se recupera.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-FILE ASSIGN TO "ORDPERM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDENES-STATUS.
           SELECT ORDENES-SAL-FILE ASSIGN TO "ORDPERMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDENES-SAL-STATUS.
           SELECT POSTEOS-FILE ASSIGN TO "ORDNEGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTEOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "ORDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CTACAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-FILE.
           COPY ORDPERM.
       FD  ORDENES-SAL-FILE.
       01  ORDENES-SAL-REGISTRO    PIC X(80).
      *****************************************************************
      *  Salida en el formato NEGIN completo (detalle de 26 con fecha
      *  valor y digito verificador del cliente, mas controles H/T),
      *  igual que el lote de LOCKBOX.
      *****************************************************************
       FD  POSTEOS-FILE.
       01  POSTEOS-REGISTRO.
           05  PN-NUM1             PIC S9(4).
           05  PN-NUM2             PIC S9(4).
           05  PN-CUENTA           PIC X(6).
           05  PN-MONEDA           PIC X(3).
           05  PN-FECHA-VALOR      PIC 9(8).
           05  PN-DIGITO           PIC X(1).
       01  POSTEOS-CONTROL.
           05  PNC-MARCA           PIC X(1).
           05  PNC-FECHA-NEGOCIO   PIC 9(8).
           05  PNC-LOTE            PIC X(4).
           05  FILLER              PIC X(13).
       01  POSTEOS-COLA.
           05  FILLER              PIC X(1).
           05  PNL-CANTIDAD        PIC 9(7).
           05  PNL-HASH            PIC S9(9).
           05  FILLER              PIC X(9).
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CATALOGO-FILE.
           COPY CTACAT.
       FD  CALENDARIO-FILE.
           COPY PROCCAL.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-ORDENES-STATUS        PIC X(2).
           88 WS-ORDENES-OK        VALUE '00'.
           88 WS-ORDENES-EOF       VALUE '10'.
       01 WS-ORDENES-SAL-STATUS    PIC X(2).
           88 WS-ORDENES-SAL-OK    VALUE '00'.
       01 WS-POSTEOS-STATUS        PIC X(2).
           88 WS-POSTEOS-OK        VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-CATALOGO-STATUS       PIC X(2).
           88 WS-CATALOGO-OK       VALUE '00'.
           88 WS-CATALOGO-EOF      VALUE '10'.
       01 WS-CALENDARIO-STATUS     PIC X(2).
           88 WS-CALENDARIO-OK     VALUE '00'.
           88 WS-CALENDARIO-EOF    VALUE '10'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'ORDGEN'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-HAY-ORDENES           PIC X(1) VALUE 'N'.
           88 WS-ORDENES-ABIERTO   VALUE 'S'.
      *****************************************************************
      *  Calendario de proceso desde el primer dia del mes anterior;
      *  WS-TC-HABIL es 'S' para dia habil no feriado, la regla de
      *  DATEROLL.
      *****************************************************************
       01 WS-TABLA-CALENDARIO.
           05  WS-CALENDARIO-ENTRADA OCCURS 120 TIMES.
               10  WS-TC-FECHA     PIC 9(8).
               10  WS-TC-HABIL     PIC X(1).
                   88  WS-TC-ES-HABIL VALUE 'S'.
       01 WS-CONTADOR-CALENDARIO   PIC 9(3) VALUE ZERO.
       01 WS-IDX-CALENDARIO        PIC 9(3).
       01 WS-IDX-CORRIDA           PIC 9(3).
       01 WS-VENTANA-DESDE         PIC 9(8).
       01 WS-VENTANA-ANO           PIC 9(4).
       01 WS-VENTANA-MES           PIC 9(2).
      *****************************************************************
      *  Catalogo de cuentas activas, igual que en NEGATIVO-DECIMAL;
      *  sin archivo asignado no se valida.
      *****************************************************************
       01 WS-TABLA-CTAS.
           05  WS-CTA-ENTRADA      OCCURS 2000 TIMES.
               10  WS-TCT-CUENTA   PIC X(6).
       01 WS-CONTADOR-CTAS         PIC 9(4) VALUE ZERO.
       01 WS-IDX-CTA               PIC 9(4).
       01 WS-HAY-CUENTA-CAT        PIC X(1) VALUE 'N'.
           88 WS-CUENTA-EN-CATALOGO VALUE 'S'.
      *****************************************************************
      *  Decimales por moneda, la misma tabla grabada de
      *  NEGATIVO-DECIMAL: el detalle NEGIN viaja en unidades menores.
      *****************************************************************
       01 WS-TABLA-MONEDAS-INIT.
           05  FILLER              PIC X(4) VALUE 'USD2'.
           05  FILLER              PIC X(4) VALUE 'EUR2'.
           05  FILLER              PIC X(4) VALUE 'GBP2'.
           05  FILLER              PIC X(4) VALUE 'JPY0'.
           05  FILLER              PIC X(4) VALUE 'BHD3'.
       01 WS-TABLA-MONEDAS REDEFINES WS-TABLA-MONEDAS-INIT.
           05  WS-TM-ENTRADA       OCCURS 5 TIMES.
               10  WS-TM-CODIGO    PIC X(3).
               10  WS-TM-DECIMALES PIC 9(1).
       01 WS-IDX-MONEDA            PIC 9(2).
       01 WS-HAY-MONEDA            PIC X(1) VALUE 'N'.
           88 WS-MONEDA-VALIDA     VALUE 'S'.
       01 WS-ESCALA-MONEDA         PIC 9(4) VALUE 100.
      *****************************************************************
      *  Motivo por el que la orden no genera hoy; espacios = genera.
      *****************************************************************
       01 WS-MOTIVO-SALTO          PIC X(24) VALUE SPACES.
       01 WS-FECHA-CANDIDATA       PIC 9(8).
       01 WS-FECHA-CORRIDA         PIC 9(8).
       01 WS-ES-PROGRAMADA         PIC X(1) VALUE 'N'.
           88 WS-FECHA-PROGRAMADA  VALUE 'S'.
       01 WS-DIA-OBJETIVO          PIC 9(2).
       01 WS-ANO-N                 PIC 9(4).
       01 WS-MES-N                 PIC 9(2).
       01 WS-DIA-N                 PIC 9(2).
       01 WS-DIAS-EN-MES           PIC 9(2).
       01 WS-DU-FUNCION            PIC X(1) VALUE '2'.
       01 WS-DU-FORMATEADA         PIC X(10).
       01 WS-DU-DIAS               PIC S9(9).
       01 WS-DU-RETORNO            PIC 9(2).
       01 WS-UNIDADES-RESTANTES    PIC 9(10) VALUE ZERO.
       01 WS-UNIDADES-PARTE        PIC 9(4) VALUE ZERO.
       01 WS-NEGIN-CANTIDAD        PIC 9(7) VALUE ZERO.
       01 WS-NEGIN-HASH            PIC S9(9) VALUE ZERO.
       01 WS-CONTADOR-ORDENES      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-GENERADAS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SALTADAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-VENCIDAS     PIC 9(7) VALUE ZERO.
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(37)
               VALUE 'ORDENES PERMANENTES - FECHA PROCESO '.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(55) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'CLIENT SC DESCRIPCION      PROGRAMA VALOR    '.
           05  FILLER              PIC X(50) VALUE
               '    IMPORTE MON CTA-GL RESULTADO'.
       01 WS-LINEA-ORDEN.
           05  WS-LO-CLIENTE       PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LO-SECUENCIA     PIC 9(2).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LO-DESCRIPCION   PIC X(16).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LO-PROGRAMADA    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LO-VALOR         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LO-IMPORTE       PIC -Z(6)9.999.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LO-MONEDA        PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LO-CUENTA        PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LO-RESULTADO     PIC X(24).
           05  FILLER              PIC X(7)  VALUE SPACES.
       01 WS-LINEA-TOTAL.
           05  WS-LTT-TEXTO        PIC X(30).
           05  WS-LTT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(63) VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-CALENDARIO.
           PERFORM 070-CARGAR-CATALOGO.
           PERFORM 100-ABRIR-ARCHIVOS.
           IF WS-ORDENES-ABIERTO
               PERFORM 200-LEER-ORDEN
               PERFORM UNTIL WS-ORDENES-EOF
                   ADD 1 TO WS-CONTADOR-ORDENES
                   PERFORM 300-PROCESAR-ORDEN
                   WRITE ORDENES-SAL-REGISTRO FROM ORDPERM-REGISTRO
                   PERFORM 200-LEER-ORDEN
               END-PERFORM
           END-IF.
           PERFORM 500-ESCRIBIR-COLA-NEGIN.
           PERFORM 600-IMPRIMIR-RESUMEN.
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
      *  Sin calendario no hay como correr fechas a dia habil: el
      *  paso termina con RC=8 antes de escribir nada, y el COND de
      *  NIGHTLY2 no postea un lote a medias.
      *****************************************************************
       060-CARGAR-CALENDARIO.
           MOVE WS-FECHA-PROCESO(1:4) TO WS-VENTANA-ANO.
           MOVE WS-FECHA-PROCESO(5:2) TO WS-VENTANA-MES.
           IF WS-VENTANA-MES = 1
               SUBTRACT 1 FROM WS-VENTANA-ANO
               MOVE 12 TO WS-VENTANA-MES
           ELSE
               SUBTRACT 1 FROM WS-VENTANA-MES
           END-IF.
           COMPUTE WS-VENTANA-DESDE = WS-VENTANA-ANO * 10000
               + WS-VENTANA-MES * 100 + 1.
           OPEN INPUT CALENDARIO-FILE.
           IF NOT WS-CALENDARIO-OK
               MOVE 'CALENDARIO PROCCAL NO DISPONIBLE'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'ORDGEN: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 065-LEER-CALENDARIO.
           PERFORM UNTIL WS-CALENDARIO-EOF
                   OR WS-CONTADOR-CALENDARIO = 120
               IF PC-FECHA NOT < WS-VENTANA-DESDE
                   ADD 1 TO WS-CONTADOR-CALENDARIO
                   MOVE PC-FECHA
                       TO WS-TC-FECHA(WS-CONTADOR-CALENDARIO)
                   IF PC-DIA-HABIL AND NOT PC-ES-FERIADO
                       MOVE 'S'
                           TO WS-TC-HABIL(WS-CONTADOR-CALENDARIO)
                   ELSE
                       MOVE 'N'
                           TO WS-TC-HABIL(WS-CONTADOR-CALENDARIO)
                   END-IF
               END-IF
               PERFORM 065-LEER-CALENDARIO
           END-PERFORM.
           CLOSE CALENDARIO-FILE.

       065-LEER-CALENDARIO.
           READ CALENDARIO-FILE
               AT END SET WS-CALENDARIO-EOF TO TRUE
           END-READ.

       070-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WS-CATALOGO-OK
               PERFORM 075-LEER-CATALOGO
               PERFORM UNTIL WS-CATALOGO-EOF
                   IF CC-CUENTA-ACTIVA
                      AND WS-CONTADOR-CTAS < 2000
                       ADD 1 TO WS-CONTADOR-CTAS
                       MOVE CC-CUENTA
                           TO WS-TCT-CUENTA(WS-CONTADOR-CTAS)
                   END-IF
                   PERFORM 075-LEER-CATALOGO
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

       075-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END SET WS-CATALOGO-EOF TO TRUE
           END-READ.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT ORDENES-FILE.
           IF WS-ORDENES-OK
               SET WS-ORDENES-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT ORDENES-SAL-FILE.
           OPEN INPUT CUSTMAST-FILE.
           OPEN OUTPUT POSTEOS-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.
           MOVE SPACES TO POSTEOS-CONTROL.
           MOVE 'H' TO PNC-MARCA.
           MOVE WS-FECHA-PROCESO TO PNC-FECHA-NEGOCIO.
           MOVE 'ORDP' TO PNC-LOTE.
           WRITE POSTEOS-CONTROL.

       200-LEER-ORDEN.
           READ ORDENES-FILE
               AT END SET WS-ORDENES-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Recorre el calendario desde el dia siguiente a la ultima
      *  fecha generada hasta la fecha de proceso; cada fecha
      *  programada cuya fecha corrida ya llego se genera o se salta
      *  con su motivo, y en ambos casos queda consumida.  La primera
      *  cuya fecha corrida cae despues de hoy espera a su dia.
      *****************************************************************
       300-PROCESAR-ORDEN.
           IF NOT OP-VENCIDA
               PERFORM 310-DETERMINAR-MOTIVO
               PERFORM VARYING WS-IDX-CALENDARIO FROM 1 BY 1
                   UNTIL WS-IDX-CALENDARIO > WS-CONTADOR-CALENDARIO
                   MOVE WS-TC-FECHA(WS-IDX-CALENDARIO)
                       TO WS-FECHA-CANDIDATA
                   IF WS-FECHA-CANDIDATA > WS-FECHA-PROCESO
                       EXIT PERFORM
                   END-IF
                   IF WS-FECHA-CANDIDATA > OP-ULTIMA-FECHA
                      AND WS-FECHA-CANDIDATA NOT < OP-FECHA-INICIO
                      AND (OP-FECHA-FIN = ZERO
                           OR WS-FECHA-CANDIDATA NOT > OP-FECHA-FIN)
                       PERFORM 320-EVALUAR-FECHA-PROGRAMADA
                       IF WS-FECHA-PROGRAMADA
                           PERFORM 330-CORRER-A-DIA-HABIL
                           IF WS-FECHA-CORRIDA > WS-FECHA-PROCESO
                               EXIT PERFORM
                           END-IF
                           IF WS-MOTIVO-SALTO = SPACES
                               PERFORM 340-GENERAR-POSTEO
                           ELSE
                               ADD 1 TO WS-CONTADOR-SALTADAS
                               MOVE WS-MOTIVO-SALTO
                                   TO WS-LO-RESULTADO
                               PERFORM 390-LISTAR-ORDEN
                           END-IF
                           MOVE WS-FECHA-CANDIDATA TO OP-ULTIMA-FECHA
                       END-IF
                   END-IF
               END-PERFORM
               IF OP-FECHA-FIN NOT = ZERO
                  AND OP-FECHA-FIN < WS-FECHA-PROCESO
                   SET OP-VENCIDA TO TRUE
                   ADD 1 TO WS-CONTADOR-VENCIDAS
                   MOVE OP-FECHA-FIN TO WS-FECHA-CANDIDATA
                   MOVE ZERO TO WS-FECHA-CORRIDA
                   MOVE 'VENCIDA' TO WS-LO-RESULTADO
                   PERFORM 390-LISTAR-ORDEN
               END-IF
           END-IF.

      *****************************************************************
      *  Lo que impide generar vale para toda la corrida de la orden:
      *  se decide una vez, antes de recorrer sus fechas.
      *****************************************************************
       310-DETERMINAR-MOTIVO.
           MOVE SPACES TO WS-MOTIVO-SALTO.
           PERFORM 315-BUSCAR-MONEDA.
           PERFORM 317-VALIDAR-CUENTA-CATALOGO.
           IF OP-SUSPENDIDA
               MOVE 'ORDEN SUSPENDIDA' TO WS-MOTIVO-SALTO
           ELSE
               IF NOT WS-MONEDA-VALIDA
                   MOVE 'MONEDA NO VALIDA' TO WS-MOTIVO-SALTO
               ELSE
                   IF NOT WS-CUENTA-EN-CATALOGO
                       MOVE 'CUENTA GL NO CATALOGADA'
                           TO WS-MOTIVO-SALTO
                   ELSE
                       IF OP-IMPORTE = ZERO
                           MOVE 'IMPORTE EN CERO' TO WS-MOTIVO-SALTO
                       ELSE
                           MOVE OP-CUST-NUMBER TO CM-CUST-NUMBER
                           READ CUSTMAST-FILE
                               INVALID KEY
                                   MOVE 'CLIENTE NO EXISTE'
                                       TO WS-MOTIVO-SALTO
                               NOT INVALID KEY
                                   IF CM-CLIENTE-INACTIVO
                                       MOVE 'CLIENTE CERRADO'
                                           TO WS-MOTIVO-SALTO
                                   END-IF
                                   IF CM-MORA-SUSPENDIDO
                                       MOVE 'CLIENTE SUSPENDIDO'
                                           TO WS-MOTIVO-SALTO
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF.

       315-BUSCAR-MONEDA.
           MOVE 'N' TO WS-HAY-MONEDA.
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
               UNTIL WS-IDX-MONEDA > 5
               IF WS-TM-CODIGO(WS-IDX-MONEDA) = OP-MONEDA
                   COMPUTE WS-ESCALA-MONEDA =
                       10 ** WS-TM-DECIMALES(WS-IDX-MONEDA)
                   SET WS-MONEDA-VALIDA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       317-VALIDAR-CUENTA-CATALOGO.
           SET WS-CUENTA-EN-CATALOGO TO TRUE.
           IF WS-CONTADOR-CTAS NOT = ZERO
               MOVE 'N' TO WS-HAY-CUENTA-CAT
               PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CONTADOR-CTAS
                   IF WS-TCT-CUENTA(WS-IDX-CTA) = OP-CUENTA-GL
                       SET WS-CUENTA-EN-CATALOGO TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  Semanal: la fecha esta a un multiplo de siete dias del
      *  inicio.  Mensual y dia fijo: el dia del mes coincide, o el
      *  mes no llega a ese dia y la fecha es su ultimo dia.
      *****************************************************************
       320-EVALUAR-FECHA-PROGRAMADA.
           MOVE 'N' TO WS-ES-PROGRAMADA.
           EVALUATE TRUE
               WHEN OP-SEMANAL
                   CALL 'DATEUTIL' USING WS-DU-FUNCION OP-FECHA-INICIO
                       WS-FECHA-CANDIDATA WS-DU-FORMATEADA
                       WS-DU-DIAS WS-DU-RETORNO
                   IF WS-DU-RETORNO = ZERO
                      AND FUNCTION MOD(FUNCTION ABS(WS-DU-DIAS), 7)
                          = 0
                       SET WS-FECHA-PROGRAMADA TO TRUE
                   END-IF
               WHEN OP-MENSUAL OR OP-DIA-FIJO
                   IF OP-MENSUAL
                       MOVE OP-FECHA-INICIO(7:2) TO WS-DIA-OBJETIVO
                   ELSE
                       MOVE OP-DIA-MES TO WS-DIA-OBJETIVO
                   END-IF
                   PERFORM 900-DIAS-DEL-MES
                   IF WS-DIA-N = WS-DIA-OBJETIVO
                      OR (WS-DIA-OBJETIVO > WS-DIAS-EN-MES
                          AND WS-DIA-N = WS-DIAS-EN-MES)
                       SET WS-FECHA-PROGRAMADA TO TRUE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  Primer dia habil del calendario desde la fecha programada;
      *  fuera del calendario cargado la fecha queda como esta.
      *****************************************************************
       330-CORRER-A-DIA-HABIL.
           MOVE WS-FECHA-CANDIDATA TO WS-FECHA-CORRIDA.
           PERFORM VARYING WS-IDX-CORRIDA FROM WS-IDX-CALENDARIO BY 1
               UNTIL WS-IDX-CORRIDA > WS-CONTADOR-CALENDARIO
               IF WS-TC-ES-HABIL(WS-IDX-CORRIDA)
                   MOVE WS-TC-FECHA(WS-IDX-CORRIDA)
                       TO WS-FECHA-CORRIDA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  El cargo sale con resultado positivo (NUM1 el importe) y el
      *  abono negativo (NUM2 el importe), en unidades menores de la
      *  moneda; cada detalle admite hasta 9999 unidades, asi que el
      *  importe se parte en tantos detalles como haga falta.
      *****************************************************************
       340-GENERAR-POSTEO.
           ADD 1 TO WS-CONTADOR-GENERADAS.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE OP-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           COMPUTE WS-UNIDADES-RESTANTES ROUNDED =
               OP-IMPORTE * WS-ESCALA-MONEDA.
           PERFORM UNTIL WS-UNIDADES-RESTANTES = ZERO
               IF WS-UNIDADES-RESTANTES > 9999
                   MOVE 9999 TO WS-UNIDADES-PARTE
               ELSE
                   MOVE WS-UNIDADES-RESTANTES TO WS-UNIDADES-PARTE
               END-IF
               SUBTRACT WS-UNIDADES-PARTE FROM WS-UNIDADES-RESTANTES
               MOVE SPACES TO POSTEOS-REGISTRO
               IF OP-ES-ABONO
                   MOVE ZERO TO PN-NUM1
                   MOVE WS-UNIDADES-PARTE TO PN-NUM2
               ELSE
                   MOVE WS-UNIDADES-PARTE TO PN-NUM1
                   MOVE ZERO TO PN-NUM2
               END-IF
               MOVE OP-CUST-NUMBER TO PN-CUENTA
               MOVE OP-MONEDA TO PN-MONEDA
               MOVE WS-FECHA-CORRIDA TO PN-FECHA-VALOR
               MOVE WS-DV-DIGITO TO PN-DIGITO
               WRITE POSTEOS-REGISTRO
               ADD 1 TO WS-NEGIN-CANTIDAD
               ADD WS-UNIDADES-PARTE TO WS-NEGIN-HASH
           END-PERFORM.
           MOVE 'GENERADA' TO WS-LO-RESULTADO.
           PERFORM 390-LISTAR-ORDEN.

       390-LISTAR-ORDEN.
           MOVE OP-CUST-NUMBER TO WS-LO-CLIENTE.
           MOVE OP-SECUENCIA TO WS-LO-SECUENCIA.
           MOVE OP-DESCRIPCION TO WS-LO-DESCRIPCION.
           MOVE WS-FECHA-CANDIDATA TO WS-LO-PROGRAMADA.
           MOVE WS-FECHA-CORRIDA TO WS-LO-VALOR.
           IF OP-ES-ABONO
               COMPUTE WS-LO-IMPORTE = ZERO - OP-IMPORTE
           ELSE
               MOVE OP-IMPORTE TO WS-LO-IMPORTE
           END-IF.
           MOVE OP-MONEDA TO WS-LO-MONEDA.
           MOVE OP-CUENTA-GL TO WS-LO-CUENTA.
           WRITE REPORTE-LINEA FROM WS-LINEA-ORDEN.

       500-ESCRIBIR-COLA-NEGIN.
           MOVE SPACES TO POSTEOS-COLA.
           MOVE 'T' TO POSTEOS-COLA(1:1).
           MOVE WS-NEGIN-CANTIDAD TO PNL-CANTIDAD.
           MOVE WS-NEGIN-HASH TO PNL-HASH.
           WRITE POSTEOS-COLA.

       600-IMPRIMIR-RESUMEN.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'ORDENES LEIDAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-ORDENES TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'FECHAS GENERADAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-GENERADAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'FECHAS SALTADAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-SALTADAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           MOVE 'ORDENES VENCIDAS' TO WS-LTT-TEXTO.
           MOVE WS-CONTADOR-VENCIDAS TO WS-LTT-CANTIDAD.
           WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
           DISPLAY 'GENERACION DE ORDENES PERMANENTES'.
           DISPLAY 'ORDENES LEIDAS         : ' WS-CONTADOR-ORDENES.
           DISPLAY 'FECHAS GENERADAS       : ' WS-CONTADOR-GENERADAS.
           DISPLAY 'FECHAS SALTADAS        : ' WS-CONTADOR-SALTADAS.
           DISPLAY 'ORDENES VENCIDAS       : ' WS-CONTADOR-VENCIDAS.
           DISPLAY 'DETALLES NEGIN EMITIDOS: ' WS-NEGIN-CANTIDAD.

       700-CERRAR-ARCHIVOS.
           IF WS-ORDENES-ABIERTO
               CLOSE ORDENES-FILE
           END-IF.
           CLOSE ORDENES-SAL-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE POSTEOS-FILE.
           CLOSE REPORTE-FILE.

      *****************************************************************
      *  Dias del mes de la fecha candidata, mismas reglas de mes y
      *  bisiesto que 900-VALIDAR-FECHA en PROMMNT.
      *****************************************************************
       900-DIAS-DEL-MES.
           MOVE WS-FECHA-CANDIDATA(1:4) TO WS-ANO-N.
           MOVE WS-FECHA-CANDIDATA(5:2) TO WS-MES-N.
           MOVE WS-FECHA-CANDIDATA(7:2) TO WS-DIA-N.
           EVALUATE WS-MES-N
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DIAS-EN-MES
               WHEN 2
                   IF FUNCTION MOD(WS-ANO-N, 4) = 0
                      AND (FUNCTION MOD(WS-ANO-N, 100) NOT = 0
                           OR FUNCTION MOD(WS-ANO-N, 400) = 0)
                       MOVE 29 TO WS-DIAS-EN-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-EN-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-EN-MES
           END-EVALUATE.
       END PROGRAM ORDGEN.
