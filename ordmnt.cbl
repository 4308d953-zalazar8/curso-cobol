       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMNT.
      *****************************************************************
      *  Mantenimiento en linea de ordenes permanentes (ORDPERM.CPY),
      *  hermana de PROMMNT: cobranza registra el cargo fijo mensual
      *  o el abono de un convenio de pago una sola vez, y ORDGEN lo
      *  genera cada fecha que le toca.  El alta valida el cliente
      *  contra CUSTMAST (existe y no esta cerrado), la cuenta de
      *  mayor contra el catalogo CTACAT (activa; sin archivo
      *  asignado no se valida, como en NEGATIVO-DECIMAL), la moneda
      *  contra las que NEGATIVO-DECIMAL sabe escalar, la frecuencia,
      *  el dia del mes y las fechas (900-VALIDAR-FECHA de PROMMNT).
      *  El alta sobre una orden existente (cliente + secuencia) la
      *  modifica y la deja activa, conservando la ultima fecha
      *  generada; la orden nueva genera desde su fecha de inicio.
      *  El archivo se carga entero en memoria y se reescribe en
      *  ORDPERMO al terminar, y cada movimiento queda en la bitacora
      *  ORDAUD (DISP=MOD) con el operador.
      *  El operador es el de la sesion (SESMENU): bajo el menu
      *  MENUOPER no se vuelve a pedir, y fuera de el se pide una vez
      *  contra OPERSEC.  'C' en lugar del numero toma el cliente en
      *  curso; cada cliente mostrado, y cada orden grabada, queda en
      *  la bitacora de accesos (ACCESLOG).
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
           SELECT BITACORA-FILE ASSIGN TO "ORDAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CTACAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-FILE.
       01  ORDENES-REGISTRO        PIC X(80).
       FD  ORDENES-SAL-FILE.
       01  ORDENES-SAL-REGISTRO    PIC X(80).
       FD  BITACORA-FILE.
       01  BITACORA-LINEA.
           05  BA-FECHA            PIC 9(8).
           05  BA-HORA             PIC 9(6).
           05  BA-OPERADOR         PIC X(4).
           05  BA-ACCION           PIC X(6).
           05  BA-CUST-NUMBER      PIC 9(6).
           05  BA-SECUENCIA        PIC 9(2).
           05  BA-SENTIDO          PIC X(1).
           05  BA-IMPORTE          PIC 9(7)V999.
           05  BA-MONEDA           PIC X(3).
           05  BA-CUENTA-GL        PIC X(6).
           05  BA-FRECUENCIA       PIC X(1).
           05  BA-ESTADO           PIC X(1).
           05  FILLER              PIC X(16).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CATALOGO-FILE.
           COPY CTACAT.
       WORKING-STORAGE SECTION.
       01 WS-ORDENES-STATUS        PIC X(2).
           88 WS-ORDENES-OK        VALUE '00'.
           88 WS-ORDENES-EOF       VALUE '10'.
       01 WS-ORDENES-SAL-STATUS    PIC X(2).
           88 WS-ORDENES-SAL-OK    VALUE '00'.
       01 WS-BITACORA-STATUS       PIC X(2).
           88 WS-BITACORA-OK       VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-CATALOGO-STATUS       PIC X(2).
           88 WS-CATALOGO-OK       VALUE '00'.
           88 WS-CATALOGO-EOF      VALUE '10'.
      *****************************************************************
      *  Orden en trabajo: se arma aqui y se guarda entera en la tabla.
      *****************************************************************
           COPY ORDPERM.
       01 WS-TABLA-ORDENES.
           05  WS-ORDEN-ENTRADA    OCCURS 500 TIMES.
               10  WS-TO-REGISTRO  PIC X(80).
               10  WS-TO-CLAVE REDEFINES WS-TO-REGISTRO.
                   15  WS-TO-CUST  PIC 9(6).
                   15  WS-TO-SEC   PIC 9(2).
                   15  FILLER      PIC X(72).
               10  WS-TO-BORRADA   PIC X(1).
                   88  WS-TO-ESTA-BORRADA VALUE 'S'.
       01 WS-CONTADOR-ORDENES      PIC 9(3) VALUE ZERO.
       01 WS-IDX-ORDEN             PIC 9(3).
       01 WS-IDX-HALLADA           PIC 9(3).
       01 WS-TABLA-CTAS.
           05  WS-CTA-ENTRADA      OCCURS 2000 TIMES.
               10  WS-TCT-CUENTA   PIC X(6).
       01 WS-CONTADOR-CTAS         PIC 9(4) VALUE ZERO.
       01 WS-IDX-CTA               PIC 9(4).
       01 WS-HAY-CUENTA-CAT        PIC X(1) VALUE 'N'.
           88 WS-CUENTA-EN-CATALOGO VALUE 'S'.
       01 WS-TABLA-MONEDAS-INIT.
           05  FILLER              PIC X(3) VALUE 'USD'.
           05  FILLER              PIC X(3) VALUE 'EUR'.
           05  FILLER              PIC X(3) VALUE 'GBP'.
           05  FILLER              PIC X(3) VALUE 'JPY'.
           05  FILLER              PIC X(3) VALUE 'BHD'.
       01 WS-TABLA-MONEDAS REDEFINES WS-TABLA-MONEDAS-INIT.
           05  WS-TM-CODIGO        PIC X(3) OCCURS 5 TIMES.
       01 WS-IDX-MONEDA            PIC 9(2).
       01 WS-HAY-MONEDA            PIC X(1) VALUE 'N'.
           88 WS-MONEDA-VALIDA     VALUE 'S'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'ORDMNT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-OPERADOR              PIC X(4).
       01 WS-OPCION                PIC X(1).
           88 WS-OPCION-ALTA       VALUE 'A'.
           88 WS-OPCION-SUSPENDER  VALUE 'S'.
           88 WS-OPCION-BAJA       VALUE 'B'.
           88 WS-OPCION-LISTAR     VALUE 'L'.
           88 WS-OPCION-FIN        VALUE '0'.
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-SECUENCIA             PIC 9(2).
       01 WS-IMPORTE-ENTRADA       PIC X(10).
       01 WS-DIA-ENTRADA           PIC X(2).
       01 WS-ERROR-ALTA            PIC X(40) VALUE SPACES.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
       01 WS-CONTADOR-ALTAS        PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-CAMBIOS      PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-BAJAS        PIC 9(3) VALUE ZERO.
       01 WS-ANO-N                 PIC 9(4).
       01 WS-MES-N                 PIC 9(2).
       01 WS-DIA-N                 PIC 9(2).
       01 WS-DIAS-EN-MES           PIC 9(2).
       01 WS-FECHA-VALIDA          PIC X(1) VALUE 'S'.
           88 WS-FECHA-ES-VALIDA   VALUE 'S'.
           88 WS-FECHA-ES-INVALIDA VALUE 'N'.
       01 WS-FECHA-A-VALIDAR       PIC 9(8).
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'ORDMNT'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'C'.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SE-OPERADOR TO WS-OPERADOR.
           OPEN OUTPUT ORDENES-SAL-FILE.
           PERFORM 100-CARGAR-ORDENES.
           PERFORM 150-CARGAR-CATALOGO.
           OPEN INPUT CUSTMAST-FILE.
           OPEN EXTEND BITACORA-FILE.
           PERFORM UNTIL WS-OPCION-FIN
               DISPLAY 'OPCION: A ALTA/MODIFICA, S SUSPENDE/REACTIVA, '
                   'B BAJA, L LISTAR, 0 TERMINA'
               ACCEPT WS-OPCION
               PERFORM 130-VERIFICAR-SESION
               EVALUATE TRUE
                   WHEN WS-OPCION-ALTA
                       PERFORM 300-REGISTRAR-ORDEN
                   WHEN WS-OPCION-SUSPENDER
                       PERFORM 400-SUSPENDER-ORDEN
                   WHEN WS-OPCION-BAJA
                       PERFORM 450-RETIRAR-ORDEN
                   WHEN WS-OPCION-LISTAR
                       PERFORM 500-LISTAR-ORDENES
                   WHEN WS-OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
           CLOSE BITACORA-FILE.
           CLOSE CUSTMAST-FILE.
           PERFORM 600-REESCRIBIR-ORDENES.
           DISPLAY 'ORDENES REGISTRADAS: ' WS-CONTADOR-ALTAS.
           DISPLAY 'ORDENES MODIFICADAS: ' WS-CONTADOR-CAMBIOS.
           DISPLAY 'ORDENES RETIRADAS  : ' WS-CONTADOR-BAJAS.
           GOBACK.

       100-CARGAR-ORDENES.
           OPEN INPUT ORDENES-FILE.
           IF WS-ORDENES-OK
               PERFORM 110-LEER-ORDEN
               PERFORM UNTIL WS-ORDENES-EOF
                   IF WS-CONTADOR-ORDENES < 500
                       ADD 1 TO WS-CONTADOR-ORDENES
                       MOVE ORDENES-REGISTRO
                           TO WS-TO-REGISTRO(WS-CONTADOR-ORDENES)
                       MOVE 'N'
                           TO WS-TO-BORRADA(WS-CONTADOR-ORDENES)
                   ELSE
      *  El desborde no es editable en esta sesion, pero tampoco se
      *  pierde: pasa tal cual a la salida que reemplaza al vigente.
                       WRITE ORDENES-SAL-REGISTRO FROM ORDENES-REGISTRO
                       MOVE SPACES TO WS-EL-DATO-OFENSOR
                       MOVE ORDENES-REGISTRO(1:6)
                           TO WS-EL-DATO-OFENSOR(1:6)
                       MOVE 'TABLA DE ORDENES LLENA'
                           TO WS-EL-DATO-OFENSOR(8:22)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   END-IF
                   PERFORM 110-LEER-ORDEN
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.

       110-LEER-ORDEN.
           READ ORDENES-FILE
               AT END SET WS-ORDENES-EOF TO TRUE
           END-READ.

       150-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WS-CATALOGO-OK
               PERFORM 155-LEER-CATALOGO
               PERFORM UNTIL WS-CATALOGO-EOF
                   IF CC-CUENTA-ACTIVA
                      AND WS-CONTADOR-CTAS < 2000
                       ADD 1 TO WS-CONTADOR-CTAS
                       MOVE CC-CUENTA
                           TO WS-TCT-CUENTA(WS-CONTADOR-CTAS)
                   END-IF
                   PERFORM 155-LEER-CATALOGO
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

       155-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END SET WS-CATALOGO-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Vencida la sesion por inactividad la transaccion termina.
      *****************************************************************
       130-VERIFICAR-SESION.
           MOVE 'C' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF WS-SE-RETORNO = 12
               MOVE '0' TO WS-OPCION
           END-IF.

      *****************************************************************
      *  'C' toma el cliente en curso de la sesion; un numero valido
      *  tecleado pasa a ser el cliente en curso.  Vencida la sesion
      *  la transaccion termina.
      *****************************************************************
       140-ELEGIR-CLIENTE.
           MOVE 'C' TO WS-SE-FUNCION.
           IF WS-DV-NUMERO-EXTERNO = 'C'
               MOVE ZERO TO WS-DV-CUST-NUMBER
           ELSE
               PERFORM 255-VERIFICAR-NUMERO
               IF WS-DV-CUST-NUMBER NOT = ZERO
                   MOVE 'F' TO WS-SE-FUNCION
                   MOVE WS-DV-CUST-NUMBER TO WS-SE-CLIENTE
               END-IF
           END-IF.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF WS-SE-RETORNO = 12
               MOVE ZERO TO WS-DV-CUST-NUMBER
               MOVE '0' TO WS-OPCION
           ELSE
               IF WS-DV-NUMERO-EXTERNO = 'C'
                   MOVE WS-SE-CLIENTE TO WS-DV-CUST-NUMBER
                   IF WS-DV-CUST-NUMBER = ZERO
                       DISPLAY 'SIN CLIENTE EN CURSO'
                   END-IF
               END-IF
           END-IF.

       200-BUSCAR-ORDEN.
           MOVE ZERO TO WS-IDX-HALLADA.
           PERFORM VARYING WS-IDX-ORDEN FROM 1 BY 1
               UNTIL WS-IDX-ORDEN > WS-CONTADOR-ORDENES
               IF WS-TO-CUST(WS-IDX-ORDEN) = WS-CUST-NUMBER
                  AND WS-TO-SEC(WS-IDX-ORDEN) = WS-SECUENCIA
                  AND NOT WS-TO-ESTA-BORRADA(WS-IDX-ORDEN)
                   MOVE WS-IDX-ORDEN TO WS-IDX-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       250-PEDIR-CLAVE.
           DISPLAY 'NUMERO DE CLIENTE CON SU DIGITO (C EN CURSO)'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 140-ELEGIR-CLIENTE.
           MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER.
           DISPLAY 'SECUENCIA DE LA ORDEN (01-99)'.
           ACCEPT WS-SECUENCIA.
           PERFORM 200-BUSCAR-ORDEN.

      *****************************************************************
      *  El cliente se teclea con su digito verificador; el numero
      *  sin digito o con un digito que no cuadra queda en cero.
      *****************************************************************
       255-VERIFICAR-NUMERO.
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

      *****************************************************************
      *  Alta o modificacion: todos los datos se piden y se validan
      *  antes de tocar la tabla; el primer error descarta el alta.
      *****************************************************************
       300-REGISTRAR-ORDEN.
           PERFORM 250-PEDIR-CLAVE.
           IF WS-IDX-HALLADA NOT = ZERO
               MOVE WS-TO-REGISTRO(WS-IDX-HALLADA) TO ORDPERM-REGISTRO
               MOVE 'C' TO WS-AL-ACCION
               CALL 'ACCESLOG' USING WS-AL-PROGRAMA OP-CUST-NUMBER
                   WS-AL-ACCION
               DISPLAY 'ORDEN EXISTENTE: ' OP-DESCRIPCION ' '
                   OP-SENTIDO ' ' OP-IMPORTE ' ' OP-MONEDA ' '
                   OP-FRECUENCIA ' ' OP-ESTADO
           ELSE
               MOVE SPACES TO ORDPERM-REGISTRO
               MOVE WS-CUST-NUMBER TO OP-CUST-NUMBER
               MOVE WS-SECUENCIA TO OP-SECUENCIA
               MOVE ZERO TO OP-ULTIMA-FECHA
           END-IF.
           MOVE SPACES TO WS-ERROR-ALTA.
           PERFORM 310-VALIDAR-CLIENTE.
           IF WS-ERROR-ALTA = SPACES
               DISPLAY 'DESCRIPCION'
               ACCEPT OP-DESCRIPCION
               DISPLAY 'SENTIDO: C CARGO (SUBE SALDO), A ABONO (BAJA)'
               ACCEPT OP-SENTIDO
               IF NOT OP-ES-CARGO AND NOT OP-ES-ABONO
                   MOVE 'SENTIDO NO VALIDO' TO WS-ERROR-ALTA
               END-IF
           END-IF.
           IF WS-ERROR-ALTA = SPACES
               DISPLAY 'IMPORTE 9999999999 (9999999V999)'
               ACCEPT WS-IMPORTE-ENTRADA
               IF WS-IMPORTE-ENTRADA IS NOT NUMERIC
                   MOVE 'IMPORTE NO NUMERICO' TO WS-ERROR-ALTA
               ELSE
                   MOVE WS-IMPORTE-ENTRADA TO OP-IMPORTE(1:10)
                   IF OP-IMPORTE = ZERO
                       MOVE 'IMPORTE EN CERO' TO WS-ERROR-ALTA
                   END-IF
               END-IF
           END-IF.
           IF WS-ERROR-ALTA = SPACES
               DISPLAY 'MONEDA (USD EUR GBP JPY BHD)'
               ACCEPT OP-MONEDA
               PERFORM 320-VALIDAR-MONEDA
               IF NOT WS-MONEDA-VALIDA
                   MOVE 'MONEDA NO VALIDA' TO WS-ERROR-ALTA
               END-IF
           END-IF.
           IF WS-ERROR-ALTA = SPACES
               DISPLAY 'CUENTA DE MAYOR'
               ACCEPT OP-CUENTA-GL
               PERFORM 330-VALIDAR-CUENTA
               IF NOT WS-CUENTA-EN-CATALOGO
                   MOVE 'CUENTA NO ACTIVA EN EL CATALOGO'
                       TO WS-ERROR-ALTA
               END-IF
           END-IF.
           IF WS-ERROR-ALTA = SPACES
               PERFORM 340-PEDIR-FRECUENCIA
           END-IF.
           IF WS-ERROR-ALTA = SPACES
               PERFORM 350-PEDIR-FECHAS
           END-IF.
           IF WS-ERROR-ALTA NOT = SPACES
               DISPLAY WS-ERROR-ALTA ', ALTA RECHAZADA'
           ELSE
               PERFORM 360-GUARDAR-ORDEN
           END-IF.

       310-VALIDAR-CLIENTE.
           MOVE WS-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'CLIENTE NO EXISTE' TO WS-ERROR-ALTA
               NOT INVALID KEY
                   IF CM-CLIENTE-INACTIVO
                       MOVE 'CLIENTE CERRADO' TO WS-ERROR-ALTA
                   END-IF
           END-READ.

       320-VALIDAR-MONEDA.
           MOVE 'N' TO WS-HAY-MONEDA.
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
               UNTIL WS-IDX-MONEDA > 5
               IF WS-TM-CODIGO(WS-IDX-MONEDA) = OP-MONEDA
                   SET WS-MONEDA-VALIDA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       330-VALIDAR-CUENTA.
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

       340-PEDIR-FRECUENCIA.
           DISPLAY 'FRECUENCIA: S SEMANAL, M MENSUAL, D DIA FIJO'.
           ACCEPT OP-FRECUENCIA.
           EVALUATE TRUE
               WHEN OP-SEMANAL OR OP-MENSUAL
                   MOVE ZERO TO OP-DIA-MES
               WHEN OP-DIA-FIJO
                   DISPLAY 'DIA DEL MES (01-31)'
                   ACCEPT WS-DIA-ENTRADA
                   IF WS-DIA-ENTRADA IS NOT NUMERIC
                       MOVE 'DIA DEL MES NO VALIDO' TO WS-ERROR-ALTA
                   ELSE
                       MOVE WS-DIA-ENTRADA TO OP-DIA-MES
                       IF OP-DIA-MES < 1 OR OP-DIA-MES > 31
                           MOVE 'DIA DEL MES NO VALIDO'
                               TO WS-ERROR-ALTA
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'FRECUENCIA NO VALIDA' TO WS-ERROR-ALTA
           END-EVALUATE.

       350-PEDIR-FECHAS.
           DISPLAY 'FECHA DE INICIO AAAAMMDD'.
           ACCEPT OP-FECHA-INICIO.
           MOVE OP-FECHA-INICIO TO WS-FECHA-A-VALIDAR.
           PERFORM 900-VALIDAR-FECHA.
           IF WS-FECHA-ES-INVALIDA
               MOVE 'FECHA DE INICIO INVALIDA' TO WS-ERROR-ALTA
           ELSE
               DISPLAY 'FECHA DE FIN AAAAMMDD (00000000 SIN FIN)'
               ACCEPT OP-FECHA-FIN
               IF OP-FECHA-FIN NOT = ZERO
                   MOVE OP-FECHA-FIN TO WS-FECHA-A-VALIDAR
                   PERFORM 900-VALIDAR-FECHA
                   IF WS-FECHA-ES-INVALIDA
                      OR OP-FECHA-FIN < OP-FECHA-INICIO
                       MOVE 'FECHA DE FIN INVALIDA' TO WS-ERROR-ALTA
                   END-IF
               END-IF
           END-IF.

       360-GUARDAR-ORDEN.
           SET OP-ACTIVA TO TRUE.
           MOVE WS-OPERADOR TO OP-OPERADOR.
           IF WS-IDX-HALLADA NOT = ZERO
               MOVE ORDPERM-REGISTRO TO WS-TO-REGISTRO(WS-IDX-HALLADA)
               ADD 1 TO WS-CONTADOR-CAMBIOS
               MOVE 'CAMBIO' TO BA-ACCION
               PERFORM 700-ASENTAR-BITACORA
               DISPLAY 'ORDEN MODIFICADA'
           ELSE
               IF WS-CONTADOR-ORDENES < 500
                   ADD 1 TO WS-CONTADOR-ORDENES
                   MOVE ORDPERM-REGISTRO
                       TO WS-TO-REGISTRO(WS-CONTADOR-ORDENES)
                   MOVE 'N' TO WS-TO-BORRADA(WS-CONTADOR-ORDENES)
                   ADD 1 TO WS-CONTADOR-ALTAS
                   MOVE 'ALTA' TO BA-ACCION
                   PERFORM 700-ASENTAR-BITACORA
                   DISPLAY 'ORDEN REGISTRADA'
               ELSE
                   DISPLAY 'TABLA DE ORDENES LLENA'
               END-IF
           END-IF.

      *****************************************************************
      *  Suspender deja de generar sin perder la orden; las fechas
      *  que pasen mientras este suspendida se saltan, no se
      *  recuperan al reactivarla.  La vencida no se reactiva: se
      *  modifica con una nueva fecha de fin.
      *****************************************************************
       400-SUSPENDER-ORDEN.
           PERFORM 250-PEDIR-CLAVE.
           IF WS-IDX-HALLADA = ZERO
               DISPLAY 'NO EXISTE ESA ORDEN'
           ELSE
               MOVE WS-TO-REGISTRO(WS-IDX-HALLADA) TO ORDPERM-REGISTRO
               EVALUATE TRUE
                   WHEN OP-ACTIVA
                       SET OP-SUSPENDIDA TO TRUE
                       MOVE 'SUSPEN' TO BA-ACCION
                       DISPLAY 'ORDEN SUSPENDIDA'
                   WHEN OP-SUSPENDIDA
                       SET OP-ACTIVA TO TRUE
                       MOVE 'REACTI' TO BA-ACCION
                       DISPLAY 'ORDEN REACTIVADA'
                   WHEN OTHER
                       MOVE SPACES TO BA-ACCION
                       DISPLAY 'ORDEN VENCIDA, MODIFIQUELA CON NUEVA '
                           'FECHA DE FIN'
               END-EVALUATE
               IF BA-ACCION NOT = SPACES
                   MOVE WS-OPERADOR TO OP-OPERADOR
                   MOVE ORDPERM-REGISTRO
                       TO WS-TO-REGISTRO(WS-IDX-HALLADA)
                   ADD 1 TO WS-CONTADOR-CAMBIOS
                   PERFORM 700-ASENTAR-BITACORA
               END-IF
           END-IF.

       450-RETIRAR-ORDEN.
           PERFORM 250-PEDIR-CLAVE.
           IF WS-IDX-HALLADA = ZERO
               DISPLAY 'NO EXISTE ESA ORDEN'
           ELSE
               MOVE WS-TO-REGISTRO(WS-IDX-HALLADA) TO ORDPERM-REGISTRO
               SET WS-TO-ESTA-BORRADA(WS-IDX-HALLADA) TO TRUE
               ADD 1 TO WS-CONTADOR-BAJAS
               MOVE 'BAJA' TO BA-ACCION
               PERFORM 700-ASENTAR-BITACORA
               DISPLAY 'ORDEN RETIRADA'
           END-IF.

       500-LISTAR-ORDENES.
           PERFORM VARYING WS-IDX-ORDEN FROM 1 BY 1
               UNTIL WS-IDX-ORDEN > WS-CONTADOR-ORDENES
               IF NOT WS-TO-ESTA-BORRADA(WS-IDX-ORDEN)
                   MOVE WS-TO-REGISTRO(WS-IDX-ORDEN)
                       TO ORDPERM-REGISTRO
                   MOVE 'C' TO WS-AL-ACCION
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA OP-CUST-NUMBER
                       WS-AL-ACCION
                   DISPLAY OP-CUST-NUMBER ' ' OP-SECUENCIA ' '
                       OP-DESCRIPCION ' ' OP-SENTIDO ' '
                       OP-IMPORTE ' ' OP-MONEDA ' ' OP-CUENTA-GL ' '
                       OP-FRECUENCIA ' ' OP-FECHA-INICIO ' '
                       OP-FECHA-FIN ' ' OP-ESTADO ' '
                       OP-ULTIMA-FECHA
               END-IF
           END-PERFORM.

       600-REESCRIBIR-ORDENES.
           PERFORM VARYING WS-IDX-ORDEN FROM 1 BY 1
               UNTIL WS-IDX-ORDEN > WS-CONTADOR-ORDENES
               IF NOT WS-TO-ESTA-BORRADA(WS-IDX-ORDEN)
                   WRITE ORDENES-SAL-REGISTRO
                       FROM WS-TO-REGISTRO(WS-IDX-ORDEN)
               END-IF
           END-PERFORM.
           CLOSE ORDENES-SAL-FILE.

       700-ASENTAR-BITACORA.
           MOVE WS-FECHA-HOY TO BA-FECHA.
           MOVE WS-HORA-AHORA TO BA-HORA.
           MOVE WS-OPERADOR TO BA-OPERADOR.
           MOVE OP-CUST-NUMBER TO BA-CUST-NUMBER.
           MOVE OP-SECUENCIA TO BA-SECUENCIA.
           MOVE OP-SENTIDO TO BA-SENTIDO.
           MOVE OP-IMPORTE TO BA-IMPORTE.
           MOVE OP-MONEDA TO BA-MONEDA.
           MOVE OP-CUENTA-GL TO BA-CUENTA-GL.
           MOVE OP-FRECUENCIA TO BA-FRECUENCIA.
           MOVE OP-ESTADO TO BA-ESTADO.
           WRITE BITACORA-LINEA.
           MOVE 'M' TO WS-AL-ACCION.
           CALL 'ACCESLOG' USING WS-AL-PROGRAMA OP-CUST-NUMBER
               WS-AL-ACCION.

      *****************************************************************
      *  Mismas reglas de mes, dia y bisiesto que 900-VALIDAR-FECHA
      *  en PROMMNT.
      *****************************************************************
       900-VALIDAR-FECHA.
           SET WS-FECHA-ES-VALIDA TO TRUE.
           MOVE WS-FECHA-A-VALIDAR(1:4) TO WS-ANO-N.
           MOVE WS-FECHA-A-VALIDAR(5:2) TO WS-MES-N.
           MOVE WS-FECHA-A-VALIDAR(7:2) TO WS-DIA-N.
           IF WS-MES-N < 1 OR WS-MES-N > 12
               SET WS-FECHA-ES-INVALIDA TO TRUE
           END-IF.
           IF WS-FECHA-ES-VALIDA
               EVALUATE WS-MES-N
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO WS-DIAS-EN-MES
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
               END-EVALUATE
               IF WS-DIA-N < 1 OR WS-DIA-N > WS-DIAS-EN-MES
                   SET WS-FECHA-ES-INVALIDA TO TRUE
               END-IF
           END-IF.
       END PROGRAM ORDMNT.
