       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCMNT.
      *****************************************************************
      *  Mantenimiento en linea de las instrucciones de pago
      *  electronico (CTABANCO.CPY), hermana de PROMMNT: cuentas por
      *  pagar o cobranza registra la ruta y la cuenta bancaria que
      *  el cliente o el proveedor entrego por escrito y si prefiere
      *  transferencia o cheque.  El titular debe existir en su
      *  maestro (CUSTMAST o PROVMAST); la ruta pasa por el digito
      *  verificador de pesos 3-7-1 de la camara de compensacion.
      *  Volver a dar de alta una instruccion devuelta por el banco
      *  (ACHDEV la marca 'D') la reactiva con los datos nuevos.
      *  Cada alta, cambio o baja queda en la bitacora BANCAUD
      *  (DISP=MOD) con el operador, igual que PROMAUD en PROMMNT.
      *  El operador es el de la sesion (SESMENU): bajo el menu
      *  MENUOPER no se vuelve a pedir, y fuera de el se pide una vez
      *  contra OPERSEC.  El cliente titular se teclea con su digito
      *  verificador, o 'C' para el cliente en curso; cada cliente
      *  consultado, y cada instruccion de cliente grabada o
      *  retirada, queda en la bitacora de accesos (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTABANCO-FILE ASSIGN TO "CTABANCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-CLAVE
               FILE STATUS IS WS-CTABANCO-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PROVEEDORES-FILE ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVEEDOR
               FILE STATUS IS WS-PROVEEDORES-STATUS.
           SELECT BITACORA-FILE ASSIGN TO "BANCAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTABANCO-FILE.
           COPY CTABANCO.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  PROVEEDORES-FILE.
           COPY PROVMAST.
       FD  BITACORA-FILE.
       01  BITACORA-LINEA.
           05  BA-FECHA            PIC 9(8).
           05  BA-HORA             PIC 9(6).
           05  BA-OPERADOR         PIC X(4).
           05  BA-ACCION           PIC X(6).
           05  BA-TIPO-TITULAR     PIC X(1).
           05  BA-CODIGO-TITULAR   PIC 9(6).
           05  BA-RUTA             PIC 9(9).
           05  BA-CUENTA           PIC X(17).
           05  BA-TIPO-CUENTA      PIC X(1).
           05  BA-FORMA-PAGO       PIC X(1).
           05  FILLER              PIC X(21).
       WORKING-STORAGE SECTION.
       01 WS-CTABANCO-STATUS       PIC X(2).
           88 WS-CTABANCO-OK       VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-PROVEEDORES-STATUS    PIC X(2).
           88 WS-PROVEEDORES-OK    VALUE '00'.
       01 WS-BITACORA-STATUS       PIC X(2).
           88 WS-BITACORA-OK       VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'BANCMNT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-OPERADOR              PIC X(4).
       01 WS-OPCION                PIC X(1).
           88 WS-OPCION-ALTA       VALUE 'A'.
           88 WS-OPCION-BAJA       VALUE 'B'.
           88 WS-OPCION-CONSULTA   VALUE 'L'.
           88 WS-OPCION-FIN        VALUE '0'.
       01 WS-TIPO-TITULAR          PIC X(1).
           88 WS-TITULAR-CLIENTE   VALUE 'C'.
           88 WS-TITULAR-PROVEEDOR VALUE 'P'.
       01 WS-CODIGO-TITULAR        PIC 9(6).
       01 WS-RUTA                  PIC 9(9).
       01 WS-RUTA-DIGITOS REDEFINES WS-RUTA.
           05  WS-RUTA-DIGITO      PIC 9(1) OCCURS 9 TIMES.
       01 WS-PESOS-RUTA            PIC X(9) VALUE '371371371'.
       01 WS-PESOS-TABLA REDEFINES WS-PESOS-RUTA.
           05  WS-PESO             PIC 9(1) OCCURS 9 TIMES.
       01 WS-IDX-DIGITO            PIC 9(2).
       01 WS-SUMA-RUTA             PIC 9(4).
       01 WS-CUENTA                PIC X(17).
       01 WS-TIPO-CUENTA           PIC X(1).
           88 WS-TIPO-CUENTA-VALIDO VALUE 'C' 'A'.
       01 WS-FORMA-PAGO            PIC X(1).
           88 WS-FORMA-PAGO-VALIDA VALUE 'T' 'C'.
       01 WS-TITULAR-VALIDO        PIC X(1).
           88 WS-TITULAR-EXISTE    VALUE 'S'.
       01 WS-DATOS-VALIDOS         PIC X(1).
           88 WS-DATOS-SON-VALIDOS VALUE 'S'.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
       01 WS-CONTADOR-ALTAS        PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-CAMBIOS      PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-BAJAS        PIC 9(3) VALUE ZERO.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'BANCMNT'.
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
           OPEN I-O CTABANCO-FILE.
           IF NOT WS-CTABANCO-OK
               MOVE 'NO SE PUDO ABRIR CTABANCO' TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               DISPLAY 'NO SE PUDO ABRIR CTABANCO, ESTADO '
                   WS-CTABANCO-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           OPEN INPUT PROVEEDORES-FILE.
           OPEN EXTEND BITACORA-FILE.
           PERFORM UNTIL WS-OPCION-FIN
               DISPLAY 'OPCION: A ALTA/CAMBIO, B BAJA, L CONSULTA, '
                   '0 TERMINA'
               ACCEPT WS-OPCION
               PERFORM 130-VERIFICAR-SESION
               EVALUATE TRUE
                   WHEN WS-OPCION-ALTA
                       PERFORM 300-REGISTRAR-CUENTA
                   WHEN WS-OPCION-BAJA
                       PERFORM 400-RETIRAR-CUENTA
                   WHEN WS-OPCION-CONSULTA
                       PERFORM 500-CONSULTAR-CUENTA
                   WHEN WS-OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
           CLOSE BITACORA-FILE.
           CLOSE PROVEEDORES-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE CTABANCO-FILE.
           DISPLAY 'INSTRUCCIONES REGISTRADAS: ' WS-CONTADOR-ALTAS.
           DISPLAY 'INSTRUCCIONES CAMBIADAS  : ' WS-CONTADOR-CAMBIOS.
           DISPLAY 'INSTRUCCIONES RETIRADAS  : ' WS-CONTADOR-BAJAS.
           GOBACK.

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
               PERFORM 150-VERIFICAR-NUMERO
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

      *****************************************************************
      *  El cliente se teclea con su digito verificador; el numero
      *  sin digito o con un digito que no cuadra queda en cero.
      *****************************************************************
       150-VERIFICAR-NUMERO.
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
      *  Pide la clave del titular y confirma que exista en el
      *  maestro que le corresponde.
      *****************************************************************
       200-PEDIR-TITULAR.
           MOVE 'N' TO WS-TITULAR-VALIDO.
           PERFORM 210-PEDIR-CLAVE.
           EVALUATE TRUE
               WHEN WS-TITULAR-CLIENTE
                   MOVE WS-CODIGO-TITULAR TO CM-CUST-NUMBER
                   READ CUSTMAST-FILE
                       INVALID KEY
                           DISPLAY 'CLIENTE NO EXISTE'
                       NOT INVALID KEY
                           SET WS-TITULAR-EXISTE TO TRUE
                   END-READ
               WHEN WS-TITULAR-PROVEEDOR
                   MOVE WS-CODIGO-TITULAR TO PV-PROVEEDOR
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           DISPLAY 'PROVEEDOR NO EXISTE'
                       NOT INVALID KEY
                           SET WS-TITULAR-EXISTE TO TRUE
                   END-READ
               WHEN OTHER
                   DISPLAY 'TIPO DE TITULAR NO VALIDO'
           END-EVALUATE.

       210-PEDIR-CLAVE.
           MOVE ZERO TO WS-CODIGO-TITULAR.
           DISPLAY 'TIPO DE TITULAR: C CLIENTE, P PROVEEDOR'.
           ACCEPT WS-TIPO-TITULAR.
           EVALUATE TRUE
               WHEN WS-TITULAR-CLIENTE
                   DISPLAY 'NUMERO DE CLIENTE CON SU DIGITO '
                       '(C EN CURSO)'
                   MOVE SPACES TO WS-DV-NUMERO-EXTERNO
                   ACCEPT WS-DV-NUMERO-EXTERNO
                   PERFORM 140-ELEGIR-CLIENTE
                   MOVE WS-DV-CUST-NUMBER TO WS-CODIGO-TITULAR
               WHEN WS-TITULAR-PROVEEDOR
                   DISPLAY 'NUMERO DE PROVEEDOR'
                   ACCEPT WS-CODIGO-TITULAR
           END-EVALUATE.

      *****************************************************************
      *  Alta o cambio: si el titular ya tiene instruccion se
      *  reemplaza completa y vuelve a quedar activa.
      *****************************************************************
       300-REGISTRAR-CUENTA.
           PERFORM 200-PEDIR-TITULAR.
           IF WS-TITULAR-EXISTE
               DISPLAY 'RUTA BANCARIA (9 DIGITOS)'
               ACCEPT WS-RUTA
               DISPLAY 'NUMERO DE CUENTA'
               ACCEPT WS-CUENTA
               DISPLAY 'TIPO DE CUENTA: C CORRIENTE, A AHORRO'
               ACCEPT WS-TIPO-CUENTA
               DISPLAY 'FORMA DE PAGO: T TRANSFERENCIA, C CHEQUE'
               ACCEPT WS-FORMA-PAGO
               PERFORM 350-VALIDAR-DATOS
               IF WS-DATOS-SON-VALIDOS
                   PERFORM 360-GRABAR-CUENTA
               END-IF
           END-IF.

       350-VALIDAR-DATOS.
           MOVE 'S' TO WS-DATOS-VALIDOS.
           MOVE ZERO TO WS-SUMA-RUTA.
           PERFORM VARYING WS-IDX-DIGITO FROM 1 BY 1
               UNTIL WS-IDX-DIGITO > 9
               COMPUTE WS-SUMA-RUTA = WS-SUMA-RUTA
                   + WS-RUTA-DIGITO(WS-IDX-DIGITO)
                   * WS-PESO(WS-IDX-DIGITO)
           END-PERFORM.
           IF WS-RUTA = ZERO
              OR FUNCTION MOD(WS-SUMA-RUTA, 10) NOT = 0
               DISPLAY 'RUTA BANCARIA INVALIDA, ALTA RECHAZADA'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-CUENTA = SPACES
               DISPLAY 'FALTA EL NUMERO DE CUENTA, ALTA RECHAZADA'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
           IF NOT WS-TIPO-CUENTA-VALIDO
               DISPLAY 'TIPO DE CUENTA NO VALIDO, ALTA RECHAZADA'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
           IF NOT WS-FORMA-PAGO-VALIDA
               DISPLAY 'FORMA DE PAGO NO VALIDA, ALTA RECHAZADA'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.

       360-GRABAR-CUENTA.
           MOVE WS-TIPO-TITULAR TO BK-TIPO-TITULAR.
           MOVE WS-CODIGO-TITULAR TO BK-CODIGO-TITULAR.
           READ CTABANCO-FILE
               INVALID KEY
                   MOVE SPACES TO CTABANCO-REGISTRO
                   MOVE WS-TIPO-TITULAR TO BK-TIPO-TITULAR
                   MOVE WS-CODIGO-TITULAR TO BK-CODIGO-TITULAR
                   MOVE ZERO TO BK-FECHA-DEVOLUCION
                   MOVE ZERO TO BK-NUMERO-DEVUELTO
                   PERFORM 370-MOVER-DATOS
                   WRITE CTABANCO-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR, ESTADO '
                               WS-CTABANCO-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-ALTAS
                           MOVE 'ALTA' TO BA-ACCION
                           PERFORM 700-ASENTAR-BITACORA
                           DISPLAY 'INSTRUCCION REGISTRADA'
                   END-WRITE
               NOT INVALID KEY
                   IF BK-CUENTA-DEVUELTA
                       DISPLAY 'LA CUENTA ANTERIOR FUE DEVUELTA, '
                           'MOTIVO ' BK-MOTIVO-DEVOLUCION
                   END-IF
                   PERFORM 370-MOVER-DATOS
                   REWRITE CTABANCO-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR, ESTADO '
                               WS-CTABANCO-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-CAMBIOS
                           MOVE 'CAMBIO' TO BA-ACCION
                           PERFORM 700-ASENTAR-BITACORA
                           DISPLAY 'INSTRUCCION ACTUALIZADA'
                   END-REWRITE
           END-READ.

       370-MOVER-DATOS.
           MOVE WS-RUTA TO BK-RUTA.
           MOVE WS-CUENTA TO BK-CUENTA.
           MOVE WS-TIPO-CUENTA TO BK-TIPO-CUENTA.
           MOVE WS-FORMA-PAGO TO BK-FORMA-PAGO.
           SET BK-CUENTA-ACTIVA TO TRUE.
           MOVE WS-FECHA-HOY TO BK-FECHA-ALTA.
           MOVE WS-OPERADOR TO BK-OPERADOR.

       400-RETIRAR-CUENTA.
           PERFORM 210-PEDIR-CLAVE.
           MOVE WS-TIPO-TITULAR TO BK-TIPO-TITULAR.
           MOVE WS-CODIGO-TITULAR TO BK-CODIGO-TITULAR.
           READ CTABANCO-FILE
               INVALID KEY
                   DISPLAY 'EL TITULAR NO TIENE INSTRUCCION'
               NOT INVALID KEY
                   DELETE CTABANCO-FILE
                       INVALID KEY
                           DISPLAY 'ERROR AL BORRAR, ESTADO '
                               WS-CTABANCO-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-BAJAS
                           MOVE 'BAJA' TO BA-ACCION
                           PERFORM 700-ASENTAR-BITACORA
                           DISPLAY 'INSTRUCCION RETIRADA, SE LE PAGARA '
                               'CON CHEQUE'
                   END-DELETE
           END-READ.

       500-CONSULTAR-CUENTA.
           PERFORM 210-PEDIR-CLAVE.
           MOVE WS-TIPO-TITULAR TO BK-TIPO-TITULAR.
           MOVE WS-CODIGO-TITULAR TO BK-CODIGO-TITULAR.
           READ CTABANCO-FILE
               INVALID KEY
                   DISPLAY 'EL TITULAR NO TIENE INSTRUCCION'
               NOT INVALID KEY
                   IF WS-TITULAR-CLIENTE
                       MOVE 'C' TO WS-AL-ACCION
                       CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                           BK-CODIGO-TITULAR WS-AL-ACCION
                   END-IF
                   DISPLAY 'RUTA   : ' BK-RUTA
                   DISPLAY 'CUENTA : ' BK-CUENTA ' TIPO ' BK-TIPO-CUENTA
                   DISPLAY 'FORMA  : ' BK-FORMA-PAGO
                       '  ESTADO ' BK-ESTADO
                   DISPLAY 'ALTA   : ' BK-FECHA-ALTA ' ' BK-OPERADOR
                   IF BK-CUENTA-DEVUELTA
                       DISPLAY 'DEVUELTA ' BK-FECHA-DEVOLUCION
                           ' MOTIVO ' BK-MOTIVO-DEVOLUCION
                           ' NUMERO ' BK-NUMERO-DEVUELTO
                   END-IF
           END-READ.

       700-ASENTAR-BITACORA.
           MOVE SPACES TO BITACORA-LINEA.
           MOVE WS-FECHA-HOY TO BA-FECHA.
           MOVE WS-HORA-AHORA TO BA-HORA.
           MOVE WS-OPERADOR TO BA-OPERADOR.
           MOVE BK-TIPO-TITULAR TO BA-TIPO-TITULAR.
           MOVE BK-CODIGO-TITULAR TO BA-CODIGO-TITULAR.
           MOVE BK-RUTA TO BA-RUTA.
           MOVE BK-CUENTA TO BA-CUENTA.
           MOVE BK-TIPO-CUENTA TO BA-TIPO-CUENTA.
           MOVE BK-FORMA-PAGO TO BA-FORMA-PAGO.
           WRITE BITACORA-LINEA.
           IF BK-TITULAR-CLIENTE
               MOVE 'M' TO WS-AL-ACCION
               CALL 'ACCESLOG' USING WS-AL-PROGRAMA BK-CODIGO-TITULAR
                   WS-AL-ACCION
           END-IF.
       END PROGRAM BANCMNT.
