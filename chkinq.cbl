      *  en la linea, en vez de hojear el dataset crudo.  Busca por:
      *    N - numero de cheque: lista la cadena completa de eventos
      *        del numero (emitido, anulado, reemitido, pagado,
      *        vencido, remitido como no reclamado) con sus
      *        referencias CR-NUMERO-REFERENCIA;
      *    B - beneficiario: lista los eventos cuyos beneficiarios
      *        empiezan con el texto tecleado;
      *    F - rango de fechas: lista los eventos del rango.
      *  orden del archivo es el orden del tiempo; el estado de
      *  cobrado viene de los eventos 'P' que asienta BANKRECN.  El
      *  libro se abre y cierra por consulta, igual que AUDINQ con
      *  su bitacora.  Por numero lista ademas las facturas de
      *  proveedor (FACTPROV.CPY) que PAGOCONF dejo pagadas con ese
      *  cheque.  Un numero pagado por transferencia bancaria lo
      *  indica bajo su evento.
      *  Corre bajo el menu MENUOPER con el operador de la sesion
      *  (SESMENU; fuera del menu pide el ID una vez); cada evento
      *  de un cheque cuyo titular es un cliente deja el acceso a ese
      *  cliente en la bitacora de accesos (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REGISTRO-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT FACTURAS-FILE ASSIGN TO "FACTPROV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FILE.
           COPY CHKREG.
       FD  FACTURAS-FILE.
           COPY FACTPROV.
       WORKING-STORAGE SECTION.
       01 WS-REGISTRO-STATUS       PIC X(2).
           88 WS-REGISTRO-OK       VALUE '00'.
           88 WS-REGISTRO-EOF      VALUE '10'.
       01 WS-FACTURAS-STATUS       PIC X(2).
           88 WS-FACTURAS-OK       VALUE '00'.
           88 WS-FACTURAS-EOF      VALUE '10'.
       01 WS-CONTADOR-FACTURAS     PIC 9(5) VALUE ZERO.
       01 WS-OPCION                PIC X(1).
           88 WS-BUSCA-NUMERO      VALUE 'N'.
           88 WS-BUSCA-BENEFICIARIO VALUE 'B'.
       01 WS-CONTADOR-EVENTOS      PIC 9(5) VALUE ZERO.
       01 WS-COINCIDE              PIC X(1) VALUE 'N'.
           88 WS-EVENTO-COINCIDE   VALUE 'S'.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'CHKINQ'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'C'.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-OPCION-FIN
               DISPLAY 'BUSCAR POR: N NUMERO, B BENEFICIARIO, '
                   'F FECHAS, 0 TERMINA'
               ACCEPT WS-OPCION
               PERFORM 130-VERIFICAR-SESION
               EVALUATE TRUE
                   WHEN WS-BUSCA-NUMERO
                       DISPLAY 'NUMERO DE CHEQUE'
                       ACCEPT WS-NUMERO-BUSCADO
                       PERFORM 200-LISTAR-EVENTOS
                       PERFORM 400-LISTAR-FACTURAS
                   WHEN WS-BUSCA-BENEFICIARIO
                       DISPLAY 'BENEFICIARIO (INICIO DEL NOMBRE)'
                       ACCEPT WS-BENEF-BUSCADO
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
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

       150-MEDIR-BENEFICIARIO.
           MOVE ZERO TO WS-LARGO-BENEF.
                   MOVE 'PAGADO POR EL BANCO' TO WS-DESC-EVENTO
               WHEN CR-VENCIDO
                   MOVE 'VENCIDO, SE REBOTA' TO WS-DESC-EVENTO
               WHEN CR-ABANDONADO
                   MOVE 'REMITIDO NO RECLAMADO' TO WS-DESC-EVENTO
               WHEN OTHER
                   MOVE 'EVENTO DESCONOCIDO' TO WS-DESC-EVENTO
           END-EVALUATE.
           IF CR-OPERADOR-APRUEBA NOT = SPACES
               DISPLAY '         APROBADO POR: ' CR-OPERADOR-APRUEBA
           END-IF.
           IF CR-PAGO-TRANSFERENCIA
               DISPLAY '         MEDIO: TRANSFERENCIA BANCARIA'
           END-IF.
           IF CR-TITULAR-CLIENTE
               CALL 'ACCESLOG' USING WS-AL-PROGRAMA CR-CODIGO-TITULAR
                   WS-AL-ACCION
           END-IF.

      *****************************************************************
      *  Facturas de proveedor pagadas con el cheque buscado.  Sin
      *  FACTPROV asignado la consulta sigue solo con el libro.
      *****************************************************************
       400-LISTAR-FACTURAS.
           MOVE ZERO TO WS-CONTADOR-FACTURAS.
           MOVE SPACES TO WS-FACTURAS-STATUS.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FACTURAS-OK
               PERFORM 410-LEER-FACTURA
               PERFORM UNTIL WS-FACTURAS-EOF
                   IF FP-PAGADA
                      AND FP-CHEQUE-NUMERO = WS-NUMERO-BUSCADO
                       ADD 1 TO WS-CONTADOR-FACTURAS
                       MOVE FP-IMPORTE TO WS-IMPORTE-EDIT
                       DISPLAY '         FACTURA: ' FP-PROVEEDOR ' '
                           FP-NUMERO-FACTURA ' ' FP-FECHA-FACTURA
                           ' ' WS-IMPORTE-EDIT
                   END-IF
                   PERFORM 410-LEER-FACTURA
               END-PERFORM
               CLOSE FACTURAS-FILE
               IF WS-CONTADOR-FACTURAS NOT = ZERO
                   DISPLAY 'FACTURAS PAGADAS: ' WS-CONTADOR-FACTURAS
               END-IF
           END-IF.

       410-LEER-FACTURA.
           READ FACTURAS-FILE
               AT END SET WS-FACTURAS-EOF TO TRUE
           END-READ.
       END PROGRAM CHKINQ.
