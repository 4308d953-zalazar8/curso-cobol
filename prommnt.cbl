      *  validacion de mes/dia/bisiesto de 900-VALIDAR-FECHA1 en
      *  REDEFINIR, y cada alta o baja queda en la bitacora PROMAUD
      *  (DISP=MOD) con el operador, igual que PARMAUD en RUNCTLM.
      *  El operador es el de la sesion (SESMENU): bajo el menu
      *  MENUOPER no se vuelve a pedir, y fuera de el se pide una vez
      *  contra OPERSEC.  'C' en lugar del numero toma el cliente en
      *  curso; cada alta, baja o promesa listada queda en la
      *  bitacora de accesos (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-OPCION-LISTAR     VALUE 'L'.
           88 WS-OPCION-FIN        VALUE '0'.
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-DESCRIPCION           PIC X(30).
       01 WS-FECHA-PROMESA         PIC 9(8).
       01 WS-FECHA-HOY             PIC 9(8).
           88 WS-FECHA-ES-VALIDA   VALUE 'S'.
           88 WS-FECHA-ES-INVALIDA VALUE 'N'.
       01 WS-FECHA-A-VALIDAR       PIC 9(8).
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'PROMMNT'.
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
           OPEN OUTPUT PROMESAS-SAL-FILE.
           PERFORM 100-CARGAR-PROMESAS.
           OPEN EXTEND BITACORA-FILE.
           PERFORM UNTIL WS-OPCION-FIN
               DISPLAY 'OPCION: A ALTA, B BAJA, L LISTAR, 0 TERMINA'
               ACCEPT WS-OPCION
               PERFORM 130-VERIFICAR-SESION
               EVALUATE TRUE
                   WHEN WS-OPCION-ALTA
                       PERFORM 300-REGISTRAR-PROMESA
           PERFORM 600-REESCRIBIR-PROMESAS.
           DISPLAY 'PROMESAS REGISTRADAS: ' WS-CONTADOR-ALTAS.
           DISPLAY 'PROMESAS RETIRADAS  : ' WS-CONTADOR-BAJAS.
           GOBACK.

       100-CARGAR-PROMESAS.
           OPEN INPUT PROMESAS-FILE.
               AT END SET WS-PROMESAS-EOF TO TRUE
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

       200-BUSCAR-PROMESA.
           MOVE ZERO TO WS-IDX-HALLADA.
           PERFORM VARYING WS-IDX-PROMESA FROM 1 BY 1
      *  acumulan dos promesas sobre la misma clave.
      *****************************************************************
       300-REGISTRAR-PROMESA.
           DISPLAY 'NUMERO DE CLIENTE CON SU DIGITO (C EN CURSO)'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 140-ELEGIR-CLIENTE.
           MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER.
           IF WS-CUST-NUMBER = ZERO
               DISPLAY 'CLIENTE NO VALIDO, ALTA RECHAZADA'
           ELSE
               PERFORM 310-CAPTURAR-PROMESA
           END-IF.

       310-CAPTURAR-PROMESA.
           DISPLAY 'DESCRIPCION DE LA PARTIDA'.
           ACCEPT WS-DESCRIPCION.
           DISPLAY 'FECHA PROMETIDA AAAAMMDD'.
           END-IF.

       400-RETIRAR-PROMESA.
           DISPLAY 'NUMERO DE CLIENTE CON SU DIGITO (C EN CURSO)'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 140-ELEGIR-CLIENTE.
           MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER.
           DISPLAY 'DESCRIPCION DE LA PARTIDA'.
           ACCEPT WS-DESCRIPCION.
           PERFORM 200-BUSCAR-PROMESA.
                       WS-TP-DESC(WS-IDX-PROMESA) ' '
                       WS-TP-FECHA(WS-IDX-PROMESA) ' '
                       WS-TP-OPERADOR(WS-IDX-PROMESA)
                   MOVE 'C' TO WS-AL-ACCION
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                       WS-TP-CUST(WS-IDX-PROMESA) WS-AL-ACCION
               END-IF
           END-PERFORM.

           MOVE WS-DESCRIPCION TO BA-DESCRIPCION.
           MOVE WS-FECHA-PROMESA TO BA-FECHA-PROMESA.
           WRITE BITACORA-LINEA.
           MOVE 'M' TO WS-AL-ACCION.
           CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-CUST-NUMBER
               WS-AL-ACCION.

      *****************************************************************
      *  Mismas reglas de mes, dia y bisiesto que 900-VALIDAR-FECHA1
