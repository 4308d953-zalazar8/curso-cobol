      *  no guarda cortes intermedios de saldo, asi que la
      *  divergencia se senala sobre el total y sobre el rango de
      *  fechas listado).
      *  Corre bajo el menu MENUOPER con el operador de la sesion
      *  (SESMENU; fuera del menu pide el ID una vez): 'C' en lugar
      *  del numero toma el cliente en curso, el numero tecleado pasa
      *  a serlo, y cada cliente consultado queda en la bitacora de
      *  accesos (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WH-FECHA-VALOR      PIC 9(8).
           05  FILLER              PIC X(5).
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-IMPORTE-BASE          PIC S9(7)V999 VALUE ZERO.
       01 WS-SALDO-CORRIDO         PIC S9(9)V999 VALUE ZERO.
       01 WS-DIFERENCIA            PIC S9(9)V999 VALUE ZERO.
       01 WS-SALDO-EDIT            PIC -Z(8)9.999.
       01 WS-CONTINUAR             PIC X(1) VALUE 'S'.
           88 WS-SEGUIR-CONSULTANDO VALUE 'S'.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'HISTINQ'.
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
           PERFORM 100-ABRIR-MAESTRO.
           PERFORM UNTIL NOT WS-SEGUIR-CONSULTANDO
               DISPLAY 'INTRODUCE EL NUMERO DE CLIENTE CON SU DIGITO '
                   '(C EN CURSO, 0 TERMINA)'
               MOVE SPACES TO WS-DV-NUMERO-EXTERNO
               ACCEPT WS-DV-NUMERO-EXTERNO
               IF WS-DV-NUMERO-EXTERNO = '0'
                  OR WS-DV-NUMERO-EXTERNO = ZERO
                   MOVE 'N' TO WS-CONTINUAR
               ELSE
                   PERFORM 140-ELEGIR-CLIENTE
                   MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER
                   IF WS-CUST-NUMBER NOT = ZERO
                       PERFORM 200-CONSULTAR-HISTORIA
                       CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                           WS-CUST-NUMBER WS-AL-ACCION
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CUSTMAST-FILE.
           GOBACK.

       100-ABRIR-MAESTRO.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               GOBACK
           END-IF.

      *****************************************************************
      *  La historia se abre y cierra por consulta, igual que AUDINQ
      *  con su bitacora, para leer siempre lo mas reciente.
      *****************************************************************
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
               MOVE 'N' TO WS-CONTINUAR
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

       200-CONSULTAR-HISTORIA.
           MOVE ZERO TO WS-SALDO-CORRIDO.
           MOVE ZERO TO WS-CONTADOR-POSTEOS.
