      *  consulta lee primero las generaciones concatenadas
      *  (AUDITGEN, si el DD esta asignado) y luego el archivo vivo:
      *  lo viejo y lo reciente salen en un mismo listado.
      *  Despues de los cambios lista quien vio o modifico al cliente
      *  en las transacciones en linea (bitacora de accesos ACCLOG),
      *  para contestar los pedidos de privacidad.
      *  Corre bajo el menu MENUOPER con el operador de la sesion
      *  (SESMENU; fuera del menu pide el ID una vez): 'C' en lugar
      *  del numero toma el cliente en curso, el numero tecleado pasa
      *  a serlo, y cada cliente consultado queda en la bitacora de
      *  accesos (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-GEN-FILE ASSIGN TO "AUDITGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-GEN-STATUS.
           SELECT ACCESOS-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDITLOG.
       FD  AUDIT-GEN-FILE.
       01  AUDIT-GEN-REGISTRO      PIC X(36).
       FD  ACCESOS-FILE.
           COPY ACCLOG.
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS          PIC X(2).
           88 WS-AUDIT-OK          VALUE '00'.
       01 WS-AUDIT-GEN-STATUS      PIC X(2).
           88 WS-AUDIT-GEN-OK      VALUE '00'.
           88 WS-AUDIT-GEN-EOF     VALUE '10'.
       01 WS-ACCESOS-STATUS        PIC X(2).
           88 WS-ACCESOS-OK        VALUE '00'.
           88 WS-ACCESOS-EOF       VALUE '10'.
       01 WS-CONTADOR-ACCESOS      PIC 9(5).
       01 WS-DESC-ACCION           PIC X(12).
      *****************************************************************
      *  Imagen de trabajo byte a byte con AUDITLOG.CPY: la pasada de
      *  generaciones corre con el archivo vivo cerrado, y el area de
           05  WA-CODIGO-SUPERVISOR PIC X(4).
           05  FILLER              PIC X(16).
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-ESTADO-TRABAJO        PIC 9(1).
       01 WS-DESC-ANTES            PIC X(20).
       01 WS-DESC-DESPUES          PIC X(20).
       01 WS-CONTADOR-ENTRADAS     PIC 9(5).
       01 WS-CONTINUAR             PIC X(1) VALUE 'S'.
           88 WS-SEGUIR-CONSULTANDO VALUE 'S'.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'AUDINQ'.
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
                       PERFORM 200-LISTAR-AUDITORIA
                       CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                           WS-CUST-NUMBER WS-AL-ACCION
                   END-IF
               END-IF
           END-PERFORM.
           GOBACK.

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

      *****************************************************************
      *  La bitacora se abre y cierra por consulta, igual que el
                   DISPLAY 'ENTRADAS LISTADAS: ' WS-CONTADOR-ENTRADAS
               END-IF
           END-IF.
           PERFORM 500-LISTAR-ACCESOS.

       210-LEER-AUDITORIA.
           READ AUDIT-FILE
               WHEN OTHER
                   MOVE 'DESCONOCIDO' TO WS-DESC-ESTADO-CIVIL
           END-EVALUATE.

      *****************************************************************
      *  Accesos al cliente en orden de fecha (la bitacora se anexa
      *  con DISP=MOD); sin ACCLOG asignado la consulta no los lista.
      *****************************************************************
       500-LISTAR-ACCESOS.
           MOVE ZERO TO WS-CONTADOR-ACCESOS.
           MOVE SPACES TO WS-ACCESOS-STATUS.
           OPEN INPUT ACCESOS-FILE.
           IF WS-ACCESOS-OK
               DISPLAY 'ACCESOS AL CLIENTE ' WS-CUST-NUMBER
               PERFORM 510-LEER-ACCESO
               PERFORM UNTIL WS-ACCESOS-EOF
                   IF AL-CUST-NUMBER = WS-CUST-NUMBER
                       ADD 1 TO WS-CONTADOR-ACCESOS
                       IF AL-MODIFICACION
                           MOVE 'MODIFICACION' TO WS-DESC-ACCION
                       ELSE
                           MOVE 'CONSULTA' TO WS-DESC-ACCION
                       END-IF
                       DISPLAY AL-FECHA ' ' AL-HORA ' OPERADOR '
                           AL-OPERADOR ' ' AL-PROGRAMA ' '
                           WS-DESC-ACCION
                   END-IF
                   PERFORM 510-LEER-ACCESO
               END-PERFORM
               CLOSE ACCESOS-FILE
               DISPLAY 'ACCESOS LISTADOS: ' WS-CONTADOR-ACCESOS
           END-IF.

       510-LEER-ACCESO.
           READ ACCESOS-FILE
               AT END SET WS-ACCESOS-EOF TO TRUE
           END-READ.
       END PROGRAM AUDINQ.
