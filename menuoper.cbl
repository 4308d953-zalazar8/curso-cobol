       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUOPER.
      *****************************************************************
      *  Menu en linea unico para las transacciones de call center y
      *  de back office.  El operador ingresa una sola vez contra
      *  OPERSEC (SESMENU, funcion 'I' de OPERAUTH) y el menu le
      *  muestra solo las transacciones que su autoridad permite:
      *  las consultas y mantenimientos sin autoridad propia a todo
      *  operador habilitado, CUSTCLS y CUSTFAL a quien tiene
      *  autoridad de cierre ('C'), NIVEL88 y NAMECHG a quien tiene
      *  la de estado civil ('E'), CONVMNT a quien tiene la de
      *  convenios de pago ('N') y LIMREV a quien tiene la de limite
      *  de credito ('K').  La autoridad se consulta sin sumar
      *  intentos fallidos.
      *  Cada transaccion se llama desde aqui y toma de SESMENU el
      *  operador y el cliente en curso, que pasa de una a otra; al
      *  volver se cancela para que la siguiente llamada arranque de
      *  cero.  Vencida la sesion por inactividad (RC-MINUTOS-SESION)
      *  el menu termina y hay que volver a entrar.  Cada cliente que
      *  las transacciones muestran o modifican queda en la bitacora
      *  de accesos ACCLOG (ACCESLOG) con el operador de la sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AUTORIZADO            PIC X(1).
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
      *****************************************************************
      *  Transacciones del menu con la funcion de OPERAUTH que exige
      *  cada una (espacio: basta con la sesion).
      *****************************************************************
       01 WS-OPCIONES-VALORES.
           05  FILLER PIC X(39) VALUE
               'CUSTINQ  CONSULTA DE CLIENTE           '.
           05  FILLER PIC X(39) VALUE
               'CUST360  VISTA COMPLETA DEL CLIENTE    '.
           05  FILLER PIC X(39) VALUE
               'HISTINQ  HISTORIA DE MOVIMIENTOS       '.
           05  FILLER PIC X(39) VALUE
               'AUDINQ   AUDITORIA DEL CLIENTE         '.
           05  FILLER PIC X(39) VALUE
               'CHKINQ   CONSULTA DE CHEQUES           '.
           05  FILLER PIC X(39) VALUE
               'STMTRPR  REIMPRESION DE ESTADO         '.
           05  FILLER PIC X(39) VALUE
               'CUSTUPD  ACTUALIZACION DE DATOS        '.
           05  FILLER PIC X(39) VALUE
               'PROMMNT  PROMESAS DE PAGO              '.
           05  FILLER PIC X(39) VALUE
               'CUSTCLS  CIERRE DE CUENTA             C'.
           05  FILLER PIC X(39) VALUE
               'SUCXFER  TRANSFERENCIA DE SUCURSAL     '.
           05  FILLER PIC X(39) VALUE
               'NIVEL88  CAMBIO DE ESTADO CIVIL       E'.
           05  FILLER PIC X(39) VALUE
               'CHKSTKM  FORMAS DE CHEQUE EN BLANCO    '.
           05  FILLER PIC X(39) VALUE
               'NAMECHG  CAMBIO LEGAL DE NOMBRE       E'.
           05  FILLER PIC X(39) VALUE
               'RECLMNT  RECLAMOS DE PARTIDAS          '.
           05  FILLER PIC X(39) VALUE
               'CONVMNT  CONVENIOS DE PAGO            N'.
           05  FILLER PIC X(39) VALUE
               'RELMNT   RELACIONES ENTRE CLIENTES     '.
           05  FILLER PIC X(39) VALUE
               'CUSTFAL  AVISO DE DEFUNCION           C'.
           05  FILLER PIC X(39) VALUE
               'ORDMNT   ORDENES PERMANENTES           '.
           05  FILLER PIC X(39) VALUE
               'LIMREV   REVISION DE LIMITES          K'.
           05  FILLER PIC X(39) VALUE
               'BANCMNT  INSTRUCCIONES DE PAGO         '.
       01 WS-TABLA-OPCIONES REDEFINES WS-OPCIONES-VALORES.
           05  WS-OPCION-ENTRADA   OCCURS 20 TIMES.
               10  WS-TO-PROGRAMA  PIC X(8).
               10  FILLER          PIC X(1).
               10  WS-TO-TITULO    PIC X(29).
               10  WS-TO-FUNCION   PIC X(1).
       01 WS-CANTIDAD-OPCIONES     PIC 9(2) VALUE 20.
      *****************************************************************
      *  Opciones que ve este operador: renglon del menu -> entrada.
      *****************************************************************
       01 WS-TABLA-VISIBLES.
           05  WS-TV-OPCION        PIC 9(2) OCCURS 20 TIMES.
       01 WS-CONTADOR-VISIBLES     PIC 9(2) VALUE ZERO.
       01 WS-IDX-OPCION            PIC 9(2).
       01 WS-RENGLON               PIC Z9.
       01 WS-ELECCION              PIC 9(2).
       01 WS-PROGRAMA-LLAMADO      PIC X(8).
       01 WS-CONTINUAR             PIC X(1) VALUE 'S'.
           88 WS-SEGUIR-EN-MENU    VALUE 'S'.
       01 WS-DV-FUNCION            PIC X(1) VALUE 'C'.
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE 'I' TO WS-SE-FUNCION.
           PERFORM 900-LLAMAR-SESION.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-ARMAR-MENU.
           IF WS-CONTADOR-VISIBLES = ZERO
               DISPLAY 'OPERADOR SIN TRANSACCIONES HABILITADAS'
               MOVE 'N' TO WS-CONTINUAR
           END-IF.
           PERFORM UNTIL NOT WS-SEGUIR-EN-MENU
               PERFORM 200-MOSTRAR-MENU
               ACCEPT WS-ELECCION
               MOVE 'C' TO WS-SE-FUNCION
               PERFORM 900-LLAMAR-SESION
               EVALUATE TRUE
                   WHEN NOT WS-SESION-VIGENTE
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN WS-ELECCION = ZERO
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN WS-ELECCION > WS-CONTADOR-VISIBLES
                       DISPLAY 'OPCION NO VALIDA'
                   WHEN OTHER
                       PERFORM 300-LLAMAR-TRANSACCION
               END-EVALUATE
           END-PERFORM.
           MOVE 'T' TO WS-SE-FUNCION.
           PERFORM 900-LLAMAR-SESION.
           DISPLAY 'SESION TERMINADA'.
           STOP RUN.

      *****************************************************************
      *  Solo entran al menu las transacciones sin autoridad propia y
      *  aquellas cuya funcion OPERAUTH autoriza al operador; sin
      *  OPERSEC (retorno 04) se muestran, y cada transaccion aplica
      *  su propia regla como antes.
      *****************************************************************
       100-ARMAR-MENU.
           MOVE ZERO TO WS-CONTADOR-VISIBLES.
           PERFORM VARYING WS-IDX-OPCION FROM 1 BY 1
               UNTIL WS-IDX-OPCION > WS-CANTIDAD-OPCIONES
               IF WS-TO-FUNCION(WS-IDX-OPCION) = SPACE
                   PERFORM 150-AGREGAR-VISIBLE
               ELSE
                   MOVE 'C' TO WS-AUTORIZADO
                   CALL 'OPERAUTH' USING WS-SE-OPERADOR
                       WS-TO-FUNCION(WS-IDX-OPCION) WS-AUTORIZADO
                       WS-RETORNO-OPERAUTH
                   IF WS-AUTORIZADO-SI OR WS-RETORNO-OPERAUTH = 04
                       PERFORM 150-AGREGAR-VISIBLE
                   END-IF
               END-IF
           END-PERFORM.

       150-AGREGAR-VISIBLE.
           ADD 1 TO WS-CONTADOR-VISIBLES.
           MOVE WS-IDX-OPCION TO WS-TV-OPCION(WS-CONTADOR-VISIBLES).

       200-MOSTRAR-MENU.
           DISPLAY '==================== MENU DE OPERACION '
               '===================='.
           IF WS-SE-CLIENTE NOT = ZERO
               CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
                   WS-SE-CLIENTE WS-DV-DIGITO WS-DV-RETORNO
               DISPLAY 'OPERADOR ' WS-SE-OPERADOR
                   '   CLIENTE EN CURSO ' WS-SE-CLIENTE '-'
                   WS-DV-DIGITO
           ELSE
               DISPLAY 'OPERADOR ' WS-SE-OPERADOR
                   '   SIN CLIENTE EN CURSO'
           END-IF.
           PERFORM VARYING WS-IDX-OPCION FROM 1 BY 1
               UNTIL WS-IDX-OPCION > WS-CONTADOR-VISIBLES
               MOVE WS-IDX-OPCION TO WS-RENGLON
               DISPLAY WS-RENGLON '  '
                   WS-TO-PROGRAMA(WS-TV-OPCION(WS-IDX-OPCION)) ' '
                   WS-TO-TITULO(WS-TV-OPCION(WS-IDX-OPCION))
           END-PERFORM.
           DISPLAY ' 0  TERMINA LA SESION'.
           DISPLAY 'ELIGE LA OPCION'.

       300-LLAMAR-TRANSACCION.
           MOVE WS-TO-PROGRAMA(WS-TV-OPCION(WS-ELECCION))
               TO WS-PROGRAMA-LLAMADO.
           CALL WS-PROGRAMA-LLAMADO.
           CANCEL WS-PROGRAMA-LLAMADO.
           MOVE 'C' TO WS-SE-FUNCION.
           PERFORM 900-LLAMAR-SESION.
           IF NOT WS-SESION-VIGENTE
               MOVE 'N' TO WS-CONTINUAR
           END-IF.

       900-LLAMAR-SESION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
       END PROGRAM MENUOPER.
