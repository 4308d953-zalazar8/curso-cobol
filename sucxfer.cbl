      *  SUCURSAL, cada cambio pasa por el diario CMJRNL como
      *  cualquier actualizacion del maestro, y la poblacion migrada
      *  queda en el reporte XFERRPT.
      *  El numero de cliente se verifica con su digito (CUSTDV),
      *  igual que en CUSTCLS: XF-DIGITO en el lote (en blanco si la
      *  referencia CUSTDVX admite el numero viejo), las siete
      *  posiciones con digito correcto en pantalla.
      *  En linea corre bajo el menu MENUOPER con el operador de la
      *  sesion (SESMENU; fuera del menu pide el ID una vez), 'C' en
      *  lugar del numero toma el cliente en curso, y cada cliente
      *  transferido queda en la bitacora de accesos (ACCESLOG).  El
      *  lote no necesita sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  TRANSFERENCIAS-REGISTRO.
           05  XF-CUST-NUMBER      PIC 9(6).
           05  XF-SUCURSAL-DESTINO PIC X(3).
           05  XF-DIGITO           PIC X(1).
           05  FILLER              PIC X(10).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  SUCURSALES-FILE.
           88 WS-OPCION-TRANSFERIR VALUE 'T'.
           88 WS-OPCION-MASIVO     VALUE 'M'.
           88 WS-OPCION-FIN        VALUE '0'.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'SUCXFER'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'M'.
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-SUCURSAL-DESTINO      PIC X(3).
       01 WS-SUCURSAL-ORIGEN       PIC X(3).
           88 WS-SUCURSAL-VALIDA   VALUE 'S'.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO.
           05  WS-DV-NE-NUMERO     PIC X(6).
           05  WS-DV-NE-DIGITO     PIC X(1).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-HAY-DIGITO-VALIDO     PIC X(1) VALUE 'S'.
           88 WS-DIGITO-VALIDO     VALUE 'S'.
       01 WS-CONTADOR-SOLICITUDES  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-TRANSFERIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(7) VALUE ZERO.
           END-IF.
           PERFORM 600-IMPRIMIR-RESUMEN.
           PERFORM 700-CERRAR-ARCHIVOS.
           GOBACK.

       100-ABRIR-ARCHIVOS.
           PERFORM 110-CARGAR-SUCURSALES.
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE 'TRANSFERENCIAS DE SUCURSAL' TO REPORTE-LINEA.
               ADD 1 TO WS-CONTADOR-SOLICITUDES
               MOVE XF-CUST-NUMBER TO WS-CUST-NUMBER
               MOVE XF-SUCURSAL-DESTINO TO WS-SUCURSAL-DESTINO
               MOVE XF-CUST-NUMBER TO WS-DV-NE-NUMERO
               MOVE XF-DIGITO TO WS-DV-NE-DIGITO
               PERFORM 300-TRANSFERIR-CLIENTE
               PERFORM 210-LEER-TRANSFERENCIA
           END-PERFORM.
           END-READ.

       250-PROCESAR-EN-LINEA.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               SET WS-OPCION-FIN TO TRUE
           END-IF.
           PERFORM UNTIL WS-OPCION-FIN
               DISPLAY 'OPCION: T TRANSFERIR CLIENTE, M MASIVO POR '
                   'CIERRE DE SUCURSAL, 0 TERMINA'
               ACCEPT WS-OPCION
               PERFORM 255-VERIFICAR-SESION
               EVALUATE TRUE
                   WHEN WS-OPCION-TRANSFERIR
                       DISPLAY 'NUMERO DE CLIENTE CON DIGITO '
                           '(C EN CURSO)'
                       MOVE SPACES TO WS-DV-NUMERO-EXTERNO
                       ACCEPT WS-DV-NUMERO-EXTERNO
                       PERFORM 280-ELEGIR-CLIENTE
                       IF NOT WS-OPCION-FIN
                          AND WS-DV-NUMERO-EXTERNO NOT = 'C'
                           MOVE ZERO TO WS-CUST-NUMBER
                           DISPLAY 'SUCURSAL DESTINO'
                           ACCEPT WS-SUCURSAL-DESTINO
                           ADD 1 TO WS-CONTADOR-SOLICITUDES
                           PERFORM 300-TRANSFERIR-CLIENTE
                       END-IF
                   WHEN WS-OPCION-MASIVO
                       PERFORM 400-REASIGNAR-MASIVO
                   WHEN WS-OPCION-FIN
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
      *  Vencida la sesion por inactividad la transaccion termina.
      *****************************************************************
       255-VERIFICAR-SESION.
           MOVE 'C' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF WS-SE-RETORNO = 12
               SET WS-OPCION-FIN TO TRUE
           END-IF.

       260-VALIDAR-DESTINO.
           SET WS-SUCURSAL-VALIDA TO TRUE.
           IF WS-CONTADOR-SUCURSALES NOT = ZERO
               END-PERFORM
           END-IF.

      *****************************************************************
      *  Digito verificador del numero de cliente: un numero
      *  transpuesto mudaria de sucursal a otro cliente.  El numero
      *  sin digito solo se admite en el lote.
      *****************************************************************
       270-VERIFICAR-DIGITO.
           MOVE 'V' TO WS-DV-FUNCION.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           IF WS-DV-CUST-NUMBER NOT = ZERO
               MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER
           END-IF.
           IF WS-DV-RETORNO = ZERO
              OR (WS-DV-RETORNO = 4 AND WS-ES-LOTE)
               SET WS-DIGITO-VALIDO TO TRUE
           ELSE
               MOVE 'N' TO WS-HAY-DIGITO-VALIDO
           END-IF.

      *****************************************************************
      *  'C' toma el cliente en curso de la sesion y arma su numero
      *  externo para verificarlo como a uno tecleado; un numero con
      *  digito correcto pasa a ser el cliente en curso.
      *****************************************************************
       280-ELEGIR-CLIENTE.
           MOVE 'C' TO WS-SE-FUNCION.
           IF WS-DV-NUMERO-EXTERNO NOT = 'C'
               MOVE 'V' TO WS-DV-FUNCION
               CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
                   WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO
               IF WS-DV-RETORNO = ZERO
                   MOVE 'F' TO WS-SE-FUNCION
                   MOVE WS-DV-CUST-NUMBER TO WS-SE-CLIENTE
               END-IF
           END-IF.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           EVALUATE TRUE
               WHEN WS-SE-RETORNO = 12
                   SET WS-OPCION-FIN TO TRUE
               WHEN WS-DV-NUMERO-EXTERNO NOT = 'C'
                   CONTINUE
               WHEN WS-SE-CLIENTE = ZERO
                   DISPLAY 'SIN CLIENTE EN CURSO'
               WHEN OTHER
                   MOVE 'C' TO WS-DV-FUNCION
                   CALL 'CUSTDV' USING WS-DV-FUNCION
                       WS-DV-NUMERO-EXTERNO WS-SE-CLIENTE WS-DV-DIGITO
                       WS-DV-RETORNO
           END-EVALUATE.

       300-TRANSFERIR-CLIENTE.
           PERFORM 270-VERIFICAR-DIGITO.
           PERFORM 260-VALIDAR-DESTINO.
           IF NOT WS-DIGITO-VALIDO
               MOVE 'DIGITO VERIFICADOR' TO WS-LD-INDICADOR
               PERFORM 510-REPORTAR-RECHAZO
           ELSE
           IF NOT WS-SUCURSAL-VALIDA
               PERFORM 500-RECHAZAR-TRANSFERENCIA
           ELSE
                   NOT INVALID KEY
                       PERFORM 350-APLICAR-TRANSFERENCIA
               END-READ
           END-IF
           END-IF.

       350-APLICAR-TRANSFERENCIA.
                   MOVE WS-SUCURSAL-DESTINO TO WS-LD-DESTINO
                   MOVE 'TRANSFERIDO' TO WS-LD-INDICADOR
                   WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE
                   IF NOT WS-ES-LOTE
                       CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                           WS-CUST-NUMBER WS-AL-ACCION
                   END-IF
           END-REWRITE.

      *****************************************************************
