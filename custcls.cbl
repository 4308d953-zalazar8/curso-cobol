      *  abiertas en TRANDAT.  El cierre marca el indicador y la
      *  fecha, queda en el diario de auditoria via CMJRNL, y los
      *  rechazos salen con su motivo en el reporte CIERRERR.
      *  El numero de cliente llega con su digito verificador
      *  (CUSTDV): en el lote CE-DIGITO, o en blanco si la referencia
      *  CUSTDVX todavia admite el numero viejo; en pantalla se
      *  teclean las siete posiciones y solo vale el digito correcto.
      *  En linea corre bajo el menu MENUOPER con el operador de la
      *  sesion (SESMENU; fuera del menu pide el ID una vez), 'C' en
      *  lugar del numero toma el cliente en curso, y cada cierre
      *  queda en la bitacora de accesos (ACCESLOG).  El lote no
      *  necesita sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "CIERRERR"
               ORGANIZATION IS SEQUENTIAL
       FD  CIERRES-FILE.
       01  CIERRES-REGISTRO.
           05  CE-CUST-NUMBER      PIC 9(6).
           05  CE-DIGITO           PIC X(1).
           05  FILLER              PIC X(13).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  TRANDAT-FILE.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO.
           05  WS-DV-NE-NUMERO     PIC X(6).
           05  WS-DV-NE-DIGITO     PIC X(1).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-CONTADOR-SOLICITUDES  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CERRADOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(7) VALUE ZERO.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'CUSTCLS'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'M'.
       01 WS-LINEA-RECHAZO.
           05  WS-LR-CUST-NUMBER   PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           END-IF.
           PERFORM 600-IMPRIMIR-RESUMEN.
           PERFORM 700-CERRAR-ARCHIVOS.
           GOBACK.

       100-ABRIR-ARCHIVOS.
           OPEN I-O CUSTMAST-FILE.
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.
           OPEN EXTEND BITACORA-FILE.
           PERFORM UNTIL WS-CIERRES-EOF
               ADD 1 TO WS-CONTADOR-SOLICITUDES
               MOVE CE-CUST-NUMBER TO WS-CUST-NUMBER
               MOVE CE-CUST-NUMBER TO WS-DV-NE-NUMERO
               MOVE CE-DIGITO TO WS-DV-NE-DIGITO
               PERFORM 300-CERRAR-CUENTA
               PERFORM 210-LEER-SOLICITUD
           END-PERFORM.
      *  cierre en OPERSEC; sin maestro de seguridad (retorno 04) se
      *  deja pasar como antes de tenerlo.  El lote corre bajo el
      *  control del calendario de produccion y no pide operador.
      *  El operador en linea es el de la sesion de SESMENU.
      *****************************************************************
       250-PROCESAR-EN-LINEA.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           MOVE WS-SE-OPERADOR TO WS-OPERADOR.
           IF WS-SESION-VIGENTE
               CALL 'OPERAUTH' USING WS-OPERADOR WS-FUNCION-AUTORIZAR
                   WS-AUTORIZADO WS-RETORNO-OPERAUTH
               IF WS-RETORNO-OPERAUTH = 04
                   SET WS-AUTORIZADO-SI TO TRUE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-SESION-VIGENTE
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-AUTORIZADO-SI
                   DISPLAY 'OPERADOR SIN AUTORIDAD DE CIERRE '
                       '(RETORNO ' WS-RETORNO-OPERAUTH ')'
               WHEN OTHER
                   PERFORM UNTIL NOT WS-SEGUIR-CERRANDO
                       DISPLAY 'CLIENTE A CERRAR, NUMERO Y DIGITO '
                           '(C EN CURSO, 0 TERMINA)'
                       MOVE SPACES TO WS-DV-NUMERO-EXTERNO
                       ACCEPT WS-DV-NUMERO-EXTERNO
                       IF WS-DV-NUMERO-EXTERNO = '0'
                          OR WS-DV-NUMERO-EXTERNO = ZERO
                           MOVE 'N' TO WS-CONTINUAR
                       ELSE
                           PERFORM 260-ELEGIR-CLIENTE
                       END-IF
                       IF WS-SEGUIR-CERRANDO
                          AND WS-DV-NUMERO-EXTERNO NOT = 'C'
                           MOVE ZERO TO WS-CUST-NUMBER
                           ADD 1 TO WS-CONTADOR-SOLICITUDES
                           PERFORM 300-CERRAR-CUENTA
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *****************************************************************
      *  'C' toma el cliente en curso de la sesion y arma su numero
      *  externo para que el cierre lo verifique como a uno tecleado;
      *  un numero con digito correcto pasa a ser el cliente en curso.
      *  Vencida la sesion no se cierra nada mas.
      *****************************************************************
       260-ELEGIR-CLIENTE.
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
                   MOVE 'N' TO WS-CONTINUAR
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

       300-CERRAR-CUENTA.
           SET WS-ES-CERRABLE TO TRUE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           PERFORM 305-VERIFICAR-DIGITO.
           IF WS-ES-CERRABLE
               MOVE WS-CUST-NUMBER TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       SET WS-NO-ES-CERRABLE TO TRUE
                       MOVE 'CLIENTE NO EXISTE' TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       PERFORM 310-VALIDAR-CIERRE
               END-READ
           END-IF.
           IF WS-ES-CERRABLE
               PERFORM 400-MARCAR-INACTIVO
           ELSE
               PERFORM 500-RECHAZAR-CIERRE
           END-IF.

      *****************************************************************
      *  Un numero transpuesto puede cerrar la cuenta de otro
      *  cliente: sin el digito que corresponde no se busca el
      *  maestro.  El numero sin digito solo se admite en el lote.
      *****************************************************************
       305-VERIFICAR-DIGITO.
           MOVE 'V' TO WS-DV-FUNCION.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           IF WS-DV-CUST-NUMBER NOT = ZERO
               MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER
           END-IF.
           EVALUATE TRUE
               WHEN WS-DV-RETORNO = ZERO
                   CONTINUE
               WHEN WS-DV-RETORNO = 4 AND WS-ES-LOTE
                   CONTINUE
               WHEN WS-DV-RETORNO = 4 OR WS-DV-RETORNO = 8
                   SET WS-NO-ES-CERRABLE TO TRUE
                   MOVE 'NUMERO SIN DIGITO VERIFICADOR'
                       TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   SET WS-NO-ES-CERRABLE TO TRUE
                   MOVE 'DIGITO VERIFICADOR INVALIDO'
                       TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

       310-VALIDAR-CIERRE.
           IF CM-CLIENTE-INACTIVO
               SET WS-NO-ES-CERRABLE TO TRUE
           END-IF.

      *****************************************************************
      *  TRANDAT esta indexado por cliente y descripcion: el START
      *  sobre el cliente lee solo sus partidas, abriendo y cerrando
      *  por solicitud.  Las solicitudes de cierre diarias son pocas.
      *****************************************************************
       320-BUSCAR-PARTIDAS-ABIERTAS.
           MOVE ZERO TO WS-PARTIDAS-ABIERTAS.
           MOVE SPACES TO WS-TRANDAT-STATUS.
           OPEN INPUT TRANDAT-FILE.
           IF WS-TRANDAT-OK
               MOVE WS-CUST-NUMBER TO TD-CUST-NUMBER
               MOVE LOW-VALUES TO TD-DESCRIPCION
               START TRANDAT-FILE KEY IS NOT LESS THAN TD-CLAVE
                   INVALID KEY SET WS-TRANDAT-EOF TO TRUE
               END-START
               PERFORM 330-LEER-PARTIDA
               PERFORM UNTIL WS-TRANDAT-EOF
                          OR TD-CUST-NUMBER NOT = WS-CUST-NUMBER
                   IF TD-ABIERTO
                       ADD 1 TO WS-PARTIDAS-ABIERTAS
                   END-IF
                   PERFORM 330-LEER-PARTIDA
           END-IF.

       330-LEER-PARTIDA.
           IF NOT WS-TRANDAT-EOF
               READ TRANDAT-FILE NEXT RECORD
                   AT END SET WS-TRANDAT-EOF TO TRUE
               END-READ
           END-IF.

       400-MARCAR-INACTIVO.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           SET CM-CLIENTE-INACTIVO TO TRUE.
           MOVE WS-FECHA-PROCESO TO CM-FECHA-INACTIVO.
      *  La cuenta cerrada deja de estar dormida: la fecha ya es la
      *  del cierre.
           MOVE SPACE TO CM-INDICADOR-DORMIDA.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE WS-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   PERFORM 450-ASENTAR-CIERRE
                   IF NOT WS-ES-LOTE
                       DISPLAY 'CLIENTE ' WS-CUST-NUMBER ' CERRADO'
                       CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                           WS-CUST-NUMBER WS-AL-ACCION
                   END-IF
           END-REWRITE.

