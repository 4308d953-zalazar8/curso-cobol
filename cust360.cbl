      *  y despues hojeaba TRANDAT, COLAQUE y CHKREG crudos.  Para un
      *  numero de cliente muestra en una sola pasada:
      *    - los demograficos del maestro, su estado de mora y
      *      CM-BALANCE, con aviso si la cuenta esta dormida;
      *    - sus partidas abiertas de TRANDAT con antiguedad en dias
      *      (DATEUTIL, mismas cuentas que AGING);
      *    - si esta en la cola de cobranza y con que nivel de aviso
      *      (los mismos cortes de DUNNING);
      *    - sus cheques recientes del libro CHKREG (el libro guarda
      *      beneficiario, no cliente: se casan por el titular del
      *      maestro, igual que CHECKPRT lo imprime);
      *    - sus clientes relacionados vigentes en CUSTREL (conyuge,
      *      pareja, cotitular, garante, autorizado) con el balance
      *      de cada uno.
      *  Los archivos laterales se abren y cierran por consulta,
      *  igual que CUSTCLS recorre TRANDAT por solicitud.
      *  El cliente se busca con CUSTBUSQ: por numero, por documento
      *  de identidad o por nombre y apellido, eligiendo de la lista.
      *  Corre bajo el menu MENUOPER con el operador de la sesion
      *  (SESMENU; fuera del menu pide el ID una vez) y cada cliente
      *  consultado queda en la bitacora de accesos (ACCESLOG).
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
           SELECT COLA-FILE ASSIGN TO "COLAQUE"
               ORGANIZATION IS SEQUENTIAL
           SELECT REGISTRO-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT CUSTREL-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLAVE
               FILE STATUS IS WS-CUSTREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY COLAQUE.
       FD  REGISTRO-FILE.
           COPY CHKREG.
       FD  CUSTREL-FILE.
           COPY CUSTREL.
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-REGISTRO-STATUS       PIC X(2).
           88 WS-REGISTRO-OK       VALUE '00'.
           88 WS-REGISTRO-EOF      VALUE '10'.
       01 WS-CUSTREL-STATUS        PIC X(2).
           88 WS-CUSTREL-OK        VALUE '00'.
       01 WS-FIN-VINCULOS          PIC X(1).
           88 WS-SIN-MAS-VINCULOS  VALUE 'S'.
       01 WS-DESC-RELACION         PIC X(16).
       01 WS-CONTADOR-VINCULOS     PIC 9(5) VALUE ZERO.
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-FECHA-HOY.
           05  WS-FH-ANO           PIC 9(4).
       01 WS-CONTADOR-CHEQUES      PIC 9(5) VALUE ZERO.
       01 WS-CONTINUAR             PIC X(1) VALUE 'S'.
           88 WS-SEGUIR-CONSULTANDO VALUE 'S'.
       01 WS-RESULTADO-BUSQUEDA    PIC X(1).
           88 WS-BUSQUEDA-ELEGIDO  VALUE 'S'.
           88 WS-BUSQUEDA-FIN      VALUE 'F'.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'CUST360'.
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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 100-ABRIR-MAESTRO.
           PERFORM UNTIL NOT WS-SEGUIR-CONSULTANDO
               CALL 'CUSTBUSQ' USING WS-CUST-NUMBER
                   WS-RESULTADO-BUSQUEDA
               EVALUATE TRUE
                   WHEN WS-BUSQUEDA-FIN
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN WS-BUSQUEDA-ELEGIDO
                       PERFORM 200-CONSULTAR-CLIENTE
               END-EVALUATE
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

       200-CONSULTAR-CLIENTE.
                   PERFORM 400-MOSTRAR-PARTIDAS
                   PERFORM 500-MOSTRAR-COBRANZA
                   PERFORM 550-MOSTRAR-CHEQUES
                   PERFORM 600-MOSTRAR-RELACIONES
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-CUST-NUMBER
                       WS-AL-ACCION
           END-READ.

       300-MOSTRAR-DEMOGRAFICOS.
           DISPLAY 'ESTADO DE MORA      : ' WS-DESC-MORA.
           MOVE CM-BALANCE TO WS-IMPORTE-EDIT.
           DISPLAY 'BALANCE             : ' WS-IMPORTE-EDIT.
           IF CM-CLIENTE-ACTIVO AND CM-CUENTA-DORMIDA
               DISPLAY '*** AVISO: CUENTA DORMIDA DESDE '
                   CM-FECHA-INACTIVO ' - SIN DESEMBOLSOS HASTA'
                   ' QUE EL CLIENTE VUELVA A OPERAR ***'
           END-IF.

       310-TRADUCIR-ESTADO-CIVIL.
           EVALUATE TRUE

      *****************************************************************
      *  Partidas abiertas del cliente con su antiguedad, mismas
      *  cuentas de dias que AGING.  El START sobre el cliente deja
      *  leer solo sus partidas, que vienen juntas por la clave.
      *****************************************************************
       400-MOSTRAR-PARTIDAS.
           MOVE ZERO TO WS-CONTADOR-PARTIDAS.
           DISPLAY 'PARTIDAS ABIERTAS:'.
           OPEN INPUT TRANDAT-FILE.
           IF WS-TRANDAT-OK
               MOVE WS-CUST-NUMBER TO TD-CUST-NUMBER
               MOVE LOW-VALUES TO TD-DESCRIPCION
               START TRANDAT-FILE KEY IS NOT LESS THAN TD-CLAVE
                   INVALID KEY SET WS-TRANDAT-EOF TO TRUE
               END-START
               PERFORM 410-LEER-PARTIDA
               PERFORM UNTIL WS-TRANDAT-EOF
                          OR TD-CUST-NUMBER NOT = WS-CUST-NUMBER
                   IF TD-ABIERTO
                       ADD 1 TO WS-CONTADOR-PARTIDAS
                       CALL 'DATEUTIL' USING '2' WS-FECHA-HOY
                           TD-FECHA-EFECTIVA WS-FECHA-FORMATEADA
                           WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL
      *  Cuota de convenio que aun no vence: al dia, cero dias.
                       IF WS-DIAS-TRANSCURRIDOS > ZERO
                           MOVE ZERO TO WS-DIAS-TRANSCURRIDOS
                       END-IF
                       COMPUTE WS-DIAS-TRANSCURRIDOS =
                           FUNCTION ABS(WS-DIAS-TRANSCURRIDOS)
                       MOVE WS-DIAS-TRANSCURRIDOS TO WS-DIAS-EDIT
           END-IF.

       410-LEER-PARTIDA.
           IF NOT WS-TRANDAT-EOF
               READ TRANDAT-FILE NEXT RECORD
                   AT END SET WS-TRANDAT-EOF TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      *  Presencia en la cola de cobranza con el nivel de aviso que
                   MOVE 'PAGADO POR EL BANCO' TO WS-DESC-EVENTO
               WHEN CR-VENCIDO
                   MOVE 'VENCIDO, SE REBOTA' TO WS-DESC-EVENTO
               WHEN CR-ABANDONADO
                   MOVE 'REMITIDO NO RECLAMADO' TO WS-DESC-EVENTO
               WHEN OTHER
                   MOVE 'EVENTO DESCONOCIDO' TO WS-DESC-EVENTO
           END-EVALUATE.
           MOVE CR-IMPORTE TO WS-IMPORTE-EDIT2.
           DISPLAY '  ' CR-NUMERO ' ' CR-FECHA ' '
               WS-IMPORTE-EDIT2 ' ' WS-DESC-EVENTO.

      *****************************************************************
      *  Vinculos vigentes del cliente en CUSTREL, cada uno con el
      *  nombre y el balance del otro cliente.  Va al final porque
      *  lee el maestro de los relacionados sobre el mismo registro.
      *****************************************************************
       600-MOSTRAR-RELACIONES.
           MOVE ZERO TO WS-CONTADOR-VINCULOS.
           MOVE SPACES TO WS-CUSTREL-STATUS.
           DISPLAY 'CLIENTES RELACIONADOS:'.
           OPEN INPUT CUSTREL-FILE.
           IF WS-CUSTREL-OK
               MOVE 'N' TO WS-FIN-VINCULOS
               MOVE WS-CUST-NUMBER TO RL-CUST-A
               MOVE ZERO TO RL-CUST-B
               MOVE SPACES TO RL-TIPO
               MOVE ZERO TO RL-FECHA-INICIO
               START CUSTREL-FILE KEY NOT < RL-CLAVE
                   INVALID KEY
                       SET WS-SIN-MAS-VINCULOS TO TRUE
               END-START
               IF NOT WS-SIN-MAS-VINCULOS
                   PERFORM 610-LEER-VINCULO
               END-IF
               PERFORM UNTIL WS-SIN-MAS-VINCULOS
                   IF RL-VIGENTE
                       ADD 1 TO WS-CONTADOR-VINCULOS
                       PERFORM 620-MOSTRAR-VINCULO
                   END-IF
                   PERFORM 610-LEER-VINCULO
               END-PERFORM
               CLOSE CUSTREL-FILE
           END-IF.
           IF WS-CONTADOR-VINCULOS = ZERO
               DISPLAY '  (SIN CLIENTES RELACIONADOS)'
           END-IF.

       610-LEER-VINCULO.
           READ CUSTREL-FILE NEXT
               AT END
                   SET WS-SIN-MAS-VINCULOS TO TRUE
               NOT AT END
                   IF RL-CUST-A NOT = WS-CUST-NUMBER
                       SET WS-SIN-MAS-VINCULOS TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *  Mismas leyendas que la consulta de RELMNT: en las relaciones
      *  dirigidas la imagen invertida se lee al reves.
      *****************************************************************
       620-MOSTRAR-VINCULO.
           EVALUATE TRUE
               WHEN RL-CONYUGE
                   MOVE 'CONYUGE DE' TO WS-DESC-RELACION
               WHEN RL-PAREJA
                   MOVE 'PAREJA DE' TO WS-DESC-RELACION
               WHEN RL-COTITULAR
                   MOVE 'COTITULAR CON' TO WS-DESC-RELACION
               WHEN RL-GARANTE AND RL-DIRECTO
                   MOVE 'GARANTE DE' TO WS-DESC-RELACION
               WHEN RL-GARANTE
                   MOVE 'GARANTIZADO POR' TO WS-DESC-RELACION
               WHEN RL-AUTORIZADO AND RL-DIRECTO
                   MOVE 'AUTORIZADO DE' TO WS-DESC-RELACION
               WHEN RL-AUTORIZADO
                   MOVE 'AUTORIZA A' TO WS-DESC-RELACION
               WHEN OTHER
                   MOVE 'DESCONOCIDA' TO WS-DESC-RELACION
           END-EVALUATE.
           MOVE RL-CUST-B TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY '  ' WS-DESC-RELACION ' ' RL-CUST-B
                       ' (NO ESTA EN EL MAESTRO)'
               NOT INVALID KEY
                   MOVE CM-BALANCE TO WS-IMPORTE-EDIT
                   DISPLAY '  ' WS-DESC-RELACION ' ' RL-CUST-B ' '
                       CM-NOMBRE ' ' CM-APELLIDO ' BALANCE '
                       WS-IMPORTE-EDIT
           END-READ.
       END PROGRAM CUST360.
