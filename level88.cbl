       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIVEL88.
      *****************************************************************
      *  Cambio supervisado del estado civil de un cliente, en dos
      *  modos:
      *    - por lotes, en el ciclo nocturno, leyendo el archivo
      *      ECIVILIN si abre: tres tarjetas en el orden de siempre
      *      (numero de cliente, estado civil, ID del supervisor).
      *      El numero trae su digito verificador en la septima
      *      posicion, o la deja en blanco si la referencia CUSTDVX
      *      todavia admite el numero viejo (CUSTDV, como el lote de
      *      CUSTCLS).  El lote no usa sesion ni busqueda;
      *    - en linea, bajo el menu MENUOPER, si ECIVILIN no esta
      *      asignado: operador de la sesion (SESMENU), cliente
      *      elegido con CUSTBUSQ y estado civil por pantalla.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-INSCRIPCION-FILE ASSIGN TO "PENDENRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT CUSTREL-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLAVE
               FILE STATUS IS WS-CUSTREL-STATUS.
           SELECT BITACORA-REL-FILE ASSIGN TO "RELAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-REL-STATUS.
           SELECT TARJETAS-FILE ASSIGN TO "ECIVILIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TARJETAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY RUNCTL.
       FD  COLA-INSCRIPCION-FILE.
           COPY PENDENRL.
       FD  CUSTREL-FILE.
           COPY CUSTREL.
       FD  BITACORA-REL-FILE.
           COPY RELAUD.
       FD  TARJETAS-FILE.
       01  TARJETA-REGISTRO.
           05  TJ-DATO             PIC X(7).
           05  FILLER              PIC X(73).
       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CIVIL PIC 9(1).
           88 WS-CASADO      VALUE IS 1.
           88 WS-VIUDO       VALUE IS 4.
           88 WS-UNION-LIBRE VALUE IS 5.
       01 WS-CUST-NUMBER       PIC 9(6).
       01 WS-RESULTADO-BUSQUEDA PIC X(1).
           88 WS-BUSQUEDA-ELEGIDO  VALUE 'S'.
           88 WS-BUSQUEDA-FIN      VALUE 'F'.
       01 WS-CUSTMAST-STATUS   PIC X(2).
           88 WS-CUSTMAST-OK        VALUE '00'.
           88 WS-CUSTMAST-NOT-FOUND VALUE '23'.
           88 WS-RUNCTL-OK          VALUE '00'.
       01 WS-COLA-STATUS       PIC X(2).
           88 WS-COLA-OK            VALUE '00'.
       01 WS-CUSTREL-STATUS    PIC X(2).
           88 WS-CUSTREL-OK         VALUE '00'.
       01 WS-BITACORA-REL-STATUS PIC X(2).
           88 WS-BITACORA-REL-OK    VALUE '00'.
       01 WS-TARJETAS-STATUS   PIC X(2).
           88 WS-TARJETAS-OK        VALUE '00'.
           88 WS-TARJETAS-EOF       VALUE '10'.
       01 WS-MODO-LOTE         PIC X(1) VALUE 'N'.
           88 WS-ES-LOTE            VALUE 'S'.
       01 WS-NUMERO-VALIDO     PIC X(1) VALUE 'S'.
           88 WS-NUMERO-RECHAZADO   VALUE 'N'.
       01 WS-DV-FUNCION        PIC X(1).
       01 WS-DV-NUMERO-EXTERNO PIC X(7).
       01 WS-DV-CUST-NUMBER    PIC 9(6).
       01 WS-DV-DIGITO         PIC X(1).
       01 WS-DV-RETORNO        PIC 9(2).
       01 WS-FECHA-HOY         PIC 9(8).
       01 WS-ESTADO-ANTES      PIC 9(1) VALUE ZERO.
       01 WS-EL-PROGRAMA       PIC X(8) VALUE 'NIVEL88'.
       01 WS-AUTORIZADO        PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI      VALUE 'S'.
       01 WS-RETORNO-OPERAUTH  PIC 9(2) VALUE ZERO.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'NIVEL88'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'M'.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-REGISTRO-DESPUES      PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
      *****************************************************************
      *  Vinculos conyugales vigentes del cliente que pasa a
      *  divorciado o viudo, juntados antes de terminarlos (la
      *  lectura directa de la imagen mueve el recorrido).
      *****************************************************************
       01 WS-FIN-VINCULOS          PIC X(1).
           88 WS-SIN-MAS-VINCULOS  VALUE 'S'.
       01 WS-TABLA-CONYUGES.
           05  WS-CONYUGE-ENTRADA  OCCURS 10 TIMES.
               10  WS-TC-CUST      PIC 9(6).
               10  WS-TC-TIPO      PIC X(1).
               10  WS-TC-INICIO    PIC 9(8).
               10  WS-TC-SENTIDO   PIC X(1).
       01 WS-CONTADOR-CONYUGES     PIC 9(2) VALUE ZERO.
       01 WS-IDX-CONYUGE           PIC 9(2).
       01 WS-HORA-AHORA            PIC 9(6).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           OPEN INPUT TARJETAS-FILE.
           IF WS-TARJETAS-OK
               SET WS-ES-LOTE TO TRUE
               PERFORM 020-LEER-TARJETAS
           ELSE
               PERFORM 030-PEDIR-EN-LINEA
           END-IF.
           DISPLAY WS-ESTADO-CIVIL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 080-AUTORIZAR-OPERADOR.
           PERFORM 100-ABRIR-MAESTRO.
           EVALUATE TRUE
               WHEN WS-NUMERO-RECHAZADO
                   DISPLAY 'NUMERO DE CLIENTE ' WS-DV-NUMERO-EXTERNO
                       ' SIN DIGITO VALIDO, CAMBIO RECHAZADO '
                       '(RETORNO ' WS-DV-RETORNO ')'
                   MOVE 'DIGITO INVALIDO CLIENTE '
                       TO WS-EL-DATO-OFENSOR
                   MOVE WS-DV-NUMERO-EXTERNO
                       TO WS-EL-DATO-OFENSOR(25:7)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   MOVE 1 TO WS-RS-RECHAZADOS
                   ADD 1 TO WS-RS-EXCEPCIONES
               WHEN WS-AUTORIZADO-SI
                   SET WS-CAMBIO-OK TO TRUE
                   PERFORM 200-ACTUALIZAR-ESTADO-CIVIL
                   MOVE 1 TO WS-RS-ESCRITOS
               WHEN OTHER
                   DISPLAY 'OPERADOR NO AUTORIZADO, CAMBIO '
                       'RECHAZADO (RETORNO ' WS-RETORNO-OPERAUTH ')'
                   MOVE 'CAMBIO RECHAZADO CLIENTE '
                       TO WS-EL-DATO-OFENSOR
                   MOVE WS-CUST-NUMBER TO WS-EL-DATO-OFENSOR(26:6)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   MOVE 1 TO WS-RS-RECHAZADOS
                   ADD 1 TO WS-RS-EXCEPCIONES
           END-EVALUATE.
           PERFORM 300-CERRAR-MAESTRO.
           CALL 'RUNSTAT' USING WS-EL-PROGRAMA WS-HORA-INICIO
               WS-RS-LEIDOS WS-RS-ESCRITOS WS-RS-RECHAZADOS
               WS-RS-EXCEPCIONES.
           GOBACK.

      *****************************************************************
      *  Lote nocturno: las tarjetas de siempre, una por renglon, y
      *  ninguna llamada a la sesion ni a la busqueda.  Sin tarjetas
      *  no hay cambio; un juego incompleto queda en ERRLOG y no
      *  cambia nada.  El digito se verifica con las reglas del lote:
      *  vale el digito correcto o el numero viejo que CUSTDVX aun
      *  admite (retorno 04).
      *****************************************************************
       020-LEER-TARJETAS.
           PERFORM 025-LEER-TARJETA.
           IF WS-TARJETAS-EOF
               DISPLAY 'SIN TARJETAS DE CAMBIO, NO HAY CAMBIO'
               CLOSE TARJETAS-FILE
               GOBACK
           END-IF.
           MOVE TJ-DATO TO WS-DV-NUMERO-EXTERNO.
           PERFORM 025-LEER-TARJETA.
           MOVE TJ-DATO(1:1) TO WS-ESTADO-CIVIL.
           PERFORM 025-LEER-TARJETA.
           MOVE TJ-DATO(1:4) TO WS-CODIGO-SUPERVISOR.
           CLOSE TARJETAS-FILE.
           IF WS-TARJETAS-EOF
               DISPLAY 'TARJETAS INCOMPLETAS, NO HAY CAMBIO'
               MOVE 'TARJETAS INCOMPLETAS CLIENTE '
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-DV-NUMERO-EXTERNO TO WS-EL-DATO-OFENSOR(30:7)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               GOBACK
           END-IF.
           MOVE 'V' TO WS-DV-FUNCION.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           IF WS-DV-RETORNO = ZERO OR WS-DV-RETORNO = 4
               MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER
           ELSE
               MOVE 'N' TO WS-NUMERO-VALIDO
               MOVE ZERO TO WS-CUST-NUMBER
           END-IF.

       025-LEER-TARJETA.
           IF NOT WS-TARJETAS-EOF
               READ TARJETAS-FILE
                   AT END
                       SET WS-TARJETAS-EOF TO TRUE
                       MOVE SPACES TO TARJETA-REGISTRO
               END-READ
           END-IF.

      *****************************************************************
      *  En linea, bajo MENUOPER: el operador es el de la sesion y el
      *  cliente se elige con CUSTBUSQ.
      *****************************************************************
       030-PEDIR-EN-LINEA.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL 'CUSTBUSQ' USING WS-CUST-NUMBER WS-RESULTADO-BUSQUEDA.
           IF NOT WS-BUSQUEDA-ELEGIDO
               DISPLAY 'NINGUN CLIENTE ELEGIDO, NO HAY CAMBIO'
               GOBACK
           END-IF.
           DISPLAY 'INTRODUCE EL NUEVO ESTADO CIVIL '
               '(1 CASADO 2 SOLTERO 3 DIVORCIADO 4 VIUDO '
               '5 UNION LIBRE)'.
           ACCEPT WS-ESTADO-CIVIL.
           MOVE WS-SE-OPERADOR TO WS-CODIGO-SUPERVISOR.

      *****************************************************************
      *  Autorizacion por operador individual contra OPERSEC; el ID
      *  de la sesion (SESMENU) o de la tarjeta del lote queda en
      *  AUD-CODIGO-SUPERVISOR, asi la auditoria nombra a una
      *  persona.  Si el maestro de seguridad no esta disponible
      *  (retorno 04, tipico en ambientes de prueba sin OPERSEC
      *  asignado), se conserva la comparacion historica contra
      *  RC-CODIGO-SUPERVISOR.
      *****************************************************************
       080-AUTORIZAR-OPERADOR.
           CALL 'OPERAUTH' USING WS-CODIGO-SUPERVISOR
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY 'NO SE PUDO ABRIR AUDITLOG, ESTADO: '
                   WS-AUDIT-STATUS
               GOBACK
           END-IF.

       200-ACTUALIZAR-ESTADO-CIVIL.
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
                   IF NOT WS-ES-LOTE
                       CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                           WS-CUST-NUMBER WS-AL-ACCION
                   END-IF
                   IF WS-DIVORCIADO OR WS-VIUDO
                       PERFORM 230-TERMINAR-VINCULO-CONYUGAL
                   END-IF
           END-REWRITE.
           PERFORM 400-REGISTRAR-AUDITORIA.

      *****************************************************************
      *  Divorcio o viudez: el vinculo de conyuge o pareja vigente en
      *  CUSTREL se termina con la fecha de hoy en sus dos registros
      *  y queda en la bitacora RELAUD.  El estado civil del otro
      *  cliente no se toca; el operador recibe el aviso para
      *  revisarlo.  Sin CUSTREL asignado no hay vinculos que
      *  terminar.
      *****************************************************************
       230-TERMINAR-VINCULO-CONYUGAL.
           MOVE ZERO TO WS-CONTADOR-CONYUGES.
           OPEN I-O CUSTREL-FILE.
           IF WS-CUSTREL-OK
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               PERFORM 240-JUNTAR-CONYUGES
               IF WS-CONTADOR-CONYUGES NOT = ZERO
                   OPEN EXTEND BITACORA-REL-FILE
                   PERFORM VARYING WS-IDX-CONYUGE FROM 1 BY 1
                       UNTIL WS-IDX-CONYUGE > WS-CONTADOR-CONYUGES
                       PERFORM 250-CERRAR-VINCULO
                   END-PERFORM
                   CLOSE BITACORA-REL-FILE
               END-IF
               CLOSE CUSTREL-FILE
           END-IF.

       240-JUNTAR-CONYUGES.
           MOVE 'N' TO WS-FIN-VINCULOS.
           MOVE WS-CUST-NUMBER TO RL-CUST-A.
           MOVE ZERO TO RL-CUST-B.
           MOVE SPACES TO RL-TIPO.
           MOVE ZERO TO RL-FECHA-INICIO.
           START CUSTREL-FILE KEY NOT < RL-CLAVE
               INVALID KEY
                   SET WS-SIN-MAS-VINCULOS TO TRUE
           END-START.
           IF NOT WS-SIN-MAS-VINCULOS
               PERFORM 245-LEER-VINCULO
           END-IF.
           PERFORM UNTIL WS-SIN-MAS-VINCULOS
               IF RL-VIGENTE AND RL-VINCULO-CONYUGAL
                  AND WS-CONTADOR-CONYUGES < 10
                   ADD 1 TO WS-CONTADOR-CONYUGES
                   MOVE RL-CUST-B
                       TO WS-TC-CUST(WS-CONTADOR-CONYUGES)
                   MOVE RL-TIPO TO WS-TC-TIPO(WS-CONTADOR-CONYUGES)
                   MOVE RL-FECHA-INICIO
                       TO WS-TC-INICIO(WS-CONTADOR-CONYUGES)
                   MOVE RL-SENTIDO
                       TO WS-TC-SENTIDO(WS-CONTADOR-CONYUGES)
               END-IF
               PERFORM 245-LEER-VINCULO
           END-PERFORM.

       245-LEER-VINCULO.
           READ CUSTREL-FILE NEXT
               AT END
                   SET WS-SIN-MAS-VINCULOS TO TRUE
               NOT AT END
                   IF RL-CUST-A NOT = WS-CUST-NUMBER
                       SET WS-SIN-MAS-VINCULOS TO TRUE
                   END-IF
           END-READ.

       250-CERRAR-VINCULO.
           MOVE WS-CUST-NUMBER TO RL-CUST-A.
           MOVE WS-TC-CUST(WS-IDX-CONYUGE) TO RL-CUST-B.
           MOVE WS-TC-TIPO(WS-IDX-CONYUGE) TO RL-TIPO.
           MOVE WS-TC-INICIO(WS-IDX-CONYUGE) TO RL-FECHA-INICIO.
           PERFORM 255-PONER-FIN.
           MOVE WS-TC-CUST(WS-IDX-CONYUGE) TO RL-CUST-A.
           MOVE WS-CUST-NUMBER TO RL-CUST-B.
           MOVE WS-TC-TIPO(WS-IDX-CONYUGE) TO RL-TIPO.
           MOVE WS-TC-INICIO(WS-IDX-CONYUGE) TO RL-FECHA-INICIO.
           PERFORM 255-PONER-FIN.
           MOVE SPACES TO RELAUD-REGISTRO.
           MOVE WS-FECHA-HOY TO RA-FECHA.
           MOVE WS-HORA-AHORA TO RA-HORA.
           MOVE WS-CODIGO-SUPERVISOR TO RA-OPERADOR.
           MOVE WS-EL-PROGRAMA TO RA-PROGRAMA.
           MOVE 'FIN' TO RA-ACCION.
           IF WS-TC-SENTIDO(WS-IDX-CONYUGE) = 'D'
               MOVE WS-CUST-NUMBER TO RA-CUST-A
               MOVE WS-TC-CUST(WS-IDX-CONYUGE) TO RA-CUST-B
           ELSE
               MOVE WS-TC-CUST(WS-IDX-CONYUGE) TO RA-CUST-A
               MOVE WS-CUST-NUMBER TO RA-CUST-B
           END-IF.
           MOVE WS-TC-TIPO(WS-IDX-CONYUGE) TO RA-TIPO.
           MOVE WS-TC-INICIO(WS-IDX-CONYUGE) TO RA-FECHA-INICIO.
           MOVE WS-FECHA-HOY TO RA-FECHA-FIN.
           WRITE RELAUD-REGISTRO.
           DISPLAY 'VINCULO CONYUGAL CON EL CLIENTE '
               WS-TC-CUST(WS-IDX-CONYUGE) ' TERMINADO; REVISAR SU '
               'ESTADO CIVIL'.

       255-PONER-FIN.
           READ CUSTREL-FILE
               INVALID KEY
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE RL-CUST-A TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE RL-CUST-B TO WS-EL-DATO-OFENSOR(8:6)
                   MOVE 'RELACION SIN IMAGEN'
                       TO WS-EL-DATO-OFENSOR(15:19)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   MOVE WS-FECHA-HOY TO RL-FECHA-FIN
                   MOVE WS-CODIGO-SUPERVISOR TO RL-OPERADOR
                   MOVE WS-EL-PROGRAMA TO RL-PROGRAMA
                   REWRITE CUSTREL-REGISTRO
                       INVALID KEY
                           MOVE SPACES TO WS-EL-DATO-OFENSOR
                           MOVE RL-CUST-A TO WS-EL-DATO-OFENSOR(1:6)
                           MOVE 'ERROR AL TERMINAR RELACION'
                               TO WS-EL-DATO-OFENSOR(8:26)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                   END-REWRITE
           END-READ.

       400-REGISTRAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-CUST-NUMBER TO AUD-CUST-NUMBER.
