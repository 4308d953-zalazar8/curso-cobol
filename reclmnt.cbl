       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLMNT.
      *****************************************************************
      *  Mantenimiento en linea de reclamos sobre partidas de TRANDAT
      *  (RECLAMO.CPY), hermana de PROMMNT: cuando el cliente llama
      *  para decir que no debe una partida, el cobrador abre el
      *  expediente en vez de registrar una promesa que no existe.
      *  Opciones:
      *    - abrir: la partida debe estar abierta en TRANDAT (se
      *      levantan importe y fecha efectiva para el expediente) y
      *      no puede tener ya un reclamo vivo;
      *    - anotar: reemplaza la ultima nota del expediente abierto;
      *    - resolver: procedente, denegado o parcial (con el importe
      *      a acreditar, menor que el de la partida); el credito lo
      *      postea RECLAPL en la corrida siguiente.
      *  El archivo se carga entero en memoria y se reescribe en
      *  RECLAMOO, que reemplaza a RECLAMO al cerrar bien la sesion
      *  (mismo arrastre que PROMPAY).  Cada apertura, nota y
      *  resolucion queda en la bitacora RECLAUD (DISP=MOD) con el
      *  operador y el texto de la nota.
      *  El operador es el de la sesion (SESMENU): bajo el menu
      *  MENUOPER no se vuelve a pedir, y fuera de el se pide una vez
      *  contra OPERSEC.  'C' en lugar del numero toma el cliente en
      *  curso; cada apertura, nota, resolucion o reclamo listado
      *  queda en la bitacora de accesos (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-STATUS.
           SELECT RECLAMOS-SAL-FILE ASSIGN TO "RECLAMOO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-SAL-STATUS.
           SELECT BITACORA-FILE ASSIGN TO "RECLAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMOS-FILE.
           COPY RECLAMO.
       FD  RECLAMOS-SAL-FILE.
       01  RECLAMOS-SAL-REGISTRO   PIC X(130).
       FD  BITACORA-FILE.
       01  BITACORA-LINEA.
           05  BA-FECHA            PIC 9(8).
           05  BA-HORA             PIC 9(6).
           05  BA-OPERADOR         PIC X(4).
           05  BA-ACCION           PIC X(6).
           05  BA-CUST-NUMBER      PIC 9(6).
           05  BA-DESCRIPCION      PIC X(30).
           05  BA-ESTADO           PIC X(1).
           05  BA-IMPORTE          PIC S9(7)V99.
           05  BA-NOTA             PIC X(40).
           05  FILLER              PIC X(10).
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       WORKING-STORAGE SECTION.
       01 WS-RECLAMOS-STATUS       PIC X(2).
           88 WS-RECLAMOS-OK       VALUE '00'.
           88 WS-RECLAMOS-EOF      VALUE '10'.
       01 WS-RECLAMOS-SAL-STATUS   PIC X(2).
           88 WS-RECLAMOS-SAL-OK   VALUE '00'.
       01 WS-BITACORA-STATUS       PIC X(2).
           88 WS-BITACORA-OK       VALUE '00'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
      *****************************************************************
      *  Tabla de expedientes vivos (abiertos y resueltos aun no
      *  aplicados por RECLAPL); mismo tope de 500 que PROMMNT, con
      *  el desborde arrastrado tal cual a la salida.
      *****************************************************************
       01 WS-TABLA-RECLAMOS.
           05  WS-RECLAMO-ENTRADA  OCCURS 500 TIMES.
               10  WS-TR-CUST      PIC 9(6).
               10  WS-TR-DESC      PIC X(30).
               10  WS-TR-FECHA-APER PIC 9(8).
               10  WS-TR-FECHA-EFEC PIC 9(8).
               10  WS-TR-IMPORTE   PIC S9(7)V99.
               10  WS-TR-ESTADO    PIC X(1).
                   88  WS-TR-ABIERTO VALUE 'A'.
               10  WS-TR-CREDITO   PIC S9(7)V99.
               10  WS-TR-FECHA-RES PIC 9(8).
               10  WS-TR-OPERADOR  PIC X(4).
               10  WS-TR-NOTA      PIC X(40).
       01 WS-CONTADOR-RECLAMOS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-RECLAMO           PIC 9(3).
       01 WS-IDX-HALLADO           PIC 9(3).
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'RECLMNT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-OPERADOR              PIC X(4).
       01 WS-OPCION                PIC X(1).
           88 WS-OPCION-ABRIR      VALUE 'A'.
           88 WS-OPCION-ANOTAR     VALUE 'N'.
           88 WS-OPCION-RESOLVER   VALUE 'R'.
           88 WS-OPCION-LISTAR     VALUE 'L'.
           88 WS-OPCION-FIN        VALUE '0'.
       01 WS-RESOLUCION            PIC X(1).
           88 WS-RES-PROCEDENTE    VALUE 'P'.
           88 WS-RES-DENEGADO      VALUE 'D'.
           88 WS-RES-PARCIAL       VALUE 'C'.
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-DESCRIPCION           PIC X(30).
       01 WS-NOTA                  PIC X(40).
       01 WS-ENTRADA-IMPORTE       PIC X(9).
       01 WS-ENTRADA-IMPORTE-N REDEFINES WS-ENTRADA-IMPORTE
                                   PIC 9(7)V99.
       01 WS-IMPORTE-CREDITO       PIC S9(7)V99 VALUE ZERO.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
       01 WS-PARTIDA               PIC X(1) VALUE 'N'.
           88 WS-PARTIDA-HALLADA   VALUE 'S'.
       01 WS-PARTIDA-IMPORTE       PIC S9(7)V99 VALUE ZERO.
       01 WS-PARTIDA-FECHA-EFEC    PIC 9(8) VALUE ZERO.
       01 WS-CONTADOR-ABIERTOS     PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-NOTAS        PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-RESUELTOS    PIC 9(3) VALUE ZERO.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'RECLMNT'.
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
           OPEN OUTPUT RECLAMOS-SAL-FILE.
           PERFORM 100-CARGAR-RECLAMOS.
           OPEN EXTEND BITACORA-FILE.
           PERFORM UNTIL WS-OPCION-FIN
               DISPLAY 'OPCION: A ABRIR, N ANOTAR, R RESOLVER, '
                   'L LISTAR, 0 TERMINA'
               ACCEPT WS-OPCION
               PERFORM 130-VERIFICAR-SESION
               EVALUATE TRUE
                   WHEN WS-OPCION-ABRIR
                       PERFORM 300-ABRIR-RECLAMO
                   WHEN WS-OPCION-ANOTAR
                       PERFORM 400-ANOTAR-RECLAMO
                   WHEN WS-OPCION-RESOLVER
                       PERFORM 450-RESOLVER-RECLAMO
                   WHEN WS-OPCION-LISTAR
                       PERFORM 500-LISTAR-RECLAMOS
                   WHEN WS-OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
           CLOSE BITACORA-FILE.
           PERFORM 600-REESCRIBIR-RECLAMOS.
           DISPLAY 'RECLAMOS ABIERTOS   : ' WS-CONTADOR-ABIERTOS.
           DISPLAY 'NOTAS REGISTRADAS   : ' WS-CONTADOR-NOTAS.
           DISPLAY 'RECLAMOS RESUELTOS  : ' WS-CONTADOR-RESUELTOS.
           GOBACK.

       100-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS-FILE.
           IF WS-RECLAMOS-OK
               PERFORM 110-LEER-RECLAMO
               PERFORM UNTIL WS-RECLAMOS-EOF
                   IF WS-CONTADOR-RECLAMOS < 500
                       ADD 1 TO WS-CONTADOR-RECLAMOS
                       MOVE RL-CUST-NUMBER
                           TO WS-TR-CUST(WS-CONTADOR-RECLAMOS)
                       MOVE RL-DESCRIPCION
                           TO WS-TR-DESC(WS-CONTADOR-RECLAMOS)
                       MOVE RL-FECHA-APERTURA
                           TO WS-TR-FECHA-APER(WS-CONTADOR-RECLAMOS)
                       MOVE RL-FECHA-EFECTIVA
                           TO WS-TR-FECHA-EFEC(WS-CONTADOR-RECLAMOS)
                       MOVE RL-IMPORTE-PARTIDA
                           TO WS-TR-IMPORTE(WS-CONTADOR-RECLAMOS)
                       MOVE RL-ESTADO
                           TO WS-TR-ESTADO(WS-CONTADOR-RECLAMOS)
                       MOVE RL-IMPORTE-CREDITO
                           TO WS-TR-CREDITO(WS-CONTADOR-RECLAMOS)
                       MOVE RL-FECHA-RESOLUCION
                           TO WS-TR-FECHA-RES(WS-CONTADOR-RECLAMOS)
                       MOVE RL-OPERADOR
                           TO WS-TR-OPERADOR(WS-CONTADOR-RECLAMOS)
                       MOVE RL-NOTA
                           TO WS-TR-NOTA(WS-CONTADOR-RECLAMOS)
                   ELSE
      *  El desborde no es editable en esta sesion, pero tampoco se
      *  pierde: pasa tal cual a la salida que reemplaza al vigente.
                       WRITE RECLAMOS-SAL-REGISTRO
                           FROM RECLAMO-REGISTRO
                       MOVE RL-CUST-NUMBER
                           TO WS-EL-DATO-OFENSOR(1:6)
                       MOVE 'TABLA DE RECLAMOS LLENA'
                           TO WS-EL-DATO-OFENSOR(8:23)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   END-IF
                   PERFORM 110-LEER-RECLAMO
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF.

       110-LEER-RECLAMO.
           READ RECLAMOS-FILE
               AT END SET WS-RECLAMOS-EOF TO TRUE
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

      *****************************************************************
      *  Busca el expediente vivo (abierto o resuelto sin aplicar)
      *  de la partida tecleada.
      *****************************************************************
       200-BUSCAR-RECLAMO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX-RECLAMO FROM 1 BY 1
               UNTIL WS-IDX-RECLAMO > WS-CONTADOR-RECLAMOS
               IF WS-TR-CUST(WS-IDX-RECLAMO) = WS-CUST-NUMBER
                  AND WS-TR-DESC(WS-IDX-RECLAMO) = WS-DESCRIPCION
                   MOVE WS-IDX-RECLAMO TO WS-IDX-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Lectura directa de la partida por cliente y descripcion
      *  para confirmar que existe y esta abierta; de paso se
      *  levantan importe y fecha efectiva, que el expediente
      *  conserva para el reporte.
      *****************************************************************
       250-VERIFICAR-PARTIDA.
           MOVE 'N' TO WS-PARTIDA.
           MOVE ZERO TO WS-PARTIDA-IMPORTE.
           MOVE ZERO TO WS-PARTIDA-FECHA-EFEC.
           MOVE '00' TO WS-TRANDAT-STATUS.
           OPEN INPUT TRANDAT-FILE.
           IF WS-TRANDAT-OK
               MOVE WS-CUST-NUMBER TO TD-CUST-NUMBER
               MOVE WS-DESCRIPCION TO TD-DESC-TEXTO
               READ TRANDAT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TD-ABIERTO
                           SET WS-PARTIDA-HALLADA TO TRUE
                           MOVE TD-IMPORTE TO WS-PARTIDA-IMPORTE
                           MOVE TD-FECHA-EFECTIVA-N
                               TO WS-PARTIDA-FECHA-EFEC
                       END-IF
               END-READ
               CLOSE TRANDAT-FILE
           END-IF.

       300-ABRIR-RECLAMO.
           DISPLAY 'NUMERO DE CLIENTE CON SU DIGITO (C EN CURSO)'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 140-ELEGIR-CLIENTE.
           MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER.
           DISPLAY 'DESCRIPCION DE LA PARTIDA'.
           ACCEPT WS-DESCRIPCION.
           PERFORM 200-BUSCAR-RECLAMO.
           IF WS-IDX-HALLADO NOT = ZERO
               DISPLAY 'LA PARTIDA YA TIENE UN RECLAMO, ESTADO '
                   WS-TR-ESTADO(WS-IDX-HALLADO)
           ELSE
               PERFORM 250-VERIFICAR-PARTIDA
               IF NOT WS-PARTIDA-HALLADA
                   DISPLAY 'NO HAY PARTIDA ABIERTA CON ESA CLAVE, '
                       'APERTURA RECHAZADA'
               ELSE
                   IF WS-CONTADOR-RECLAMOS < 500
                       DISPLAY 'MOTIVO DEL RECLAMO'
                       ACCEPT WS-NOTA
                       ADD 1 TO WS-CONTADOR-RECLAMOS
                       MOVE WS-CONTADOR-RECLAMOS TO WS-IDX-HALLADO
                       MOVE WS-CUST-NUMBER
                           TO WS-TR-CUST(WS-IDX-HALLADO)
                       MOVE WS-DESCRIPCION
                           TO WS-TR-DESC(WS-IDX-HALLADO)
                       MOVE WS-FECHA-HOY
                           TO WS-TR-FECHA-APER(WS-IDX-HALLADO)
                       MOVE WS-PARTIDA-FECHA-EFEC
                           TO WS-TR-FECHA-EFEC(WS-IDX-HALLADO)
                       MOVE WS-PARTIDA-IMPORTE
                           TO WS-TR-IMPORTE(WS-IDX-HALLADO)
                       MOVE 'A' TO WS-TR-ESTADO(WS-IDX-HALLADO)
                       MOVE ZERO TO WS-TR-CREDITO(WS-IDX-HALLADO)
                       MOVE ZERO TO WS-TR-FECHA-RES(WS-IDX-HALLADO)
                       MOVE WS-OPERADOR
                           TO WS-TR-OPERADOR(WS-IDX-HALLADO)
                       MOVE WS-NOTA TO WS-TR-NOTA(WS-IDX-HALLADO)
                       ADD 1 TO WS-CONTADOR-ABIERTOS
                       MOVE 'ABRIR' TO BA-ACCION
                       PERFORM 700-ASENTAR-BITACORA
                       DISPLAY 'RECLAMO ABIERTO, LA PARTIDA QUEDA '
                           'FUERA DE COBRANZA'
                   ELSE
                       DISPLAY 'TABLA DE RECLAMOS LLENA'
                   END-IF
               END-IF
           END-IF.

       400-ANOTAR-RECLAMO.
           DISPLAY 'NUMERO DE CLIENTE CON SU DIGITO (C EN CURSO)'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 140-ELEGIR-CLIENTE.
           MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER.
           DISPLAY 'DESCRIPCION DE LA PARTIDA'.
           ACCEPT WS-DESCRIPCION.
           PERFORM 200-BUSCAR-RECLAMO.
           IF WS-IDX-HALLADO = ZERO
               DISPLAY 'NO HAY RECLAMO PARA ESA PARTIDA'
           ELSE
               IF NOT WS-TR-ABIERTO(WS-IDX-HALLADO)
                   DISPLAY 'EL RECLAMO YA ESTA RESUELTO'
               ELSE
                   DISPLAY 'NOTA'
                   ACCEPT WS-NOTA
                   MOVE WS-NOTA TO WS-TR-NOTA(WS-IDX-HALLADO)
                   MOVE WS-OPERADOR TO WS-TR-OPERADOR(WS-IDX-HALLADO)
                   ADD 1 TO WS-CONTADOR-NOTAS
                   MOVE 'NOTA' TO BA-ACCION
                   PERFORM 700-ASENTAR-BITACORA
                   DISPLAY 'NOTA REGISTRADA'
               END-IF
           END-IF.

      *****************************************************************
      *  Resolucion: procedente acredita la partida entera, parcial
      *  pide el importe a acreditar (positivo y menor que el de la
      *  partida: igual o mayor es un procedente), denegado no
      *  acredita nada.  Solo se registra aqui; el credito lo
      *  postea RECLAPL en la corrida siguiente.
      *****************************************************************
       450-RESOLVER-RECLAMO.
           DISPLAY 'NUMERO DE CLIENTE CON SU DIGITO (C EN CURSO)'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 140-ELEGIR-CLIENTE.
           MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER.
           DISPLAY 'DESCRIPCION DE LA PARTIDA'.
           ACCEPT WS-DESCRIPCION.
           PERFORM 200-BUSCAR-RECLAMO.
           IF WS-IDX-HALLADO = ZERO
               DISPLAY 'NO HAY RECLAMO PARA ESA PARTIDA'
           ELSE
               IF NOT WS-TR-ABIERTO(WS-IDX-HALLADO)
                   DISPLAY 'EL RECLAMO YA ESTA RESUELTO'
               ELSE
                   DISPLAY 'RESOLUCION: P PROCEDENTE, D DENEGADO, '
                       'C PARCIAL'
                   ACCEPT WS-RESOLUCION
                   MOVE ZERO TO WS-IMPORTE-CREDITO
                   EVALUATE TRUE
                       WHEN WS-RES-PROCEDENTE
                           MOVE WS-TR-IMPORTE(WS-IDX-HALLADO)
                               TO WS-IMPORTE-CREDITO
                           PERFORM 460-REGISTRAR-RESOLUCION
                       WHEN WS-RES-DENEGADO
                           PERFORM 460-REGISTRAR-RESOLUCION
                       WHEN WS-RES-PARCIAL
                           DISPLAY 'IMPORTE A ACREDITAR 999999999 '
                               '(9999999V99)'
                           ACCEPT WS-ENTRADA-IMPORTE
                           IF WS-ENTRADA-IMPORTE IS NOT NUMERIC
                               DISPLAY 'IMPORTE NO NUMERICO, '
                                   'RESOLUCION RECHAZADA'
                           ELSE
                               MOVE WS-ENTRADA-IMPORTE-N
                                   TO WS-IMPORTE-CREDITO
                               IF WS-IMPORTE-CREDITO = ZERO
                                  OR WS-IMPORTE-CREDITO NOT <
                                     WS-TR-IMPORTE(WS-IDX-HALLADO)
                                   DISPLAY 'EL PARCIAL DEBE SER MENOR '
                                       'QUE LA PARTIDA, RECHAZADA'
                               ELSE
                                   PERFORM 460-REGISTRAR-RESOLUCION
                               END-IF
                           END-IF
                       WHEN OTHER
                           DISPLAY 'RESOLUCION NO VALIDA'
                   END-EVALUATE
               END-IF
           END-IF.

       460-REGISTRAR-RESOLUCION.
           DISPLAY 'NOTA DE LA RESOLUCION'.
           ACCEPT WS-NOTA.
           MOVE WS-RESOLUCION TO WS-TR-ESTADO(WS-IDX-HALLADO).
           MOVE WS-IMPORTE-CREDITO TO WS-TR-CREDITO(WS-IDX-HALLADO).
           MOVE WS-FECHA-HOY TO WS-TR-FECHA-RES(WS-IDX-HALLADO).
           MOVE WS-OPERADOR TO WS-TR-OPERADOR(WS-IDX-HALLADO).
           MOVE WS-NOTA TO WS-TR-NOTA(WS-IDX-HALLADO).
           ADD 1 TO WS-CONTADOR-RESUELTOS.
           MOVE 'RESOLV' TO BA-ACCION.
           PERFORM 700-ASENTAR-BITACORA.
           DISPLAY 'RECLAMO RESUELTO, ESTADO ' WS-RESOLUCION.

       500-LISTAR-RECLAMOS.
           PERFORM VARYING WS-IDX-RECLAMO FROM 1 BY 1
               UNTIL WS-IDX-RECLAMO > WS-CONTADOR-RECLAMOS
               DISPLAY WS-TR-CUST(WS-IDX-RECLAMO) ' '
                   WS-TR-DESC(WS-IDX-RECLAMO) ' '
                   WS-TR-FECHA-APER(WS-IDX-RECLAMO) ' '
                   WS-TR-ESTADO(WS-IDX-RECLAMO) ' '
                   WS-TR-OPERADOR(WS-IDX-RECLAMO)
               DISPLAY '   ' WS-TR-NOTA(WS-IDX-RECLAMO)
               MOVE 'C' TO WS-AL-ACCION
               CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                   WS-TR-CUST(WS-IDX-RECLAMO) WS-AL-ACCION
           END-PERFORM.

       600-REESCRIBIR-RECLAMOS.
           PERFORM VARYING WS-IDX-RECLAMO FROM 1 BY 1
               UNTIL WS-IDX-RECLAMO > WS-CONTADOR-RECLAMOS
               MOVE SPACES TO RECLAMO-REGISTRO
               MOVE WS-TR-CUST(WS-IDX-RECLAMO) TO RL-CUST-NUMBER
               MOVE WS-TR-DESC(WS-IDX-RECLAMO) TO RL-DESCRIPCION
               MOVE WS-TR-FECHA-APER(WS-IDX-RECLAMO)
                   TO RL-FECHA-APERTURA
               MOVE WS-TR-FECHA-EFEC(WS-IDX-RECLAMO)
                   TO RL-FECHA-EFECTIVA
               MOVE WS-TR-IMPORTE(WS-IDX-RECLAMO)
                   TO RL-IMPORTE-PARTIDA
               MOVE WS-TR-ESTADO(WS-IDX-RECLAMO) TO RL-ESTADO
               MOVE WS-TR-CREDITO(WS-IDX-RECLAMO)
                   TO RL-IMPORTE-CREDITO
               MOVE WS-TR-FECHA-RES(WS-IDX-RECLAMO)
                   TO RL-FECHA-RESOLUCION
               MOVE WS-TR-OPERADOR(WS-IDX-RECLAMO) TO RL-OPERADOR
               MOVE WS-TR-NOTA(WS-IDX-RECLAMO) TO RL-NOTA
               WRITE RECLAMOS-SAL-REGISTRO FROM RECLAMO-REGISTRO
           END-PERFORM.
           CLOSE RECLAMOS-SAL-FILE.

       700-ASENTAR-BITACORA.
           MOVE WS-FECHA-HOY TO BA-FECHA.
           MOVE WS-HORA-AHORA TO BA-HORA.
           MOVE WS-OPERADOR TO BA-OPERADOR.
           MOVE WS-CUST-NUMBER TO BA-CUST-NUMBER.
           MOVE WS-DESCRIPCION TO BA-DESCRIPCION.
           MOVE WS-TR-ESTADO(WS-IDX-HALLADO) TO BA-ESTADO.
           MOVE WS-TR-CREDITO(WS-IDX-HALLADO) TO BA-IMPORTE.
           MOVE WS-NOTA TO BA-NOTA.
           WRITE BITACORA-LINEA.
           MOVE 'M' TO WS-AL-ACCION.
           CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-CUST-NUMBER
               WS-AL-ACCION.
       END PROGRAM RECLMNT.
