       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMASK.
      *****************************************************************
      *  Copia enmascarada del maestro de clientes y de sus diarios
      *  para el ambiente de pruebas: los programadores prueban con
      *  volumen y casos reales sin ver datos personales de clientes.
      *  Copia CUSTMAST, CUSTHIST, TRANDAT, CHKREG y STMARCH a los
      *  datasets de prueba y sustituye lo personal:
      *    - nombre, apellido, documento, direccion y telefono pasan
      *      por un cifrado por palabra con la clave de la tarjeta de
      *      SYSIN: cada letra sale letra, cada digito sale digito, el
      *      largo y los blancos se conservan, y el mismo valor real
      *      da siempre el mismo valor falso.  Asi el mismo cliente es
      *      el mismo cliente falso en todos los archivos, los pares de
      *      DUPSWEEP (apellido, nombre, inicial) siguen casando y el
      *      beneficiario del libro de cheques sigue igual al titular
      *      del maestro para CUST360;
      *    - la fecha de nacimiento conserva ano y mes (la edad y los
      *      tramos de edad no cambian); el dia se sustituye con la
      *      misma regla para todos, asi dos clientes con la misma
      *      fecha real la siguen compartiendo;
      *    - el numero de cliente no cambia, de modo que las
      *      referencias de LOCKBOX, las consultas de estados de
      *      STMTRPR y todo cruce por cliente siguen valiendo;
      *    - importes, fechas, estado civil, edad, genero, sucursal,
      *      ciudad y los demas campos operativos pasan tal cual;
      *    - en TRANDAT y en las lineas de movimiento de STMARCH el
      *      nombre, apellido y direccion del titular que aparezcan en
      *      el texto libre se sustituyen por los mismos valores
      *      falsos; en STMARCH las lineas de titular y domicilio de
      *      la cabecera del estado se cifran igual que el maestro;
      *    - en CHKREG se cifra el beneficiario de los cheques a
      *      clientes; los de proveedores pasan tal cual.
      *  Tarjetas de SYSIN: prefijo (primer calificador) de los
      *  datasets de salida y clave de cifrado de cinco digitos.  El
      *  JCL toma el prefijo de la tarjeta y el de los DSN de salida
      *  del mismo simbolo; si el prefijo empieza con PROD, o falta,
      *  el programa termina con RC=16 sin abrir ninguna salida.
      *  El maestro sale secuencial (MASKMAST); el JCL lo carga con
      *  REPRO en el CUSTMAST de pruebas.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT CHKREG-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT ARCHIVO-ESTADOS-FILE ASSIGN TO "STMARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-ESTADOS-STATUS.
           SELECT MASCARA-MAESTRO-FILE ASSIGN TO "MASKMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT MASCARA-HISTORIA-FILE ASSIGN TO "MASKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT TRANDAT-SORT-FILE ASSIGN TO "MASKWK1".
           SELECT MASCARA-TRANDAT-FILE ASSIGN TO "MASKTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT MASCARA-CHKREG-FILE ASSIGN TO "MASKCHK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT MASCARA-ESTADOS-FILE ASSIGN TO "MASKSTM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  HISTORIA-FILE.
           COPY CUSTHIST.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  CHKREG-FILE.
           COPY CHKREG.
       FD  ARCHIVO-ESTADOS-FILE.
           COPY STMARCH.
       FD  MASCARA-MAESTRO-FILE.
       01  MASCARA-MAESTRO-REGISTRO    PIC X(160).
       FD  MASCARA-HISTORIA-FILE.
       01  MASCARA-HISTORIA-REGISTRO   PIC X(70).
      *  El texto libre enmascarado es parte de la clave de TRANDAT;
      *  la copia sale reordenada por clave para cargarla en el
      *  TRANDAT indexado de pruebas.
       SD  TRANDAT-SORT-FILE.
       01  TRANDAT-SORT-REGISTRO.
           05  WKM-CLAVE               PIC X(36).
           05  FILLER                  PIC X(26).
       FD  MASCARA-TRANDAT-FILE.
       01  MASCARA-TRANDAT-REGISTRO    PIC X(62).
       FD  MASCARA-CHKREG-FILE.
       01  MASCARA-CHKREG-REGISTRO     PIC X(80).
       FD  MASCARA-ESTADOS-FILE.
       01  MASCARA-ESTADOS-REGISTRO    PIC X(85).
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
           88 WS-HISTORIA-EOF      VALUE '10'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-CHKREG-STATUS         PIC X(2).
           88 WS-CHKREG-OK         VALUE '00'.
           88 WS-CHKREG-EOF        VALUE '10'.
       01 WS-ARCHIVO-ESTADOS-STATUS PIC X(2).
           88 WS-ARCHIVO-ESTADOS-OK VALUE '00'.
           88 WS-ARCHIVO-ESTADOS-EOF VALUE '10'.
       01 WS-SALIDA-STATUS         PIC X(2).
           88 WS-SALIDA-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CUSTMASK'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
      *****************************************************************
      *  Tarjetas de control: prefijo de los datasets de salida y
      *  clave de cifrado.
      *****************************************************************
       01 WS-PREFIJO-DESTINO       PIC X(8).
       01 WS-CLAVE-ENTRADA         PIC X(5).
       01 WS-CLAVE-CIFRADO         PIC 9(5).
      *****************************************************************
      *  Cifrado por palabra: el acumulador arranca en la clave al
      *  principio de cada palabra y avanza con cada caracter real,
      *  asi cada caracter falso depende solo de la clave y de lo que
      *  va de la palabra (la inicial depende solo de la inicial).
      *****************************************************************
       01 WS-ALFABETO              PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-DIGITOS               PIC X(10) VALUE '0123456789'.
       01 WS-CIFRA-CAMPO           PIC X(71).
       01 WS-CIFRA-LARGO           PIC 9(2).
       01 WS-CIFRA-ACUMULADOR      PIC 9(5).
       01 WS-CIFRA-SUMA            PIC 9(7).
       01 WS-CIFRA-COCIENTE        PIC 9(7).
       01 WS-CIFRA-RESTO           PIC 9(5).
       01 WS-CIFRA-VALOR           PIC 9(2).
       01 WS-IDX-CARACTER          PIC 9(2).
       01 WS-IDX-TABLA             PIC 9(2).
       01 WS-CARACTER              PIC X(1).
      *****************************************************************
      *  Titular cargado para sustituir en el texto libre de TRANDAT
      *  y STMARCH: valor real, valor falso y largo sin blancos al
      *  final.  Un largo menor a 3 no se sustituye, para no tocar
      *  fragmentos cortos de otras palabras.
      *****************************************************************
       01 WS-CLIENTE-CARGADO       PIC 9(6) VALUE ZERO.
       01 WS-CLIENTE-HALLADO       PIC X(1) VALUE 'N'.
           88 WS-TITULAR-HALLADO   VALUE 'S'.
       01 WS-REAL-NOMBRE           PIC X(12).
       01 WS-FALSO-NOMBRE          PIC X(12).
       01 WS-LARGO-NOMBRE          PIC 9(2).
       01 WS-REAL-APELLIDO         PIC X(10).
       01 WS-FALSO-APELLIDO        PIC X(10).
       01 WS-LARGO-APELLIDO        PIC 9(2).
       01 WS-REAL-DIRECCION        PIC X(25).
       01 WS-FALSO-DIRECCION       PIC X(25).
       01 WS-LARGO-DIRECCION       PIC 9(2).
       01 WS-TEXTO-LIBRE           PIC X(71).
       01 WS-TEXTO-LARGO           PIC 9(2).
      *****************************************************************
      *  Cabecera del estado de cuenta archivado: tras la linea
      *  'ESTADO DE CUENTA' vienen el titular, el domicilio y la
      *  ciudad, hasta la linea de saldo inicial.
      *****************************************************************
       01 WS-EN-CABECERA           PIC X(1) VALUE 'N'.
           88 WS-CABECERA-ESTADO   VALUE 'S'.
       01 WS-RENGLON-CABECERA      PIC 9(2) VALUE ZERO.
       01 WS-CONTADOR-MAESTRO      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-HISTORIA     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-TRANDAT      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CHEQUES      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ESTADOS      PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 100-LEER-PARAMETROS.
           PERFORM 200-ENMASCARAR-MAESTRO.
           PERFORM 300-COPIAR-HISTORIA.
           PERFORM 400-ENMASCARAR-TRANDAT.
           PERFORM 500-ENMASCARAR-CHEQUES.
           PERFORM 600-ENMASCARAR-ESTADOS.
           CLOSE CUSTMAST-FILE.
           PERFORM 900-IMPRIMIR-RESUMEN.
           STOP RUN.

      *****************************************************************
      *  La copia enmascarada nunca cae sobre produccion: sin prefijo,
      *  o con prefijo PROD, se termina antes de abrir las salidas.
      *****************************************************************
       100-LEER-PARAMETROS.
           MOVE SPACES TO WS-PREFIJO-DESTINO.
           MOVE SPACES TO WS-CLAVE-ENTRADA.
           ACCEPT WS-PREFIJO-DESTINO.
           ACCEPT WS-CLAVE-ENTRADA.
           IF WS-PREFIJO-DESTINO = SPACES
              OR WS-PREFIJO-DESTINO(1:4) = 'PROD'
               MOVE 'PREFIJO DE SALIDA NO PERMITIDO:'
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-PREFIJO-DESTINO TO WS-EL-DATO-OFENSOR(33:8)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               DISPLAY 'CUSTMASK: LA COPIA ENMASCARADA NO PUEDE IR A '
                   'DATASETS DE PRODUCCION, PREFIJO: '
                   WS-PREFIJO-DESTINO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLAVE-ENTRADA NOT NUMERIC
              OR WS-CLAVE-ENTRADA = '00000'
               MOVE 'CLAVE DE CIFRADO NO VALIDA'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               DISPLAY 'CUSTMASK: CLAVE DE CIFRADO NO VALIDA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CLAVE-ENTRADA TO WS-CLAVE-CIFRADO.

       200-ENMASCARAR-MAESTRO.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST: ' WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MASCARA-MAESTRO-FILE.
           PERFORM 210-LEER-MAESTRO.
           PERFORM UNTIL WS-CUSTMAST-EOF
               PERFORM 220-ENMASCARAR-CLIENTE
               WRITE MASCARA-MAESTRO-REGISTRO FROM CUSTMAST-RECORD
               ADD 1 TO WS-CONTADOR-MAESTRO
               PERFORM 210-LEER-MAESTRO
           END-PERFORM.
           CLOSE MASCARA-MAESTRO-FILE.

       210-LEER-MAESTRO.
           READ CUSTMAST-FILE NEXT
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

       220-ENMASCARAR-CLIENTE.
           MOVE CM-NOMBRE TO WS-CIFRA-CAMPO.
           MOVE 12 TO WS-CIFRA-LARGO.
           PERFORM 800-CIFRAR-TEXTO.
           MOVE WS-CIFRA-CAMPO TO CM-NOMBRE.
           MOVE CM-APELLIDO TO WS-CIFRA-CAMPO.
           MOVE 10 TO WS-CIFRA-LARGO.
           PERFORM 800-CIFRAR-TEXTO.
           MOVE WS-CIFRA-CAMPO TO CM-APELLIDO.
           MOVE CM-DOCUMENTO-IDENTIDAD TO WS-CIFRA-CAMPO.
           MOVE 11 TO WS-CIFRA-LARGO.
           PERFORM 800-CIFRAR-TEXTO.
           MOVE WS-CIFRA-CAMPO TO CM-DOCUMENTO-IDENTIDAD.
           MOVE CM-DIRECCION TO WS-CIFRA-CAMPO.
           MOVE 25 TO WS-CIFRA-LARGO.
           PERFORM 800-CIFRAR-TEXTO.
           MOVE WS-CIFRA-CAMPO TO CM-DIRECCION.
           MOVE CM-TELEFONO TO WS-CIFRA-CAMPO.
           MOVE 12 TO WS-CIFRA-LARGO.
           PERFORM 800-CIFRAR-TEXTO.
           MOVE WS-CIFRA-CAMPO TO CM-TELEFONO.
           IF CM-FN-DIA NUMERIC AND CM-FN-DIA > ZERO
               COMPUTE WS-CIFRA-SUMA = CM-FN-DIA * 7 + WS-CLAVE-CIFRADO
               DIVIDE WS-CIFRA-SUMA BY 28 GIVING WS-CIFRA-COCIENTE
                   REMAINDER WS-CIFRA-RESTO
               COMPUTE CM-FN-DIA = WS-CIFRA-RESTO + 1
           END-IF.

       300-COPIAR-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           OPEN OUTPUT MASCARA-HISTORIA-FILE.
           IF WS-HISTORIA-OK
               PERFORM 310-LEER-HISTORIA
               PERFORM UNTIL WS-HISTORIA-EOF
                   WRITE MASCARA-HISTORIA-REGISTRO
                       FROM CUSTHIST-REGISTRO
                   ADD 1 TO WS-CONTADOR-HISTORIA
                   PERFORM 310-LEER-HISTORIA
               END-PERFORM
               CLOSE HISTORIA-FILE
           ELSE
               DISPLAY 'SIN CUSTHIST, LA COPIA QUEDA VACIA: '
                   WS-HISTORIA-STATUS
           END-IF.
           CLOSE MASCARA-HISTORIA-FILE.

       310-LEER-HISTORIA.
           READ HISTORIA-FILE
               AT END SET WS-HISTORIA-EOF TO TRUE
           END-READ.

       400-ENMASCARAR-TRANDAT.
           SORT TRANDAT-SORT-FILE
               ON ASCENDING KEY WKM-CLAVE
               INPUT PROCEDURE IS 405-SOLTAR-TRANDAT
               GIVING MASCARA-TRANDAT-FILE.

       405-SOLTAR-TRANDAT.
           OPEN INPUT TRANDAT-FILE.
           IF WS-TRANDAT-OK
               PERFORM 410-LEER-TRANDAT
               PERFORM UNTIL WS-TRANDAT-EOF
                   MOVE TD-CUST-NUMBER TO WS-CLIENTE-CARGADO
                   PERFORM 700-CARGAR-TITULAR
                   MOVE SPACES TO WS-TEXTO-LIBRE
                   MOVE TD-DESC-TEXTO TO WS-TEXTO-LIBRE
                   PERFORM 720-SUSTITUIR-TITULAR
                   MOVE WS-TEXTO-LIBRE TO TD-DESC-TEXTO
                   RELEASE TRANDAT-SORT-REGISTRO FROM TRANDAT-RECORD
                   ADD 1 TO WS-CONTADOR-TRANDAT
                   PERFORM 410-LEER-TRANDAT
               END-PERFORM
               CLOSE TRANDAT-FILE
           ELSE
               DISPLAY 'SIN TRANDAT, LA COPIA QUEDA VACIA: '
                   WS-TRANDAT-STATUS
           END-IF.

       410-LEER-TRANDAT.
           READ TRANDAT-FILE
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

       500-ENMASCARAR-CHEQUES.
           OPEN INPUT CHKREG-FILE.
           OPEN OUTPUT MASCARA-CHKREG-FILE.
           IF WS-CHKREG-OK
               PERFORM 510-LEER-CHEQUE
               PERFORM UNTIL WS-CHKREG-EOF
                   IF NOT CR-TITULAR-PROVEEDOR
                       MOVE CR-BENEFICIARIO TO WS-CIFRA-CAMPO
                       MOVE 30 TO WS-CIFRA-LARGO
                       PERFORM 800-CIFRAR-TEXTO
                       MOVE WS-CIFRA-CAMPO TO CR-BENEFICIARIO
                   END-IF
                   WRITE MASCARA-CHKREG-REGISTRO FROM CHKREG-REGISTRO
                   ADD 1 TO WS-CONTADOR-CHEQUES
                   PERFORM 510-LEER-CHEQUE
               END-PERFORM
               CLOSE CHKREG-FILE
           ELSE
               DISPLAY 'SIN CHKREG, LA COPIA QUEDA VACIA: '
                   WS-CHKREG-STATUS
           END-IF.
           CLOSE MASCARA-CHKREG-FILE.

       510-LEER-CHEQUE.
           READ CHKREG-FILE
               AT END SET WS-CHKREG-EOF TO TRUE
           END-READ.

       600-ENMASCARAR-ESTADOS.
           OPEN INPUT ARCHIVO-ESTADOS-FILE.
           OPEN OUTPUT MASCARA-ESTADOS-FILE.
           IF WS-ARCHIVO-ESTADOS-OK
               PERFORM 610-LEER-ESTADO
               PERFORM UNTIL WS-ARCHIVO-ESTADOS-EOF
                   PERFORM 620-ENMASCARAR-LINEA
                   WRITE MASCARA-ESTADOS-REGISTRO
                       FROM STMARCH-REGISTRO
                   ADD 1 TO WS-CONTADOR-ESTADOS
                   PERFORM 610-LEER-ESTADO
               END-PERFORM
               CLOSE ARCHIVO-ESTADOS-FILE
           ELSE
               DISPLAY 'SIN STMARCH, LA COPIA QUEDA VACIA: '
                   WS-ARCHIVO-ESTADOS-STATUS
           END-IF.
           CLOSE MASCARA-ESTADOS-FILE.

       610-LEER-ESTADO.
           READ ARCHIVO-ESTADOS-FILE
               AT END SET WS-ARCHIVO-ESTADOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  La linea archivada es la de impresion: el texto arranca en
      *  la posicion 2 (la 1 es el control de carro de la plantilla).
      *  En la cabecera, el titular se cifra palabra por palabra
      *  (igual que nombre y apellido en el maestro), el primer
      *  renglon de domicilio es la direccion y el segundo la ciudad,
      *  que pasa tal cual.  Las demas lineas solo sustituyen al
      *  titular donde aparezca.
      *****************************************************************
       620-ENMASCARAR-LINEA.
           EVALUATE TRUE
               WHEN SA-LINEA(2:17) = 'ESTADO DE CUENTA '
                   SET WS-CABECERA-ESTADO TO TRUE
                   MOVE ZERO TO WS-RENGLON-CABECERA
               WHEN WS-CABECERA-ESTADO
                AND SA-LINEA(2:9) = 'TITULAR: '
                   MOVE SA-LINEA(11:61) TO WS-CIFRA-CAMPO
                   MOVE 61 TO WS-CIFRA-LARGO
                   PERFORM 800-CIFRAR-TEXTO
                   MOVE WS-CIFRA-CAMPO TO SA-LINEA(11:61)
               WHEN WS-CABECERA-ESTADO
                AND SA-LINEA(2:13) NOT = 'SALDO INICIAL'
                   ADD 1 TO WS-RENGLON-CABECERA
                   IF WS-RENGLON-CABECERA = 1
                       MOVE SA-LINEA(2:70) TO WS-CIFRA-CAMPO
                       MOVE 70 TO WS-CIFRA-LARGO
                       PERFORM 800-CIFRAR-TEXTO
                       MOVE WS-CIFRA-CAMPO TO SA-LINEA(2:70)
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-EN-CABECERA
                   MOVE SA-CUST-NUMBER TO WS-CLIENTE-CARGADO
                   PERFORM 700-CARGAR-TITULAR
                   MOVE SA-LINEA TO WS-TEXTO-LIBRE
                   PERFORM 720-SUSTITUIR-TITULAR
                   MOVE WS-TEXTO-LIBRE TO SA-LINEA
           END-EVALUATE.

      *****************************************************************
      *  Lee al titular por numero (el maestro sigue abierto, acceso
      *  dinamico) y arma sus valores real y falso; un cliente que ya
      *  no esta en el maestro (archivado) no sustituye nada.  Los
      *  registros de un mismo cliente vienen juntos, asi que solo se
      *  relee al cambiar de cliente.
      *****************************************************************
       700-CARGAR-TITULAR.
           IF WS-CLIENTE-CARGADO NOT = CM-CUST-NUMBER
              OR NOT WS-TITULAR-HALLADO
               MOVE WS-CLIENTE-CARGADO TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CLIENTE-HALLADO
                   NOT INVALID KEY
                       SET WS-TITULAR-HALLADO TO TRUE
                       PERFORM 710-ARMAR-TITULAR
               END-READ
           END-IF.

       710-ARMAR-TITULAR.
           MOVE CM-NOMBRE TO WS-REAL-NOMBRE.
           MOVE CM-NOMBRE TO WS-CIFRA-CAMPO.
           MOVE 12 TO WS-CIFRA-LARGO.
           PERFORM 800-CIFRAR-TEXTO.
           MOVE WS-CIFRA-CAMPO TO WS-FALSO-NOMBRE.
           PERFORM 730-MEDIR-TEXTO.
           MOVE WS-TEXTO-LARGO TO WS-LARGO-NOMBRE.
           MOVE CM-APELLIDO TO WS-REAL-APELLIDO.
           MOVE CM-APELLIDO TO WS-CIFRA-CAMPO.
           MOVE 10 TO WS-CIFRA-LARGO.
           PERFORM 800-CIFRAR-TEXTO.
           MOVE WS-CIFRA-CAMPO TO WS-FALSO-APELLIDO.
           PERFORM 730-MEDIR-TEXTO.
           MOVE WS-TEXTO-LARGO TO WS-LARGO-APELLIDO.
           MOVE CM-DIRECCION TO WS-REAL-DIRECCION.
           MOVE CM-DIRECCION TO WS-CIFRA-CAMPO.
           MOVE 25 TO WS-CIFRA-LARGO.
           PERFORM 800-CIFRAR-TEXTO.
           MOVE WS-CIFRA-CAMPO TO WS-FALSO-DIRECCION.
           PERFORM 730-MEDIR-TEXTO.
           MOVE WS-TEXTO-LARGO TO WS-LARGO-DIRECCION.

       720-SUSTITUIR-TITULAR.
           IF WS-TITULAR-HALLADO
               IF WS-LARGO-DIRECCION > 2
                   INSPECT WS-TEXTO-LIBRE REPLACING ALL
                       WS-REAL-DIRECCION(1:WS-LARGO-DIRECCION)
                       BY WS-FALSO-DIRECCION(1:WS-LARGO-DIRECCION)
               END-IF
               IF WS-LARGO-NOMBRE > 2
                   INSPECT WS-TEXTO-LIBRE REPLACING ALL
                       WS-REAL-NOMBRE(1:WS-LARGO-NOMBRE)
                       BY WS-FALSO-NOMBRE(1:WS-LARGO-NOMBRE)
               END-IF
               IF WS-LARGO-APELLIDO > 2
                   INSPECT WS-TEXTO-LIBRE REPLACING ALL
                       WS-REAL-APELLIDO(1:WS-LARGO-APELLIDO)
                       BY WS-FALSO-APELLIDO(1:WS-LARGO-APELLIDO)
               END-IF
           END-IF.

      *  Largo del campo cifrado sin los blancos del final (el cifrado
      *  conserva los blancos, asi que vale para el real tambien).
       730-MEDIR-TEXTO.
           MOVE WS-CIFRA-LARGO TO WS-TEXTO-LARGO.
           PERFORM UNTIL WS-TEXTO-LARGO = ZERO
               OR WS-CIFRA-CAMPO(WS-TEXTO-LARGO:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEXTO-LARGO
           END-PERFORM.

      *****************************************************************
      *  Cifra WS-CIFRA-CAMPO(1:WS-CIFRA-LARGO) en su lugar.  Letras
      *  A-Z y digitos se sustituyen; blancos, signos y letras
      *  acentuadas pasan tal cual.  El blanco reinicia el acumulador
      *  con la clave: cada palabra se cifra sola.
      *****************************************************************
       800-CIFRAR-TEXTO.
           MOVE WS-CLAVE-CIFRADO TO WS-CIFRA-ACUMULADOR.
           PERFORM VARYING WS-IDX-CARACTER FROM 1 BY 1
               UNTIL WS-IDX-CARACTER > WS-CIFRA-LARGO
               MOVE WS-CIFRA-CAMPO(WS-IDX-CARACTER:1) TO WS-CARACTER
               EVALUATE TRUE
                   WHEN WS-CARACTER = SPACE
                       MOVE WS-CLAVE-CIFRADO TO WS-CIFRA-ACUMULADOR
                   WHEN WS-CARACTER NUMERIC
                       PERFORM 820-CIFRAR-DIGITO
                   WHEN OTHER
                       PERFORM 810-CIFRAR-LETRA
               END-EVALUATE
           END-PERFORM.

       810-CIFRAR-LETRA.
           PERFORM VARYING WS-IDX-TABLA FROM 1 BY 1
               UNTIL WS-IDX-TABLA > 26
               OR WS-ALFABETO(WS-IDX-TABLA:1) = WS-CARACTER
               CONTINUE
           END-PERFORM.
           IF WS-IDX-TABLA NOT > 26
               COMPUTE WS-CIFRA-SUMA = WS-IDX-TABLA
                   + WS-CIFRA-ACUMULADOR
               DIVIDE WS-CIFRA-SUMA BY 26 GIVING WS-CIFRA-COCIENTE
                   REMAINDER WS-CIFRA-RESTO
               MOVE WS-ALFABETO(WS-CIFRA-RESTO + 1:1)
                   TO WS-CIFRA-CAMPO(WS-IDX-CARACTER:1)
               MOVE WS-IDX-TABLA TO WS-CIFRA-VALOR
               PERFORM 830-AVANZAR-ACUMULADOR
           END-IF.

       820-CIFRAR-DIGITO.
           MOVE WS-CARACTER TO WS-IDX-TABLA.
           COMPUTE WS-CIFRA-SUMA = WS-IDX-TABLA + WS-CIFRA-ACUMULADOR.
           DIVIDE WS-CIFRA-SUMA BY 10 GIVING WS-CIFRA-COCIENTE
               REMAINDER WS-CIFRA-RESTO.
           MOVE WS-DIGITOS(WS-CIFRA-RESTO + 1:1)
               TO WS-CIFRA-CAMPO(WS-IDX-CARACTER:1).
           COMPUTE WS-CIFRA-VALOR = WS-IDX-TABLA + 27.
           PERFORM 830-AVANZAR-ACUMULADOR.

       830-AVANZAR-ACUMULADOR.
           COMPUTE WS-CIFRA-SUMA = WS-CIFRA-ACUMULADOR * 31
               + WS-CIFRA-VALOR * 7 + 13.
           DIVIDE WS-CIFRA-SUMA BY 99991 GIVING WS-CIFRA-COCIENTE
               REMAINDER WS-CIFRA-RESTO.
           MOVE WS-CIFRA-RESTO TO WS-CIFRA-ACUMULADOR.

       900-IMPRIMIR-RESUMEN.
           DISPLAY 'COPIA ENMASCARADA PARA PRUEBAS, PREFIJO '
               WS-PREFIJO-DESTINO.
           DISPLAY 'CLIENTES DEL MAESTRO       : ' WS-CONTADOR-MAESTRO.
           DISPLAY 'MOVIMIENTOS DE CUSTHIST    : '
               WS-CONTADOR-HISTORIA.
           DISPLAY 'PARTIDAS DE TRANDAT        : '
               WS-CONTADOR-TRANDAT.
           DISPLAY 'EVENTOS DEL LIBRO CHEQUES  : '
               WS-CONTADOR-CHEQUES.
           DISPLAY 'LINEAS DE ESTADOS          : '
               WS-CONTADOR-ESTADOS.
       END PROGRAM CUSTMASK.
