       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMNT.
      *****************************************************************
      *  Mantenimiento en linea de las relaciones entre clientes
      *  (CUSTREL.CPY), hermana de BANCMNT: conyuge, pareja en union
      *  libre, cotitular, garante y autorizado.  NIVEL88 sabe que un
      *  cliente esta casado pero no con quien; aqui se registra el
      *  vinculo para que credito y cobranza vean el hogar completo
      *  (HOGAREXP, CUST360).
      *    - Ambos clientes deben existir en el maestro y ser
      *      distintos.
      *    - Un vinculo de conyuge exige que los dos esten casados en
      *      CM-ESTADO-CIVIL, y uno de pareja que los dos esten en
      *      union libre; ninguno puede tener ya otro vinculo
      *      conyugal vigente.
      *    - No se repite una relacion vigente del mismo tipo entre
      *      los mismos clientes.
      *  La terminacion pone fecha de fin a los dos registros de la
      *  relacion; nada se borra, la historia queda.  Cada alta o
      *  terminacion queda en la bitacora RELAUD (DISP=MOD) con el
      *  operador, igual que BANCAUD en BANCMNT.
      *  El operador es el de la sesion (SESMENU): bajo el menu
      *  MENUOPER no se vuelve a pedir, y fuera de el se pide una vez
      *  contra OPERSEC.  'C' en lugar del numero del cliente A (o del
      *  consultado) toma el cliente en curso; los dos clientes de
      *  cada alta o terminacion, el consultado y cada cliente
      *  vinculado que se muestra quedan en la bitacora de accesos
      *  (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREL-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLAVE
               FILE STATUS IS WS-CUSTREL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT BITACORA-FILE ASSIGN TO "RELAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREL-FILE.
           COPY CUSTREL.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  BITACORA-FILE.
           COPY RELAUD.
       WORKING-STORAGE SECTION.
       01 WS-CUSTREL-STATUS        PIC X(2).
           88 WS-CUSTREL-OK        VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-BITACORA-STATUS       PIC X(2).
           88 WS-BITACORA-OK       VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'RELMNT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-OPERADOR              PIC X(4).
       01 WS-OPCION                PIC X(1).
           88 WS-OPCION-ALTA       VALUE 'A'.
           88 WS-OPCION-FIN-REL    VALUE 'F'.
           88 WS-OPCION-CONSULTA   VALUE 'L'.
           88 WS-OPCION-FIN        VALUE '0'.
       01 WS-CUST-A                PIC 9(6).
       01 WS-CUST-B                PIC 9(6).
       01 WS-TIPO                  PIC X(1).
           88 WS-TIPO-VALIDO       VALUE 'C' 'U' 'T' 'G' 'P'.
           88 WS-TIPO-CONYUGE      VALUE 'C'.
           88 WS-TIPO-PAREJA       VALUE 'U'.
           88 WS-TIPO-CONYUGAL     VALUE 'C' 'U'.
       01 WS-FECHA-CAPTURA         PIC 9(8).
       01 WS-FECHA-CAPTURA-R REDEFINES WS-FECHA-CAPTURA.
           05  WS-FC-ANO           PIC 9(4).
           05  WS-FC-MES           PIC 9(2).
           05  WS-FC-DIA           PIC 9(2).
       01 WS-DATOS-VALIDOS         PIC X(1).
           88 WS-DATOS-SON-VALIDOS VALUE 'S'.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
      *****************************************************************
      *  Recorrido de los vinculos de un cliente (START sobre
      *  RL-CUST-A): lo que se busca y lo que se encontro.
      *****************************************************************
       01 WS-BUSCA-CUST            PIC 9(6).
       01 WS-BUSCA-OTRO            PIC 9(6).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-FIN-VINCULOS          PIC X(1).
           88 WS-SIN-MAS-VINCULOS  VALUE 'S'.
       01 WS-HAY-DUPLICADO         PIC X(1).
           88 WS-RELACION-DUPLICADA VALUE 'S'.
       01 WS-HAY-CONYUGAL          PIC X(1).
           88 WS-CONYUGAL-VIGENTE  VALUE 'S'.
       01 WS-CLAVE-HALLADA.
           05  WS-CH-CUST-A        PIC 9(6).
           05  WS-CH-CUST-B        PIC 9(6).
           05  WS-CH-TIPO          PIC X(1).
           05  WS-CH-FECHA-INICIO  PIC 9(8).
       01 WS-SENTIDO-HALLADO       PIC X(1).
           88 WS-HALLADO-DIRECTO   VALUE 'D'.
       01 WS-CONTADOR-VINCULOS     PIC 9(3) VALUE ZERO.
       01 WS-DESC-RELACION         PIC X(16).
       01 WS-CONTADOR-ALTAS        PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-TERMINADAS   PIC 9(3) VALUE ZERO.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'RELMNT'.
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
           OPEN I-O CUSTREL-FILE.
           IF NOT WS-CUSTREL-OK
               MOVE 'NO SE PUDO ABRIR CUSTREL' TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               DISPLAY 'NO SE PUDO ABRIR CUSTREL, ESTADO '
                   WS-CUSTREL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           OPEN EXTEND BITACORA-FILE.
           PERFORM UNTIL WS-OPCION-FIN
               DISPLAY 'OPCION: A ALTA, F TERMINA RELACION, '
                   'L CONSULTA, 0 TERMINA'
               ACCEPT WS-OPCION
               PERFORM 150-VERIFICAR-SESION
               EVALUATE TRUE
                   WHEN WS-OPCION-ALTA
                       PERFORM 300-REGISTRAR-RELACION
                   WHEN WS-OPCION-FIN-REL
                       PERFORM 400-TERMINAR-RELACION
                   WHEN WS-OPCION-CONSULTA
                       PERFORM 500-CONSULTAR-RELACIONES
                   WHEN WS-OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
           CLOSE BITACORA-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE CUSTREL-FILE.
           DISPLAY 'RELACIONES REGISTRADAS: ' WS-CONTADOR-ALTAS.
           DISPLAY 'RELACIONES TERMINADAS : ' WS-CONTADOR-TERMINADAS.
           GOBACK.

      *****************************************************************
      *  Vencida la sesion por inactividad la transaccion termina.
      *****************************************************************
       150-VERIFICAR-SESION.
           MOVE 'C' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF WS-SE-RETORNO = 12
               MOVE '0' TO WS-OPCION
           END-IF.

      *****************************************************************
      *  Pide los dos clientes y el tipo; en las relaciones dirigidas
      *  el primero es el garante o el autorizado.
      *****************************************************************
       200-PEDIR-RELACION.
           DISPLAY 'CLIENTE A, NUMERO Y DIGITO (C EN CURSO)'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 220-ELEGIR-CLIENTE.
           MOVE WS-DV-CUST-NUMBER TO WS-CUST-A.
           DISPLAY 'CLIENTE B, NUMERO Y DIGITO'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 210-VERIFICAR-NUMERO.
           MOVE WS-DV-CUST-NUMBER TO WS-CUST-B.
           DISPLAY 'TIPO: C CONYUGE, U UNION LIBRE, T COTITULAR, '
               'G A GARANTE DE B, P A AUTORIZADO DE B'.
           ACCEPT WS-TIPO.

      *****************************************************************
      *  El cliente se teclea con su digito verificador; el numero
      *  sin digito o con un digito que no cuadra queda en cero.
      *****************************************************************
       210-VERIFICAR-NUMERO.
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
      *  'C' toma el cliente en curso de la sesion; un numero valido
      *  tecleado pasa a ser el cliente en curso.  Vencida la sesion
      *  la transaccion termina.
      *****************************************************************
       220-ELEGIR-CLIENTE.
           MOVE 'C' TO WS-SE-FUNCION.
           IF WS-DV-NUMERO-EXTERNO = 'C'
               MOVE ZERO TO WS-DV-CUST-NUMBER
           ELSE
               PERFORM 210-VERIFICAR-NUMERO
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
      *  Fecha tecleada por el operador; cero toma la de hoy.
      *****************************************************************
       250-VALIDAR-FECHA.
           IF WS-FECHA-CAPTURA = ZERO
               MOVE WS-FECHA-HOY TO WS-FECHA-CAPTURA
           END-IF.
           IF WS-FC-MES < 1 OR WS-FC-MES > 12
              OR WS-FC-DIA < 1 OR WS-FC-DIA > 31
               DISPLAY 'FECHA NO VALIDA, OPERACION RECHAZADA'
               MOVE 'N' TO WS-DATOS-VALIDOS
           ELSE
               IF WS-FECHA-CAPTURA > WS-FECHA-HOY
                   DISPLAY 'FECHA FUTURA, OPERACION RECHAZADA'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

       300-REGISTRAR-RELACION.
           PERFORM 200-PEDIR-RELACION.
           DISPLAY 'FECHA DE INICIO AAAAMMDD (CERO = HOY)'.
           ACCEPT WS-FECHA-CAPTURA.
           PERFORM 350-VALIDAR-RELACION.
           IF WS-DATOS-SON-VALIDOS
               PERFORM 360-GRABAR-RELACION
           END-IF.

       350-VALIDAR-RELACION.
           MOVE 'S' TO WS-DATOS-VALIDOS.
           IF NOT WS-TIPO-VALIDO
               DISPLAY 'TIPO DE RELACION NO VALIDO, ALTA RECHAZADA'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-CUST-A = WS-CUST-B
               DISPLAY 'UN CLIENTE NO SE RELACIONA CONSIGO MISMO, '
                   'ALTA RECHAZADA'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
           PERFORM 250-VALIDAR-FECHA.
           IF WS-DATOS-SON-VALIDOS
               MOVE WS-CUST-A TO CM-CUST-NUMBER
               PERFORM 355-VALIDAR-CLIENTE
               MOVE WS-CUST-B TO CM-CUST-NUMBER
               PERFORM 355-VALIDAR-CLIENTE
           END-IF.
           IF WS-DATOS-SON-VALIDOS
               MOVE WS-CUST-A TO WS-BUSCA-CUST
               MOVE WS-CUST-B TO WS-BUSCA-OTRO
               PERFORM 380-REVISAR-VINCULOS
               IF WS-RELACION-DUPLICADA
                   DISPLAY 'YA EXISTE ESA RELACION VIGENTE, '
                       'ALTA RECHAZADA'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
               IF WS-TIPO-CONYUGAL AND WS-CONYUGAL-VIGENTE
                   DISPLAY 'EL CLIENTE ' WS-CUST-A ' YA TIENE '
                       'VINCULO CONYUGAL VIGENTE, ALTA RECHAZADA'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF WS-DATOS-SON-VALIDOS AND WS-TIPO-CONYUGAL
               MOVE WS-CUST-B TO WS-BUSCA-CUST
               MOVE WS-CUST-A TO WS-BUSCA-OTRO
               PERFORM 380-REVISAR-VINCULOS
               IF WS-CONYUGAL-VIGENTE
                   DISPLAY 'EL CLIENTE ' WS-CUST-B ' YA TIENE '
                       'VINCULO CONYUGAL VIGENTE, ALTA RECHAZADA'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

      *****************************************************************
      *  El cliente debe existir; en un vinculo conyugal su estado
      *  civil del maestro tiene que concordar con el tipo.
      *****************************************************************
       355-VALIDAR-CLIENTE.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY 'CLIENTE ' CM-CUST-NUMBER ' NO EXISTE, '
                       'ALTA RECHAZADA'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               NOT INVALID KEY
                   IF WS-TIPO-CONYUGE AND NOT CM-CASADO
                       DISPLAY 'EL CLIENTE ' CM-CUST-NUMBER
                           ' NO ESTA CASADO EN EL MAESTRO, '
                           'ALTA RECHAZADA'
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
                   IF WS-TIPO-PAREJA AND NOT CM-UNION-LIBRE
                       DISPLAY 'EL CLIENTE ' CM-CUST-NUMBER
                           ' NO ESTA EN UNION LIBRE EN EL MAESTRO, '
                           'ALTA RECHAZADA'
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
           END-READ.

      *****************************************************************
      *  Graba la relacion desde los dos clientes: el registro
      *  directo tal como se capturo y su imagen invertida.
      *****************************************************************
       360-GRABAR-RELACION.
           MOVE SPACES TO CUSTREL-REGISTRO.
           MOVE WS-CUST-A TO RL-CUST-A.
           MOVE WS-CUST-B TO RL-CUST-B.
           MOVE WS-TIPO TO RL-TIPO.
           MOVE WS-FECHA-CAPTURA TO RL-FECHA-INICIO.
           SET RL-DIRECTO TO TRUE.
           MOVE ZERO TO RL-FECHA-FIN.
           MOVE WS-FECHA-HOY TO RL-FECHA-ALTA.
           MOVE WS-OPERADOR TO RL-OPERADOR.
           MOVE WS-EL-PROGRAMA TO RL-PROGRAMA.
           WRITE CUSTREL-REGISTRO
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR, ESTADO '
                       WS-CUSTREL-STATUS
               NOT INVALID KEY
                   MOVE WS-CUST-B TO RL-CUST-A
                   MOVE WS-CUST-A TO RL-CUST-B
                   SET RL-INVERSO TO TRUE
                   WRITE CUSTREL-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR IMAGEN, ESTADO '
                               WS-CUSTREL-STATUS
                           MOVE SPACES TO WS-EL-DATO-OFENSOR
                           MOVE WS-CUST-A TO WS-EL-DATO-OFENSOR(1:6)
                           MOVE WS-CUST-B TO WS-EL-DATO-OFENSOR(8:6)
                           MOVE 'RELACION SIN IMAGEN'
                               TO WS-EL-DATO-OFENSOR(15:19)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                   END-WRITE
                   ADD 1 TO WS-CONTADOR-ALTAS
                   MOVE SPACES TO RELAUD-REGISTRO
                   MOVE 'ALTA' TO RA-ACCION
                   MOVE WS-CUST-A TO RA-CUST-A
                   MOVE WS-CUST-B TO RA-CUST-B
                   MOVE WS-FECHA-CAPTURA TO RA-FECHA-INICIO
                   MOVE ZERO TO RA-FECHA-FIN
                   PERFORM 700-ASENTAR-BITACORA
                   DISPLAY 'RELACION REGISTRADA'
           END-WRITE.

      *****************************************************************
      *  Recorre los vinculos de WS-BUSCA-CUST: marca si ya hay uno
      *  vigente del tipo tecleado con WS-BUSCA-OTRO (y guarda su
      *  clave) y si tiene algun vinculo conyugal vigente.  Una
      *  relacion dirigida solo casa en el sentido en que se capturo:
      *  que A garantice a B no dice nada de que B garantice a A.
      *****************************************************************
       380-REVISAR-VINCULOS.
           MOVE 'N' TO WS-HAY-DUPLICADO.
           MOVE 'N' TO WS-HAY-CONYUGAL.
           MOVE 'N' TO WS-FIN-VINCULOS.
           PERFORM 390-POSICIONAR-VINCULOS.
           PERFORM UNTIL WS-SIN-MAS-VINCULOS
               IF RL-VIGENTE
                   IF RL-CUST-B = WS-BUSCA-OTRO AND RL-TIPO = WS-TIPO
                      AND (RL-DIRECTO OR NOT RL-RELACION-DIRIGIDA)
                       SET WS-RELACION-DUPLICADA TO TRUE
                       MOVE RL-CLAVE TO WS-CLAVE-HALLADA
                       MOVE RL-SENTIDO TO WS-SENTIDO-HALLADO
                   END-IF
                   IF RL-VINCULO-CONYUGAL
                       SET WS-CONYUGAL-VIGENTE TO TRUE
                   END-IF
               END-IF
               PERFORM 395-LEER-VINCULO
           END-PERFORM.

       390-POSICIONAR-VINCULOS.
           MOVE WS-BUSCA-CUST TO RL-CUST-A.
           MOVE ZERO TO RL-CUST-B.
           MOVE SPACES TO RL-TIPO.
           MOVE ZERO TO RL-FECHA-INICIO.
           START CUSTREL-FILE KEY NOT < RL-CLAVE
               INVALID KEY
                   SET WS-SIN-MAS-VINCULOS TO TRUE
           END-START.
           IF NOT WS-SIN-MAS-VINCULOS
               PERFORM 395-LEER-VINCULO
           END-IF.

       395-LEER-VINCULO.
           READ CUSTREL-FILE NEXT
               AT END
                   SET WS-SIN-MAS-VINCULOS TO TRUE
               NOT AT END
                   IF RL-CUST-A NOT = WS-BUSCA-CUST
                       SET WS-SIN-MAS-VINCULOS TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *  Terminacion: se busca la relacion vigente desde el cliente A
      *  (sirve teclearla en cualquier orden) y se pone la fecha de
      *  fin en sus dos registros.
      *****************************************************************
       400-TERMINAR-RELACION.
           PERFORM 200-PEDIR-RELACION.
           DISPLAY 'FECHA DE FIN AAAAMMDD (CERO = HOY)'.
           ACCEPT WS-FECHA-CAPTURA.
           MOVE 'S' TO WS-DATOS-VALIDOS.
           PERFORM 250-VALIDAR-FECHA.
           IF WS-DATOS-SON-VALIDOS
               MOVE WS-CUST-A TO WS-BUSCA-CUST
               MOVE WS-CUST-B TO WS-BUSCA-OTRO
               PERFORM 380-REVISAR-VINCULOS
               IF NOT WS-RELACION-DUPLICADA
                   DISPLAY 'NO HAY RELACION VIGENTE DE ESE TIPO'
               ELSE
                   IF WS-FECHA-CAPTURA < WS-CH-FECHA-INICIO
                       DISPLAY 'LA FECHA DE FIN ES ANTERIOR AL INICIO '
                           WS-CH-FECHA-INICIO
                   ELSE
                       PERFORM 450-CERRAR-RELACION
                   END-IF
               END-IF
           END-IF.

       450-CERRAR-RELACION.
           MOVE WS-CLAVE-HALLADA TO RL-CLAVE.
           PERFORM 460-PONER-FIN.
           MOVE WS-CH-CUST-B TO RL-CUST-A.
           MOVE WS-CH-CUST-A TO RL-CUST-B.
           MOVE WS-CH-TIPO TO RL-TIPO.
           MOVE WS-CH-FECHA-INICIO TO RL-FECHA-INICIO.
           PERFORM 460-PONER-FIN.
           ADD 1 TO WS-CONTADOR-TERMINADAS.
           MOVE SPACES TO RELAUD-REGISTRO.
           MOVE 'FIN' TO RA-ACCION.
           MOVE WS-CH-FECHA-INICIO TO RA-FECHA-INICIO.
           MOVE WS-FECHA-CAPTURA TO RA-FECHA-FIN.
           IF WS-HALLADO-DIRECTO
               MOVE WS-CH-CUST-A TO RA-CUST-A
               MOVE WS-CH-CUST-B TO RA-CUST-B
           ELSE
               MOVE WS-CH-CUST-B TO RA-CUST-A
               MOVE WS-CH-CUST-A TO RA-CUST-B
           END-IF.
           PERFORM 700-ASENTAR-BITACORA.
           DISPLAY 'RELACION TERMINADA'.

       460-PONER-FIN.
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
                   MOVE WS-FECHA-CAPTURA TO RL-FECHA-FIN
                   MOVE WS-OPERADOR TO RL-OPERADOR
                   MOVE WS-EL-PROGRAMA TO RL-PROGRAMA
                   REWRITE CUSTREL-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR, ESTADO '
                               WS-CUSTREL-STATUS
                   END-REWRITE
           END-READ.

      *****************************************************************
      *  Todos los vinculos del cliente, vigentes y terminados.
      *****************************************************************
       500-CONSULTAR-RELACIONES.
           DISPLAY 'NUMERO DE CLIENTE CON SU DIGITO (C EN CURSO)'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 220-ELEGIR-CLIENTE.
           MOVE WS-DV-CUST-NUMBER TO WS-BUSCA-CUST.
           IF WS-BUSCA-CUST NOT = ZERO
               MOVE 'C' TO WS-AL-ACCION
               CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-BUSCA-CUST
                   WS-AL-ACCION
           END-IF.
           MOVE ZERO TO WS-CONTADOR-VINCULOS.
           MOVE 'N' TO WS-FIN-VINCULOS.
           PERFORM 390-POSICIONAR-VINCULOS.
           PERFORM UNTIL WS-SIN-MAS-VINCULOS
               ADD 1 TO WS-CONTADOR-VINCULOS
               PERFORM 600-DESCRIBIR-RELACION
               MOVE RL-CUST-B TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO CM-NOMBRE
                       MOVE SPACES TO CM-APELLIDO
                   NOT INVALID KEY
                       MOVE 'C' TO WS-AL-ACCION
                       CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                           CM-CUST-NUMBER WS-AL-ACCION
               END-READ
               IF RL-VIGENTE
                   DISPLAY WS-DESC-RELACION ' ' RL-CUST-B ' '
                       CM-NOMBRE ' ' CM-APELLIDO
                       ' DESDE ' RL-FECHA-INICIO ' VIGENTE'
               ELSE
                   DISPLAY WS-DESC-RELACION ' ' RL-CUST-B ' '
                       CM-NOMBRE ' ' CM-APELLIDO
                       ' DESDE ' RL-FECHA-INICIO ' HASTA '
                       RL-FECHA-FIN
               END-IF
               PERFORM 395-LEER-VINCULO
           END-PERFORM.
           IF WS-CONTADOR-VINCULOS = ZERO
               DISPLAY 'EL CLIENTE NO TIENE RELACIONES'
           END-IF.

      *****************************************************************
      *  Tipo leido desde el cliente A del registro: en las
      *  relaciones dirigidas la imagen invertida se lee al reves.
      *****************************************************************
       600-DESCRIBIR-RELACION.
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

       700-ASENTAR-BITACORA.
           MOVE WS-FECHA-HOY TO RA-FECHA.
           MOVE WS-HORA-AHORA TO RA-HORA.
           MOVE WS-OPERADOR TO RA-OPERADOR.
           MOVE WS-EL-PROGRAMA TO RA-PROGRAMA.
           MOVE WS-TIPO TO RA-TIPO.
           WRITE RELAUD-REGISTRO.
           MOVE 'M' TO WS-AL-ACCION.
           CALL 'ACCESLOG' USING WS-AL-PROGRAMA RA-CUST-A WS-AL-ACCION.
           CALL 'ACCESLOG' USING WS-AL-PROGRAMA RA-CUST-B WS-AL-ACCION.
       END PROGRAM RELMNT.
