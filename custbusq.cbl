       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBUSQ.
      *****************************************************************
      *  Busqueda de cliente para las transacciones en linea (CUSTINQ,
      *  CUST360, CUSTUPD y NIVEL88): el representante elige buscar
      *  por numero, por documento de identidad (primera clave alterna
      *  del maestro) o por nombre y apellido (CM-NOMBRE-CLAVE,
      *  segunda clave alterna, con duplicados).  Las coincidencias
      *  salen en una lista numerada de la que se elige el renglon;
      *  el numero de cliente elegido vuelve al llamador, que lo lee
      *  en su propio maestro como siempre.  La clave de nombre va
      *  nombre primero, asi que el nombre es obligatorio y el
      *  apellido, si viene, acota la lista.  Abre y cierra el
      *  maestro por llamada, igual que OPERAUTH con OPERSEC.
      *  Por numero se teclean las siete posiciones del numero
      *  externo (seis digitos y el digito verificador, ver CUSTDV);
      *  un numero con el digito que no corresponde no se acepta.
      *  Dentro de una sesion de operador (SESMENU) ofrece ademas el
      *  cliente en curso, deja como cliente en curso el que se elija
      *  y, vencida la sesion por inactividad, termina la transaccion.
      *  La busqueda por nombre recorre tambien los nombres anteriores
      *  de NOMBANT (clave alterna NA-NOMBRE-CLAVE) y lista al cliente
      *  que cambio de nombre con el anterior que coincidio; sin
      *  NOMBANT asignado se busca solo en el maestro.
      *  Cada cliente que sale en la lista, tambien el que aparece
      *  solo por un nombre anterior, queda en la bitacora de accesos
      *  (ACCESLOG) como consulta.
      *  Resultado:
      *    'S' cliente elegido en LK-CUST-NUMBER
      *    'N' sin eleccion (sin coincidencias o renglon 0)
      *    'F' el representante termino la transaccion
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
           SELECT NOMBANT-FILE ASSIGN TO "NOMBANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-CLAVE
               ALTERNATE RECORD KEY IS NA-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-NOMBANT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  NOMBANT-FILE.
           COPY NOMBANT.
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-NOMBANT-STATUS        PIC X(2).
           88 WS-NOMBANT-OK        VALUE '00'.
       01 WS-FIN-MAESTRO           PIC X(1) VALUE 'N'.
           88 WS-MAESTRO-EOF       VALUE 'S'.
       01 WS-MODO-BUSQUEDA         PIC X(1).
           88 WS-BUSCA-FIN         VALUES '0' SPACE.
           88 WS-BUSCA-NUMERO      VALUE 'N'.
           88 WS-BUSCA-DOCUMENTO   VALUE 'D'.
           88 WS-BUSCA-NOMBRE      VALUE 'A'.
           88 WS-BUSCA-EN-CURSO    VALUE 'C'.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VENCIDA    VALUE 12.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'CUSTBUSQ'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'C'.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-DOC-BUSCADO           PIC X(11).
       01 WS-NOMBRE-BUSCADO        PIC X(12).
       01 WS-APELLIDO-BUSCADO      PIC X(10).
       01 WS-ELECCION              PIC 9(2).
       01 WS-HAY-MAS               PIC X(1) VALUE 'N'.
           88 WS-QUEDAN-MAS        VALUE 'S'.
      *****************************************************************
      *  Lista de coincidencias mostrada al representante; una
      *  busqueda que trae mas de 20 se corta y pide acotar.
      *****************************************************************
       01 WS-TABLA-COINCIDENCIAS.
           05  WS-COINCIDENCIA     OCCURS 20 TIMES.
               10  WS-TC-CUST      PIC 9(6).
       01 WS-CONTADOR-COINCIDENCIAS PIC 9(2) VALUE ZERO.
       01 WS-IDX-COINCIDENCIA      PIC 9(2).
       01 WS-FIN-ANTERIORES        PIC X(1) VALUE 'N'.
           88 WS-SIN-MAS-ANTERIORES VALUE 'S'.
       01 WS-YA-LISTADO            PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-LISTADO   VALUE 'S'.
       01 WS-LINEA-LISTA.
           05  WS-LL-RENGLON       PIC Z9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LL-CLIENTE       PIC 9(6).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-LL-DIGITO        PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LL-NOMBRE        PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LL-APELLIDO      PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LL-DOCUMENTO     PIC X(11).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LL-CIUDAD        PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LL-ESTADO        PIC X(8).
       LINKAGE SECTION.
       01 LK-CUST-NUMBER           PIC 9(6).
       01 LK-RESULTADO             PIC X(1).
           88 LK-CLIENTE-ELEGIDO   VALUE 'S'.
           88 LK-SIN-ELECCION      VALUE 'N'.
           88 LK-FIN-CONSULTA      VALUE 'F'.
       PROCEDURE DIVISION USING LK-CUST-NUMBER LK-RESULTADO.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE ZERO TO LK-CUST-NUMBER.
           SET LK-SIN-ELECCION TO TRUE.
           MOVE ZERO TO WS-CONTADOR-COINCIDENCIAS.
           MOVE 'N' TO WS-HAY-MAS.
           MOVE 'C' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF WS-SESION-VENCIDA
               SET LK-FIN-CONSULTA TO TRUE
               GOBACK
           END-IF.
           IF WS-SE-CLIENTE NOT = ZERO
               DISPLAY 'C CLIENTE EN CURSO ' WS-SE-CLIENTE
           END-IF.
           DISPLAY 'BUSCAR CLIENTE POR: N NUMERO, D DOCUMENTO, '
               'A NOMBRE Y APELLIDO (0 TERMINA)'.
           ACCEPT WS-MODO-BUSQUEDA.
           EVALUATE TRUE
               WHEN WS-BUSCA-FIN
                   SET LK-FIN-CONSULTA TO TRUE
               WHEN WS-BUSCA-EN-CURSO AND WS-SE-CLIENTE NOT = ZERO
                   MOVE WS-SE-CLIENTE TO LK-CUST-NUMBER
                   SET LK-CLIENTE-ELEGIDO TO TRUE
               WHEN WS-BUSCA-NUMERO
                   DISPLAY 'INTRODUCE EL NUMERO DE CLIENTE CON SU '
                       'DIGITO VERIFICADOR'
                   MOVE SPACES TO WS-DV-NUMERO-EXTERNO
                   ACCEPT WS-DV-NUMERO-EXTERNO
                   PERFORM 050-VERIFICAR-NUMERO
               WHEN WS-BUSCA-DOCUMENTO
                   PERFORM 200-BUSCAR-POR-DOCUMENTO
               WHEN WS-BUSCA-NOMBRE
                   PERFORM 300-BUSCAR-POR-NOMBRE
               WHEN OTHER
                   DISPLAY 'OPCION DE BUSQUEDA NO VALIDA'
           END-EVALUATE.
           IF LK-CLIENTE-ELEGIDO
               MOVE 'F' TO WS-SE-FUNCION
               MOVE LK-CUST-NUMBER TO WS-SE-CLIENTE
               CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
                   WS-SE-CLIENTE WS-SE-RETORNO
           END-IF.
           GOBACK.

      *****************************************************************
      *  En pantalla solo vale el numero completo con su digito: el
      *  formato anterior sin digito queda para las entradas por
      *  lotes que todavia lo traen.
      *****************************************************************
       050-VERIFICAR-NUMERO.
           MOVE 'V' TO WS-DV-FUNCION.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           EVALUATE WS-DV-RETORNO
               WHEN ZERO
                   MOVE WS-DV-CUST-NUMBER TO LK-CUST-NUMBER
                   SET LK-CLIENTE-ELEGIDO TO TRUE
               WHEN 4
               WHEN 8
                   DISPLAY 'FALTA EL DIGITO VERIFICADOR DEL NUMERO'
               WHEN 12
                   DISPLAY 'DIGITO VERIFICADOR INCORRECTO, REVISE '
                       'EL NUMERO'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       100-ABRIR-MAESTRO.
           MOVE 'N' TO WS-FIN-MAESTRO.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               SET WS-MAESTRO-EOF TO TRUE
           END-IF.

       200-BUSCAR-POR-DOCUMENTO.
           DISPLAY 'INTRODUCE EL DOCUMENTO DE IDENTIDAD'.
           ACCEPT WS-DOC-BUSCADO.
           IF WS-DOC-BUSCADO = SPACES
               DISPLAY 'DOCUMENTO NO INFORMADO'
           ELSE
               PERFORM 100-ABRIR-MAESTRO
               IF NOT WS-MAESTRO-EOF
                   MOVE WS-DOC-BUSCADO TO CM-DOCUMENTO-IDENTIDAD
                   START CUSTMAST-FILE
                       KEY IS = CM-DOCUMENTO-IDENTIDAD
                       INVALID KEY
                           SET WS-MAESTRO-EOF TO TRUE
                   END-START
                   PERFORM 250-LEER-SIGUIENTE
                   PERFORM UNTIL WS-MAESTRO-EOF
                       OR CM-DOCUMENTO-IDENTIDAD NOT = WS-DOC-BUSCADO
                       PERFORM 260-AGREGAR-COINCIDENCIA
                       PERFORM 250-LEER-SIGUIENTE
                   END-PERFORM
                   CLOSE CUSTMAST-FILE
                   PERFORM 400-ELEGIR-CLIENTE
               END-IF
           END-IF.

       250-LEER-SIGUIENTE.
           IF NOT WS-MAESTRO-EOF
               READ CUSTMAST-FILE NEXT
                   AT END SET WS-MAESTRO-EOF TO TRUE
               END-READ
           END-IF.

       260-AGREGAR-COINCIDENCIA.
           IF WS-CONTADOR-COINCIDENCIAS < 20
               ADD 1 TO WS-CONTADOR-COINCIDENCIAS
               MOVE CM-CUST-NUMBER
                   TO WS-TC-CUST(WS-CONTADOR-COINCIDENCIAS)
               MOVE WS-CONTADOR-COINCIDENCIAS TO WS-LL-RENGLON
               MOVE CM-CUST-NUMBER TO WS-LL-CLIENTE
               MOVE CM-DIGITO-VERIFICADOR TO WS-LL-DIGITO
               MOVE CM-NOMBRE TO WS-LL-NOMBRE
               MOVE CM-APELLIDO TO WS-LL-APELLIDO
               MOVE CM-DOCUMENTO-IDENTIDAD TO WS-LL-DOCUMENTO
               MOVE CM-CIUDAD TO WS-LL-CIUDAD
               IF CM-CLIENTE-INACTIVO
                   MOVE 'INACTIVO' TO WS-LL-ESTADO
               ELSE
                   MOVE 'ACTIVO' TO WS-LL-ESTADO
               END-IF
               DISPLAY WS-LINEA-LISTA
               CALL 'ACCESLOG' USING WS-AL-PROGRAMA CM-CUST-NUMBER
                   WS-AL-ACCION
           ELSE
               SET WS-QUEDAN-MAS TO TRUE
               SET WS-MAESTRO-EOF TO TRUE
           END-IF.

      *****************************************************************
      *  Posiciona en nombre mas apellido (el apellido en blanco deja
      *  el recorrido en el primer cliente con ese nombre) y lee
      *  mientras el nombre, y el apellido si vino, sigan iguales.
      *****************************************************************
       300-BUSCAR-POR-NOMBRE.
           DISPLAY 'INTRODUCE EL NOMBRE'.
           ACCEPT WS-NOMBRE-BUSCADO.
           DISPLAY 'INTRODUCE EL APELLIDO (ESPACIOS TODOS)'.
           ACCEPT WS-APELLIDO-BUSCADO.
           IF WS-NOMBRE-BUSCADO = SPACES
               DISPLAY 'NOMBRE NO INFORMADO'
           ELSE
               PERFORM 100-ABRIR-MAESTRO
               IF NOT WS-MAESTRO-EOF
                   MOVE WS-NOMBRE-BUSCADO TO CM-NOMBRE
                   MOVE WS-APELLIDO-BUSCADO TO CM-APELLIDO
                   START CUSTMAST-FILE
                       KEY IS NOT < CM-NOMBRE-CLAVE
                       INVALID KEY
                           SET WS-MAESTRO-EOF TO TRUE
                   END-START
                   PERFORM 250-LEER-SIGUIENTE
                   PERFORM UNTIL WS-MAESTRO-EOF
                       OR CM-NOMBRE NOT = WS-NOMBRE-BUSCADO
                       OR (WS-APELLIDO-BUSCADO NOT = SPACES
                           AND CM-APELLIDO NOT = WS-APELLIDO-BUSCADO)
                       PERFORM 260-AGREGAR-COINCIDENCIA
                       PERFORM 250-LEER-SIGUIENTE
                   END-PERFORM
                   IF NOT WS-QUEDAN-MAS
                       PERFORM 350-BUSCAR-NOMBRES-ANTERIORES
                   END-IF
                   CLOSE CUSTMAST-FILE
                   PERFORM 400-ELEGIR-CLIENTE
               END-IF
           END-IF.

      *****************************************************************
      *  Mismo criterio sobre los nombres anteriores.  El cliente que
      *  ya salio en la lista (por su nombre vigente o por otro
      *  anterior) no se repite; el resto se lee en el maestro para
      *  mostrarlo con sus datos actuales, y su renglon queda en
      *  ACCESLOG como cualquier otro de la lista.
      *****************************************************************
       350-BUSCAR-NOMBRES-ANTERIORES.
           OPEN INPUT NOMBANT-FILE.
           IF WS-NOMBANT-OK
               MOVE 'N' TO WS-FIN-ANTERIORES
               MOVE WS-NOMBRE-BUSCADO TO NA-NOMBRE
               MOVE WS-APELLIDO-BUSCADO TO NA-APELLIDO
               START NOMBANT-FILE
                   KEY IS NOT < NA-NOMBRE-CLAVE
                   INVALID KEY
                       SET WS-SIN-MAS-ANTERIORES TO TRUE
               END-START
               PERFORM 355-LEER-ANTERIOR
               PERFORM UNTIL WS-SIN-MAS-ANTERIORES OR WS-QUEDAN-MAS
                   OR NA-NOMBRE NOT = WS-NOMBRE-BUSCADO
                   OR (WS-APELLIDO-BUSCADO NOT = SPACES
                       AND NA-APELLIDO NOT = WS-APELLIDO-BUSCADO)
                   PERFORM 360-AGREGAR-ANTERIOR
                   PERFORM 355-LEER-ANTERIOR
               END-PERFORM
               CLOSE NOMBANT-FILE
           END-IF.

       355-LEER-ANTERIOR.
           IF NOT WS-SIN-MAS-ANTERIORES
               READ NOMBANT-FILE NEXT
                   AT END SET WS-SIN-MAS-ANTERIORES TO TRUE
               END-READ
           END-IF.

       360-AGREGAR-ANTERIOR.
           MOVE 'N' TO WS-YA-LISTADO.
           PERFORM VARYING WS-IDX-COINCIDENCIA FROM 1 BY 1
               UNTIL WS-IDX-COINCIDENCIA > WS-CONTADOR-COINCIDENCIAS
               IF WS-TC-CUST(WS-IDX-COINCIDENCIA) = NA-CUST-NUMBER
                   SET WS-CLIENTE-LISTADO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-CLIENTE-LISTADO
               MOVE NA-CUST-NUMBER TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   KEY IS CM-CUST-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 260-AGREGAR-COINCIDENCIA
                       IF NOT WS-QUEDAN-MAS
                           DISPLAY '      NOMBRE ANTERIOR: '
                               NA-NOMBRE ' ' NA-APELLIDO
                               ' HASTA ' NA-FECHA-HASTA
                       END-IF
               END-READ
           END-IF.

       400-ELEGIR-CLIENTE.
           IF WS-CONTADOR-COINCIDENCIAS = ZERO
               DISPLAY 'SIN COINCIDENCIAS EN EL MAESTRO'
           ELSE
               IF WS-QUEDAN-MAS
                   DISPLAY 'HAY MAS DE 20 COINCIDENCIAS, ACOTE LA '
                       'BUSQUEDA SI NO ESTA EN LA LISTA'
               END-IF
               DISPLAY 'ELIGE EL RENGLON (0 NINGUNO)'
               ACCEPT WS-ELECCION
               IF WS-ELECCION > ZERO
                  AND WS-ELECCION NOT > WS-CONTADOR-COINCIDENCIAS
                   MOVE WS-TC-CUST(WS-ELECCION) TO LK-CUST-NUMBER
                   SET LK-CLIENTE-ELEGIDO TO TRUE
               END-IF
           END-IF.
       END PROGRAM CUSTBUSQ.
