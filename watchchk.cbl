       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHCHK.
      *****************************************************************
      *  Cotejo contra la lista de vigilancia (sanciones / PEP) que
      *  recibe cumplimiento.  Lo llaman el alta de VERBOS-BASICOS,
      *  para cada solicitante antes de darlo de alta, y el recotejo
      *  WATCHSCR, para cada cliente del maestro cuando llega una
      *  lista nueva.  En la primera llamada carga WATCHLST completo
      *  a una tabla en memoria con nombre, apellido y documento ya
      *  normalizados (mayusculas, solo letras y digitos), y la
      *  conserva para el resto de la corrida.
      *  Cada llamada busca la siguiente entrada de la lista que
      *  coincide con el nombre/apellido/documento recibidos a partir
      *  de la posicion LK-WC-POSICION (cero = desde el principio) y
      *  devuelve en ella el numero de la entrada encontrada, para que
      *  el llamador pueda pedir todas las coincidencias en un ciclo.
      *  Tipos de coincidencia (LK-WC-COINCIDENCIA):
      *    'D' mismo documento de identidad;
      *    'N' nombre y apellido iguales (tambien invertidos);
      *    'A' nombre y apellido aproximados: cada parte igual, o la
      *        del solicitante trunca por el ancho del campo y prefijo
      *        de la de la lista, o a una letra de diferencia (una
      *        letra cambiada, de mas o de menos) cuando ambas tienen
      *        al menos cuatro letras.
      *  LK-WC-RETORNO: 00 no hay (mas) coincidencias, 08 coincidencia
      *  devuelta, 04 lista de vigilancia no disponible.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-FILE.
           COPY WATCHLST.
       WORKING-STORAGE SECTION.
       01 WS-LISTA-STATUS          PIC X(2).
           88 WS-LISTA-OK          VALUE '00'.
           88 WS-LISTA-EOF         VALUE '10'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'WATCHCHK'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-ESTADO-CARGA          PIC X(1) VALUE 'N'.
           88 WS-NO-CARGADA        VALUE 'N'.
           88 WS-CARGADA           VALUE 'S'.
           88 WS-NO-DISPONIBLE     VALUE 'X'.
       01 WS-MAX-LISTA             PIC 9(5) VALUE 3000.
       01 WS-CONTADOR-LISTA        PIC 9(5) VALUE ZERO.
       01 WS-TABLA-LISTA.
           05  WS-TL-ENTRADA OCCURS 3000 TIMES.
               10  WS-TL-NOMBRE    PIC X(20).
               10  WS-TL-LN-NOMBRE PIC 9(2).
               10  WS-TL-APELLIDO  PIC X(20).
               10  WS-TL-LN-APELLIDO PIC 9(2).
               10  WS-TL-DOCUMENTO PIC X(11).
               10  WS-TL-REGISTRO  PIC X(80).
       01 WS-IX                    PIC 9(5).
      *****************************************************************
      *  Normalizacion: WS-NR-ENTRADA -> WS-NR-SALIDA/WS-NR-LARGO.
      *  WS-NR-ANCHO es el ancho del campo original; si su ultima
      *  posicion viene ocupada, el valor puede estar truncado.
      *****************************************************************
       01 WS-NR-ENTRADA            PIC X(20).
       01 WS-NR-SALIDA             PIC X(20).
       01 WS-NR-LARGO              PIC 9(2).
       01 WS-NR-ANCHO              PIC 9(2).
       01 WS-NR-I                  PIC 9(2).
       01 WS-NR-CAR                PIC X(1).
       01 WS-NR-LLENO              PIC X(1).
           88 WS-NR-TRUNCO         VALUE 'S'.
       01 WS-MINUSCULAS            PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-MAYUSCULAS            PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *****************************************************************
      *  Valores normalizados del consultado.
      *****************************************************************
       01 WS-C-NOMBRE              PIC X(20).
       01 WS-C-LN-NOMBRE           PIC 9(2).
       01 WS-C-NOMBRE-TRUNCO       PIC X(1).
       01 WS-C-APELLIDO            PIC X(20).
       01 WS-C-LN-APELLIDO         PIC 9(2).
       01 WS-C-APELLIDO-TRUNCO     PIC X(1).
       01 WS-C-DOCUMENTO           PIC X(20).
       01 WS-C-LN-DOCUMENTO        PIC 9(2).
      *****************************************************************
      *  Comparacion de una parte del nombre: WS-CP-A (consultado,
      *  con su indicador de trunco) contra WS-CP-B (lista).
      *****************************************************************
       01 WS-CP-A                  PIC X(20).
       01 WS-CP-LN-A               PIC 9(2).
       01 WS-CP-A-TRUNCO           PIC X(1).
       01 WS-CP-B                  PIC X(20).
       01 WS-CP-LN-B               PIC 9(2).
       01 WS-CP-RESULTADO          PIC X(1).
           88 WS-CP-IGUAL          VALUE 'E'.
           88 WS-CP-PARECIDO       VALUE 'P'.
           88 WS-CP-DISTINTO       VALUE 'X'.
       01 WS-CP-I                  PIC 9(2).
       01 WS-CP-J                  PIC 9(2).
       01 WS-CP-DIFERENCIAS        PIC 9(2).
       01 WS-RES-NOMBRE            PIC X(1).
       01 WS-RES-APELLIDO          PIC X(1).
       01 WS-ENCONTRADO            PIC X(1).
           88 WS-HAY-COINCIDENCIA  VALUE 'S'.
       LINKAGE SECTION.
       01 LK-WC-NOMBRE             PIC X(12).
       01 LK-WC-APELLIDO           PIC X(10).
       01 LK-WC-DOCUMENTO          PIC X(11).
       01 LK-WC-POSICION           PIC 9(5).
       01 LK-WC-COINCIDENCIA       PIC X(1).
       01 LK-WC-ENTRADA            PIC X(80).
       01 LK-WC-RETORNO            PIC 9(2).
       PROCEDURE DIVISION USING LK-WC-NOMBRE LK-WC-APELLIDO
               LK-WC-DOCUMENTO LK-WC-POSICION LK-WC-COINCIDENCIA
               LK-WC-ENTRADA LK-WC-RETORNO.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE ZERO TO LK-WC-RETORNO.
           MOVE SPACES TO LK-WC-COINCIDENCIA.
           IF WS-NO-CARGADA
               PERFORM 100-CARGAR-LISTA
           END-IF.
           IF WS-NO-DISPONIBLE
               MOVE 4 TO LK-WC-RETORNO
               GOBACK
           END-IF.
           PERFORM 200-NORMALIZAR-CONSULTA.
           MOVE 'N' TO WS-ENCONTRADO.
           MOVE LK-WC-POSICION TO WS-IX.
           PERFORM UNTIL WS-HAY-COINCIDENCIA
                      OR WS-IX NOT < WS-CONTADOR-LISTA
               ADD 1 TO WS-IX
               PERFORM 300-COTEJAR-ENTRADA
           END-PERFORM.
           IF WS-HAY-COINCIDENCIA
               MOVE WS-IX TO LK-WC-POSICION
               MOVE WS-TL-REGISTRO(WS-IX) TO LK-WC-ENTRADA
               MOVE 8 TO LK-WC-RETORNO
           ELSE
               MOVE WS-CONTADOR-LISTA TO LK-WC-POSICION
           END-IF.
           GOBACK.

      *****************************************************************
      *  Carga unica de la lista.  Sin lista no se puede cotejar: se
      *  avisa una sola vez y el llamador decide como seguir.
      *****************************************************************
       100-CARGAR-LISTA.
           OPEN INPUT LISTA-FILE.
           IF NOT WS-LISTA-OK
               SET WS-NO-DISPONIBLE TO TRUE
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               STRING 'WATCHLST NO DISPONIBLE ESTADO '
                   WS-LISTA-STATUS
                   DELIMITED BY SIZE INTO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           ELSE
               SET WS-CARGADA TO TRUE
               READ LISTA-FILE
               PERFORM UNTIL NOT WS-LISTA-OK
                   IF WS-CONTADOR-LISTA < WS-MAX-LISTA
                       ADD 1 TO WS-CONTADOR-LISTA
                       PERFORM 150-GUARDAR-ENTRADA
                   ELSE
                       MOVE SPACES TO WS-EL-DATO-OFENSOR
                       STRING 'LISTA EXCEDE TABLA, OMITIDO '
                           WL-DOCUMENTO
                           DELIMITED BY SIZE INTO WS-EL-DATO-OFENSOR
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   END-IF
                   READ LISTA-FILE
               END-PERFORM
               CLOSE LISTA-FILE
           END-IF.

       150-GUARDAR-ENTRADA.
           MOVE WATCHLST-REGISTRO TO WS-TL-REGISTRO(WS-CONTADOR-LISTA).
           MOVE WL-NOMBRE TO WS-NR-ENTRADA.
           MOVE 20 TO WS-NR-ANCHO.
           PERFORM 400-NORMALIZAR.
           MOVE WS-NR-SALIDA TO WS-TL-NOMBRE(WS-CONTADOR-LISTA).
           MOVE WS-NR-LARGO TO WS-TL-LN-NOMBRE(WS-CONTADOR-LISTA).
           MOVE WL-APELLIDO TO WS-NR-ENTRADA.
           PERFORM 400-NORMALIZAR.
           MOVE WS-NR-SALIDA TO WS-TL-APELLIDO(WS-CONTADOR-LISTA).
           MOVE WS-NR-LARGO TO WS-TL-LN-APELLIDO(WS-CONTADOR-LISTA).
           MOVE WL-DOCUMENTO TO WS-NR-ENTRADA.
           MOVE 11 TO WS-NR-ANCHO.
           PERFORM 400-NORMALIZAR.
           MOVE WS-NR-SALIDA TO WS-TL-DOCUMENTO(WS-CONTADOR-LISTA).

       200-NORMALIZAR-CONSULTA.
           MOVE LK-WC-NOMBRE TO WS-NR-ENTRADA.
           MOVE 12 TO WS-NR-ANCHO.
           PERFORM 400-NORMALIZAR.
           MOVE WS-NR-SALIDA TO WS-C-NOMBRE.
           MOVE WS-NR-LARGO TO WS-C-LN-NOMBRE.
           MOVE WS-NR-LLENO TO WS-C-NOMBRE-TRUNCO.
           MOVE LK-WC-APELLIDO TO WS-NR-ENTRADA.
           MOVE 10 TO WS-NR-ANCHO.
           PERFORM 400-NORMALIZAR.
           MOVE WS-NR-SALIDA TO WS-C-APELLIDO.
           MOVE WS-NR-LARGO TO WS-C-LN-APELLIDO.
           MOVE WS-NR-LLENO TO WS-C-APELLIDO-TRUNCO.
           MOVE LK-WC-DOCUMENTO TO WS-NR-ENTRADA.
           MOVE 11 TO WS-NR-ANCHO.
           PERFORM 400-NORMALIZAR.
           MOVE WS-NR-SALIDA TO WS-C-DOCUMENTO.
           MOVE WS-NR-LARGO TO WS-C-LN-DOCUMENTO.

      *****************************************************************
      *  Una entrada de la lista contra el consultado: primero el
      *  documento, despues nombre y apellido en su orden y, si no,
      *  invertidos (listas que cargan el apellido primero).
      *****************************************************************
       300-COTEJAR-ENTRADA.
           IF WS-C-LN-DOCUMENTO > ZERO
              AND WS-C-DOCUMENTO = WS-TL-DOCUMENTO(WS-IX)
               MOVE 'D' TO LK-WC-COINCIDENCIA
               SET WS-HAY-COINCIDENCIA TO TRUE
           END-IF.
           IF NOT WS-HAY-COINCIDENCIA
               MOVE WS-C-NOMBRE TO WS-CP-A
               MOVE WS-C-LN-NOMBRE TO WS-CP-LN-A
               MOVE WS-C-NOMBRE-TRUNCO TO WS-CP-A-TRUNCO
               MOVE WS-TL-NOMBRE(WS-IX) TO WS-CP-B
               MOVE WS-TL-LN-NOMBRE(WS-IX) TO WS-CP-LN-B
               PERFORM 500-COMPARAR-PARTE
               MOVE WS-CP-RESULTADO TO WS-RES-NOMBRE
               MOVE WS-C-APELLIDO TO WS-CP-A
               MOVE WS-C-LN-APELLIDO TO WS-CP-LN-A
               MOVE WS-C-APELLIDO-TRUNCO TO WS-CP-A-TRUNCO
               MOVE WS-TL-APELLIDO(WS-IX) TO WS-CP-B
               MOVE WS-TL-LN-APELLIDO(WS-IX) TO WS-CP-LN-B
               PERFORM 500-COMPARAR-PARTE
               MOVE WS-CP-RESULTADO TO WS-RES-APELLIDO
               PERFORM 350-EVALUAR-NOMBRE
           END-IF.
           IF NOT WS-HAY-COINCIDENCIA
               MOVE WS-C-NOMBRE TO WS-CP-A
               MOVE WS-C-LN-NOMBRE TO WS-CP-LN-A
               MOVE WS-C-NOMBRE-TRUNCO TO WS-CP-A-TRUNCO
               MOVE WS-TL-APELLIDO(WS-IX) TO WS-CP-B
               MOVE WS-TL-LN-APELLIDO(WS-IX) TO WS-CP-LN-B
               PERFORM 500-COMPARAR-PARTE
               MOVE WS-CP-RESULTADO TO WS-RES-NOMBRE
               MOVE WS-C-APELLIDO TO WS-CP-A
               MOVE WS-C-LN-APELLIDO TO WS-CP-LN-A
               MOVE WS-C-APELLIDO-TRUNCO TO WS-CP-A-TRUNCO
               MOVE WS-TL-NOMBRE(WS-IX) TO WS-CP-B
               MOVE WS-TL-LN-NOMBRE(WS-IX) TO WS-CP-LN-B
               PERFORM 500-COMPARAR-PARTE
               MOVE WS-CP-RESULTADO TO WS-RES-APELLIDO
               PERFORM 350-EVALUAR-NOMBRE
           END-IF.

       350-EVALUAR-NOMBRE.
           IF WS-RES-NOMBRE = 'E' AND WS-RES-APELLIDO = 'E'
               MOVE 'N' TO LK-WC-COINCIDENCIA
               SET WS-HAY-COINCIDENCIA TO TRUE
           ELSE
               IF WS-RES-NOMBRE NOT = 'X'
                  AND WS-RES-APELLIDO NOT = 'X'
                   MOVE 'A' TO LK-WC-COINCIDENCIA
                   SET WS-HAY-COINCIDENCIA TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  Mayusculas y solo letras/digitos: los espacios, puntos,
      *  guiones y apostrofes de nombres y documentos no cuentan.
      *****************************************************************
       400-NORMALIZAR.
           INSPECT WS-NR-ENTRADA
               CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
           MOVE SPACES TO WS-NR-SALIDA.
           MOVE ZERO TO WS-NR-LARGO.
           MOVE 'N' TO WS-NR-LLENO.
           IF WS-NR-ENTRADA(WS-NR-ANCHO:1) NOT = SPACE
               MOVE 'S' TO WS-NR-LLENO
           END-IF.
           PERFORM VARYING WS-NR-I FROM 1 BY 1
                   UNTIL WS-NR-I > WS-NR-ANCHO
               MOVE WS-NR-ENTRADA(WS-NR-I:1) TO WS-NR-CAR
               IF (WS-NR-CAR IS ALPHABETIC-UPPER
                   AND WS-NR-CAR NOT = SPACE)
                  OR WS-NR-CAR IS NUMERIC
                   ADD 1 TO WS-NR-LARGO
                   MOVE WS-NR-CAR TO WS-NR-SALIDA(WS-NR-LARGO:1)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Compara una parte del nombre.  'E' igual, 'P' parecida
      *  (prefijo de un valor trunco o a una letra de distancia),
      *  'X' distinta.  Una parte vacia nunca coincide.
      *****************************************************************
       500-COMPARAR-PARTE.
           SET WS-CP-DISTINTO TO TRUE.
           IF WS-CP-LN-A > ZERO AND WS-CP-LN-B > ZERO
               IF WS-CP-LN-A = WS-CP-LN-B
                  AND WS-CP-A(1:WS-CP-LN-A) = WS-CP-B(1:WS-CP-LN-B)
                   SET WS-CP-IGUAL TO TRUE
               ELSE
                   IF WS-CP-A-TRUNCO = 'S'
                      AND WS-CP-LN-A < WS-CP-LN-B
                      AND WS-CP-A(1:WS-CP-LN-A) = WS-CP-B(1:WS-CP-LN-A)
                       SET WS-CP-PARECIDO TO TRUE
                   ELSE
                       IF WS-CP-LN-A > 3 AND WS-CP-LN-B > 3
                           PERFORM 550-DISTANCIA-UNA-LETRA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  A lo sumo una letra cambiada, agregada u omitida.  Con el
      *  mismo largo se cuentan posiciones distintas; con largos que
      *  difieren en uno se recorren ambas y se permite un solo salto
      *  en la mas larga.
      *****************************************************************
       550-DISTANCIA-UNA-LETRA.
           MOVE ZERO TO WS-CP-DIFERENCIAS.
           IF WS-CP-LN-A = WS-CP-LN-B
               PERFORM VARYING WS-CP-I FROM 1 BY 1
                       UNTIL WS-CP-I > WS-CP-LN-A
                          OR WS-CP-DIFERENCIAS > 1
                   IF WS-CP-A(WS-CP-I:1) NOT = WS-CP-B(WS-CP-I:1)
                       ADD 1 TO WS-CP-DIFERENCIAS
                   END-IF
               END-PERFORM
           ELSE
               IF WS-CP-LN-A = WS-CP-LN-B + 1
                  OR WS-CP-LN-B = WS-CP-LN-A + 1
                   MOVE 1 TO WS-CP-I
                   MOVE 1 TO WS-CP-J
                   PERFORM UNTIL WS-CP-I > WS-CP-LN-A
                              OR WS-CP-J > WS-CP-LN-B
                              OR WS-CP-DIFERENCIAS > 1
                       IF WS-CP-A(WS-CP-I:1) = WS-CP-B(WS-CP-J:1)
                           ADD 1 TO WS-CP-I
                           ADD 1 TO WS-CP-J
                       ELSE
                           ADD 1 TO WS-CP-DIFERENCIAS
                           IF WS-CP-LN-A > WS-CP-LN-B
                               ADD 1 TO WS-CP-I
                           ELSE
                               ADD 1 TO WS-CP-J
                           END-IF
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 2 TO WS-CP-DIFERENCIAS
               END-IF
           END-IF.
           IF WS-CP-DIFERENCIAS < 2
               SET WS-CP-PARECIDO TO TRUE
           END-IF.
       END PROGRAM WATCHCHK.
