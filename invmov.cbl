       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMOV.
      *****************************************************************
      *  Existencia perpetua en libros: aplica al maestro de
      *  articulos ITEMMAST los movimientos del dia de MOVINV
      *  (entradas, salidas, devoluciones al proveedor y traspasos
      *  entre ubicaciones, ver MOVINV.CPY).  Los dos archivos vienen
      *  en secuencia de codigo de articulo y se cruzan en paralelo,
      *  igual que CONTEOIN contra el maestro en RESTA-NEGATIVO; el
      *  maestro actualizado sale por ITEMMASO, que reemplaza a
      *  ITEMMAST al terminar bien el paso, antes de que
      *  RESTA-NEGATIVO mida contra el la merma del dia.
      *  Se rechazan, a ERRLOG y al reporte MOVRECH, los movimientos
      *  de articulo que no esta en el maestro, los de ubicacion que
      *  no es la del articulo, los de tipo desconocido y los que
      *  dejarian la existencia bajo cero; el resto de los
      *  movimientos del articulo se aplica igual.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITEMS-STATUS.
           SELECT ITEMS-SAL-FILE ASSIGN TO "ITEMMASO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITEMS-SAL-STATUS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVINV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "MOVRECH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEMS-FILE.
           COPY ITEMMAST.
       FD  ITEMS-SAL-FILE.
       01  ITEMS-SAL-REGISTRO      PIC X(60).
       FD  MOVIMIENTOS-FILE.
           COPY MOVINV.
       FD  RECHAZOS-FILE.
       01  RECHAZOS-LINEA          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ITEMS-STATUS          PIC X(2).
           88 WS-ITEMS-OK          VALUE '00'.
           88 WS-ITEMS-EOF         VALUE '10'.
       01 WS-ITEMS-SAL-STATUS      PIC X(2).
           88 WS-ITEMS-SAL-OK      VALUE '00'.
       01 WS-MOVIMIENTOS-STATUS    PIC X(2).
           88 WS-MOVIMIENTOS-OK    VALUE '00'.
           88 WS-MOVIMIENTOS-EOF   VALUE '10'.
       01 WS-RECHAZOS-STATUS       PIC X(2).
           88 WS-RECHAZOS-OK       VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'INVMOV'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-HORA-INICIO           PIC 9(6).
       01 WS-EXISTENCIA            PIC S9(7) VALUE ZERO.
       01 WS-MOTIVO-RECHAZO        PIC X(28) VALUE SPACES.
       01 WS-CONTADOR-ITEMS        PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-MOVIMIENTOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-APLICADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ITEMS-ESCRITOS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-TRASPASOS    PIC 9(7) VALUE ZERO.
       01 WS-EXCEPCIONES-REGISTRADAS PIC 9(7) VALUE ZERO.
       01 WS-LINEA-RECHAZO.
           05  WS-LR-CODIGO        PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-UBICACION     PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-TIPO          PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-CANTIDAD      PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-REFERENCIA    PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LR-MOTIVO        PIC X(28).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-ITEM.
           PERFORM 210-LEER-MOVIMIENTO.
           PERFORM UNTIL WS-ITEMS-EOF
               ADD 1 TO WS-CONTADOR-ITEMS
               PERFORM 300-ACTUALIZAR-ITEM
               PERFORM 200-LEER-ITEM
           END-PERFORM.
      *  Lo que queda de movimientos despues del ultimo articulo es de
      *  codigos que no estan en el maestro.
           PERFORM UNTIL WS-MOVIMIENTOS-EOF
               MOVE 'ARTICULO NO EN MAESTRO' TO WS-MOTIVO-RECHAZO
               PERFORM 400-RECHAZAR-MOVIMIENTO
               PERFORM 210-LEER-MOVIMIENTO
           END-PERFORM.
           PERFORM 500-IMPRIMIR-RESUMEN.
           PERFORM 600-CERRAR-ARCHIVOS.
           CALL 'RUNSTAT' USING WS-EL-PROGRAMA WS-HORA-INICIO
               WS-CONTADOR-MOVIMIENTOS WS-CONTADOR-ITEMS-ESCRITOS
               WS-CONTADOR-RECHAZADOS WS-EXCEPCIONES-REGISTRADAS.
           STOP RUN.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT ITEMS-FILE.
           IF NOT WS-ITEMS-OK
               DISPLAY 'MAESTRO DE ARTICULOS NO DISPONIBLE: '
                   WS-ITEMS-STATUS
               MOVE 'MAESTRO DE ARTICULOS NO DISPONIBLE'
                   TO WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMIENTOS-FILE.
           IF NOT WS-MOVIMIENTOS-OK
               SET WS-MOVIMIENTOS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT ITEMS-SAL-FILE.
           OPEN OUTPUT RECHAZOS-FILE.
           MOVE 'MOVIMIENTOS DE INVENTARIO RECHAZADOS'
               TO RECHAZOS-LINEA.
           WRITE RECHAZOS-LINEA.
           MOVE 'ARTICULO   UBIC.  T CANT. REFERENCIA   MOTIVO'
               TO RECHAZOS-LINEA.
           WRITE RECHAZOS-LINEA.

       200-LEER-ITEM.
           READ ITEMS-FILE
               AT END SET WS-ITEMS-EOF TO TRUE
           END-READ.

       210-LEER-MOVIMIENTO.
           READ MOVIMIENTOS-FILE
               AT END SET WS-MOVIMIENTOS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-CONTADOR-MOVIMIENTOS
           END-READ.

      *****************************************************************
      *  Cruce por codigo: los movimientos de codigo menor al del
      *  articulo actual no tienen maestro y se rechazan; los del
      *  mismo codigo se aplican en el orden en que llegaron.  La
      *  existencia se lleva con signo para detectar el saldo
      *  negativo antes de tocar el maestro.
      *****************************************************************
       300-ACTUALIZAR-ITEM.
           PERFORM UNTIL WS-MOVIMIENTOS-EOF
                   OR MV-CODIGO NOT < IM-CODIGO
               MOVE 'ARTICULO NO EN MAESTRO' TO WS-MOTIVO-RECHAZO
               PERFORM 400-RECHAZAR-MOVIMIENTO
               PERFORM 210-LEER-MOVIMIENTO
           END-PERFORM.
           IF IM-EXISTENCIA IS NUMERIC
               MOVE IM-EXISTENCIA TO WS-EXISTENCIA
           ELSE
               MOVE ZERO TO WS-EXISTENCIA
           END-IF.
           PERFORM UNTIL WS-MOVIMIENTOS-EOF
                   OR MV-CODIGO NOT = IM-CODIGO
               PERFORM 310-APLICAR-MOVIMIENTO
               PERFORM 210-LEER-MOVIMIENTO
           END-PERFORM.
           MOVE WS-EXISTENCIA TO IM-EXISTENCIA.
           WRITE ITEMS-SAL-REGISTRO FROM ITEMS-REGISTRO.
           ADD 1 TO WS-CONTADOR-ITEMS-ESCRITOS.

       310-APLICAR-MOVIMIENTO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           EVALUATE TRUE
               WHEN MV-CANTIDAD NOT NUMERIC
                   MOVE 'CANTIDAD NO NUMERICA' TO WS-MOTIVO-RECHAZO
               WHEN MV-UBICACION NOT = IM-UBICACION
                   MOVE 'UBICACION NO ES LA DEL ITEM'
                       TO WS-MOTIVO-RECHAZO
               WHEN MV-ENTRADA
                   IF WS-EXISTENCIA + MV-CANTIDAD > 99999
                       MOVE 'EXISTENCIA EXCEDE EL MAESTRO'
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       ADD MV-CANTIDAD TO WS-EXISTENCIA
                   END-IF
               WHEN MV-SALIDA
               WHEN MV-DEVOLUCION
                   IF MV-CANTIDAD > WS-EXISTENCIA
                       MOVE 'EXISTENCIA QUEDARIA NEGATIVA'
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       SUBTRACT MV-CANTIDAD FROM WS-EXISTENCIA
                   END-IF
               WHEN MV-TRASPASO
                   PERFORM 320-APLICAR-TRASPASO
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMIENTO INVALIDO'
                       TO WS-MOTIVO-RECHAZO
           END-EVALUATE.
           IF WS-MOTIVO-RECHAZO = SPACES
               ADD 1 TO WS-CONTADOR-APLICADOS
           ELSE
               PERFORM 400-RECHAZAR-MOVIMIENTO
           END-IF.

      *****************************************************************
      *  El maestro guarda una sola ubicacion por articulo: el
      *  traspaso mueve la existencia completa y el articulo queda en
      *  la ubicacion destino.  Un traspaso por mas de lo que hay es
      *  saldo negativo en el origen; uno por menos partiria el
      *  articulo en dos ubicaciones y se rechaza.
      *****************************************************************
       320-APLICAR-TRASPASO.
           EVALUATE TRUE
               WHEN MV-UBICACION-DESTINO = SPACES
                 OR MV-UBICACION-DESTINO = IM-UBICACION
                   MOVE 'TRASPASO SIN DESTINO VALIDO'
                       TO WS-MOTIVO-RECHAZO
               WHEN MV-CANTIDAD > WS-EXISTENCIA
                   MOVE 'EXISTENCIA QUEDARIA NEGATIVA'
                       TO WS-MOTIVO-RECHAZO
               WHEN MV-CANTIDAD < WS-EXISTENCIA
                   MOVE 'TRASPASO PARCIAL' TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE MV-UBICACION-DESTINO TO IM-UBICACION
                   ADD 1 TO WS-CONTADOR-TRASPASOS
           END-EVALUATE.

       400-RECHAZAR-MOVIMIENTO.
           ADD 1 TO WS-CONTADOR-RECHAZADOS.
           MOVE MV-CODIGO TO WS-LR-CODIGO.
           MOVE MV-UBICACION TO WS-LR-UBICACION.
           MOVE MV-TIPO TO WS-LR-TIPO.
           IF MV-CANTIDAD IS NUMERIC
               MOVE MV-CANTIDAD TO WS-LR-CANTIDAD
           ELSE
               MOVE ZERO TO WS-LR-CANTIDAD
           END-IF.
           MOVE MV-REFERENCIA TO WS-LR-REFERENCIA.
           MOVE WS-MOTIVO-RECHAZO TO WS-LR-MOTIVO.
           WRITE RECHAZOS-LINEA FROM WS-LINEA-RECHAZO.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE MV-CODIGO TO WS-EL-DATO-OFENSOR(1:10).
           MOVE WS-MOTIVO-RECHAZO TO WS-EL-DATO-OFENSOR(12:28).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           ADD 1 TO WS-EXCEPCIONES-REGISTRADAS.

       500-IMPRIMIR-RESUMEN.
           DISPLAY 'EXISTENCIA PERPETUA DE INVENTARIO'.
           DISPLAY 'ARTICULOS EN MAESTRO   : ' WS-CONTADOR-ITEMS.
           DISPLAY 'MOVIMIENTOS LEIDOS     : ' WS-CONTADOR-MOVIMIENTOS.
           DISPLAY 'MOVIMIENTOS APLICADOS  : ' WS-CONTADOR-APLICADOS.
           DISPLAY '  TRASPASOS            : ' WS-CONTADOR-TRASPASOS.
           DISPLAY 'MOVIMIENTOS RECHAZADOS : ' WS-CONTADOR-RECHAZADOS.

       600-CERRAR-ARCHIVOS.
           CLOSE ITEMS-FILE.
           CLOSE ITEMS-SAL-FILE.
           CLOSE MOVIMIENTOS-FILE.
           CLOSE RECHAZOS-FILE.
       END PROGRAM INVMOV.
