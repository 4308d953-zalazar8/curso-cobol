       01  CHECKPOINT-REGISTRO.
           05  CKP-ULTIMA-CLAVE    PIC X(10).
           05  CKP-TOTAL-MERMA     PIC S9(9)V99.
      *  'S' si la merma del ultimo articulo se valuo y su existencia
      *  en libros queda por llevar al conteo fisico; un reinicio
      *  rehace ese ajuste antes de seguir.
           05  CKP-AJUSTE-PENDIENTE PIC X(1).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
      *****************************************************************
      *  Maestro de articulos de inventario, en la misma secuencia de
      *  codigo de articulo que CONTEOIN: el cruce avanza los dos
      *  archivos en paralelo sin tabla en memoria.  Trae la
      *  existencia en libros que INVMOV deja al dia antes de este
      *  paso.  Se abre I-O: la merma que se valua y va al mayor
      *  deja la existencia en libros igual al conteo fisico, para
      *  que el conteo siguiente no vuelva a postear la misma merma.
      *****************************************************************
       FD  ITEMS-FILE.
           COPY ITEMMAST.
       FD  GL-FILE.
           COPY GLFEED.
       FD  RECONTEOS-IN-FILE.
       FD  PERIODOS-FILE.
           COPY PERCTL.
       WORKING-STORAGE SECTION.
       01 NUM1 PIC 9(5).
       01 NUM2 PIC 9(4).
       01 RESULTADO PIC S9(5).
       01 WS-CONTEOS-STATUS        PIC X(2).
       01 WS-ES-RECONTEO           PIC X(1) VALUE 'N'.
           88 WS-ITEM-ES-RECONTEO  VALUE 'S'.
       01 WS-VARIANZA-ORIGINAL     PIC S9(5) VALUE ZERO.
       01 WS-VARIANZA-RECONTEO     PIC S9(5) VALUE ZERO.
       01 WS-AJUSTE-LIBROS         PIC X(1) VALUE 'N'.
           88 WS-HAY-AJUSTE-LIBROS VALUE 'S'.
       01 WS-AJUSTE-REINICIO       PIC X(1) VALUE 'N'.
           88 WS-REHACER-AJUSTE    VALUE 'S'.
       01 WS-CONTADOR-AJUSTADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SOLICITADOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-CONTEO   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CORREGIDOS   PIC 9(7) VALUE ZERO.
       01 WS-LINEA-DETALLE.
           05  WS-LD-ITEM          PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-NUM1          PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-NUM2          PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
               IF WS-REINICIO
                  AND CT-ITEM NOT > WS-ULTIMA-CLAVE-PROCESADA
                   PERFORM 355-SALTAR-RECONTEO-REINICIO
                   IF WS-REHACER-AJUSTE
                      AND CT-ITEM = WS-ULTIMA-CLAVE-PROCESADA
                       PERFORM 357-REHACER-AJUSTE-REINICIO
                   END-IF
               ELSE
                   PERFORM 300-CALCULAR-VARIANZA
                   PERFORM 600-GRABAR-CHECKPOINT
                   PERFORM 610-AJUSTAR-EXISTENCIA
               END-IF
               PERFORM 200-LEER-CONTEO
           END-PERFORM.
                       IF CKP-TOTAL-MERMA IS NUMERIC
                           MOVE CKP-TOTAL-MERMA TO WS-TOTAL-MERMA
                       END-IF
                       IF CKP-AJUSTE-PENDIENTE = 'S'
                           SET WS-REHACER-AJUSTE TO TRUE
                       END-IF
                       SET WS-REINICIO TO TRUE
                       DISPLAY 'REINICIANDO DESPUES DE: '
                           WS-ULTIMA-CLAVE-PROCESADA
           PERFORM 116-CARGAR-PERIODOS.
           PERFORM 118-VERIFICAR-PERIODO-CICLO.
           OPEN INPUT CONTEOS-FILE.
           OPEN I-O ITEMS-FILE.
           PERFORM 130-LEER-ITEM-MAESTRO.
           OPEN INPUT RECONTEOS-IN-FILE.
           IF WS-RECONTEOS-IN-OK
               AT END SET WS-CONTEOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  La varianza es conteo fisico menos existencia en libros: el
      *  fisico es el conteo confirmado CT-NUM2 y los libros son
      *  IM-EXISTENCIA del maestro, asi que la merma que se valua es
      *  la diferencia real entre lo que deberia haber y lo que hay.
      *  Un articulo sin maestro (o sin existencia en libros) se
      *  sigue midiendo entre los dos conteos de la hoja.
      *****************************************************************
       300-CALCULAR-VARIANZA.
           MOVE 'N' TO WS-AJUSTE-LIBROS.
           PERFORM 340-BUSCAR-ITEM.
           IF WS-ITEM-EN-MAESTRO AND IM-EXISTENCIA IS NUMERIC
               MOVE IM-EXISTENCIA TO NUM1
           ELSE
               MOVE CT-NUM1 TO NUM1
           END-IF.
           MOVE CT-NUM2 TO NUM2.
           SUBTRACT NUM1 FROM NUM2 GIVING RESULTADO.
           ADD 1 TO WS-CONTADOR-ITEMS.
      *  tolerancia, CONFIRMADO (y escalado) si sigue fuera tras el
      *  segundo conteo.  Un articulo fuera de tolerancia que no era
      *  reconteo genera su solicitud para el ciclo siguiente.
      *  La merma del primer conteo ya llevo los libros a ese conteo,
      *  asi que la varianza del reconteo se mide contra los libros
      *  de antes del ajuste (la actual mas la original): sigue
      *  fuera si el primer conteo era cierto, y vuelve a tolerancia
      *  si era un error de conteo, caso en que RESULTADO revierte
      *  la merma posteada.
      *****************************************************************
       360-PROCESAR-RECONTEO.
           MOVE 'N' TO WS-ES-RECONTEO.
               MOVE RQ-VARIANZA TO WS-VARIANZA-ORIGINAL
               PERFORM 140-LEER-RECONTEO
           END-IF.
           MOVE RESULTADO TO WS-VARIANZA-RECONTEO.
           IF WS-ITEM-ES-RECONTEO AND WS-ITEM-EN-MAESTRO
              AND IM-EXISTENCIA IS NUMERIC
               ADD WS-VARIANZA-ORIGINAL TO WS-VARIANZA-RECONTEO
           END-IF.
           EVALUATE TRUE
               WHEN WS-ITEM-ES-RECONTEO
                    AND FUNCTION ABS(WS-VARIANZA-RECONTEO)
                        > WS-TOLERANCIA
                   PERFORM 370-ESCALAR-RECONTEO
               WHEN WS-ITEM-ES-RECONTEO
                   ADD 1 TO WS-CONTADOR-CORREGIDOS
                   MOVE 'RECONTEO CORREGIDO' TO WS-LR-ETIQUETA
                   MOVE WS-VARIANZA-ORIGINAL TO WS-LR-VAR-ORIGINAL
                   MOVE WS-VARIANZA-RECONTEO TO WS-LR-VAR-ACTUAL
                   WRITE REPORTE-LINEA FROM WS-LINEA-RECONTEO
               WHEN FUNCTION ABS(RESULTADO) > WS-TOLERANCIA
                   PERFORM 380-SOLICITAR-RECONTEO
               PERFORM 140-LEER-RECONTEO
           END-PERFORM.

      *****************************************************************
      *  La falla pudo caer entre el checkpoint y el ajuste de libros
      *  del ultimo articulo: la merma ya esta en el total
      *  recuperado, asi que aqui solo se rehace el ajuste, que deja
      *  la existencia igual al conteo y no cambia si ya se hizo.
      *****************************************************************
       357-REHACER-AJUSTE-REINICIO.
           PERFORM 340-BUSCAR-ITEM.
           IF WS-ITEM-EN-MAESTRO
               SET WS-HAY-AJUSTE-LIBROS TO TRUE
               PERFORM 610-AJUSTAR-EXISTENCIA
           END-IF.

      *****************************************************************
      *  Una solicitud cuyo articulo no aparece en el conteo del
      *  ciclo no se destruye: se arrastra tal cual a RECNTOUT (que
           ADD 1 TO WS-CONTADOR-ESCALADOS.
           MOVE 'RECONTEO CONFIRMADO' TO WS-LR-ETIQUETA.
           MOVE WS-VARIANZA-ORIGINAL TO WS-LR-VAR-ORIGINAL.
           MOVE WS-VARIANZA-RECONTEO TO WS-LR-VAR-ACTUAL.
           WRITE REPORTE-LINEA FROM WS-LINEA-RECONTEO.
           MOVE SPACES TO ESCALACION-LINEA.
           STRING CT-ITEM ' SIGUE FUERA DE TOLERANCIA TRAS '
           WRITE RECONTEOS-OUT-REGISTRO FROM WS-SOLICITUD-RECONTEO.

      *****************************************************************
      *  El maestro de articulos avanza en paralelo con CONTEOIN
      *  (ambos en secuencia de codigo) hasta el articulo contado.
      *****************************************************************
       340-BUSCAR-ITEM.
           MOVE 'N' TO WS-HAY-ITEM.
           PERFORM UNTIL WS-ITEMS-EOF OR IM-CODIGO NOT < CT-ITEM
               PERFORM 130-LEER-ITEM-MAESTRO
           IF NOT WS-ITEMS-EOF AND IM-CODIGO = CT-ITEM
               SET WS-ITEM-EN-MAESTRO TO TRUE
           END-IF.

      *****************************************************************
      *  Valuacion de la merma: el articulo fuera de tolerancia se
      *  valua a costo unitario y el valor se acumula para el asiento
      *  de mayor del final.  Un articulo sin maestro se reporta sin
      *  valuar.
      *****************************************************************
       350-VALUAR-MERMA.
           IF WS-ITEM-EN-MAESTRO
               COMPUTE WS-VALOR-MERMA =
                   RESULTADO * IM-COSTO-UNITARIO
               MOVE IM-COSTO-UNITARIO TO WS-LV-COSTO
               MOVE WS-VALOR-MERMA TO WS-LV-VALOR
               WRITE REPORTE-LINEA FROM WS-LINEA-VALUACION
               SET WS-HAY-AJUSTE-LIBROS TO TRUE
           ELSE
               MOVE SPACES TO REPORTE-LINEA
               STRING '  ' CT-ITEM ' SIN MAESTRO DE ARTICULOS, '
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-ULTIMA-CLAVE-PROCESADA TO CKP-ULTIMA-CLAVE.
           MOVE WS-TOTAL-MERMA TO CKP-TOTAL-MERMA.
           MOVE WS-AJUSTE-LIBROS TO CKP-AJUSTE-PENDIENTE.
           WRITE CHECKPOINT-REGISTRO.
           CLOSE CHECKPOINT-FILE.

      *****************************************************************
      *  Ajuste de libros: la merma valuada ya esta en el total del
      *  asiento y en el checkpoint, y la existencia del articulo
      *  pasa a ser el conteo fisico.  El registro es el ultimo leido
      *  del maestro, que se reescribe en su lugar.
      *****************************************************************
       610-AJUSTAR-EXISTENCIA.
           IF WS-HAY-AJUSTE-LIBROS
               MOVE CT-NUM2 TO IM-EXISTENCIA
               REWRITE ITEMS-REGISTRO
               IF WS-ITEMS-OK
                   ADD 1 TO WS-CONTADOR-AJUSTADOS
               ELSE
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE CT-ITEM TO WS-EL-DATO-OFENSOR(1:10)
                   MOVE 'AJUSTE DE EXISTENCIA FALLIDO'
                       TO WS-EL-DATO-OFENSOR(12:28)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.

      *****************************************************************
      *  Disyuntor de excepciones: con RC-MAX-EXCEPCIONES distinto de
      *  cero, al pasar el tope el paso se detiene con RC=8 dejando el
           DISPLAY 'ITEMS PROCESADOS   : ' WS-CONTADOR-ITEMS.
           DISPLAY 'ITEMS FUERA DE TOLERANCIA: ' WS-CONTADOR-EXCEDIDOS.
           DISPLAY 'VALOR TOTAL DE LA MERMA  : ' WS-TOTAL-MERMA.
           DISPLAY 'EXISTENCIAS AJUSTADAS    : ' WS-CONTADOR-AJUSTADOS.
           DISPLAY 'RECONTEOS SOLICITADOS    : '
               WS-CONTADOR-SOLICITADOS.
           DISPLAY 'RECONTEOS CORREGIDOS     : '
