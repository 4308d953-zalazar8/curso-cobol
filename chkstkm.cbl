       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSTKM.
      *****************************************************************
      *  Mantenimiento en linea del inventario de formas de cheque en
      *  blanco, hermana de BANCMNT:
      *    R recibir caja: el rango de series prenumeradas de una
      *      caja que llego del impresor entra a CHKSTOCK; no se
      *      admite un rango que se pise con otra caja ya recibida;
      *    I inutilizar formas: una forma o un rango de formas
      *      arruinadas (atasco, prueba de impresion), anuladas en
      *      blanco o faltantes (caja abierta a la que le faltan)
      *      queda en el libro de series CHKSERIE como 'X' con su
      *      motivo, una por serie; el rango debe caer dentro de una
      *      sola caja del inventario;
      *    L listar las cajas recibidas.
      *  Cada forma inutilizada y cada caja llevan el operador de la
      *  sesion (SESMENU) y la fecha del ciclo (RC-FECHA-PROCESO),
      *  la misma que CHECKPRT pone a las formas que imprime, asi la
      *  conciliacion diaria CHKSTKR las cuenta en el mismo dia.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO-FILE ASSIGN TO "CHKSTOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVENTARIO-STATUS.
           SELECT SERIES-FILE ASSIGN TO "CHKSERIE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIO-FILE.
           COPY CHKSTOCK.
       FD  SERIES-FILE.
           COPY CHKSERIE.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-INVENTARIO-STATUS     PIC X(2).
           88 WS-INVENTARIO-OK     VALUE '00'.
           88 WS-INVENTARIO-EOF    VALUE '10'.
       01 WS-SERIES-STATUS         PIC X(2).
           88 WS-SERIES-OK         VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CHKSTKM'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-OPCION                PIC X(1).
           88 WS-OPCION-RECIBIR    VALUE 'R'.
           88 WS-OPCION-INUTILIZAR VALUE 'I'.
           88 WS-OPCION-LISTAR     VALUE 'L'.
           88 WS-OPCION-FIN        VALUE '0'.
       01 WS-ENTRADA-DESDE         PIC X(8).
       01 WS-ENTRADA-HASTA         PIC X(8).
       01 WS-SERIE-DESDE           PIC 9(8).
       01 WS-SERIE-HASTA           PIC 9(8).
       01 WS-SERIE                 PIC 9(8).
       01 WS-REFERENCIA            PIC X(12).
       01 WS-MOTIVO                PIC X(1).
           88 WS-MOTIVO-VALIDO     VALUE 'A' 'P' 'F' 'V'.
       01 WS-CONFIRMA              PIC X(1).
           88 WS-CONFIRMADO        VALUE 'S'.
       01 WS-DATOS-VALIDOS         PIC X(1).
           88 WS-DATOS-SON-VALIDOS VALUE 'S'.
       01 WS-CANTIDAD-FORMAS       PIC 9(8).
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
       01 WS-CONTADOR-CAJAS        PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-INUTILIZADAS PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Cajas ya recibidas, cargadas de CHKSTOCK en cada operacion
      *  para validar el rango tecleado.
      *****************************************************************
       01 WS-TABLA-CAJAS.
           05  WS-CAJA-ENTRADA     OCCURS 500 TIMES.
               10  WS-TC-DESDE     PIC 9(8).
               10  WS-TC-HASTA     PIC 9(8).
       01 WS-CANTIDAD-CAJAS        PIC 9(3) VALUE ZERO.
       01 WS-IDX-CAJA              PIC 9(3).
       01 WS-CAJA-HALLADA          PIC 9(3).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 050-LEER-RUNCTL.
           PERFORM UNTIL WS-OPCION-FIN
               DISPLAY 'OPCION: R RECIBIR CAJA, I INUTILIZAR FORMAS, '
                   'L LISTAR, 0 TERMINA'
               ACCEPT WS-OPCION
               PERFORM 130-VERIFICAR-SESION
               EVALUATE TRUE
                   WHEN WS-OPCION-RECIBIR
                       PERFORM 300-RECIBIR-CAJA
                   WHEN WS-OPCION-INUTILIZAR
                       PERFORM 400-INUTILIZAR-FORMAS
                   WHEN WS-OPCION-LISTAR
                       PERFORM 500-LISTAR-CAJAS
                   WHEN WS-OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
           DISPLAY 'CAJAS RECIBIDAS     : ' WS-CONTADOR-CAJAS.
           DISPLAY 'FORMAS INUTILIZADAS : ' WS-CONTADOR-INUTILIZADAS.
           GOBACK.

       050-LEER-RUNCTL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO TO WS-FECHA-HOY
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *****************************************************************
      *  Vencida la sesion por inactividad la transaccion termina.
      *****************************************************************
       130-VERIFICAR-SESION.
           MOVE 'C' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF WS-SE-RETORNO = 12
               SET WS-OPCION-FIN TO TRUE
           END-IF.

       150-CARGAR-CAJAS.
           MOVE ZERO TO WS-CANTIDAD-CAJAS.
           MOVE SPACES TO WS-INVENTARIO-STATUS.
           OPEN INPUT INVENTARIO-FILE.
           IF WS-INVENTARIO-OK
               PERFORM 160-LEER-CAJA
               PERFORM UNTIL WS-INVENTARIO-EOF
                   IF WS-CANTIDAD-CAJAS < 500
                       ADD 1 TO WS-CANTIDAD-CAJAS
                       MOVE SK-SERIE-DESDE
                           TO WS-TC-DESDE(WS-CANTIDAD-CAJAS)
                       MOVE SK-SERIE-HASTA
                           TO WS-TC-HASTA(WS-CANTIDAD-CAJAS)
                   END-IF
                   PERFORM 160-LEER-CAJA
               END-PERFORM
               CLOSE INVENTARIO-FILE
           END-IF.

       160-LEER-CAJA.
           READ INVENTARIO-FILE
               AT END SET WS-INVENTARIO-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Rango de series tecleado; el hasta en blanco es una sola
      *  forma.
      *****************************************************************
       200-PEDIR-RANGO.
           MOVE 'S' TO WS-DATOS-VALIDOS.
           DISPLAY 'SERIE DESDE (8 DIGITOS)'.
           MOVE SPACES TO WS-ENTRADA-DESDE.
           ACCEPT WS-ENTRADA-DESDE.
           DISPLAY 'SERIE HASTA (ESPACIOS: UNA SOLA FORMA)'.
           MOVE SPACES TO WS-ENTRADA-HASTA.
           ACCEPT WS-ENTRADA-HASTA.
           IF WS-ENTRADA-HASTA = SPACES
               MOVE WS-ENTRADA-DESDE TO WS-ENTRADA-HASTA
           END-IF.
           IF WS-ENTRADA-DESDE IS NUMERIC
              AND WS-ENTRADA-HASTA IS NUMERIC
               MOVE WS-ENTRADA-DESDE TO WS-SERIE-DESDE
               MOVE WS-ENTRADA-HASTA TO WS-SERIE-HASTA
               IF WS-SERIE-DESDE = ZERO
                  OR WS-SERIE-DESDE > WS-SERIE-HASTA
                   MOVE 'N' TO WS-DATOS-VALIDOS
                   DISPLAY 'RANGO DE SERIES NO VALIDO'
               ELSE
                   COMPUTE WS-CANTIDAD-FORMAS =
                       WS-SERIE-HASTA - WS-SERIE-DESDE + 1
               END-IF
           ELSE
               MOVE 'N' TO WS-DATOS-VALIDOS
               DISPLAY 'LA SERIE DEBE SER NUMERICA DE 8 DIGITOS'
           END-IF.

      *****************************************************************
      *  Caja nueva: el rango no puede pisar ninguna serie de otra
      *  caja, o la conciliacion contaria dos veces la misma forma.
      *****************************************************************
       300-RECIBIR-CAJA.
           PERFORM 200-PEDIR-RANGO.
           IF WS-DATOS-SON-VALIDOS
               PERFORM 150-CARGAR-CAJAS
               PERFORM VARYING WS-IDX-CAJA FROM 1 BY 1
                   UNTIL WS-IDX-CAJA > WS-CANTIDAD-CAJAS
                   IF WS-SERIE-DESDE NOT > WS-TC-HASTA(WS-IDX-CAJA)
                      AND WS-SERIE-HASTA NOT < WS-TC-DESDE(WS-IDX-CAJA)
                       MOVE 'N' TO WS-DATOS-VALIDOS
                       DISPLAY 'EL RANGO SE PISA CON LA CAJA '
                           WS-TC-DESDE(WS-IDX-CAJA) '-'
                           WS-TC-HASTA(WS-IDX-CAJA)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DATOS-SON-VALIDOS
               DISPLAY 'REMITO O PEDIDO DEL IMPRESOR'
               MOVE SPACES TO WS-REFERENCIA
               ACCEPT WS-REFERENCIA
               OPEN EXTEND INVENTARIO-FILE
               IF NOT WS-INVENTARIO-OK
                   DISPLAY 'NO SE PUDO ABRIR CHKSTOCK, ESTADO: '
                       WS-INVENTARIO-STATUS
               ELSE
                   MOVE SPACES TO CHKSTOCK-REGISTRO
                   MOVE WS-SERIE-DESDE TO SK-SERIE-DESDE
                   MOVE WS-SERIE-HASTA TO SK-SERIE-HASTA
                   MOVE WS-FECHA-HOY TO SK-FECHA-RECEPCION
                   MOVE WS-SE-OPERADOR TO SK-OPERADOR
                   MOVE WS-REFERENCIA TO SK-REFERENCIA
                   WRITE CHKSTOCK-REGISTRO
                   CLOSE INVENTARIO-FILE
                   ADD 1 TO WS-CONTADOR-CAJAS
                   DISPLAY 'CAJA RECIBIDA: ' WS-CANTIDAD-FORMAS
                       ' FORMAS'
               END-IF
           END-IF.

      *****************************************************************
      *  Formas inutilizadas: el rango entero debe estar en una sola
      *  caja del inventario y el operador confirma la cantidad antes
      *  de asentar, una por serie.
      *****************************************************************
       400-INUTILIZAR-FORMAS.
           PERFORM 200-PEDIR-RANGO.
           IF WS-DATOS-SON-VALIDOS
               PERFORM 150-CARGAR-CAJAS
               MOVE ZERO TO WS-CAJA-HALLADA
               PERFORM VARYING WS-IDX-CAJA FROM 1 BY 1
                   UNTIL WS-IDX-CAJA > WS-CANTIDAD-CAJAS
                   IF WS-SERIE-DESDE NOT < WS-TC-DESDE(WS-IDX-CAJA)
                      AND WS-SERIE-HASTA NOT > WS-TC-HASTA(WS-IDX-CAJA)
                       MOVE WS-IDX-CAJA TO WS-CAJA-HALLADA
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CAJA-HALLADA = ZERO
                   MOVE 'N' TO WS-DATOS-VALIDOS
                   DISPLAY 'EL RANGO NO ESTA DENTRO DE UNA CAJA '
                       'RECIBIDA'
               END-IF
           END-IF.
           IF WS-DATOS-SON-VALIDOS
               DISPLAY 'MOTIVO: A ATASCO, P PRUEBA, F FALTANTE, '
                   'V ANULADA EN BLANCO'
               ACCEPT WS-MOTIVO
               IF NOT WS-MOTIVO-VALIDO
                   MOVE 'N' TO WS-DATOS-VALIDOS
                   DISPLAY 'MOTIVO NO VALIDO'
               END-IF
           END-IF.
           IF WS-DATOS-SON-VALIDOS
               DISPLAY 'SE INUTILIZAN ' WS-CANTIDAD-FORMAS
                   ' FORMAS, CONFIRMA (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   PERFORM 450-ASENTAR-INUTILIZADAS
               ELSE
                   DISPLAY 'NO SE ASENTO NADA'
               END-IF
           END-IF.

       450-ASENTAR-INUTILIZADAS.
           OPEN EXTEND SERIES-FILE.
           IF NOT WS-SERIES-OK
               DISPLAY 'NO SE PUDO ABRIR CHKSERIE, ESTADO: '
                   WS-SERIES-STATUS
           ELSE
               ACCEPT WS-HORA-AHORA FROM TIME
               PERFORM VARYING WS-SERIE FROM WS-SERIE-DESDE BY 1
                   UNTIL WS-SERIE > WS-SERIE-HASTA
                   MOVE SPACES TO CHKSERIE-REGISTRO
                   MOVE WS-SERIE TO SX-SERIE
                   SET SX-INUTILIZADA TO TRUE
                   MOVE WS-FECHA-HOY TO SX-FECHA
                   MOVE WS-HORA-AHORA TO SX-HORA
                   MOVE ZERO TO SX-CR-NUMERO
                   MOVE WS-MOTIVO TO SX-MOTIVO
                   MOVE WS-SE-OPERADOR TO SX-OPERADOR
                   MOVE WS-EL-PROGRAMA TO SX-PROGRAMA
                   WRITE CHKSERIE-REGISTRO
                   ADD 1 TO WS-CONTADOR-INUTILIZADAS
               END-PERFORM
               CLOSE SERIES-FILE
               MOVE WS-SERIE-DESDE TO WS-EL-DATO-OFENSOR(1:8)
               MOVE '-' TO WS-EL-DATO-OFENSOR(9:1)
               MOVE WS-SERIE-HASTA TO WS-EL-DATO-OFENSOR(10:8)
               MOVE 'FORMAS INUTILIZADAS' TO WS-EL-DATO-OFENSOR(19:19)
               MOVE WS-MOTIVO TO WS-EL-DATO-OFENSOR(39:1)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               DISPLAY 'FORMAS INUTILIZADAS ASENTADAS'
           END-IF.

       500-LISTAR-CAJAS.
           MOVE SPACES TO WS-INVENTARIO-STATUS.
           OPEN INPUT INVENTARIO-FILE.
           IF NOT WS-INVENTARIO-OK
               DISPLAY 'SIN INVENTARIO DE FORMAS'
           ELSE
               DISPLAY 'DESDE    HASTA    RECIBIDA OPER REFERENCIA'
               PERFORM 160-LEER-CAJA
               PERFORM UNTIL WS-INVENTARIO-EOF
                   DISPLAY SK-SERIE-DESDE ' ' SK-SERIE-HASTA ' '
                       SK-FECHA-RECEPCION ' ' SK-OPERADOR ' '
                       SK-REFERENCIA
                   PERFORM 160-LEER-CAJA
               END-PERFORM
               CLOSE INVENTARIO-FILE
           END-IF.
       END PROGRAM CHKSTKM.
