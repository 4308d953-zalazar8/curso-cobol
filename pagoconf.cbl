       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOCONF.
      *****************************************************************
      *  Confirmacion de pagos a proveedores: despues de CHECKPRT
      *  lee los enlaces CHKPROV (cheque - proveedor - lote de pago,
      *  ver CHKPROV.CPY) y pasa a pagada ('P') cada factura
      *  seleccionada de ese proveedor y lote, con el numero y la
      *  fecha del cheque, para que CHKINQ muestre que facturas
      *  cubrio cada cheque.  El cheque retenido por CHECKPRT no deja
      *  enlace hasta que CHKREL lo libera y sale en una corrida
      *  posterior; mientras tanto sus facturas quedan 'S'.
      *  El enlace que no encuentra facturas, o cuyo importe no
      *  cuadra con la suma de ellas, queda en ERRLOG.  El archivo
      *  actualizado sale por FACTPROO, que reemplaza a FACTPROV al
      *  terminar bien el paso.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENLACES-FILE ASSIGN TO "CHKPROV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENLACES-STATUS.
           SELECT FACTURAS-FILE ASSIGN TO "FACTPROV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "FACTPROO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENLACES-FILE.
           COPY CHKPROV.
       FD  FACTURAS-FILE.
           COPY FACTPROV.
       FD  SALIDA-FILE.
       01  SALIDA-REGISTRO             PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ENLACES-STATUS        PIC X(2).
           88 WS-ENLACES-OK        VALUE '00'.
           88 WS-ENLACES-EOF       VALUE '10'.
       01 WS-FACTURAS-STATUS       PIC X(2).
           88 WS-FACTURAS-OK       VALUE '00'.
           88 WS-FACTURAS-EOF      VALUE '10'.
       01 WS-SALIDA-STATUS         PIC X(2).
           88 WS-SALIDA-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'PAGOCONF'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-TABLA-ENLACES.
           05 WS-TE-ENTRADA OCCURS 500 TIMES.
               10 WS-TE-PROVEEDOR  PIC 9(6).
               10 WS-TE-LOTE       PIC 9(8).
               10 WS-TE-CHEQUE     PIC 9(8).
               10 WS-TE-FECHA      PIC 9(8).
               10 WS-TE-IMPORTE    PIC S9(7)V99.
               10 WS-TE-SUMA       PIC S9(9)V99.
               10 WS-TE-FACTURAS   PIC 9(5).
       01 WS-CANT-ENLACES          PIC 9(3) VALUE ZERO.
       01 WS-IDX                   PIC 9(3).
       01 WS-IDX-ENCONTRADO        PIC 9(3).
       01 WS-CONTADOR-LEIDAS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-PAGADAS      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ENLACES-MAL  PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 060-CARGAR-ENLACES.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-FACTURA.
           PERFORM UNTIL WS-FACTURAS-EOF
               IF FP-SELECCIONADA
                   PERFORM 300-CONFIRMAR-FACTURA
               END-IF
               WRITE SALIDA-REGISTRO FROM FACTPROV-REGISTRO
               PERFORM 200-LEER-FACTURA
           END-PERFORM.
           PERFORM 400-VERIFICAR-ENLACES.
           PERFORM 500-IMPRIMIR-RESUMEN.
           PERFORM 600-CERRAR-ARCHIVOS.
           STOP RUN.

       060-CARGAR-ENLACES.
           OPEN INPUT ENLACES-FILE.
           IF WS-ENLACES-OK
               PERFORM 070-LEER-ENLACE
               PERFORM UNTIL WS-ENLACES-EOF
                   IF WS-CANT-ENLACES < 500
                       ADD 1 TO WS-CANT-ENLACES
                       MOVE PG-PROVEEDOR
                           TO WS-TE-PROVEEDOR(WS-CANT-ENLACES)
                       MOVE PG-LOTE-PAGO
                           TO WS-TE-LOTE(WS-CANT-ENLACES)
                       MOVE PG-CHEQUE-NUMERO
                           TO WS-TE-CHEQUE(WS-CANT-ENLACES)
                       MOVE PG-FECHA TO WS-TE-FECHA(WS-CANT-ENLACES)
                       MOVE PG-IMPORTE
                           TO WS-TE-IMPORTE(WS-CANT-ENLACES)
                       MOVE ZERO TO WS-TE-SUMA(WS-CANT-ENLACES)
                       MOVE ZERO TO WS-TE-FACTURAS(WS-CANT-ENLACES)
                   ELSE
                       MOVE 'TABLA DE ENLACES LLENA'
                           TO WS-EL-DATO-OFENSOR
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   END-IF
                   PERFORM 070-LEER-ENLACE
               END-PERFORM
               CLOSE ENLACES-FILE
           END-IF.

       070-LEER-ENLACE.
           READ ENLACES-FILE
               AT END SET WS-ENLACES-EOF TO TRUE
           END-READ.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT FACTURAS-FILE.
           OPEN OUTPUT SALIDA-FILE.

       200-LEER-FACTURA.
           READ FACTURAS-FILE
               AT END SET WS-FACTURAS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-CONTADOR-LEIDAS
           END-READ.

      *****************************************************************
      *  La factura seleccionada se paga con el cheque de su mismo
      *  proveedor y lote; si no hay enlace sigue esperando.
      *****************************************************************
       300-CONFIRMAR-FACTURA.
           MOVE ZERO TO WS-IDX-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ENLACES
                      OR WS-IDX-ENCONTRADO NOT = ZERO
               IF WS-TE-PROVEEDOR(WS-IDX) = FP-PROVEEDOR
                  AND WS-TE-LOTE(WS-IDX) = FP-FECHA-SELECCION
                   MOVE WS-IDX TO WS-IDX-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-IDX-ENCONTRADO NOT = ZERO
               SET FP-PAGADA TO TRUE
               MOVE WS-TE-CHEQUE(WS-IDX-ENCONTRADO)
                   TO FP-CHEQUE-NUMERO
               MOVE WS-TE-FECHA(WS-IDX-ENCONTRADO) TO FP-FECHA-PAGO
               ADD FP-IMPORTE TO WS-TE-SUMA(WS-IDX-ENCONTRADO)
               ADD 1 TO WS-TE-FACTURAS(WS-IDX-ENCONTRADO)
               ADD 1 TO WS-CONTADOR-PAGADAS
           END-IF.

       400-VERIFICAR-ENLACES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ENLACES
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE WS-TE-CHEQUE(WS-IDX) TO WS-EL-DATO-OFENSOR(1:8)
               MOVE WS-TE-PROVEEDOR(WS-IDX)
                   TO WS-EL-DATO-OFENSOR(10:6)
               EVALUATE TRUE
                   WHEN WS-TE-FACTURAS(WS-IDX) = ZERO
                       MOVE 'CHEQUE SIN FACTURAS'
                           TO WS-EL-DATO-OFENSOR(17:24)
                       ADD 1 TO WS-CONTADOR-ENLACES-MAL
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   WHEN WS-TE-SUMA(WS-IDX) NOT = WS-TE-IMPORTE(WS-IDX)
                       MOVE 'IMPORTE NO CUADRA'
                           TO WS-EL-DATO-OFENSOR(17:24)
                       ADD 1 TO WS-CONTADOR-ENLACES-MAL
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
               END-EVALUATE
           END-PERFORM.

       500-IMPRIMIR-RESUMEN.
           DISPLAY 'CONFIRMACION DE PAGOS A PROVEEDORES'.
           DISPLAY 'CHEQUES A PROVEEDOR    : ' WS-CANT-ENLACES.
           DISPLAY 'FACTURAS LEIDAS        : ' WS-CONTADOR-LEIDAS.
           DISPLAY 'FACTURAS PAGADAS       : ' WS-CONTADOR-PAGADAS.
           DISPLAY 'ENLACES CON DIFERENCIA : '
               WS-CONTADOR-ENLACES-MAL.

       600-CERRAR-ARCHIVOS.
           CLOSE FACTURAS-FILE.
           CLOSE SALIDA-FILE.
       END PROGRAM PAGOCONF.
