       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGCRPT.
      *****************************************************************
      *  Rendimiento de las agencias externas de cobranza, armado del
      *  registro AGCREG que dejan AGCCOL (colocaciones y retiros) y
      *  AGCREM (recuperaciones de la remesa).  Por agencia, para el
      *  mes de la fecha de proceso y acumulado desde la primera
      *  colocacion:
      *    - partidas e importe colocados;
      *    - recuperado bruto, comision de la agencia y neto;
      *    - partidas e importe retirados;
      *    - en el acumulado, el porcentaje recuperado de lo colocado.
      *  Cierra con el total de todas las agencias.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLOCADAS-FILE ASSIGN TO "AGCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLOCADAS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "AGCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLOCADAS-FILE.
           COPY AGCREG.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(100).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-COLOCADAS-STATUS      PIC X(2).
           88 WS-COLOCADAS-OK      VALUE '00'.
           88 WS-COLOCADAS-EOF     VALUE '10'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'AGCRPT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-PERIODO-MES           PIC 9(6).
      *****************************************************************
      *  Un renglon por agencia; el lapso 1 es el mes y el 2 el
      *  acumulado.
      *****************************************************************
       01 WS-TABLA-AGENCIAS.
           05  WS-AGENCIA-ENTRADA  OCCURS 50 TIMES.
               10  WS-TA-AGENCIA   PIC X(4).
               10  WS-TA-LAPSO     OCCURS 2 TIMES.
                   15  WS-TA-CANT-COLOCADAS PIC 9(7).
                   15  WS-TA-COLOCADO       PIC S9(11)V99.
                   15  WS-TA-RECUPERADO     PIC S9(11)V99.
                   15  WS-TA-COMISION       PIC S9(11)V99.
                   15  WS-TA-CANT-RETIROS   PIC 9(7).
                   15  WS-TA-RETIRADO       PIC S9(11)V99.
       01 WS-CONTADOR-AGENCIAS     PIC 9(2) VALUE ZERO.
       01 WS-IDX-AGENCIA           PIC 9(2).
       01 WS-IDX-HALLADA           PIC 9(2).
       01 WS-IDX-LAPSO             PIC 9(1).
       01 WS-TOTAL-GENERAL.
           05  WS-TG-LAPSO         OCCURS 2 TIMES.
               10  WS-TG-CANT-COLOCADAS PIC 9(7).
               10  WS-TG-COLOCADO       PIC S9(11)V99.
               10  WS-TG-RECUPERADO     PIC S9(11)V99.
               10  WS-TG-COMISION       PIC S9(11)V99.
               10  WS-TG-CANT-RETIROS   PIC 9(7).
               10  WS-TG-RETIRADO       PIC S9(11)V99.
      *****************************************************************
      *  Lapso que se esta imprimiendo, de una agencia o del total.
      *****************************************************************
       01 WS-LAPSO-IMPRIMIR.
           05  WS-LI-CANT-COLOCADAS PIC 9(7).
           05  WS-LI-COLOCADO       PIC S9(11)V99.
           05  WS-LI-RECUPERADO     PIC S9(11)V99.
           05  WS-LI-COMISION       PIC S9(11)V99.
           05  WS-LI-CANT-RETIROS   PIC 9(7).
           05  WS-LI-RETIRADO       PIC S9(11)V99.
       01 WS-CONTADOR-MOVIMIENTOS  PIC 9(7) VALUE ZERO.
       01 WS-AGENCIA-DESCARTADA    PIC X(1) VALUE 'N'.
           88 WS-HAY-DESCARTADA    VALUE 'S'.
      *****************************************************************
      *  Lineas de AGCPRPT.
      *****************************************************************
       01 WS-LINEA-TITULO.
           05  FILLER              PIC X(42)
               VALUE 'RENDIMIENTO DE AGENCIAS DE COBRANZA - MES'.
           05  WS-LT-PERIODO       PIC 9(6).
           05  FILLER              PIC X(10) VALUE ' - PROCESO'.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LT-FECHA         PIC 9(8).
           05  FILLER              PIC X(33) VALUE SPACES.
       01 WS-LINEA-COLUMNAS.
           05  FILLER              PIC X(50) VALUE
               'AGEN LAPSO COLOC     COLOCADO   RECUPERADO   COMIS'.
           05  FILLER              PIC X(50) VALUE
               'ION         NETO RETIR     RETIRADO %RECUP        '.
       01 WS-LINEA-DETALLE.
           05  WS-LD-AGENCIA       PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-LAPSO         PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-CANT-COLOCADAS PIC Z(4)9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-COLOCADO      PIC -Z(7)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-RECUPERADO    PIC -Z(7)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-COMISION      PIC -Z(5)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-NETO          PIC -Z(7)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-CANT-RETIROS  PIC Z(4)9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-RETIRADO      PIC -Z(7)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-PORCENTAJE    PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-REGISTRO.
           PERFORM 300-IMPRIMIR-REPORTE.
           DISPLAY 'MOVIMIENTOS DE AGENCIA LEIDOS: '
               WS-CONTADOR-MOVIMIENTOS.
           DISPLAY 'AGENCIAS EN EL REPORTE      : '
               WS-CONTADOR-AGENCIAS.
           STOP RUN.

       050-LEER-RUNCTL.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-MES.

       100-CARGAR-REGISTRO.
           INITIALIZE WS-TABLA-AGENCIAS.
           INITIALIZE WS-TOTAL-GENERAL.
           OPEN INPUT COLOCADAS-FILE.
           IF NOT WS-COLOCADAS-OK
               DISPLAY 'NO SE PUDO ABRIR AGCREG, ESTADO: '
                   WS-COLOCADAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LEER-MOVIMIENTO.
           PERFORM UNTIL WS-COLOCADAS-EOF
               ADD 1 TO WS-CONTADOR-MOVIMIENTOS
               PERFORM 200-ACUMULAR-MOVIMIENTO
               PERFORM 110-LEER-MOVIMIENTO
           END-PERFORM.
           CLOSE COLOCADAS-FILE.

       110-LEER-MOVIMIENTO.
           READ COLOCADAS-FILE
               AT END SET WS-COLOCADAS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Todo movimiento va al acumulado; el del mes de proceso
      *  tambien al lapso del mes.
      *****************************************************************
       200-ACUMULAR-MOVIMIENTO.
           PERFORM 210-BUSCAR-AGENCIA.
           IF WS-IDX-HALLADA NOT = ZERO
               MOVE 2 TO WS-IDX-LAPSO
               PERFORM 220-SUMAR-EN-LAPSO
               IF AG-FECHA(1:6) = WS-PERIODO-MES
                   MOVE 1 TO WS-IDX-LAPSO
                   PERFORM 220-SUMAR-EN-LAPSO
               END-IF
           END-IF.

       210-BUSCAR-AGENCIA.
           MOVE ZERO TO WS-IDX-HALLADA.
           PERFORM VARYING WS-IDX-AGENCIA FROM 1 BY 1
               UNTIL WS-IDX-AGENCIA > WS-CONTADOR-AGENCIAS
               IF WS-TA-AGENCIA(WS-IDX-AGENCIA) = AG-AGENCIA
                   MOVE WS-IDX-AGENCIA TO WS-IDX-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-HALLADA = ZERO
               IF WS-CONTADOR-AGENCIAS < 50
                   ADD 1 TO WS-CONTADOR-AGENCIAS
                   MOVE WS-CONTADOR-AGENCIAS TO WS-IDX-HALLADA
                   MOVE AG-AGENCIA TO WS-TA-AGENCIA(WS-IDX-HALLADA)
               ELSE
                   IF NOT WS-HAY-DESCARTADA
                       SET WS-HAY-DESCARTADA TO TRUE
                       MOVE AG-AGENCIA TO WS-EL-DATO-OFENSOR(1:4)
                       MOVE 'TABLA DE AGENCIAS LLENA'
                           TO WS-EL-DATO-OFENSOR(6:23)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       220-SUMAR-EN-LAPSO.
           EVALUATE TRUE
               WHEN AG-COLOCADA
                   ADD 1 TO WS-TA-CANT-COLOCADAS
                       (WS-IDX-HALLADA, WS-IDX-LAPSO)
                   ADD AG-IMPORTE TO WS-TA-COLOCADO
                       (WS-IDX-HALLADA, WS-IDX-LAPSO)
               WHEN AG-RECUPERADA
                   ADD AG-IMPORTE TO WS-TA-RECUPERADO
                       (WS-IDX-HALLADA, WS-IDX-LAPSO)
                   ADD AG-COMISION TO WS-TA-COMISION
                       (WS-IDX-HALLADA, WS-IDX-LAPSO)
               WHEN AG-RETIRADA
                   ADD 1 TO WS-TA-CANT-RETIROS
                       (WS-IDX-HALLADA, WS-IDX-LAPSO)
                   ADD AG-IMPORTE TO WS-TA-RETIRADO
                       (WS-IDX-HALLADA, WS-IDX-LAPSO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       300-IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-PERIODO-MES TO WS-LT-PERIODO.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           WRITE REPORTE-LINEA FROM WS-LINEA-COLUMNAS.
           PERFORM VARYING WS-IDX-AGENCIA FROM 1 BY 1
               UNTIL WS-IDX-AGENCIA > WS-CONTADOR-AGENCIAS
               PERFORM 310-IMPRIMIR-AGENCIA
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-IDX-LAPSO FROM 1 BY 1
               UNTIL WS-IDX-LAPSO > 2
               MOVE WS-TG-LAPSO(WS-IDX-LAPSO) TO WS-LAPSO-IMPRIMIR
               MOVE 'TOT.' TO WS-LD-AGENCIA
               PERFORM 320-IMPRIMIR-LAPSO
           END-PERFORM.
           CLOSE REPORTE-FILE.

      *****************************************************************
      *  Los dos lapsos de la agencia, que se suman al total general.
      *****************************************************************
       310-IMPRIMIR-AGENCIA.
           PERFORM VARYING WS-IDX-LAPSO FROM 1 BY 1
               UNTIL WS-IDX-LAPSO > 2
               MOVE WS-TA-LAPSO(WS-IDX-AGENCIA, WS-IDX-LAPSO)
                   TO WS-LAPSO-IMPRIMIR
               ADD WS-LI-CANT-COLOCADAS
                   TO WS-TG-CANT-COLOCADAS(WS-IDX-LAPSO)
               ADD WS-LI-COLOCADO TO WS-TG-COLOCADO(WS-IDX-LAPSO)
               ADD WS-LI-RECUPERADO TO WS-TG-RECUPERADO(WS-IDX-LAPSO)
               ADD WS-LI-COMISION TO WS-TG-COMISION(WS-IDX-LAPSO)
               ADD WS-LI-CANT-RETIROS
                   TO WS-TG-CANT-RETIROS(WS-IDX-LAPSO)
               ADD WS-LI-RETIRADO TO WS-TG-RETIRADO(WS-IDX-LAPSO)
               MOVE WS-TA-AGENCIA(WS-IDX-AGENCIA) TO WS-LD-AGENCIA
               PERFORM 320-IMPRIMIR-LAPSO
           END-PERFORM.

       320-IMPRIMIR-LAPSO.
           IF WS-IDX-LAPSO = 1
               MOVE 'MES' TO WS-LD-LAPSO
           ELSE
               MOVE 'ACUM' TO WS-LD-LAPSO
           END-IF.
           MOVE WS-LI-CANT-COLOCADAS TO WS-LD-CANT-COLOCADAS.
           MOVE WS-LI-COLOCADO TO WS-LD-COLOCADO.
           MOVE WS-LI-RECUPERADO TO WS-LD-RECUPERADO.
           MOVE WS-LI-COMISION TO WS-LD-COMISION.
           COMPUTE WS-LD-NETO = WS-LI-RECUPERADO - WS-LI-COMISION.
           MOVE WS-LI-CANT-RETIROS TO WS-LD-CANT-RETIROS.
           MOVE WS-LI-RETIRADO TO WS-LD-RETIRADO.
           MOVE ZERO TO WS-LD-PORCENTAJE.
           IF WS-IDX-LAPSO = 2 AND WS-LI-COLOCADO > ZERO
               COMPUTE WS-LD-PORCENTAJE ROUNDED =
                   WS-LI-RECUPERADO * 100 / WS-LI-COLOCADO
                   ON SIZE ERROR MOVE 999.99 TO WS-LD-PORCENTAJE
               END-COMPUTE
           END-IF.
           WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
       END PROGRAM AGCRPT.
