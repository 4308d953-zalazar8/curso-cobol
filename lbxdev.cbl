       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXDEV.
      *****************************************************************
      *  Pagos devueltos del lockbox (cheques sin fondos): hasta ahora
      *  un pago que el banco devolvia dejaba en pie la liquidacion
      *  que TRANCAP habia aplicado a la partida y el abono NEGIN que
      *  LOCKBOX habia posteado al saldo.  El banco regresa en LBXDEV
      *  la referencia, fecha e importe de la remesa original y el
      *  motivo de la devolucion.  Por cada devolucion:
      *    - busca el pago original en el registro de pagos PAGOREG
      *      que anexa LOCKBOX; una devolucion sin pago original, o de
      *      un pago ya devuelto, solo sale al reporte y a ERRLOG;
      *    - reversa el abono al saldo con un lote NEGIN balanceado
      *      (mismo formato que el de LOCKBOX, importe de signo
      *      opuesto) que se postea con su propia corrida de NEGDEC y
      *      queda asi en CUSTHIST, y en el mismo lote cobra el cargo
      *      por pago devuelto RC-CARGO-DEVOLUCION con el signo de los
      *      cargos de ACRMENS y LATEFEE;
      *    - devuelve el importe a la partida de TRANDAT que el pago
      *      liquido (cliente y descripcion, como TRANCAP): a una
      *      partida abierta se le suma, una cerrada por ese pago (su
      *      expiracion es la fecha del pago) se reabre; el cargo
      *      entra como partida nueva CARGO DEVOL aaaammdd sssss.  Una
      *      partida castigada, o un pago que nunca llego a una
      *      partida (quedo en la caja sin aplicar), sale al reporte
      *      para que cobranza lo resuelva a mano;
      *    - sube CM-DEVOLUCIONES del cliente (con diario CMJRNL); con
      *      RC-MAX-DEVOLUCIONES o mas, LOCKBOX deja de aceptarle
      *      pagos.  El contador baja cuando la devolucion sale del
      *      registro, que se reescribe conservando solo los pagos de
      *      los ultimos doce meses.
      *  Corre en LOCKBOX antes del intake del dia; la partida se lee
      *  directo por su clave en el TRANDAT indexado y se regraba en
      *  su lugar, y PAGOREGO reemplaza al registro al terminar bien.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCIONES-FILE ASSIGN TO "LBXDEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCIONES-STATUS.
           SELECT PAGOREG-FILE ASSIGN TO "PAGOREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOREG-STATUS.
           SELECT PAGOREG-SAL-FILE ASSIGN TO "PAGOREGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOREG-SAL-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT POSTEOS-FILE ASSIGN TO "LBXDNEG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTEOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "LBXDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  Devolucion del banco: la referencia, fecha e importe son los
      *  de la remesa original de LBXIN.
      *****************************************************************
       FD  DEVOLUCIONES-FILE.
       01  DEVOLUCIONES-REGISTRO.
           05  DV-REFERENCIA       PIC X(10).
           05  DV-FECHA            PIC 9(8).
           05  DV-IMPORTE          PIC 9(7)V99.
           05  DV-MOTIVO           PIC X(3).
           05  FILLER              PIC X(30).
       FD  PAGOREG-FILE.
           COPY PAGOREG.
       FD  PAGOREG-SAL-FILE.
       01  PAGOREG-SAL-REGISTRO    PIC X(90).
       FD  TRANDAT-FILE.
           COPY TRANDAT.
      *****************************************************************
      *  Salida en el formato NEGIN completo, igual que LBXNEGIN de
      *  LOCKBOX: se postea con su propia corrida de NEGATIVO-DECIMAL.
      *****************************************************************
       FD  POSTEOS-FILE.
       01  POSTEOS-REGISTRO.
           05  PN-NUM1             PIC S9(4).
           05  PN-NUM2             PIC S9(4).
           05  PN-CUENTA           PIC X(6).
           05  PN-MONEDA           PIC X(3).
           05  PN-FECHA-VALOR      PIC 9(8).
           05  PN-DIGITO           PIC X(1).
       01  POSTEOS-CONTROL.
           05  PNC-MARCA           PIC X(1).
           05  PNC-FECHA-NEGOCIO   PIC 9(8).
           05  PNC-LOTE            PIC X(4).
           05  FILLER              PIC X(13).
       01  POSTEOS-COLA.
           05  FILLER              PIC X(1).
           05  PNL-CANTIDAD        PIC 9(7).
           05  PNL-HASH            PIC S9(9).
           05  FILLER              PIC X(9).
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(80).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-DEVOLUCIONES-STATUS   PIC X(2).
           88 WS-DEVOLUCIONES-OK   VALUE '00'.
           88 WS-DEVOLUCIONES-EOF  VALUE '10'.
       01 WS-PAGOREG-STATUS        PIC X(2).
           88 WS-PAGOREG-OK        VALUE '00'.
           88 WS-PAGOREG-EOF       VALUE '10'.
       01 WS-PAGOREG-SAL-STATUS    PIC X(2).
           88 WS-PAGOREG-SAL-OK    VALUE '00'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
       01 WS-HAY-PARTIDA           PIC X(1) VALUE 'N'.
           88 WS-PARTIDA-HALLADA   VALUE 'S'.
       01 WS-PARTIDA-CAMBIADA      PIC X(1) VALUE 'N'.
           88 WS-HAY-CAMBIO        VALUE 'S'.
       01 WS-POSTEOS-STATUS        PIC X(2).
           88 WS-POSTEOS-OK        VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'LBXDEV'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-CARGO-DEVOLUCION      PIC 9(5)V99 VALUE ZERO.
       01 WS-DIAS-PAGO             PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-ULTIMA-SECUENCIA      PIC 9(5) VALUE ZERO.
       01 WS-IMPORTE-RESTANTE      PIC 9(7)V99 VALUE ZERO.
       01 WS-IMPORTE-PARTE         PIC 9(7)V99 VALUE ZERO.
       01 WS-PARTE-CENTAVOS        PIC 9(4) VALUE ZERO.
       01 WS-SENTIDO-POSTEO        PIC X(1) VALUE SPACE.
           88 WS-POSTEO-REVERSA    VALUE 'R'.
           88 WS-POSTEO-CARGO      VALUE 'C'.
       01 WS-NEGIN-CUENTA          PIC 9(6).
       01 WS-NEGIN-CANTIDAD        PIC 9(7) VALUE ZERO.
       01 WS-NEGIN-HASH            PIC S9(9) VALUE ZERO.
       01 WS-CONTADOR-DEVOLUCIONES PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REVERSADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-PAGO     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REPETIDAS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-CLIENTE  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RESTITUIDAS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REABIERTAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CASTIGADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-PARTIDA  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CARGOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-PURGADOS     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REVERSADO       PIC S9(9)V99 VALUE ZERO.
      *****************************************************************
      *  Devoluciones del dia, cargadas enteras antes de tocar nada:
      *  cada reversada busca despues su partida por clave en TRANDAT.
      *  WS-TV-RESULTADO dice que paso con cada una:
      *    'P' reversada, aun sin partida     'A' partida abierta
      *    'R' partida reabierta              'W' partida castigada
      *    'N' sin pago original              'X' ya estaba devuelto
      *    'S' sin cliente en el maestro
      *  Una devolucion que no cabe detiene el paso antes de emitir.
      *****************************************************************
       01 WS-TABLA-DEVOLUCIONES.
           05  WS-DEVOLUCION-ENTRADA OCCURS 2000 TIMES.
               10  WS-TV-REFERENCIA PIC X(10).
               10  WS-TV-FECHA     PIC 9(8).
               10  WS-TV-IMPORTE   PIC 9(7)V99.
               10  WS-TV-MOTIVO    PIC X(3).
               10  WS-TV-CUST      PIC 9(6).
               10  WS-TV-DESCRIPCION PIC X(30).
               10  WS-TV-RESULTADO PIC X(1).
                   88  WS-TV-PENDIENTE     VALUE 'P'.
                   88  WS-TV-REVERSADA     VALUE 'P' 'A' 'R' 'W'.
       01 WS-CONTADOR-TABLA        PIC 9(4) VALUE ZERO.
       01 WS-IDX-DEVOLUCION        PIC 9(4).
      *****************************************************************
      *  Registro de pagos con el layout de PAGOREG.CPY para grabarlo
      *  tal cual; WS-TG-PURGAR marca los pagos de mas de doce meses,
      *  que ya no se buscan y no se regraban.  Un registro que no
      *  cabe detiene el paso: perder pagos seria no poder reversar
      *  sus devoluciones.
      *****************************************************************
       01 WS-TABLA-REGISTRO.
           05  WS-REGISTRO-ENTRADA OCCURS 20000 TIMES.
               10  WS-TG-IMAGEN.
                   15  WS-TG-REFERENCIA    PIC X(10).
                   15  WS-TG-CUST          PIC 9(6).
                   15  WS-TG-FECHA         PIC 9(8).
                   15  WS-TG-IMPORTE       PIC 9(7)V99.
                   15  WS-TG-DESCRIPCION   PIC X(30).
                   15  WS-TG-FECHA-PROCESO PIC 9(8).
                   15  WS-TG-ESTADO        PIC X(1).
                       88  WS-TG-VIGENTE   VALUE ' '.
                       88  WS-TG-DEVUELTO  VALUE 'D'.
                   15  WS-TG-FECHA-DEVOLUCION PIC 9(8).
                   15  WS-TG-MOTIVO-DEVOLUCION PIC X(3).
                   15  FILLER              PIC X(7).
               10  WS-TG-PURGAR    PIC X(1).
                   88  WS-TG-A-PURGAR      VALUE 'S'.
       01 WS-CONTADOR-REGISTRO     PIC 9(5) VALUE ZERO.
       01 WS-IDX-REGISTRO          PIC 9(5).
       01 WS-IDX-ENCONTRADO        PIC 9(5) VALUE ZERO.
       01 WS-HAY-DEVUELTO          PIC X(1) VALUE 'N'.
           88 WS-YA-DEVUELTO       VALUE 'S'.
      *****************************************************************
      *  Descripcion y partida del cargo por pago devuelto, mismo
      *  layout de TRANDAT.CPY, armada aparte como en LATEFEE.
      *****************************************************************
       01 WS-DESC-CARGO.
           05  FILLER              PIC X(12) VALUE 'CARGO DEVOL '.
           05  WS-DC-FECHA         PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-DC-SECUENCIA     PIC 9(5).
           05  FILLER              PIC X(4) VALUE SPACES.
       01 WS-PARTIDA-CARGO.
           05  WS-PC-CUST-NUMBER   PIC 9(6).
           05  WS-PC-DESCRIPCION   PIC X(30).
           05  WS-PC-FECHA-EFECTIVA PIC 9(8).
           05  WS-PC-FECHA-EXPIRA  PIC 9(8).
           05  WS-PC-IMPORTE       PIC S9(7)V99.
           05  WS-PC-ESTADO        PIC X(1).
       01 WS-LINEA-DEVOLUCION.
           05  WS-LD-REFERENCIA    PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-FECHA         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-IMPORTE       PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-MOTIVO        PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-CUST          PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-RESULTADO     PIC X(30).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-DEVOLUCIONES.
           PERFORM 070-CARGAR-REGISTRO.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM VARYING WS-IDX-DEVOLUCION FROM 1 BY 1
               UNTIL WS-IDX-DEVOLUCION > WS-CONTADOR-TABLA
               PERFORM 300-PROCESAR-DEVOLUCION
           END-PERFORM.
           PERFORM VARYING WS-IDX-DEVOLUCION FROM 1 BY 1
               UNTIL WS-IDX-DEVOLUCION > WS-CONTADOR-TABLA
               IF WS-TV-PENDIENTE(WS-IDX-DEVOLUCION)
                   PERFORM 400-RESTITUIR-PARTIDA
               END-IF
           END-PERFORM.
           PERFORM 450-ESCRIBIR-PARTIDAS-CARGO.
           PERFORM 500-ESCRIBIR-COLA-NEGIN.
           PERFORM 550-IMPRIMIR-DEVOLUCIONES.
           PERFORM 600-GRABAR-REGISTRO.
           PERFORM 650-IMPRIMIR-RESUMEN.
           PERFORM 700-CERRAR-ARCHIVOS.
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
                       IF RC-CARGO-DEVOLUCION IS NUMERIC
                           MOVE RC-CARGO-DEVOLUCION
                               TO WS-CARGO-DEVOLUCION
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       060-CARGAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES-FILE.
           IF WS-DEVOLUCIONES-OK
               PERFORM 065-LEER-DEVOLUCION
               PERFORM UNTIL WS-DEVOLUCIONES-EOF
                   IF WS-CONTADOR-TABLA < 2000
                       ADD 1 TO WS-CONTADOR-TABLA
                       MOVE DV-REFERENCIA
                           TO WS-TV-REFERENCIA(WS-CONTADOR-TABLA)
                       MOVE DV-FECHA TO WS-TV-FECHA(WS-CONTADOR-TABLA)
                       MOVE DV-IMPORTE
                           TO WS-TV-IMPORTE(WS-CONTADOR-TABLA)
                       MOVE DV-MOTIVO
                           TO WS-TV-MOTIVO(WS-CONTADOR-TABLA)
                       MOVE ZERO TO WS-TV-CUST(WS-CONTADOR-TABLA)
                       MOVE SPACES
                           TO WS-TV-DESCRIPCION(WS-CONTADOR-TABLA)
                       MOVE 'N' TO WS-TV-RESULTADO(WS-CONTADOR-TABLA)
                   ELSE
                       MOVE 'TABLA DE DEVOLUCIONES LLENA'
                           TO WS-EL-DATO-OFENSOR
                       DISPLAY 'DEVOLUCIONES RECHAZADAS: '
                           WS-EL-DATO-OFENSOR
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 065-LEER-DEVOLUCION
               END-PERFORM
               CLOSE DEVOLUCIONES-FILE
           END-IF.

       065-LEER-DEVOLUCION.
           READ DEVOLUCIONES-FILE
               AT END SET WS-DEVOLUCIONES-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  El registro entero a memoria; el pago de mas de doce meses
      *  se marca para purgar.  Las devoluciones de hoy que ya estan
      *  en el registro (una corrida anterior del dia) dan la ultima
      *  secuencia usada en las descripciones de cargo.  El archivo
      *  puede no estar asignado (primera corrida).
      *****************************************************************
       070-CARGAR-REGISTRO.
           OPEN INPUT PAGOREG-FILE.
           IF WS-PAGOREG-OK
               PERFORM 075-LEER-REGISTRO
               PERFORM UNTIL WS-PAGOREG-EOF
                   IF WS-CONTADOR-REGISTRO < 20000
                       ADD 1 TO WS-CONTADOR-REGISTRO
                       MOVE PAGOREG-REGISTRO
                           TO WS-TG-IMAGEN(WS-CONTADOR-REGISTRO)
                       MOVE 'N' TO WS-TG-PURGAR(WS-CONTADOR-REGISTRO)
                       CALL 'DATEUTIL' USING '2' PR-FECHA-PROCESO
                           WS-FECHA-PROCESO WS-FECHA-FORMATEADA
                           WS-DIAS-PAGO WS-RETORNO-DATEUTIL
                       IF WS-DIAS-PAGO > 365
                           MOVE 'S'
                               TO WS-TG-PURGAR(WS-CONTADOR-REGISTRO)
                       END-IF
                       IF PR-DEVUELTO
                          AND PR-FECHA-DEVOLUCION = WS-FECHA-PROCESO
                           ADD 1 TO WS-ULTIMA-SECUENCIA
                       END-IF
                   ELSE
                       MOVE 'REGISTRO DE PAGOS LLENO'
                           TO WS-EL-DATO-OFENSOR
                       DISPLAY 'DEVOLUCIONES RECHAZADAS: '
                           WS-EL-DATO-OFENSOR
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 075-LEER-REGISTRO
               END-PERFORM
               CLOSE PAGOREG-FILE
           END-IF.

       075-LEER-REGISTRO.
           READ PAGOREG-FILE
               AT END SET WS-PAGOREG-EOF TO TRUE
           END-READ.

       100-ABRIR-ARCHIVOS.
           OPEN I-O TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               DISPLAY 'NO SE PUDO ABRIR TRANDAT, ESTADO: '
                   WS-TRANDAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           OPEN OUTPUT POSTEOS-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE 'PAGOS DE LOCKBOX DEVUELTOS POR EL BANCO'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 'REFERENCIA FECHA        IMPORTE MOT CLIENT RESULTADO'
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO POSTEOS-CONTROL.
           MOVE 'H' TO PNC-MARCA.
           MOVE WS-FECHA-PROCESO TO PNC-FECHA-NEGOCIO.
           MOVE 'LBXD' TO PNC-LOTE.
           WRITE POSTEOS-CONTROL.

      *****************************************************************
      *  El pago original casa por referencia, fecha e importe del
      *  banco; entre varios iguales se toma el primero aun vigente.
      *  Solo un pago vigente se reversa.
      *****************************************************************
       300-PROCESAR-DEVOLUCION.
           ADD 1 TO WS-CONTADOR-DEVOLUCIONES.
           PERFORM 310-BUSCAR-PAGO.
           EVALUATE TRUE
               WHEN WS-IDX-ENCONTRADO NOT = ZERO
                   PERFORM 320-REVERSAR-PAGO
               WHEN WS-YA-DEVUELTO
                   ADD 1 TO WS-CONTADOR-REPETIDAS
                   MOVE 'X' TO WS-TV-RESULTADO(WS-IDX-DEVOLUCION)
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-SIN-PAGO
                   MOVE 'N' TO WS-TV-RESULTADO(WS-IDX-DEVOLUCION)
           END-EVALUATE.

       310-BUSCAR-PAGO.
           MOVE ZERO TO WS-IDX-ENCONTRADO.
           MOVE 'N' TO WS-HAY-DEVUELTO.
           PERFORM VARYING WS-IDX-REGISTRO FROM 1 BY 1
               UNTIL WS-IDX-REGISTRO > WS-CONTADOR-REGISTRO
               IF NOT WS-TG-A-PURGAR(WS-IDX-REGISTRO)
                  AND WS-TG-REFERENCIA(WS-IDX-REGISTRO) =
                      WS-TV-REFERENCIA(WS-IDX-DEVOLUCION)
                  AND WS-TG-FECHA(WS-IDX-REGISTRO) =
                      WS-TV-FECHA(WS-IDX-DEVOLUCION)
                  AND WS-TG-IMPORTE(WS-IDX-REGISTRO) =
                      WS-TV-IMPORTE(WS-IDX-DEVOLUCION)
                   IF WS-TG-VIGENTE(WS-IDX-REGISTRO)
                       MOVE WS-IDX-REGISTRO TO WS-IDX-ENCONTRADO
                       EXIT PERFORM
                   ELSE
                       SET WS-YA-DEVUELTO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  El contador de devoluciones del cliente sube primero: si el
      *  maestro no acepta el cambio el pago queda vigente y no sale
      *  ningun posteo, asi la devolucion se puede volver a pasar.
      *****************************************************************
       320-REVERSAR-PAGO.
           MOVE WS-TG-CUST(WS-IDX-ENCONTRADO)
               TO WS-TV-CUST(WS-IDX-DEVOLUCION).
           MOVE WS-TG-DESCRIPCION(WS-IDX-ENCONTRADO)
               TO WS-TV-DESCRIPCION(WS-IDX-DEVOLUCION).
           MOVE WS-TG-CUST(WS-IDX-ENCONTRADO) TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SIN-CLIENTE
                   MOVE 'S' TO WS-TV-RESULTADO(WS-IDX-DEVOLUCION)
               NOT INVALID KEY
                   PERFORM 330-CONTAR-DEVOLUCION
           END-READ.

       330-CONTAR-DEVOLUCION.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           IF CM-DEVOLUCIONES IS NOT NUMERIC
               MOVE ZERO TO CM-DEVOLUCIONES
           END-IF.
           IF CM-DEVOLUCIONES < 99
               ADD 1 TO CM-DEVOLUCIONES
           END-IF.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE WS-REGISTRO-ANTES TO CUSTMAST-RECORD
                   ADD 1 TO WS-CONTADOR-SIN-CLIENTE
                   MOVE 'S' TO WS-TV-RESULTADO(WS-IDX-DEVOLUCION)
               NOT INVALID KEY
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
                   PERFORM 340-EMITIR-REVERSA
           END-REWRITE.

      *****************************************************************
      *  El pago queda marcado devuelto en el registro; el abono sale
      *  reversado en el lote NEGIN y, si RUNCTL lo fija, el cargo
      *  por pago devuelto detras, sobre la misma cuenta.
      *****************************************************************
       340-EMITIR-REVERSA.
           ADD 1 TO WS-CONTADOR-REVERSADAS.
           ADD WS-TV-IMPORTE(WS-IDX-DEVOLUCION) TO WS-TOTAL-REVERSADO.
           SET WS-TG-DEVUELTO(WS-IDX-ENCONTRADO) TO TRUE.
           MOVE WS-FECHA-PROCESO
               TO WS-TG-FECHA-DEVOLUCION(WS-IDX-ENCONTRADO).
           MOVE WS-TV-MOTIVO(WS-IDX-DEVOLUCION)
               TO WS-TG-MOTIVO-DEVOLUCION(WS-IDX-ENCONTRADO).
           MOVE 'P' TO WS-TV-RESULTADO(WS-IDX-DEVOLUCION).
           MOVE CM-CUST-NUMBER TO WS-NEGIN-CUENTA.
           SET WS-POSTEO-REVERSA TO TRUE.
           MOVE WS-TV-IMPORTE(WS-IDX-DEVOLUCION)
               TO WS-IMPORTE-RESTANTE.
           PERFORM 360-EMITIR-POSTEOS-NEGIN.
           IF WS-CARGO-DEVOLUCION NOT = ZERO
               SET WS-POSTEO-CARGO TO TRUE
               MOVE WS-CARGO-DEVOLUCION TO WS-IMPORTE-RESTANTE
               PERFORM 360-EMITIR-POSTEOS-NEGIN
           END-IF.

      *****************************************************************
      *  Mismo troceo que LOCKBOX (hasta 99.99 por detalle, USD, dos
      *  decimales).  La reversa lleva el importe en NUM1, resultado
      *  positivo, opuesto al abono original (NUM1 cero menos NUM2);
      *  el cargo lleva el importe en NUM2 y baja el saldo como los
      *  cargos de ACRMENS y LATEFEE.  Ambos con fecha valor del dia
      *  de proceso.
      *****************************************************************
       360-EMITIR-POSTEOS-NEGIN.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE WS-NEGIN-CUENTA TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           PERFORM UNTIL WS-IMPORTE-RESTANTE = ZERO
               IF WS-IMPORTE-RESTANTE > 99.99
                   MOVE 99.99 TO WS-IMPORTE-PARTE
               ELSE
                   MOVE WS-IMPORTE-RESTANTE TO WS-IMPORTE-PARTE
               END-IF
               SUBTRACT WS-IMPORTE-PARTE FROM WS-IMPORTE-RESTANTE
               COMPUTE WS-PARTE-CENTAVOS = WS-IMPORTE-PARTE * 100
               MOVE SPACES TO POSTEOS-REGISTRO
               IF WS-POSTEO-REVERSA
                   MOVE WS-PARTE-CENTAVOS TO PN-NUM1
                   MOVE ZERO TO PN-NUM2
               ELSE
                   MOVE ZERO TO PN-NUM1
                   MOVE WS-PARTE-CENTAVOS TO PN-NUM2
               END-IF
               MOVE WS-NEGIN-CUENTA TO PN-CUENTA
               MOVE 'USD' TO PN-MONEDA
               MOVE WS-FECHA-PROCESO TO PN-FECHA-VALOR
               MOVE WS-DV-DIGITO TO PN-DIGITO
               WRITE POSTEOS-REGISTRO
               ADD 1 TO WS-NEGIN-CANTIDAD
               ADD WS-PARTE-CENTAVOS TO WS-NEGIN-HASH
           END-PERFORM.

      *****************************************************************
      *  Cada devolucion reversada que aun no encontro partida lee
      *  la de su cliente y descripcion por clave.  Abierta:
      *  recupera el importe del pago.  Cerrada por ese pago (TRANCAP
      *  deja la fecha de liquidacion en la expiracion): se reabre;
      *  si el pago cubria tambien un excedente, ese excedente quedo
      *  en la caja sin aplicar y la partida vuelve con su propio
      *  importe.  Castigada: el pago fue una recuperacion y se deja
      *  a cobranza.  Solo la partida que cambia se regraba.
      *****************************************************************
       400-RESTITUIR-PARTIDA.
           MOVE WS-TV-CUST(WS-IDX-DEVOLUCION) TO TD-CUST-NUMBER.
           MOVE WS-TV-DESCRIPCION(WS-IDX-DEVOLUCION) TO TD-DESC-TEXTO.
           MOVE 'S' TO WS-HAY-PARTIDA.
           READ TRANDAT-FILE
               INVALID KEY MOVE 'N' TO WS-HAY-PARTIDA
           END-READ.
           IF WS-PARTIDA-HALLADA
               MOVE 'N' TO WS-PARTIDA-CAMBIADA
               EVALUATE TRUE
                   WHEN TD-ABIERTO
                       ADD 1 TO WS-CONTADOR-RESTITUIDAS
                       ADD WS-TV-IMPORTE(WS-IDX-DEVOLUCION)
                           TO TD-IMPORTE
                       MOVE 'A' TO WS-TV-RESULTADO(WS-IDX-DEVOLUCION)
                       MOVE 'S' TO WS-PARTIDA-CAMBIADA
                   WHEN TD-CERRADO
                        AND TD-FECHA-EXPIRA-N =
                            WS-TV-FECHA(WS-IDX-DEVOLUCION)
                       ADD 1 TO WS-CONTADOR-REABIERTAS
                       SET TD-ABIERTO TO TRUE
                       MOVE ZERO TO TD-FECHA-EXPIRA-N
                       IF WS-TV-IMPORTE(WS-IDX-DEVOLUCION) <
                          TD-IMPORTE
                           MOVE WS-TV-IMPORTE(WS-IDX-DEVOLUCION)
                               TO TD-IMPORTE
                       END-IF
                       MOVE 'R' TO WS-TV-RESULTADO(WS-IDX-DEVOLUCION)
                       MOVE 'S' TO WS-PARTIDA-CAMBIADA
                   WHEN TD-CASTIGADO
                       ADD 1 TO WS-CONTADOR-CASTIGADAS
                       MOVE 'W' TO WS-TV-RESULTADO(WS-IDX-DEVOLUCION)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-HAY-CAMBIO
                   PERFORM 410-REGRABAR-PARTIDA
               END-IF
           END-IF.

       410-REGRABAR-PARTIDA.
           REWRITE TRANDAT-RECORD
               INVALID KEY
                   MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'REWRITE DE PARTIDA FALLIDO'
                       TO WS-EL-DATO-OFENSOR(8:26)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
           END-REWRITE.

      *****************************************************************
      *  Un cargo por pago devuelto por cada pago reversado, como
      *  partida abierta nueva del cliente con fecha efectiva del
      *  dia de proceso.
      *****************************************************************
       450-ESCRIBIR-PARTIDAS-CARGO.
           IF WS-CARGO-DEVOLUCION NOT = ZERO
               PERFORM VARYING WS-IDX-DEVOLUCION FROM 1 BY 1
                   UNTIL WS-IDX-DEVOLUCION > WS-CONTADOR-TABLA
                   IF WS-TV-REVERSADA(WS-IDX-DEVOLUCION)
                       ADD 1 TO WS-ULTIMA-SECUENCIA
                       ADD 1 TO WS-CONTADOR-CARGOS
                       MOVE WS-FECHA-PROCESO TO WS-DC-FECHA
                       MOVE WS-ULTIMA-SECUENCIA TO WS-DC-SECUENCIA
                       MOVE WS-DESC-CARGO TO WS-PC-DESCRIPCION
                       MOVE WS-FECHA-PROCESO TO WS-PC-FECHA-EFECTIVA
                       MOVE ZERO TO WS-PC-FECHA-EXPIRA
                       MOVE WS-CARGO-DEVOLUCION TO WS-PC-IMPORTE
                       MOVE 'A' TO WS-PC-ESTADO
                       MOVE WS-TV-CUST(WS-IDX-DEVOLUCION)
                           TO WS-PC-CUST-NUMBER
                       WRITE TRANDAT-RECORD FROM WS-PARTIDA-CARGO
                           INVALID KEY
                               MOVE WS-PC-CUST-NUMBER
                                   TO WS-EL-DATO-OFENSOR(1:6)
                               MOVE 'PARTIDA NUEVA, CLAVE YA EXISTE'
                                   TO WS-EL-DATO-OFENSOR(8:30)
                               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                                   WS-EL-DATO-OFENSOR
                       END-WRITE
                   END-IF
               END-PERFORM
           END-IF.

       500-ESCRIBIR-COLA-NEGIN.
           MOVE SPACES TO POSTEOS-COLA.
           MOVE 'T' TO POSTEOS-COLA(1:1).
           MOVE WS-NEGIN-CANTIDAD TO PNL-CANTIDAD.
           MOVE WS-NEGIN-HASH TO PNL-HASH.
           WRITE POSTEOS-COLA.

      *****************************************************************
      *  Una linea por devolucion con lo que paso; las que piden
      *  trabajo manual van tambien a ERRLOG.
      *****************************************************************
       550-IMPRIMIR-DEVOLUCIONES.
           PERFORM VARYING WS-IDX-DEVOLUCION FROM 1 BY 1
               UNTIL WS-IDX-DEVOLUCION > WS-CONTADOR-TABLA
               MOVE WS-TV-REFERENCIA(WS-IDX-DEVOLUCION)
                   TO WS-LD-REFERENCIA
               MOVE WS-TV-FECHA(WS-IDX-DEVOLUCION) TO WS-LD-FECHA
               MOVE WS-TV-IMPORTE(WS-IDX-DEVOLUCION) TO WS-LD-IMPORTE
               MOVE WS-TV-MOTIVO(WS-IDX-DEVOLUCION) TO WS-LD-MOTIVO
               IF WS-TV-CUST(WS-IDX-DEVOLUCION) = ZERO
                   MOVE SPACES TO WS-LD-CUST
               ELSE
                   MOVE WS-TV-CUST(WS-IDX-DEVOLUCION) TO WS-LD-CUST
               END-IF
               EVALUATE WS-TV-RESULTADO(WS-IDX-DEVOLUCION)
                   WHEN 'A'
                       MOVE 'REVERSADO, PARTIDA RESTITUIDA'
                           TO WS-LD-RESULTADO
                   WHEN 'R'
                       MOVE 'REVERSADO, PARTIDA REABIERTA'
                           TO WS-LD-RESULTADO
                   WHEN 'W'
                       MOVE 'REVERSADO, PARTIDA CASTIGADA'
                           TO WS-LD-RESULTADO
                   WHEN 'P'
                       ADD 1 TO WS-CONTADOR-SIN-PARTIDA
                       MOVE 'REVERSADO, PARTIDA NO HALLADA'
                           TO WS-LD-RESULTADO
                   WHEN 'X'
                       MOVE 'PAGO YA DEVUELTO ANTES'
                           TO WS-LD-RESULTADO
                   WHEN 'S'
                       MOVE 'SIN CLIENTE EN MAESTRO'
                           TO WS-LD-RESULTADO
                   WHEN OTHER
                       MOVE 'PAGO ORIGINAL NO ENCONTRADO'
                           TO WS-LD-RESULTADO
               END-EVALUATE
               WRITE REPORTE-LINEA FROM WS-LINEA-DEVOLUCION
               IF WS-TV-RESULTADO(WS-IDX-DEVOLUCION) NOT = 'A'
                  AND WS-TV-RESULTADO(WS-IDX-DEVOLUCION) NOT = 'R'
                   MOVE WS-TV-REFERENCIA(WS-IDX-DEVOLUCION)
                       TO WS-EL-DATO-OFENSOR(1:10)
                   MOVE WS-LD-RESULTADO TO WS-EL-DATO-OFENSOR(12:29)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-PERFORM.

      *****************************************************************
      *  El registro sale reescrito sin los pagos de mas de doce
      *  meses; una devolucion que sale del registro deja de contar
      *  para el tope del cliente.
      *****************************************************************
       600-GRABAR-REGISTRO.
           OPEN OUTPUT PAGOREG-SAL-FILE.
           PERFORM VARYING WS-IDX-REGISTRO FROM 1 BY 1
               UNTIL WS-IDX-REGISTRO > WS-CONTADOR-REGISTRO
               IF WS-TG-A-PURGAR(WS-IDX-REGISTRO)
                   ADD 1 TO WS-CONTADOR-PURGADOS
                   IF WS-TG-DEVUELTO(WS-IDX-REGISTRO)
                       PERFORM 610-DESCONTAR-DEVOLUCION
                   END-IF
               ELSE
                   WRITE PAGOREG-SAL-REGISTRO
                       FROM WS-TG-IMAGEN(WS-IDX-REGISTRO)
               END-IF
           END-PERFORM.
           CLOSE PAGOREG-SAL-FILE.

       610-DESCONTAR-DEVOLUCION.
           MOVE WS-TG-CUST(WS-IDX-REGISTRO) TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CM-DEVOLUCIONES IS NUMERIC
                      AND CM-DEVOLUCIONES > ZERO
                       MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES
                       SUBTRACT 1 FROM CM-DEVOLUCIONES
                       REWRITE CUSTMAST-RECORD
                           INVALID KEY
                               MOVE CM-CUST-NUMBER
                                   TO WS-EL-DATO-OFENSOR(1:6)
                               MOVE 'ERROR AL DESCONTAR DEVOLUCION'
                                   TO WS-EL-DATO-OFENSOR(8:29)
                               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                                   WS-EL-DATO-OFENSOR
                           NOT INVALID KEY
                               MOVE 'R' TO WS-JR-ACCION
                               CALL 'CMJRNL' USING WS-EL-PROGRAMA
                                   WS-JR-ACCION WS-REGISTRO-ANTES
                                   CUSTMAST-RECORD
                       END-REWRITE
                   END-IF
           END-READ.

       650-IMPRIMIR-RESUMEN.
           DISPLAY 'PAGOS DE LOCKBOX DEVUELTOS'.
           DISPLAY 'DEVOLUCIONES RECIBIDAS : '
               WS-CONTADOR-DEVOLUCIONES.
           DISPLAY 'PAGOS REVERSADOS       : ' WS-CONTADOR-REVERSADAS.
           DISPLAY 'IMPORTE REVERSADO      : ' WS-TOTAL-REVERSADO.
           DISPLAY 'PARTIDAS RESTITUIDAS   : '
               WS-CONTADOR-RESTITUIDAS.
           DISPLAY 'PARTIDAS REABIERTAS    : ' WS-CONTADOR-REABIERTAS.
           DISPLAY 'PARTIDAS CASTIGADAS    : ' WS-CONTADOR-CASTIGADAS.
           DISPLAY 'REVERSADOS SIN PARTIDA : '
               WS-CONTADOR-SIN-PARTIDA.
           DISPLAY 'CARGOS POR DEVOLUCION  : ' WS-CONTADOR-CARGOS.
           DISPLAY 'SIN PAGO ORIGINAL      : ' WS-CONTADOR-SIN-PAGO.
           DISPLAY 'YA DEVUELTOS ANTES     : ' WS-CONTADOR-REPETIDAS.
           DISPLAY 'SIN CLIENTE EN MAESTRO : '
               WS-CONTADOR-SIN-CLIENTE.
           DISPLAY 'DETALLES NEGIN EMITIDOS: ' WS-NEGIN-CANTIDAD.
           DISPLAY 'PAGOS PURGADOS         : ' WS-CONTADOR-PURGADOS.

       700-CERRAR-ARCHIVOS.
           CLOSE TRANDAT-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE POSTEOS-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM LBXDEV.
