      *                           vuelven a entrar como liquidacion);
      *    - reporta las liquidaciones estacionadas y los saldos
      *      residuales por cliente de las partidas pagadas a cuenta.
      *  El numero de cliente de TRLIQ y de TRNUEVO viaja con su
      *  digito verificador (CUSTDV): una liquidacion con digito que
      *  no corresponde se estaciona sin cruzar y se arrastra sin
      *  reintento; una partida nueva asi no se abre y va a ERRLOG.
      *  Las liquidaciones se ordenan por cliente/descripcion (SORT
      *  interno, como CUSTSORT) y cada una lee su partida directo
      *  por TD-CLAVE en el archivo indexado; la partida se actualiza
      *  en su lugar (REWRITE) y la nueva se agrega con WRITE.  Cada
      *  liquidacion y cada partida nueva procesada queda en el
      *  checkpoint TRCCKP, como en RESTA-NEGATIVO: un reinicio
      *  salta lo ya aplicado en vez de volver a abonarlo.  UNAPOUT
      *  reemplaza a la caja sin aplicar igual que los reconteos
      *  arrastrados en NIGHTLY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT LIQUIDACIONES-FILE ASSIGN TO "TRLIQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIQUIDACIONES-STATUS.
           SELECT NUEVOS-FILE ASSIGN TO "TRNUEVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVOS-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "TRCCKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "TRCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       FILE SECTION.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  LIQUIDACIONES-FILE.
       01  LIQUIDACIONES-REGISTRO.
           05  LQ-CUST-NUMBER          PIC 9(6).
           05  LQ-DESCRIPCION          PIC X(30).
           05  LQ-FECHA                PIC 9(8).
           05  LQ-IMPORTE              PIC S9(7)V99.
           05  LQ-DIGITO               PIC X(1).
           05  FILLER                  PIC X(6).
       SD  LIQ-SORT-FILE.
       01  LIQ-SORT-REGISTRO.
           05  WKL-CUST-NUMBER         PIC 9(6).
           05  NV-DESCRIPCION          PIC X(30).
           05  NV-FECHA-EFECTIVA       PIC 9(8).
           05  NV-IMPORTE              PIC S9(7)V99.
           05  NV-DIGITO               PIC X(1).
           05  FILLER                  PIC X(6).
      *****************************************************************
      *  El checkpoint guarda cuantas entradas (liquidaciones del
      *  SORT y luego partidas nuevas, en un mismo contador) ya se
      *  aplicaron a TRANDAT, mas el quiebre de residuales en curso
      *  para que el reporte retome el subtotal del cliente.
      *****************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REGISTRO.
           05  CKP-PROCESADOS          PIC 9(7).
           05  CKP-RESID-CUST          PIC 9(6).
           05  CKP-RESID-CLIENTE       PIC S9(9)V99.
           05  CKP-RESID-GENERAL       PIC S9(9)V99.
           05  CKP-HAY-RESIDUAL        PIC X(1).
       FD  REPORTE-FILE.
       01  REPORTE-LINEA               PIC X(80).
       FD  UNAP-IN-FILE.
       WORKING-STORAGE SECTION.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
       01 WS-LIQUIDACIONES-STATUS  PIC X(2).
           88 WS-LIQUIDACIONES-OK  VALUE '00'.
           88 WS-LIQUIDACIONES-EOF VALUE '10'.
       01 WS-NUEVOS-STATUS         PIC X(2).
           88 WS-NUEVOS-OK         VALUE '00'.
           88 WS-NUEVOS-EOF        VALUE '10'.
       01 WS-CHECKPOINT-STATUS     PIC X(2).
           88 WS-CHECKPOINT-OK     VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-UNAP-IN-STATUS        PIC X(2).
       01 WS-CONTADOR-RECUP-ARRASTRE PIC 9(7) VALUE ZERO.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'TRANCAP'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO.
           05  WS-DV-NE-NUMERO     PIC 9(6).
           05  WS-DV-NE-DIGITO     PIC X(1).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
           88 WS-DV-ACEPTADO       VALUES 0 4.
       01 WS-CONTADOR-SIN-DIGITO   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-NUEVOS-RECH  PIC 9(7) VALUE ZERO.
       01 WS-HAY-PARTIDA           PIC X(1) VALUE 'N'.
           88 WS-PARTIDA-HALLADA   VALUE 'S'.
       01 WS-HAY-CHECKPOINT        PIC X(1) VALUE 'N'.
           88 WS-REINICIO          VALUE 'S'.
       01 WS-CONTADOR-PROCESADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-A-SALTAR     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-LIQUIDACIONES PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-DUPLICADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-NUEVOS       PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CERRADOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-PARCIALES    PIC 9(7) VALUE ZERO.
           05  WS-ST-TOTAL         PIC -Z(8)9.99.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-CHECKPOINT.
           SORT LIQ-SORT-FILE
               ON ASCENDING KEY WKL-CUST-NUMBER
               ON ASCENDING KEY WKL-DESCRIPCION
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 090-SOLTAR-LIQUIDACIONES
               GIVING LIQ-ORD-FILE.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 210-LEER-LIQUIDACION.
           PERFORM UNTIL WS-LIQ-ORD-EOF
               ADD 1 TO WS-CONTADOR-PROCESADOS
               IF WS-REINICIO
                  AND WS-CONTADOR-PROCESADOS
                      NOT > WS-CONTADOR-A-SALTAR
                   CONTINUE
               ELSE
                   PERFORM 300-CRUZAR-LIQUIDACION
                   PERFORM 650-GRABAR-CHECKPOINT
               END-IF
               PERFORM 210-LEER-LIQUIDACION
           END-PERFORM.
           PERFORM 500-ANEXAR-NUEVOS.
           PERFORM 600-IMPRIMIR-RESUMEN.
           PERFORM 700-CERRAR-ARCHIVOS.
           STOP RUN.

      *****************************************************************
      *  Un checkpoint con contenido es una corrida anterior que no
      *  llego al final: se retoma despues de la ultima entrada
      *  aplicada, con el quiebre de residuales como quedo.
      *****************************************************************
       050-LEER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-OK
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CKP-PROCESADOS TO WS-CONTADOR-A-SALTAR
                       MOVE CKP-RESID-CUST TO WS-RESID-CUST-ACTUAL
                       MOVE CKP-RESID-CLIENTE
                           TO WS-RESID-TOTAL-CLIENTE
                       MOVE CKP-RESID-GENERAL
                           TO WS-RESID-TOTAL-GENERAL
                       MOVE CKP-HAY-RESIDUAL TO WS-HAY-RESIDUAL
                       SET WS-REINICIO TO TRUE
                       DISPLAY 'REINICIANDO DESPUES DE LA ENTRADA: '
                           WS-CONTADOR-A-SALTAR
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *****************************************************************
      *  Al SORT de liquidaciones entran el archivo TRLIQ del dia y,
      *  detras, la caja sin aplicar del ciclo anterior: cada entrada
      *  estacionada se reintenta como una liquidacion mas sin que
      *  nadie la vuelva a teclear.  El archivo UNAPIN puede no estar
      *  asignado (primera corrida): se sigue sin reintentos, igual
      *  que RESTA-NEGATIVO con RECNTIN.  En un reinicio el SORT se
      *  rearma igual (TRLIQ y UNAPIN no cambian hasta el final bien
      *  del job), pero lo que aqui se arrastra a UNAPOUT ya quedo
      *  escrito en la corrida interrumpida y no se repite.
      *****************************************************************
       090-SOLTAR-LIQUIDACIONES.
           IF WS-REINICIO
               OPEN EXTEND UNAP-OUT-FILE
           ELSE
               OPEN OUTPUT UNAP-OUT-FILE
           END-IF.
           OPEN INPUT LIQUIDACIONES-FILE.
           IF WS-LIQUIDACIONES-OK
               PERFORM 092-LEER-LIQ-CRUDA
               PERFORM UNTIL WS-LIQUIDACIONES-EOF
                   MOVE 'V' TO WS-DV-FUNCION
                   MOVE LQ-CUST-NUMBER TO WS-DV-NE-NUMERO
                   MOVE LQ-DIGITO TO WS-DV-NE-DIGITO
                   CALL 'CUSTDV' USING WS-DV-FUNCION
                       WS-DV-NUMERO-EXTERNO WS-DV-CUST-NUMBER
                       WS-DV-DIGITO WS-DV-RETORNO
                   IF WS-DV-ACEPTADO
                       MOVE LIQUIDACIONES-REGISTRO
                           TO LIQ-SORT-REGISTRO
                       RELEASE LIQ-SORT-REGISTRO
                   ELSE
                       IF NOT WS-REINICIO
                           PERFORM 096-ESTACIONAR-SIN-DIGITO
                       END-IF
                   END-IF
                   PERFORM 092-LEER-LIQ-CRUDA
               END-PERFORM
               CLOSE LIQUIDACIONES-FILE
      *  'W' y duplicaria la recuperacion en el registro cada
      *  ciclo.  Se arrastra tal cual en la caja sin aplicar hasta
      *  que cobranza la disponga contra el registro de castigos.
      *  Tampoco la que se estaciono por digito verificador: el
      *  numero puede ser el de otro cliente.
                   IF UC-MOTIVO = 'RECUPERACION CASTIGADO'
                       ADD 1 TO WS-CONTADOR-RECUP-ARRASTRE
                       IF NOT WS-REINICIO
                           WRITE UNAP-SAL-REGISTRO
                               FROM UNAPCASH-REGISTRO
                       END-IF
                   ELSE
                   IF UC-MOTIVO = 'DIGITO VERIFICADOR'
                       IF NOT WS-REINICIO
                           WRITE UNAP-SAL-REGISTRO
                               FROM UNAPCASH-REGISTRO
                       END-IF
                   ELSE
                       ADD 1 TO WS-CONTADOR-REINTENTADAS
                       MOVE SPACES TO WS-LIQ-ARMADA
                       MOVE WS-LIQ-ARMADA TO LIQ-SORT-REGISTRO
                       RELEASE LIQ-SORT-REGISTRO
                   END-IF
                   END-IF
                   PERFORM 094-LEER-UNAP
               END-PERFORM
               CLOSE UNAP-IN-FILE
               AT END SET WS-UNAP-IN-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Liquidacion cuyo digito verificador no corresponde al numero
      *  de cliente: va a la caja sin aplicar sin pasar por el cruce,
      *  para que cobranza identifique al cliente real.
      *****************************************************************
       096-ESTACIONAR-SIN-DIGITO.
           ADD 1 TO WS-CONTADOR-SIN-DIGITO.
           MOVE SPACES TO UNAPCASH-REGISTRO.
           MOVE LQ-CUST-NUMBER TO UC-CUST-NUMBER.
           MOVE LQ-DESCRIPCION TO UC-DESCRIPCION.
           MOVE LQ-FECHA TO UC-FECHA.
           MOVE LQ-IMPORTE TO UC-IMPORTE.
           MOVE 'DIGITO VERIFICADOR' TO UC-MOTIVO.
           WRITE UNAP-SAL-REGISTRO FROM UNAPCASH-REGISTRO.
           MOVE LQ-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE UC-MOTIVO TO WS-EL-DATO-OFENSOR(8:20).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
      *  TRANDAT se actualiza en su lugar: sin el archivo de partidas
      *  no hay cruce posible y el paso termina con RC=8.  En un
      *  reinicio los reportes se anexan a lo ya escrito.
      *****************************************************************
       100-ABRIR-ARCHIVOS.
           OPEN I-O TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               DISPLAY 'NO SE PUDO ABRIR TRANDAT, ESTADO: '
                   WS-TRANDAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LIQ-ORD-FILE.
           OPEN INPUT NUEVOS-FILE.
           OPEN EXTEND CASTIGOS-FILE.
           IF WS-REINICIO
               OPEN EXTEND REPORTE-FILE
               OPEN EXTEND RESIDUAL-FILE
           ELSE
               OPEN OUTPUT REPORTE-FILE
               OPEN OUTPUT RESIDUAL-FILE
               MOVE 'SALDOS RESIDUALES DE PAGOS PARCIALES POR CLIENTE'
                   TO RESIDUAL-LINEA
               WRITE RESIDUAL-LINEA
           END-IF.

       210-LEER-LIQUIDACION.
           READ LIQ-ORD-FILE
               AT END SET WS-LIQ-ORD-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Cada liquidacion lee su partida por cliente y descripcion.
      *  Partida abierta: importe igual cierra, importe menor rebaja
      *  el saldo y deja la partida abierta (la siguiente liquidacion
      *  de la misma clave lee el saldo ya rebajado), importe mayor
      *  cierra y estaciona el excedente.  Partida cerrada o
      *  liquidacion sin partida: el dinero se estaciona en la caja
      *  sin aplicar y se reintenta manana.
      *****************************************************************
       300-CRUZAR-LIQUIDACION.
           ADD 1 TO WS-CONTADOR-LIQUIDACIONES.
           MOVE LO-CUST-NUMBER TO TD-CUST-NUMBER.
           MOVE LO-DESCRIPCION TO TD-DESC-TEXTO.
           MOVE 'S' TO WS-HAY-PARTIDA.
           READ TRANDAT-FILE
               INVALID KEY MOVE 'N' TO WS-HAY-PARTIDA
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-PARTIDA-HALLADA
                   PERFORM 330-LIQUIDACION-SIN-PARTIDA
               WHEN TD-ABIERTO AND LO-IMPORTE = TD-IMPORTE
                   PERFORM 320-CERRAR-ITEM
               WHEN TD-ABIERTO AND LO-IMPORTE < TD-IMPORTE
                   PERFORM 322-APLICAR-PARCIAL
               WHEN TD-ABIERTO
                   PERFORM 324-CERRAR-CON-EXCEDENTE
               WHEN TD-CASTIGADO
      *  Pago sobre una partida castigada: es una recuperacion, no
      *  una liquidacion comun.  El dinero se estaciona con motivo
      *  propio y la recuperacion queda en el registro de castigos
      *  para que cobranza la reconozca contra la perdida posteada.
                   MOVE 'RECUPERACION CASTIGADO'
                       TO WS-MOTIVO-ESTACIONA
                   MOVE LO-IMPORTE TO WS-IMPORTE-EXCEDENTE
                   PERFORM 340-ESTACIONAR-LIQUIDACION
                   PERFORM 342-ASENTAR-RECUPERACION
               WHEN OTHER
                   MOVE 'PARTIDA YA CERRADA' TO WS-MOTIVO-ESTACIONA
                   MOVE LO-IMPORTE TO WS-IMPORTE-EXCEDENTE
                   PERFORM 340-ESTACIONAR-LIQUIDACION
           END-EVALUATE.

       320-CERRAR-ITEM.
           ADD 1 TO WS-CONTADOR-CERRADOS.
           SET TD-CERRADO TO TRUE.
           MOVE LO-FECHA TO TD-FECHA-EXPIRA-N.
           PERFORM 345-REGRABAR-PARTIDA.

      *****************************************************************
      *  Pago parcial: el saldo de la partida baja por el importe de
      *  la liquidacion y la partida sigue abierta con lo que queda.
      *****************************************************************
       322-APLICAR-PARCIAL.
           ADD 1 TO WS-CONTADOR-PARCIALES.
           PERFORM 350-ASENTAR-RESIDUAL.
           SUBTRACT LO-IMPORTE FROM TD-IMPORTE.
           PERFORM 345-REGRABAR-PARTIDA.

      *****************************************************************
      *  Pago mayor que la partida: la partida se cierra por su
      *  aplicar, donde cobranza decide a que aplicarlo.
      *****************************************************************
       324-CERRAR-CON-EXCEDENTE.
           COMPUTE WS-IMPORTE-EXCEDENTE = LO-IMPORTE - TD-IMPORTE.
           MOVE 'PAGO EN EXCESO' TO WS-MOTIVO-ESTACIONA.
           PERFORM 340-ESTACIONAR-LIQUIDACION.
           PERFORM 320-CERRAR-ITEM.
           MOVE 'SIN PARTIDA ABIERTA' TO WS-MOTIVO-ESTACIONA.
           MOVE LO-IMPORTE TO WS-IMPORTE-EXCEDENTE.
           PERFORM 340-ESTACIONAR-LIQUIDACION.

      *****************************************************************
      *  Estaciona el importe en la caja sin aplicar y deja la linea
           SET WO-RECUPERADA TO TRUE.
           WRITE WOFREG-REGISTRO.

       345-REGRABAR-PARTIDA.
           REWRITE TRANDAT-RECORD
               INVALID KEY
                   MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'REWRITE DE PARTIDA FALLIDO'
                       TO WS-EL-DATO-OFENSOR(8:26)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
           END-REWRITE.

      *****************************************************************
      *  Una linea de residual por abono parcial; el subtotal del
      *****************************************************************
       350-ASENTAR-RESIDUAL.
           IF WS-RESIDUAL-EN-CURSO
              AND TD-CUST-NUMBER NOT = WS-RESID-CUST-ACTUAL
               PERFORM 355-SUBTOTAL-RESIDUAL
           END-IF.
           MOVE TD-CUST-NUMBER TO WS-RESID-CUST-ACTUAL.
           SET WS-RESIDUAL-EN-CURSO TO TRUE.
           MOVE TD-CUST-NUMBER TO WS-LR-CUST.
           MOVE TD-DESC-TEXTO TO WS-LR-DESCRIPCION.
           MOVE LO-IMPORTE TO WS-LR-PAGADO.
           COMPUTE WS-LR-RESTANTE = TD-IMPORTE - LO-IMPORTE.
           WRITE RESIDUAL-LINEA FROM WS-LINEA-RESIDUAL.
           COMPUTE WS-RESID-TOTAL-CLIENTE =
               WS-RESID-TOTAL-CLIENTE + TD-IMPORTE - LO-IMPORTE.
           COMPUTE WS-RESID-TOTAL-GENERAL =
               WS-RESID-TOTAL-GENERAL + TD-IMPORTE - LO-IMPORTE.

       355-SUBTOTAL-RESIDUAL.
           MOVE WS-RESID-TOTAL-CLIENTE TO WS-ST-TOTAL.
           WRITE RESIDUAL-LINEA FROM WS-LINEA-SUBTOTAL.
           MOVE ZERO TO WS-RESID-TOTAL-CLIENTE.

      *****************************************************************
      *  Las partidas nuevas siguen a las liquidaciones en el mismo
      *  contador del checkpoint.  La clave ya existente en TRANDAT
      *  no se pisa: la partida nueva va a ERRLOG para que se
      *  teclee con otra descripcion.
      *****************************************************************
       500-ANEXAR-NUEVOS.
           PERFORM 510-LEER-NUEVO.
           PERFORM UNTIL WS-NUEVOS-EOF
               ADD 1 TO WS-CONTADOR-PROCESADOS
               IF WS-REINICIO
                  AND WS-CONTADOR-PROCESADOS
                      NOT > WS-CONTADOR-A-SALTAR
                   CONTINUE
               ELSE
                   PERFORM 502-VALIDAR-NUEVO
                   PERFORM 650-GRABAR-CHECKPOINT
               END-IF
               PERFORM 510-LEER-NUEVO
           END-PERFORM.

       502-VALIDAR-NUEVO.
           MOVE 'V' TO WS-DV-FUNCION.
           MOVE NV-CUST-NUMBER TO WS-DV-NE-NUMERO.
           MOVE NV-DIGITO TO WS-DV-NE-DIGITO.
           CALL 'CUSTDV' USING WS-DV-FUNCION
               WS-DV-NUMERO-EXTERNO WS-DV-CUST-NUMBER
               WS-DV-DIGITO WS-DV-RETORNO.
           IF WS-DV-ACEPTADO
               PERFORM 505-ABRIR-PARTIDA
           ELSE
               ADD 1 TO WS-CONTADOR-NUEVOS-RECH
               MOVE NV-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'PARTIDA NUEVA, DIGITO VERIFIC.'
                   TO WS-EL-DATO-OFENSOR(8:30)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

       505-ABRIR-PARTIDA.
           MOVE SPACES TO TRANDAT-RECORD.
           MOVE NV-DESCRIPCION TO TD-DESC-TEXTO.
           MOVE NV-FECHA-EFECTIVA TO TD-FECHA-EFECTIVA-N.
           MOVE ZERO TO TD-FECHA-EXPIRA-N.
           MOVE NV-IMPORTE TO TD-IMPORTE.
           SET TD-ABIERTO TO TRUE.
           MOVE NV-CUST-NUMBER TO TD-CUST-NUMBER.
           WRITE TRANDAT-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-DUPLICADOS
                   MOVE NV-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'PARTIDA NUEVA, CLAVE YA EXISTE'
                       TO WS-EL-DATO-OFENSOR(8:30)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-NUEVOS
           END-WRITE.

       510-LEER-NUEVO.
           READ NUEVOS-FILE
               AT END SET WS-NUEVOS-EOF TO TRUE
               WRITE RESIDUAL-LINEA FROM WS-LINEA-SUBTOTAL
           END-IF.
           DISPLAY 'CAPTURA Y LIQUIDACION DE PARTIDAS ABIERTAS'.
           DISPLAY 'LIQUIDACIONES CRUZADAS  : '
               WS-CONTADOR-LIQUIDACIONES.
           DISPLAY 'PARTIDAS NUEVAS         : ' WS-CONTADOR-NUEVOS.
           DISPLAY 'NUEVAS RECHAZADAS DIGITO: '
               WS-CONTADOR-NUEVOS-RECH.
           DISPLAY 'NUEVAS CON CLAVE EXISTENTE: '
               WS-CONTADOR-DUPLICADOS.
           DISPLAY 'PARTIDAS CERRADAS       : ' WS-CONTADOR-CERRADOS.
           DISPLAY 'PAGOS PARCIALES APLICADOS: '
               WS-CONTADOR-PARCIALES.
               WS-CONTADOR-SIN-PARTIDA.
           DISPLAY 'LIQUIDACIONES ESTACIONADAS: '
               WS-CONTADOR-ESTACIONADAS.
           DISPLAY 'ESTACIONADAS POR DIGITO VERIFIC.: '
               WS-CONTADOR-SIN-DIGITO.
           DISPLAY 'REINTENTOS DE CAJA SIN APLICAR: '
               WS-CONTADOR-REINTENTADAS.
           DISPLAY 'RECUPERACIONES DE CASTIGADOS: '
           DISPLAY 'RECUPERACIONES ARRASTRADAS: '
               WS-CONTADOR-RECUP-ARRASTRE.

      *****************************************************************
      *  Checkpoint por entrada aplicada, sin intervalo: la partida
      *  se actualiza en su lugar, y rehacer una liquidacion ya
      *  aplicada la abonaria dos veces.
      *****************************************************************
       650-GRABAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-CONTADOR-PROCESADOS TO CKP-PROCESADOS.
           MOVE WS-RESID-CUST-ACTUAL TO CKP-RESID-CUST.
           MOVE WS-RESID-TOTAL-CLIENTE TO CKP-RESID-CLIENTE.
           MOVE WS-RESID-TOTAL-GENERAL TO CKP-RESID-GENERAL.
           MOVE WS-HAY-RESIDUAL TO CKP-HAY-RESIDUAL.
           WRITE CHECKPOINT-REGISTRO.
           CLOSE CHECKPOINT-FILE.

      *****************************************************************
      *  Terminado el paso el checkpoint queda vacio: la corrida de
      *  manana no es un reinicio.
      *****************************************************************
       700-CERRAR-ARCHIVOS.
           CLOSE TRANDAT-FILE.
           CLOSE LIQ-ORD-FILE.
           CLOSE NUEVOS-FILE.
           CLOSE REPORTE-FILE.
           CLOSE UNAP-OUT-FILE.
           CLOSE RESIDUAL-FILE.
           CLOSE CASTIGOS-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
       END PROGRAM TRANCAP.
