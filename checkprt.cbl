      *  nuevo, asentado como 'R', con ambos eventos encadenados por
      *  CR-NUMERO-REFERENCIA.  Un cheque perdido ya no se persigue
      *  con grep sobre salida de impresora.
      *  El cliente en mora y el de cuenta dormida no reciben
      *  desembolso: el cheque queda en la cola de retenidos.
      *  La corrida ya no vive solo en el libro: emite el lote
      *  contable CHKGL balanceado (emisiones, anulaciones y
      *  reemisiones del dia) y cada cheque pagadero a cliente baja
      *  CM-BALANCE y queda en CUSTHIST como cualquier transaccion,
      *  asi el estado de cuenta muestra el reembolso que se le
      *  mando.  Anulaciones y reemisiones asientan contra la cuenta
      *  de cheques por pagar, sin tocar el saldo del cliente; su
      *  par anulacion/reemision neta cero.
      *  Los pagos a proveedor que PAGOSEL agrega a CHECKIN salen con
      *  el domicilio de pago del maestro PROVMAST, y cada uno que se
      *  imprime deja su enlace en CHKPROV (proveedor, lote de pago y
      *  numero asignado) para que PAGOCONF marque sus facturas.
      *  Emisiones y reemisiones llevan en el libro el titular del
      *  cheque (cliente o proveedor), del que CHKABAN saca el ultimo
      *  domicilio conocido si el cheque vence sin cobrarse.
      *  El titular con instruccion de pago electronico en CTABANCO
      *  (preferencia transferencia, cuenta activa) no recibe papel:
      *  su desembolso sale como detalle del archivo bancario ACHSAL
      *  (cabecera de archivo y de lote, detalles y controles con
      *  totales, ver ACHREG.CPY).  Igual toma numero de la serie y
      *  queda en el libro con medio 'T', asi CHKINQ, el posteo de
      *  480 y el saldo del cliente no distinguen el medio.  Una
      *  transferencia que el banco devuelve entra por ACHDEV a
      *  CHKVOID y se reemplaza con cheque impreso.
      *  El cheque impreso a un cliente con el domicilio devuelto por
      *  el correo (CM-DOMICILIO-DEVUELTO) no se manda a una
      *  direccion que no sirve: queda en la cola de retenidos con
      *  estado 'D' y 150 lo imprime cuando CUSTUPD limpia la marca
      *  con la direccion nueva (la transferencia no lleva sobre y
      *  sale igual).
      *  Un cheque con numero de cliente cuyo digito verificador no
      *  corresponde (CI-DIGITO, ver CUSTDV) no se imprime ni se
      *  retiene: va a ERRLOG, porque el numero puede ser el de otro
      *  cliente y el beneficiario saldria del maestro equivocado.
      *  Las formas en blanco de la impresora traen su propia serie
      *  prenumerada: la corrida recibe por SYSIN la primera serie
      *  cargada, la asienta como arranque en el libro de series
      *  CHKSERIE y cada forma que imprime queda ahi con su serie y
      *  el CR-NUMERO del cheque, para que CHKSTKR concilie el
      *  inventario de formas (CHKSTOCK) contra los numeros del
      *  libro.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HISTORIA-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT PROVEEDORES-FILE ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVEEDOR
               FILE STATUS IS WS-PROVEEDORES-STATUS.
           SELECT ENLACES-FILE ASSIGN TO "CHKPROV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENLACES-STATUS.
           SELECT CTABANCO-FILE ASSIGN TO "CTABANCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-CLAVE
               FILE STATUS IS WS-CTABANCO-STATUS.
           SELECT ACH-FILE ASSIGN TO "ACHSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT SERIES-FILE ASSIGN TO "CHKSERIE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKIN-FILE.
           COPY CHECKIN.
       FD  CHECKOUT-FILE.
       01  CHECKOUT-REGISTRO       PIC X(71).
       FD  CONTROL-FILE.
       FD  REGISTRO-FILE.
           COPY CHKREG.
       FD  REGISTRO-IN-FILE.
       01  REGISTRO-IN-IMAGEN      PIC X(80).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  ANULACIONES-FILE.
       FD  RETENIDOS-FILE.
           COPY CHKHOLD.
       FD  RETENIDOS-SAL-FILE.
       01  RETENIDOS-SAL-REGISTRO  PIC X(94).
       FD  GL-FILE.
           COPY GLFEED.
       FD  HISTORIA-FILE.
           COPY CUSTHIST.
       FD  PERIODOS-FILE.
           COPY PERCTL.
       FD  PROVEEDORES-FILE.
           COPY PROVMAST.
       FD  ENLACES-FILE.
           COPY CHKPROV.
       FD  CTABANCO-FILE.
           COPY CTABANCO.
       FD  ACH-FILE.
           COPY ACHREG.
       FD  SERIES-FILE.
           COPY CHKSERIE.
       WORKING-STORAGE SECTION.
       01 CHEQUE-PLANTILLA.
           05 CHK-INDICADOR        PIC X       VALUE 'C'.
       01 WS-CONTADOR-BLOQUEADOS   PIC 9(5) VALUE ZERO.
       01 WS-ESTADO-MORA-CHEQUE    PIC X(1) VALUE 'C'.
           88 WS-CLIENTE-EN-MORA   VALUE 'D' 'S'.
       01 WS-CUENTA-DORMIDA-CHEQUE PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-DORMIDO   VALUE 'S'.
       01 WS-CONTADOR-DORMIDOS     PIC 9(5) VALUE ZERO.
       01 WS-DOMICILIO-DEVUELTO-CHEQUE PIC X(1) VALUE 'N'.
           88 WS-CHEQUE-DOMICILIO-DEVUELTO VALUE 'S'.
       01 WS-CONTADOR-RET-DOMICILIO PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-LIBERADOS-DOM PIC 9(5) VALUE ZERO.
       01 WS-DIGITO-CHEQUE         PIC X(1) VALUE 'S'.
           88 WS-CHEQUE-DIGITO-ERRONEO VALUE 'N'.
       01 WS-CONTADOR-SIN-DIGITO   PIC 9(5) VALUE ZERO.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO.
           05  WS-DV-NE-NUMERO     PIC 9(6).
           05  WS-DV-NE-DIGITO     PIC X(1).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
       01 WS-PERIODOS-STATUS       PIC X(2).
           88 WS-PERIODOS-OK       VALUE '00'.
           88 WS-PERIODOS-EOF      VALUE '10'.
       01 WS-PROVEEDORES-STATUS    PIC X(2).
           88 WS-PROVEEDORES-OK    VALUE '00'.
       01 WS-ENLACES-STATUS        PIC X(2).
           88 WS-ENLACES-OK        VALUE '00'.
       01 WS-HAY-PROVMAST          PIC X(1) VALUE 'N'.
           88 WS-PROVMAST-ABIERTO  VALUE 'S'.
       01 WS-CTABANCO-STATUS       PIC X(2).
           88 WS-CTABANCO-OK       VALUE '00'.
       01 WS-ACH-STATUS            PIC X(2).
           88 WS-ACH-OK            VALUE '00'.
       01 WS-HAY-CTABANCO          PIC X(1) VALUE 'N'.
           88 WS-CTABANCO-ABIERTO  VALUE 'S'.
       01 WS-PROVEEDOR-ENLACE      PIC 9(6) VALUE ZERO.
       01 WS-LOTE-ENLACE           PIC 9(8) VALUE ZERO.
       01 WS-IMPORTE-ENLACE        PIC S9(7)V99 VALUE ZERO.
       01 WS-PROVEEDOR-DOMICILIO   PIC 9(6) VALUE ZERO.
       01 WS-CONTADOR-PROVEEDORES  PIC 9(5) VALUE ZERO.

       01 WS-TOPE-CHEQUE           PIC 9(7)V99 VALUE ZERO.
       01 WS-CUENTA-SUSPENSO       PIC X(6) VALUE '999999'.
       01 WS-GL-TOT-DEBE           PIC S9(11)V999 VALUE ZERO.
       01 WS-GL-TOT-HABER          PIC S9(11)V999 VALUE ZERO.
      *****************************************************************
      *  Medio del desembolso en curso y su titular, para buscar la
      *  instruccion de pago electronico en CTABANCO.  Sin empresa
      *  originante y ruta del banco en RUNCTL no hay transferencias:
      *  todo se imprime, como siempre.
      *****************************************************************
       01 WS-MEDIO-PAGO            PIC X(1) VALUE SPACES.
           88 WS-PAGO-TRANSFERENCIA VALUE 'T'.
       01 WS-TIPO-TITULAR-PAGO     PIC X(1).
       01 WS-CODIGO-TITULAR-PAGO   PIC 9(6).
       01 WS-ACH-ID-EMPRESA        PIC X(10) VALUE SPACES.
       01 WS-ACH-RUTA-ORIGEN       PIC 9(9) VALUE ZERO.
       01 WS-ACH-RUTA-PARTES REDEFINES WS-ACH-RUTA-ORIGEN.
           05  WS-ACH-ENTIDAD-ORIGEN PIC 9(8).
           05  FILLER              PIC 9(1).
       01 WS-ACH-NOMBRE-EMPRESA    PIC X(16) VALUE 'PAGOS CLIENTES'.
       01 WS-ACH-HABILITADO        PIC X(1) VALUE 'N'.
           88 WS-ACH-ACTIVO        VALUE 'S'.
       01 WS-ACH-LOTE              PIC X(1) VALUE 'N'.
           88 WS-ACH-LOTE-ABIERTO  VALUE 'S'.
       01 WS-ACH-DETALLES          PIC 9(6) VALUE ZERO.
       01 WS-ACH-REGISTROS         PIC 9(7) VALUE ZERO.
       01 WS-ACH-BLOQUES           PIC 9(6) VALUE ZERO.
       01 WS-ACH-HASH              PIC 9(18) VALUE ZERO.
       01 WS-ACH-RUTA-8            PIC 9(8).
       01 WS-ACH-TOTAL-CREDITOS    PIC 9(10)V99 VALUE ZERO.
       01 WS-ACH-HORA              PIC 9(8).
       01 WS-IMPORTE-TRANSFERENCIA PIC 9(8)V99 VALUE ZERO.
       01 WS-CONTADOR-TRANSFERENCIAS PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Serie prenumerada de la proxima forma en blanco de la
      *  impresora, desde la primera cargada que trae SYSIN.
      *****************************************************************
       01 WS-SERIES-STATUS         PIC X(2).
           88 WS-SERIES-OK         VALUE '00'.
       01 WS-ENTRADA-SERIE         PIC X(8).
       01 WS-SERIE-FORMA           PIC 9(8) VALUE ZERO.
       01 WS-CONTADOR-FORMAS       PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Posteo en curso del evento del libro: cuenta (cliente o
      *  cheques por pagar), importe algebraico con el signo que
      *  entra al balance, y el cliente cuando el cheque es pagadero
               88  WR-REEMITIDO    VALUE 'R'.
           05  WR-NUMERO-REFERENCIA PIC 9(8).
           05  WR-OPERADOR-APRUEBA PIC X(4).
           05  WR-TIPO-TITULAR     PIC X(1).
           05  WR-CODIGO-TITULAR   PIC 9(6).
           05  WR-MEDIO-PAGO       PIC X(1).
           05  FILLER              PIC X(4).
       01 WS-BENEFICIARIO          PIC X(30).
       01 WS-HAY-DOMICILIO         PIC X(1) VALUE 'N'.
           88 WS-DOMICILIO-HALLADO VALUE 'S'.
               10  WS-TA-NUMERO    PIC 9(8).
               10  WS-TA-BENEFICIARIO PIC X(30).
               10  WS-TA-IMPORTE   PIC S9(7)V99.
               10  WS-TA-TIPO-TITULAR PIC X(1).
               10  WS-TA-CODIGO-TITULAR PIC 9(6).
               10  WS-TA-MEDIO-PAGO PIC X(1).
               10  WS-TA-HALLADO   PIC X(1).
                   88  WS-TA-EN-LIBRO VALUE 'S'.
       01 WS-CONTADOR-ANULACIONES  PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-CONTROL.
           PERFORM 052-LEER-SERIE-INICIAL.
           PERFORM 056-CARGAR-PERIODOS.
           PERFORM 058-VERIFICAR-PERIODO-CICLO.
           PERFORM 060-CARGAR-ANULACIONES.
           PERFORM UNTIL WS-CHECKIN-EOF
               PERFORM 250-VERIFICAR-MORA
               EVALUATE TRUE
                   WHEN WS-CHEQUE-DIGITO-ERRONEO
                       PERFORM 262-RECHAZAR-SIN-DIGITO
                   WHEN WS-CLIENTE-EN-MORA OR WS-CLIENTE-DORMIDO
                       PERFORM 260-BLOQUEAR-CHEQUE
                   WHEN WS-TOPE-CHEQUE NOT = ZERO
                        AND CI-IMPORTE > WS-TOPE-CHEQUE
                       PERFORM 270-RETENER-CHEQUE
                   WHEN OTHER
                       PERFORM 380-ELEGIR-MEDIO-PAGO
                       IF WS-PAGO-TRANSFERENCIA
                           PERFORM 350-RESOLVER-BENEFICIARIO
                           PERFORM 450-ASENTAR-EMISION
                           MOVE CI-IMPORTE TO WS-IMPORTE-TRANSFERENCIA
                           PERFORM 420-ESCRIBIR-TRANSFERENCIA
                       ELSE
                           IF WS-CHEQUE-DOMICILIO-DEVUELTO
                               PERFORM 265-RETENER-POR-DOMICILIO
                           ELSE
                               PERFORM 300-ARMAR-CHEQUE
                               PERFORM 400-IMPRIMIR-CHEQUE
                               PERFORM 450-ASENTAR-EMISION
                               PERFORM 465-ASENTAR-SERIE
                           END-IF
                       END-IF
               END-EVALUATE
               PERFORM 200-LEER-CHEQUE
           END-PERFORM.
               WS-CONTADOR-VOID-ARRASTRE.
           DISPLAY 'CHEQUES BLOQUEADOS POR MORA: '
               WS-CONTADOR-BLOQUEADOS.
           DISPLAY 'RECHAZADOS DIGITO VERIFIC. : '
               WS-CONTADOR-SIN-DIGITO.
           DISPLAY 'BLOQUEADOS CUENTA DORMIDA  : '
               WS-CONTADOR-DORMIDOS.
           DISPLAY 'CHEQUES RETENIDOS POR TOPE : '
               WS-CONTADOR-RETENIDOS.
           DISPLAY 'APROBADOS IMPRESOS         : '
               WS-CONTADOR-APROBADOS.
           DISPLAY 'RETENIDOS ARRASTRADOS      : '
               WS-CONTADOR-ARRASTRE-RET.
           DISPLAY 'RETENIDOS DOMICILIO DEVUELTO: '
               WS-CONTADOR-RET-DOMICILIO.
           DISPLAY 'LIBERADOS DOMICILIO NUEVO  : '
               WS-CONTADOR-LIBERADOS-DOM.
           DISPLAY 'CHEQUES A PROVEEDOR        : '
               WS-CONTADOR-PROVEEDORES.
           DISPLAY 'TRANSFERENCIAS EN ACHSAL   : '
               WS-CONTADOR-TRANSFERENCIAS.
           DISPLAY 'FORMAS EN BLANCO USADAS    : '
               WS-CONTADOR-FORMAS.
           DISPLAY 'PROXIMA SERIE DE FORMA     : ' WS-SERIE-FORMA.
           STOP RUN.

      *****************************************************************
               CLOSE CONTROL-FILE
           END-IF.

      *****************************************************************
      *  Primera serie de forma en blanco cargada en la impresora,
      *  tecleada por el operador en la tarjeta SYSIN de la corrida.
      *  Sin ella no hay como atar las formas a los numeros del
      *  libro: la corrida se rechaza con RC=8 antes de tocar nada.
      *****************************************************************
       052-LEER-SERIE-INICIAL.
           MOVE SPACES TO WS-ENTRADA-SERIE.
           ACCEPT WS-ENTRADA-SERIE.
           IF WS-ENTRADA-SERIE IS NUMERIC
               MOVE WS-ENTRADA-SERIE TO WS-SERIE-FORMA
           END-IF.
           IF WS-SERIE-FORMA = ZERO
               MOVE 'FALTA PRIMERA SERIE DE FORMAS'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'CORRIDA RECHAZADA: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       055-LEER-RUNCTL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
                           MOVE RC-CUENTA-CHEQUES
                               TO WS-CUENTA-CHEQUES
                       END-IF
                       IF RC-ACH-ID-EMPRESA NOT = SPACES
                          AND RC-ACH-RUTA-ORIGEN IS NUMERIC
                          AND RC-ACH-RUTA-ORIGEN NOT = ZERO
                           MOVE RC-ACH-ID-EMPRESA TO WS-ACH-ID-EMPRESA
                           MOVE RC-ACH-RUTA-ORIGEN
                               TO WS-ACH-RUTA-ORIGEN
                           SET WS-ACH-ACTIVO TO TRUE
                       END-IF
                       IF RC-ACH-NOMBRE-EMPRESA NOT = SPACES
                           MOVE RC-ACH-NOMBRE-EMPRESA
                               TO WS-ACH-NOMBRE-EMPRESA
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
                           WS-TA-BENEFICIARIO(WS-CONTADOR-ANULACIONES)
                       MOVE ZERO TO
                           WS-TA-IMPORTE(WS-CONTADOR-ANULACIONES)
                       MOVE SPACES TO WS-TA-TIPO-TITULAR
                           (WS-CONTADOR-ANULACIONES)
                       MOVE ZERO TO WS-TA-CODIGO-TITULAR
                           (WS-CONTADOR-ANULACIONES)
                       MOVE SPACES TO WS-TA-MEDIO-PAGO
                           (WS-CONTADOR-ANULACIONES)
                       MOVE 'N' TO
                           WS-TA-HALLADO(WS-CONTADOR-ANULACIONES)
                   ELSE
                       WS-TA-BENEFICIARIO(WS-IDX-ANULACION)
                   MOVE WR-IMPORTE TO
                       WS-TA-IMPORTE(WS-IDX-ANULACION)
                   MOVE WR-TIPO-TITULAR TO
                       WS-TA-TIPO-TITULAR(WS-IDX-ANULACION)
                   IF WR-CODIGO-TITULAR IS NUMERIC
                       MOVE WR-CODIGO-TITULAR TO
                           WS-TA-CODIGO-TITULAR(WS-IDX-ANULACION)
                   END-IF
                   MOVE WR-MEDIO-PAGO TO
                       WS-TA-MEDIO-PAGO(WS-IDX-ANULACION)
                   SET WS-TA-EN-LIBRO(WS-IDX-ANULACION)
                       TO TRUE
               END-IF
           MOVE 'CHECKPRT' TO GLF-CAB-CORRIDA.
           WRITE GLFEED-REGISTRO.
           CALL 'GLXMIT' USING WS-FECHA-HOY WS-GX-CORRIDA.
      *  Sin maestro de proveedores asignado el cheque a proveedor
      *  sale igual, con la razon social de CHECKIN y sin sobre.
           OPEN INPUT PROVEEDORES-FILE.
           IF WS-PROVEEDORES-OK
               SET WS-PROVMAST-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT ENLACES-FILE.
      *  Sin CTABANCO asignado nadie tiene instruccion electronica y
      *  todo sale impreso.
           OPEN INPUT CTABANCO-FILE.
           IF WS-CTABANCO-OK
               SET WS-CTABANCO-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT ACH-FILE.
           OPEN OUTPUT RETENIDOS-SAL-FILE.
           OPEN EXTEND SERIES-FILE.
           IF NOT WS-SERIES-OK
               DISPLAY 'NO SE PUDO ABRIR CHKSERIE, ESTADO: '
                   WS-SERIES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CHKSERIE-REGISTRO.
           MOVE WS-SERIE-FORMA TO SX-SERIE.
           SET SX-ARRANQUE TO TRUE.
           MOVE WS-FECHA-HOY TO SX-FECHA.
           ACCEPT SX-HORA FROM TIME.
           MOVE WS-PROXIMO-NUMERO TO SX-CR-NUMERO.
           MOVE WS-EL-PROGRAMA TO SX-PROGRAMA.
           WRITE CHKSERIE-REGISTRO.
           PERFORM 150-PROCESAR-RETENIDOS.

      *****************************************************************
           IF WS-RETENIDOS-OK
               PERFORM 160-LEER-RETENIDO
               PERFORM UNTIL WS-RETENIDOS-EOF
                   IF KH-APROBADO OR KH-RETENIDO-DOMICILIO
                       PERFORM 165-VERIFICAR-MORA-RETENIDO
                       EVALUATE TRUE
                           WHEN (WS-CLIENTE-EN-MORA
                                 OR WS-CLIENTE-DORMIDO)
                            AND KH-APROBADO
                               PERFORM 168-BLOQUEAR-APROBADO
                           WHEN WS-CLIENTE-EN-MORA
                             OR WS-CLIENTE-DORMIDO
                               ADD 1 TO WS-CONTADOR-ARRASTRE-RET
                               WRITE RETENIDOS-SAL-REGISTRO
                                   FROM CHKHOLD-REGISTRO
                           WHEN OTHER
                               PERFORM 169-VERIFICAR-DOMICILIO
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-CONTADOR-ARRASTRE-RET
                       WRITE RETENIDOS-SAL-REGISTRO
      *****************************************************************
       165-VERIFICAR-MORA-RETENIDO.
           MOVE 'C' TO WS-ESTADO-MORA-CHEQUE.
           MOVE 'N' TO WS-CUENTA-DORMIDA-CHEQUE.
           MOVE 'N' TO WS-DOMICILIO-DEVUELTO-CHEQUE.
           MOVE 'N' TO WS-HAY-DOMICILIO.
           IF KH-CUST-NUMBER NOT = ZERO
               MOVE KH-CUST-NUMBER TO CM-CUST-NUMBER
                   NOT INVALID KEY
                       MOVE CM-ESTADO-MORA
                           TO WS-ESTADO-MORA-CHEQUE
                       IF CM-CLIENTE-ACTIVO AND CM-CUENTA-DORMIDA
                           SET WS-CLIENTE-DORMIDO TO TRUE
                       END-IF
                       IF CM-DOMICILIO-DEVUELTO
                           SET WS-CHEQUE-DOMICILIO-DEVUELTO TO TRUE
                       END-IF
                       IF CM-DIRECCION NOT = SPACES
                           SET WS-DOMICILIO-HALLADO TO TRUE
                           MOVE SPACES TO WS-LINEA-DIRECCION
                       END-IF
               END-READ
           END-IF.
           IF KH-PROVEEDOR IS NUMERIC
              AND KH-PROVEEDOR NOT = ZERO
               MOVE 'N' TO WS-DOMICILIO-DEVUELTO-CHEQUE
               MOVE KH-PROVEEDOR TO WS-PROVEEDOR-DOMICILIO
               PERFORM 357-DOMICILIO-PROVEEDOR
           END-IF.

      *****************************************************************
      *  El aprobado en mora no se imprime ni se descarta: vuelve a
      *  se resuelva; cobranza ve la constancia en ERRLOG.
      *****************************************************************
       168-BLOQUEAR-APROBADO.
           ADD 1 TO WS-CONTADOR-ARRASTRE-RET.
           WRITE RETENIDOS-SAL-REGISTRO FROM CHKHOLD-REGISTRO.
           MOVE KH-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           IF WS-CLIENTE-EN-MORA
               ADD 1 TO WS-CONTADOR-BLOQUEADOS
               MOVE 'APROBADO BLOQUEADO POR MORA'
                   TO WS-EL-DATO-OFENSOR(8:27)
           ELSE
               ADD 1 TO WS-CONTADOR-DORMIDOS
               MOVE 'APROBADO BLOQUEADO CTA DORMIDA'
                   TO WS-EL-DATO-OFENSOR(8:30)
           END-IF.
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
      *  El aprobado (o el retenido por domicilio) sale por el medio
      *  que hoy prefiere su titular: impreso, o como transferencia
      *  si tiene instruccion electronica activa.  El cheque impreso
      *  cuyo cliente sigue con el domicilio devuelto vuelve a la
      *  cola tal cual: el aprobado sigue aprobado y saldra con la
      *  direccion nueva sin pedir otra aprobacion.
      *****************************************************************
       169-VERIFICAR-DOMICILIO.
           MOVE SPACES TO WS-TIPO-TITULAR-PAGO.
           MOVE ZERO TO WS-CODIGO-TITULAR-PAGO.
           IF KH-PROVEEDOR IS NUMERIC
              AND KH-PROVEEDOR NOT = ZERO
               MOVE 'P' TO WS-TIPO-TITULAR-PAGO
               MOVE KH-PROVEEDOR TO WS-CODIGO-TITULAR-PAGO
           ELSE
               IF KH-CUST-NUMBER IS NUMERIC
                  AND KH-CUST-NUMBER NOT = ZERO
                   MOVE 'C' TO WS-TIPO-TITULAR-PAGO
                   MOVE KH-CUST-NUMBER TO WS-CODIGO-TITULAR-PAGO
               END-IF
           END-IF.
           PERFORM 385-BUSCAR-INSTRUCCION-BANCO.
           IF NOT WS-PAGO-TRANSFERENCIA
              AND WS-CHEQUE-DOMICILIO-DEVUELTO
               ADD 1 TO WS-CONTADOR-ARRASTRE-RET
               WRITE RETENIDOS-SAL-REGISTRO FROM CHKHOLD-REGISTRO
           ELSE
               IF KH-RETENIDO-DOMICILIO
                   ADD 1 TO WS-CONTADOR-LIBERADOS-DOM
               END-IF
               PERFORM 170-IMPRIMIR-APROBADO
           END-IF.

       170-IMPRIMIR-APROBADO.
           IF KH-APROBADO
               ADD 1 TO WS-CONTADOR-APROBADOS
           END-IF.
           IF NOT WS-PAGO-TRANSFERENCIA
               ADD 1 TO WS-CONTADOR-CHEQUES
               MOVE 'C' TO CHK-INDICADOR
               MOVE KH-BENEFICIARIO TO CHK-BENEFICIARIO
               MOVE KH-IMPORTE TO CHK-IMPORTE-EDIT
               MOVE ALL '-' TO CHK-LEYENDA
               MOVE 1 TO WS-PUNTERO
               STRING FUNCTION TRIM(KH-LEYENDA TRAILING)
                   DELIMITED BY SIZE
                   INTO CHK-LEYENDA WITH POINTER WS-PUNTERO
               WRITE CHECKOUT-REGISTRO FROM CHEQUE-IMPRESION
               IF WS-DOMICILIO-HALLADO
                   WRITE CHECKOUT-REGISTRO FROM WS-LINEA-DIRECCION
                   WRITE CHECKOUT-REGISTRO FROM WS-LINEA-CIUDAD
               END-IF
           END-IF.
           PERFORM 460-ASIGNAR-NUMERO.
           IF NOT WS-PAGO-TRANSFERENCIA
               PERFORM 465-ASENTAR-SERIE
           END-IF.
           MOVE SPACES TO CHKREG-REGISTRO.
           MOVE WS-NUMERO-ASIGNADO TO CR-NUMERO.
           MOVE WS-FECHA-HOY TO CR-FECHA.
           SET CR-EMITIDO TO TRUE.
           MOVE ZERO TO CR-NUMERO-REFERENCIA.
           MOVE KH-OPERADOR TO CR-OPERADOR-APRUEBA.
           MOVE ZERO TO CR-CODIGO-TITULAR.
           IF KH-PROVEEDOR IS NUMERIC
              AND KH-PROVEEDOR NOT = ZERO
               SET CR-TITULAR-PROVEEDOR TO TRUE
               MOVE KH-PROVEEDOR TO CR-CODIGO-TITULAR
           ELSE
               IF KH-CUST-NUMBER IS NUMERIC
                  AND KH-CUST-NUMBER NOT = ZERO
                   SET CR-TITULAR-CLIENTE TO TRUE
                   MOVE KH-CUST-NUMBER TO CR-CODIGO-TITULAR
               END-IF
           END-IF.
           MOVE WS-MEDIO-PAGO TO CR-MEDIO-PAGO.
           WRITE CHKREG-REGISTRO.
           IF WS-PAGO-TRANSFERENCIA
               MOVE KH-BENEFICIARIO TO WS-BENEFICIARIO
               MOVE KH-IMPORTE TO WS-IMPORTE-TRANSFERENCIA
               PERFORM 420-ESCRIBIR-TRANSFERENCIA
           END-IF.
           IF KH-PROVEEDOR IS NUMERIC
              AND KH-PROVEEDOR NOT = ZERO
               MOVE KH-PROVEEDOR TO WS-PROVEEDOR-ENLACE
               MOVE KH-LOTE-PAGO TO WS-LOTE-ENLACE
               MOVE KH-IMPORTE TO WS-IMPORTE-ENLACE
               PERFORM 470-ESCRIBIR-ENLACE
           END-IF.
           MOVE KH-CUST-NUMBER TO WS-CUST-POSTEO.
           COMPUTE WS-IMPORTE-POSTEO = ZERO - KH-IMPORTE.
           PERFORM 480-POSTEAR-EVENTO.
      *****************************************************************
       250-VERIFICAR-MORA.
           MOVE 'C' TO WS-ESTADO-MORA-CHEQUE.
           MOVE 'N' TO WS-CUENTA-DORMIDA-CHEQUE.
           MOVE 'N' TO WS-DOMICILIO-DEVUELTO-CHEQUE.
           MOVE 'S' TO WS-DIGITO-CHEQUE.
           IF CI-CUST-NUMBER IS NUMERIC
              AND CI-CUST-NUMBER NOT = ZERO
               MOVE CI-CUST-NUMBER TO CM-CUST-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 255-VERIFICAR-DIGITO
                       MOVE CM-ESTADO-MORA TO WS-ESTADO-MORA-CHEQUE
                       IF CM-CLIENTE-ACTIVO AND CM-CUENTA-DORMIDA
                           SET WS-CLIENTE-DORMIDO TO TRUE
                       END-IF
                       IF CM-DOMICILIO-DEVUELTO
                           SET WS-CHEQUE-DOMICILIO-DEVUELTO TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF CI-PROVEEDOR IS NUMERIC
              AND CI-PROVEEDOR NOT = ZERO
               MOVE 'N' TO WS-DOMICILIO-DEVUELTO-CHEQUE
           END-IF.

      *****************************************************************
      *  Digito verificador del numero de cliente del cheque: se
      *  acepta el digito que corresponde o el numero sin digito que
      *  la referencia CUSTDVX todavia admite.
      *****************************************************************
       255-VERIFICAR-DIGITO.
           MOVE 'V' TO WS-DV-FUNCION.
           MOVE CI-CUST-NUMBER TO WS-DV-NE-NUMERO.
           MOVE CI-DIGITO TO WS-DV-NE-DIGITO.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           IF WS-DV-RETORNO NOT = ZERO
              AND WS-DV-RETORNO NOT = 4
               MOVE 'N' TO WS-DIGITO-CHEQUE
           END-IF.

       262-RECHAZAR-SIN-DIGITO.
           ADD 1 TO WS-CONTADOR-SIN-DIGITO.
           MOVE CI-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'CHEQUE RECHAZADO DIGITO VERIF.'
               TO WS-EL-DATO-OFENSOR(8:30).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
      *  El cheque directo bloqueado por mora no se descarta (la
      *  retenido, igual que 168 devuelve a la cola un aprobado en
      *  mora.  CHKREL decide sobre el cuando cobranza resuelva, y
      *  la reverificacion de mora de 165 vuelve a frenar la
      *  impresion si el cliente sigue en cobranza.  La cuenta
      *  dormida se estaciona igual: el desembolso espera a que el
      *  cliente vuelva a operar y la cuenta se despierte.
      *****************************************************************
       260-BLOQUEAR-CHEQUE.
           ADD 1 TO WS-CONTADOR-ARRASTRE-RET.
           PERFORM 350-RESOLVER-BENEFICIARIO.
           MOVE SPACES TO CHKHOLD-REGISTRO.
           MOVE WS-FECHA-HOY TO KH-FECHA.
           SET KH-RETENIDO TO TRUE.
           MOVE SPACES TO KH-OPERADOR.
           PERFORM 275-CONSERVAR-PAGO-PROVEEDOR.
           WRITE RETENIDOS-SAL-REGISTRO FROM CHKHOLD-REGISTRO.
           MOVE CI-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           IF WS-CLIENTE-EN-MORA
               ADD 1 TO WS-CONTADOR-BLOQUEADOS
               MOVE 'CHEQUE BLOQUEADO POR MORA'
                   TO WS-EL-DATO-OFENSOR(8:25)
           ELSE
               ADD 1 TO WS-CONTADOR-DORMIDOS
               MOVE 'CHEQUE BLOQUEADO CTA DORMIDA'
                   TO WS-EL-DATO-OFENSOR(8:28)
           END-IF.
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
           MOVE WS-FECHA-HOY TO KH-FECHA.
           SET KH-RETENIDO TO TRUE.
           MOVE SPACES TO KH-OPERADOR.
           PERFORM 275-CONSERVAR-PAGO-PROVEEDOR.
           WRITE RETENIDOS-SAL-REGISTRO FROM CHKHOLD-REGISTRO.
           MOVE CI-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'CHEQUE RETENIDO POR TOPE'
               TO WS-EL-DATO-OFENSOR(8:24).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
      *  El cheque impreso a un domicilio devuelto volveria otra vez
      *  por correo: se estaciona con estado 'D', sin asignar numero
      *  ni postear, y 150 lo suelta cuando el domicilio se corrige.
      *****************************************************************
       265-RETENER-POR-DOMICILIO.
           ADD 1 TO WS-CONTADOR-RET-DOMICILIO.
           PERFORM 350-RESOLVER-BENEFICIARIO.
           MOVE SPACES TO CHKHOLD-REGISTRO.
           MOVE WS-BENEFICIARIO TO KH-BENEFICIARIO.
           MOVE CI-IMPORTE TO KH-IMPORTE.
           MOVE CI-LEYENDA TO KH-LEYENDA.
           MOVE CI-CUST-NUMBER TO KH-CUST-NUMBER.
           MOVE WS-FECHA-HOY TO KH-FECHA.
           SET KH-RETENIDO-DOMICILIO TO TRUE.
           MOVE SPACES TO KH-OPERADOR.
           PERFORM 275-CONSERVAR-PAGO-PROVEEDOR.
           WRITE RETENIDOS-SAL-REGISTRO FROM CHKHOLD-REGISTRO.
           MOVE CI-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'CHEQUE RETENIDO POR DOMICILIO'
               TO WS-EL-DATO-OFENSOR(8:29).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       275-CONSERVAR-PAGO-PROVEEDOR.
           IF CI-PROVEEDOR IS NUMERIC
               MOVE CI-PROVEEDOR TO KH-PROVEEDOR
               MOVE CI-LOTE-PAGO TO KH-LOTE-PAGO
           ELSE
               MOVE ZERO TO KH-PROVEEDOR
               MOVE ZERO TO KH-LOTE-PAGO
           END-IF.

       300-ARMAR-CHEQUE.
           PERFORM 350-RESOLVER-BENEFICIARIO.
           MOVE 'C' TO CHK-INDICADOR.
                       END-IF
               END-READ
           END-IF.
           IF CI-PROVEEDOR IS NUMERIC
              AND CI-PROVEEDOR NOT = ZERO
               MOVE CI-PROVEEDOR TO WS-PROVEEDOR-DOMICILIO
               PERFORM 357-DOMICILIO-PROVEEDOR
           END-IF.

      *****************************************************************
      *  El cheque a proveedor ya trae la razon social de PAGOSEL; del
      *  maestro sale el domicilio de pago para el sobre.
      *****************************************************************
       357-DOMICILIO-PROVEEDOR.
           IF WS-PROVMAST-ABIERTO
               MOVE WS-PROVEEDOR-DOMICILIO TO PV-PROVEEDOR
               READ PROVEEDORES-FILE
                   INVALID KEY
                       MOVE WS-PROVEEDOR-DOMICILIO
                           TO WS-EL-DATO-OFENSOR(1:6)
                       MOVE 'PROVEEDOR NO ESTA EN PROVMAST'
                           TO WS-EL-DATO-OFENSOR(8:29)
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   NOT INVALID KEY
                       IF PV-DIRECCION NOT = SPACES
                           SET WS-DOMICILIO-HALLADO TO TRUE
                           MOVE SPACES TO WS-LINEA-DIRECCION
                           MOVE PV-DIRECCION TO WS-LINEA-DIRECCION
                           MOVE SPACES TO WS-LINEA-CIUDAD
                           STRING PV-CIUDAD ' ' PV-CODIGO-POSTAL
                               DELIMITED BY SIZE INTO WS-LINEA-CIUDAD
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      *  Titular del desembolso de CHECKIN (proveedor antes que
      *  cliente, igual que el asiento del libro) y su medio de pago.
      *****************************************************************
       380-ELEGIR-MEDIO-PAGO.
           MOVE SPACES TO WS-TIPO-TITULAR-PAGO.
           MOVE ZERO TO WS-CODIGO-TITULAR-PAGO.
           IF CI-PROVEEDOR IS NUMERIC
              AND CI-PROVEEDOR NOT = ZERO
               MOVE 'P' TO WS-TIPO-TITULAR-PAGO
               MOVE CI-PROVEEDOR TO WS-CODIGO-TITULAR-PAGO
           ELSE
               IF CI-CUST-NUMBER IS NUMERIC
                  AND CI-CUST-NUMBER NOT = ZERO
                   MOVE 'C' TO WS-TIPO-TITULAR-PAGO
                   MOVE CI-CUST-NUMBER TO WS-CODIGO-TITULAR-PAGO
               END-IF
           END-IF.
           PERFORM 385-BUSCAR-INSTRUCCION-BANCO.

      *****************************************************************
      *  Transferencia solo con preferencia electronica y cuenta
      *  activa; la cuenta devuelta por el banco cobra con cheque.
      *  El registro de CTABANCO queda en el area del archivo para
      *  420.
      *****************************************************************
       385-BUSCAR-INSTRUCCION-BANCO.
           MOVE SPACES TO WS-MEDIO-PAGO.
           IF WS-ACH-ACTIVO
              AND WS-CTABANCO-ABIERTO
              AND WS-TIPO-TITULAR-PAGO NOT = SPACES
               MOVE WS-TIPO-TITULAR-PAGO TO BK-TIPO-TITULAR
               MOVE WS-CODIGO-TITULAR-PAGO TO BK-CODIGO-TITULAR
               READ CTABANCO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BK-PREFIERE-TRANSFERENCIA
                          AND BK-CUENTA-ACTIVA
                           SET WS-PAGO-TRANSFERENCIA TO TRUE
                       END-IF
               END-READ
           END-IF.

       400-IMPRIMIR-CHEQUE.
           WRITE CHECKOUT-REGISTRO FROM CHEQUE-IMPRESION.
               WRITE CHECKOUT-REGISTRO FROM WS-LINEA-CIUDAD
           END-IF.

       415-ABRIR-LOTE-ACH.
           SET WS-ACH-LOTE-ABIERTO TO TRUE.
           ACCEPT WS-ACH-HORA FROM TIME.
           MOVE SPACES TO ACHREG-CAB-ARCHIVO.
           SET AC-CABECERA-ARCHIVO TO TRUE.
           MOVE 1 TO AA-PRIORIDAD.
           STRING ' ' WS-ACH-RUTA-ORIGEN DELIMITED BY SIZE
               INTO AA-DESTINO.
           MOVE WS-ACH-ID-EMPRESA TO AA-ORIGEN.
           MOVE WS-FECHA-HOY(3:6) TO AA-FECHA-CREACION.
           MOVE WS-ACH-HORA(1:4) TO AA-HORA-CREACION.
           MOVE 'A' TO AA-MODIFICADOR.
           MOVE 94 TO AA-TAMANO-REGISTRO.
           MOVE 10 TO AA-FACTOR-BLOQUE.
           MOVE '1' TO AA-CODIGO-FORMATO.
           MOVE WS-ACH-NOMBRE-EMPRESA TO AA-NOMBRE-ORIGEN.
           WRITE ACHREG-CAB-ARCHIVO.
           MOVE SPACES TO ACHREG-CAB-LOTE.
           SET AC-CABECERA-LOTE TO TRUE.
           MOVE 220 TO AL-CLASE-SERVICIO.
           MOVE WS-ACH-NOMBRE-EMPRESA TO AL-NOMBRE-EMPRESA.
           MOVE WS-ACH-ID-EMPRESA TO AL-ID-EMPRESA.
           MOVE 'PPD' TO AL-CLASE-ENTRADA.
           MOVE 'PAGOS' TO AL-DESCRIPCION.
           MOVE WS-FECHA-HOY(3:6) TO AL-FECHA-EFECTIVA.
           MOVE '1' TO AL-ESTADO-ORIGINANTE.
           MOVE WS-ACH-ENTIDAD-ORIGEN TO AL-ENTIDAD-ORIGEN.
           MOVE 1 TO AL-NUMERO-LOTE.
           WRITE ACHREG-CAB-LOTE.
           MOVE 2 TO WS-ACH-REGISTROS.

      *****************************************************************
      *  Detalle de transferencia del desembolso recien asentado: el
      *  numero del libro viaja como identificacion individual para
      *  que la devolucion del banco lo traiga de vuelta.  El lote se
      *  abre con la primera transferencia de la corrida.
      *****************************************************************
       420-ESCRIBIR-TRANSFERENCIA.
           IF NOT WS-ACH-LOTE-ABIERTO
               PERFORM 415-ABRIR-LOTE-ACH
           END-IF.
           ADD 1 TO WS-ACH-DETALLES.
           ADD 1 TO WS-CONTADOR-TRANSFERENCIAS.
           MOVE SPACES TO ACHREG-DETALLE.
           SET AC-DETALLE TO TRUE.
           IF BK-CUENTA-AHORRO
               SET AD-CREDITO-AHORRO TO TRUE
           ELSE
               SET AD-CREDITO-CORRIENTE TO TRUE
           END-IF.
           MOVE BK-RUTA TO AD-RUTA.
           MOVE BK-CUENTA TO AD-CUENTA.
           MOVE WS-IMPORTE-TRANSFERENCIA TO AD-IMPORTE.
           MOVE WS-NUMERO-ASIGNADO TO AD-ID-INDIVIDUAL.
           MOVE WS-BENEFICIARIO TO AD-NOMBRE.
           MOVE ZERO TO AD-INDICADOR-ADENDA.
           COMPUTE AD-TRAZA =
               WS-ACH-ENTIDAD-ORIGEN * 10000000 + WS-ACH-DETALLES.
           MOVE BK-RUTA(1:8) TO WS-ACH-RUTA-8.
           ADD WS-ACH-RUTA-8 TO WS-ACH-HASH.
           ADD AD-IMPORTE TO WS-ACH-TOTAL-CREDITOS.
           WRITE ACHREG-DETALLE.
           ADD 1 TO WS-ACH-REGISTROS.

       450-ASENTAR-EMISION.
           PERFORM 460-ASIGNAR-NUMERO.
           MOVE SPACES TO CHKREG-REGISTRO.
           MOVE CI-IMPORTE TO CR-IMPORTE.
           SET CR-EMITIDO TO TRUE.
           MOVE ZERO TO CR-NUMERO-REFERENCIA.
           MOVE ZERO TO CR-CODIGO-TITULAR.
           IF CI-PROVEEDOR IS NUMERIC
              AND CI-PROVEEDOR NOT = ZERO
               SET CR-TITULAR-PROVEEDOR TO TRUE
               MOVE CI-PROVEEDOR TO CR-CODIGO-TITULAR
           ELSE
               IF CI-CUST-NUMBER IS NUMERIC
                  AND CI-CUST-NUMBER NOT = ZERO
                   SET CR-TITULAR-CLIENTE TO TRUE
                   MOVE CI-CUST-NUMBER TO CR-CODIGO-TITULAR
               END-IF
           END-IF.
           MOVE WS-MEDIO-PAGO TO CR-MEDIO-PAGO.
           WRITE CHKREG-REGISTRO.
           IF CI-PROVEEDOR IS NUMERIC
              AND CI-PROVEEDOR NOT = ZERO
               MOVE CI-PROVEEDOR TO WS-PROVEEDOR-ENLACE
               MOVE CI-LOTE-PAGO TO WS-LOTE-ENLACE
               MOVE CI-IMPORTE TO WS-IMPORTE-ENLACE
               PERFORM 470-ESCRIBIR-ENLACE
           END-IF.
           IF CI-CUST-NUMBER IS NUMERIC
               MOVE CI-CUST-NUMBER TO WS-CUST-POSTEO
           ELSE
           MOVE WS-PROXIMO-NUMERO TO WS-NUMERO-ASIGNADO.
           ADD 1 TO WS-PROXIMO-NUMERO.

      *****************************************************************
      *  La forma que acaba de salir de la impresora queda atada al
      *  numero del libro asignado al cheque impreso en ella.
      *****************************************************************
       465-ASENTAR-SERIE.
           MOVE SPACES TO CHKSERIE-REGISTRO.
           MOVE WS-SERIE-FORMA TO SX-SERIE.
           SET SX-EMITIDA TO TRUE.
           MOVE WS-FECHA-HOY TO SX-FECHA.
           ACCEPT SX-HORA FROM TIME.
           MOVE WS-NUMERO-ASIGNADO TO SX-CR-NUMERO.
           MOVE WS-EL-PROGRAMA TO SX-PROGRAMA.
           WRITE CHKSERIE-REGISTRO.
           ADD 1 TO WS-SERIE-FORMA.
           ADD 1 TO WS-CONTADOR-FORMAS.

      *****************************************************************
      *  Enlace del cheque a proveedor recien asentado con el lote de
      *  pago de sus facturas (ver CHKPROV.CPY).
      *****************************************************************
       470-ESCRIBIR-ENLACE.
           ADD 1 TO WS-CONTADOR-PROVEEDORES.
           MOVE SPACES TO CHKPROV-REGISTRO.
           MOVE WS-PROVEEDOR-ENLACE TO PG-PROVEEDOR.
           MOVE WS-LOTE-ENLACE TO PG-LOTE-PAGO.
           MOVE WS-NUMERO-ASIGNADO TO PG-CHEQUE-NUMERO.
           MOVE WS-FECHA-HOY TO PG-FECHA.
           MOVE WS-IMPORTE-ENLACE TO PG-IMPORTE.
           WRITE CHKPROV-REGISTRO.

      *****************************************************************
      *  Por cada numero a anular: evento 'V' en el libro y, si el
      *  original aparecio en la pasada de busqueda, reemplazo
                   PERFORM 460-ASIGNAR-NUMERO
                   PERFORM 510-ASENTAR-ANULACION
                   PERFORM 520-IMPRIMIR-REEMPLAZO
                   PERFORM 465-ASENTAR-SERIE
                   PERFORM 530-ASENTAR-REEMISION
               ELSE
                   MOVE ZERO TO WS-NUMERO-ASIGNADO
           MOVE WS-TA-IMPORTE(WS-IDX-ANULACION) TO CR-IMPORTE.
           SET CR-ANULADO TO TRUE.
           MOVE WS-NUMERO-ASIGNADO TO CR-NUMERO-REFERENCIA.
           MOVE WS-TA-MEDIO-PAGO(WS-IDX-ANULACION) TO CR-MEDIO-PAGO.
           WRITE CHKREG-REGISTRO.
      *  La reversa asienta contra la cuenta de cheques por pagar,
      *  sin tocar el saldo del cliente del numero anulado.
      *  Sin emision en libro el importe es cero y no hay nada que
      *  reversar: el evento 'V' del libro basta, y un detalle GL
      *  de importe cero es justo lo que el mayor corporativo
           MOVE WS-TA-IMPORTE(WS-IDX-ANULACION) TO CR-IMPORTE.
           SET CR-REEMITIDO TO TRUE.
           MOVE WS-NUMERO-ANULADO TO CR-NUMERO-REFERENCIA.
           MOVE WS-TA-TIPO-TITULAR(WS-IDX-ANULACION)
               TO CR-TIPO-TITULAR.
           MOVE WS-TA-CODIGO-TITULAR(WS-IDX-ANULACION)
               TO CR-CODIGO-TITULAR.
           WRITE CHKREG-REGISTRO.
           MOVE ZERO TO WS-CUST-POSTEO.
           COMPUTE WS-IMPORTE-POSTEO =
           WRITE CONTROL-REGISTRO.
           CLOSE CONTROL-FILE.

      *****************************************************************
      *  Controles del lote y del archivo de transferencias, y
      *  relleno con registros de '9' hasta completar el ultimo
      *  bloque de diez.
      *****************************************************************
       690-CERRAR-LOTE-ACH.
           MOVE SPACES TO ACHREG-CTL-LOTE.
           SET AC-CONTROL-LOTE TO TRUE.
           MOVE 220 TO AK-CLASE-SERVICIO.
           MOVE WS-ACH-DETALLES TO AK-CANTIDAD-DETALLES.
           MOVE WS-ACH-HASH TO AK-HASH.
           MOVE ZERO TO AK-TOTAL-DEBITOS.
           MOVE WS-ACH-TOTAL-CREDITOS TO AK-TOTAL-CREDITOS.
           MOVE WS-ACH-ID-EMPRESA TO AK-ID-EMPRESA.
           MOVE WS-ACH-ENTIDAD-ORIGEN TO AK-ENTIDAD-ORIGEN.
           MOVE 1 TO AK-NUMERO-LOTE.
           WRITE ACHREG-CTL-LOTE.
           ADD 2 TO WS-ACH-REGISTROS.
           COMPUTE WS-ACH-BLOQUES = (WS-ACH-REGISTROS + 9) / 10.
           MOVE SPACES TO ACHREG-CTL-ARCHIVO.
           SET AC-CONTROL-ARCHIVO TO TRUE.
           MOVE 1 TO AF-CANTIDAD-LOTES.
           MOVE WS-ACH-BLOQUES TO AF-CANTIDAD-BLOQUES.
           MOVE WS-ACH-DETALLES TO AF-CANTIDAD-DETALLES.
           MOVE WS-ACH-HASH TO AF-HASH.
           MOVE ZERO TO AF-TOTAL-DEBITOS.
           MOVE WS-ACH-TOTAL-CREDITOS TO AF-TOTAL-CREDITOS.
           WRITE ACHREG-CTL-ARCHIVO.
           PERFORM UNTIL WS-ACH-REGISTROS NOT < WS-ACH-BLOQUES * 10
               MOVE ALL '9' TO ACHREG-REGISTRO
               WRITE ACHREG-REGISTRO
               ADD 1 TO WS-ACH-REGISTROS
           END-PERFORM.

       700-CERRAR-ARCHIVOS.
           IF WS-ACH-LOTE-ABIERTO
               PERFORM 690-CERRAR-LOTE-ACH
           END-IF.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-COLA TO TRUE.
           MOVE WS-FECHA-HOY TO GLF-FIN-FECHA.
           CLOSE HISTORIA-FILE.
           CLOSE GL-FILE.
           CLOSE RETENIDOS-SAL-FILE.
           CLOSE ENLACES-FILE.
           CLOSE ACH-FILE.
           CLOSE SERIES-FILE.
           IF WS-CTABANCO-ABIERTO
               CLOSE CTABANCO-FILE
           END-IF.
           IF WS-PROVMAST-ABIERTO
               CLOSE PROVEEDORES-FILE
           END-IF.
       END PROGRAM CHECKPRT.
