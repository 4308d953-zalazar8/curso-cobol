      *****************************************************************
      *  NEGIN trae ahora registros de control del sistema emisor, del
      *  mismo largo que el detalle: una cabecera 'H' con la fecha de
      *  negocio del lote y una cola 'T' con cantidad de
      *  transacciones y total de control (suma de TR-NUM1 y TR-NUM2).
      *  Un archivo puede traer varios lotes H/detalles/T seguidos.
      *  TRC-LOTE identifica el lote dentro de su fecha de negocio
      *  (los lotes generados llevan el suyo: ORDP, LBXP, LBXD); en
      *  blanco se toma el ordinal del lote en el archivo (0001,
      *  0002...).  Cada posteo lo deja en CH-LOTE para que NEGREV
      *  pueda reversar el lote completo.
      *  El detalle empieza siempre con un digito, asi que la marca en
      *  la primera posicion no se confunde con datos.
      *****************************************************************
      *  pertenece cuando llego tarde.  Cero o no numerica = la
      *  fecha de proceso (el comportamiento historico).
           05  TR-FECHA-VALOR      PIC 9(8).
      *  Digito verificador del numero de cliente en TR-CUENTA (ver
      *  CUSTDV); en blanco, numero en el formato anterior.  Solo se
      *  verifica cuando TR-CUENTA es un cliente del maestro.
           05  TR-DIGITO           PIC X(1).
       01  TRANSACCIONES-CONTROL.
           05  TRC-MARCA           PIC X(1).
               88  TRC-ES-CABECERA VALUE 'H'.
               88  TRC-ES-COLA     VALUE 'T'.
               88  TRC-ES-CONTROL  VALUES 'H' 'T'.
           05  TRC-FECHA-NEGOCIO   PIC 9(8).
           05  TRC-LOTE            PIC X(4).
           05  FILLER              PIC X(13).
       01  TRANSACCIONES-COLA.
           05  FILLER              PIC X(1).
           05  TCL-CANTIDAD        PIC 9(7).
           05  TCL-HASH            PIC S9(9).
           05  FILLER              PIC X(9).
       FD  EXCEPCION-FILE.
       01  EXCEPCION-LINEA         PIC X(60).
       FD  GL-FILE.
           88 WS-SIN-VERIFICAR-LIMITE VALUE 'S'.
       01 WS-HAY-RETENCION         PIC X(1) VALUE 'N'.
           88 WS-POSTEO-RETENIDO   VALUE 'S'.
       01 WS-MOTIVO-RETENCION      PIC X(1) VALUE 'L'.
           88 WS-RETENIDO-FALLECIDO VALUE 'F'.
      *****************************************************************
      *  Catalogo de cuentas aceptadas por el mayor, cargado de
      *  CTACAT al arrancar; sin archivo asignado no se valida
       01 WS-HAY-CUENTA-CAT        PIC X(1) VALUE 'N'.
           88 WS-CUENTA-EN-CATALOGO VALUE 'S'.
       01 WS-CONTADOR-SIN-CUENTA   PIC 9(7) VALUE ZERO.
       01 WS-HAY-DIGITO-VALIDO     PIC X(1) VALUE 'S'.
           88 WS-DIGITO-VALIDO     VALUE 'S'.
       01 WS-CONTADOR-SIN-DIGITO   PIC 9(7) VALUE ZERO.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO.
           05  WS-DV-NE-NUMERO     PIC X(6).
           05  WS-DV-NE-DIGITO     PIC X(1).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-CONTADOR-RETENIDOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RET-FALLECIDO PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-LIBERADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ARRASTRADOS  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-DESPERTADAS  PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Tasas de cambio del archivo de tesoreria, con su fecha: la
      *  tasa se elige por la FECHA VALOR de cada transaccion, asi un
       01 WS-HAY-COLA-IN           PIC X(1) VALUE 'N'.
           88 WS-COLA-IN-LEIDA     VALUE 'S'.
       01 WS-FECHA-NEGOCIO-IN      PIC 9(8) VALUE ZERO.
       01 WS-CONTADOR-LOTES-IN     PIC 9(4) VALUE ZERO.
       01 WS-LOTE-ACTUAL           PIC X(4) VALUE SPACES.
       01 WS-CANTIDAD-CONTADA      PIC 9(7) VALUE ZERO.
       01 WS-HASH-CALCULADO        PIC S9(9) VALUE ZERO.
       01 WS-CANTIDAD-COLA         PIC 9(7) VALUE ZERO.
      *  salida: un archivo que no cuadra con su cola, o cuya fecha de
      *  negocio no es la del ciclo (el dia que la transmision llego
      *  dos veces se posteo doble), termina el paso con RC=8 sin
      *  escribir nada al GL y sin tocar CM-BALANCE.  NEGIN puede
      *  traer varios lotes concatenados (el del sistema emisor y el
      *  de ordenes permanentes de ORDGEN): cada lote se cuadra
      *  contra SU propia cola, igual que los lotes de SOLICIN en
      *  PRECHECK, y un detalle fuera de lote tambien rechaza.
      *****************************************************************
       140-VALIDAR-CONTROL-ENTRADA.
           OPEN INPUT TRANSACCIONES-FILE.
           PERFORM UNTIL WS-TRANSACCIONES-EOF
               EVALUATE TRUE
                   WHEN TRC-ES-CABECERA
                       IF WS-CABECERA-IN-LEIDA
                          AND NOT WS-COLA-IN-LEIDA
                           MOVE 'NEGIN SIN COLA DE CONTROL'
                               TO WS-EL-DATO-OFENSOR
                           PERFORM 145-RECHAZAR-ENTRADA
                       END-IF
                       SET WS-CABECERA-IN-LEIDA TO TRUE
                       MOVE 'N' TO WS-HAY-COLA-IN
                       MOVE ZERO TO WS-CANTIDAD-CONTADA
                       MOVE ZERO TO WS-HASH-CALCULADO
                       MOVE TRC-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO-IN
                       IF WS-FECHA-NEGOCIO-IN NOT = WS-FECHA-PROCESO
                           MOVE 'FECHA DE NEGOCIO NO ES LA DEL CICLO'
                               TO WS-EL-DATO-OFENSOR
                           PERFORM 145-RECHAZAR-ENTRADA
                       END-IF
                   WHEN TRC-ES-COLA
                       IF NOT WS-CABECERA-IN-LEIDA
                          OR WS-COLA-IN-LEIDA
                           MOVE 'NEGIN SIN CABECERA DE CONTROL'
                               TO WS-EL-DATO-OFENSOR
                           PERFORM 145-RECHAZAR-ENTRADA
                       END-IF
                       SET WS-COLA-IN-LEIDA TO TRUE
                       MOVE TCL-CANTIDAD TO WS-CANTIDAD-COLA
                       MOVE TCL-HASH TO WS-HASH-COLA
                       PERFORM 142-CUADRAR-LOTE-ENTRADA
                   WHEN OTHER
                       IF NOT WS-CABECERA-IN-LEIDA
                          OR WS-COLA-IN-LEIDA
                           MOVE 'DETALLE NEGIN FUERA DE LOTE'
                               TO WS-EL-DATO-OFENSOR
                           PERFORM 145-RECHAZAR-ENTRADA
                       END-IF
                       ADD 1 TO WS-CANTIDAD-CONTADA
                       ADD TR-NUM1 TO WS-HASH-CALCULADO
                       ADD TR-NUM2 TO WS-HASH-CALCULADO
               MOVE 'NEGIN SIN COLA DE CONTROL' TO WS-EL-DATO-OFENSOR
               PERFORM 145-RECHAZAR-ENTRADA
           END-IF.

       142-CUADRAR-LOTE-ENTRADA.
           IF WS-CANTIDAD-COLA NOT = WS-CANTIDAD-CONTADA
               MOVE 'CANTIDAD DE NEGIN NO CUADRA CON COLA'
                   TO WS-EL-DATO-OFENSOR
           END-READ.
           PERFORM UNTIL WS-TRANSACCIONES-EOF
                   OR NOT TRC-ES-CONTROL
               IF TRC-ES-CABECERA
                   PERFORM 205-TOMAR-LOTE
               END-IF
               READ TRANSACCIONES-FILE
                   AT END SET WS-TRANSACCIONES-EOF TO TRUE
               END-READ
           END-PERFORM.

      *****************************************************************
      *  La cabecera fija el lote de los detalles que siguen.  Las
      *  cabeceras se leen tambien en un reinicio (solo los detalles
      *  se saltan), asi que el ordinal sale siempre igual.
      *****************************************************************
       205-TOMAR-LOTE.
           ADD 1 TO WS-CONTADOR-LOTES-IN.
           IF TRC-LOTE = SPACES
               MOVE WS-CONTADOR-LOTES-IN TO WS-LOTE-ACTUAL
           ELSE
               MOVE TRC-LOTE TO WS-LOTE-ACTUAL
           END-IF.

       300-PROCESAR-TRANSACCION.
           MOVE TR-CUENTA TO WS-CUENTA-GL.
           MOVE TR-MONEDA TO WS-MONEDA-GL.
           PERFORM 303-REDIRIGIR-PERIODO-CERRADO.
           PERFORM 305-BUSCAR-DECIMALES-MONEDA.
           PERFORM 306-VALIDAR-CUENTA-CATALOGO.
           PERFORM 302-VERIFICAR-DIGITO.
           PERFORM 307-BUSCAR-TASA-DIA.
           IF NOT WS-CUENTA-EN-CATALOGO
               PERFORM 313-RECHAZAR-SIN-CUENTA
           ELSE
           IF NOT WS-DIGITO-VALIDO
               PERFORM 314-RECHAZAR-DIGITO
           ELSE
           IF NOT WS-TASA-HALLADA
               PERFORM 315-RECHAZAR-SIN-TASA
           ELSE
                       PERFORM 308-CONVERTIR-A-BASE
               END-COMPUTE
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  Cuando TR-CUENTA es un cliente del maestro, el digito
      *  verificador de TR-DIGITO tiene que corresponder (o venir en
      *  blanco con el cliente en la referencia CUSTDVX): un numero
      *  transpuesto caia callado en la cuenta de otro cliente.  Las
      *  cuentas que no son clientes no llevan digito.
      *****************************************************************
       302-VERIFICAR-DIGITO.
           SET WS-DIGITO-VALIDO TO TRUE.
           IF TR-CUENTA IS NUMERIC
               MOVE TR-CUENTA TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'V' TO WS-DV-FUNCION
                       MOVE TR-CUENTA TO WS-DV-NE-NUMERO
                       MOVE TR-DIGITO TO WS-DV-NE-DIGITO
                       CALL 'CUSTDV' USING WS-DV-FUNCION
                           WS-DV-NUMERO-EXTERNO WS-DV-CUST-NUMBER
                           WS-DV-DIGITO WS-DV-RETORNO
                       IF WS-DV-RETORNO NOT = ZERO
                          AND WS-DV-RETORNO NOT = 4
                           MOVE 'N' TO WS-HAY-DIGITO-VALIDO
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
           ADD 1 TO WS-EXCEPCIONES-REGISTRADAS.
           PERFORM 650-VERIFICAR-TOPE-EXCEPCIONES.

       314-RECHAZAR-DIGITO.
           ADD 1 TO WS-CONTADOR-SIN-DIGITO.
           MOVE WS-CONTADOR-TRANSACCIONES TO WS-LE-NUMERO.
           MOVE ZERO TO WS-LE-NUM1.
           MOVE ZERO TO WS-LE-NUM2.
           MOVE 'DIGITO VERIFICADOR INVALIDO' TO WS-LE-MOTIVO.
           WRITE EXCEPCION-LINEA FROM WS-LINEA-EXCEPCION.
           DISPLAY 'TRANSACCION ' WS-CONTADOR-TRANSACCIONES
               ' RECHAZADA, CLIENTE ' TR-CUENTA '-' TR-DIGITO
               ' CON DIGITO INVALIDO'.
           MOVE WS-CUENTA-GL TO WS-EL-DATO-OFENSOR(1:6).
           MOVE WS-LE-MOTIVO TO WS-EL-DATO-OFENSOR(8:27).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.
           ADD 1 TO WS-EXCEPCIONES-REGISTRADAS.
           PERFORM 650-VERIFICAR-TOPE-EXCEPCIONES.

       307-BUSCAR-TASA-DIA.
           MOVE 'N' TO WS-HAY-TASA.
           PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
      *  retenidos en vez de aplicarse; la descubria collections a
      *  los 90 dias.  Sin maestro o con limite en cero se postea
      *  como siempre; un liberado autorizado salta la verificacion.
      *  Un cliente fallecido solo recibe abonos (los pagos de la
      *  sucesion): todo cargo nuevo se retiene igual, con motivo
      *  'F', hasta que un supervisor lo libere en HOLDREL.
      *****************************************************************
       309-VERIFICAR-LIMITE.
           MOVE 'N' TO WS-HAY-RETENCION.
           MOVE 'L' TO WS-MOTIVO-RETENCION.
           IF NOT WS-SIN-VERIFICAR-LIMITE
               MOVE WS-CUENTA-GL TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CLIENTE-FALLECIDO AND RESULTADO < ZERO
                           SET WS-POSTEO-RETENIDO TO TRUE
                           SET WS-RETENIDO-FALLECIDO TO TRUE
                       END-IF
                       IF CM-LIMITE-CREDITO IS NUMERIC
                          AND CM-LIMITE-CREDITO > ZERO
                          AND CM-BALANCE + RESULTADO <
           MOVE WS-TASA-DIA TO NH-TASA.
           SET NH-RETENIDO TO TRUE.
           MOVE SPACES TO NH-OPERADOR.
           MOVE WS-MOTIVO-RETENCION TO NH-MOTIVO.
           WRITE RETENIDOS-SAL-REGISTRO FROM NEGHOLD-REGISTRO.
           MOVE WS-CUENTA-GL TO WS-EL-DATO-OFENSOR(1:6).
           IF WS-RETENIDO-FALLECIDO
               ADD 1 TO WS-CONTADOR-RET-FALLECIDO
               MOVE 'CARGO RETENIDO, CLIENTE FALLECIDO'
                   TO WS-EL-DATO-OFENSOR(8:33)
           ELSE
               MOVE 'POSTEO RETENIDO POR LIMITE'
                   TO WS-EL-DATO-OFENSOR(8:26)
           END-IF.
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       315-RECHAZAR-SIN-TASA.
               NOT INVALID KEY
                   MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES
                   ADD RESULTADO TO CM-BALANCE
                   IF CM-CLIENTE-ACTIVO AND CM-CUENTA-DORMIDA
                       PERFORM 332-DESPERTAR-CUENTA
                   END-IF
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           MOVE WS-CUENTA-GL
                   END-REWRITE
           END-READ.

      *****************************************************************
      *  Un posteo de NEGIN (incluido lo que genera LOCKBOX) es uso de
      *  la cuenta por el cliente: la cuenta dormida vuelve a estar en
      *  uso en el mismo REWRITE del balance, y el diario CMJRNL
      *  guarda el cambio junto con el del saldo.
      *****************************************************************
       332-DESPERTAR-CUENTA.
           MOVE SPACE TO CM-INDICADOR-DORMIDA.
           MOVE ZERO TO CM-FECHA-INACTIVO.
           ADD 1 TO WS-CONTADOR-DESPERTADAS.

      *****************************************************************
      *  Deja el detalle de cada transaccion posteada en la historia
      *  por cliente: CM-BALANCE solo guarda el numero final, asi que
           MOVE GLF-DET-FECHA TO CH-FECHA-GL.
           MOVE WS-TASA-DIA TO CH-TASA.
           MOVE WS-FECHA-VALOR TO CH-FECHA-VALOR.
           MOVE WS-LOTE-ACTUAL TO CH-LOTE.
           MOVE SPACE TO CH-TIPO-REVERSA.
           WRITE CUSTHIST-REGISTRO.

       310-REGISTRAR-EXCEPCION.
               WS-CONTADOR-EXCEPCIONES.
           DISPLAY 'TRANSACCIONES SIN TASA DEL DIA: '
               WS-CONTADOR-SIN-TASA.
           DISPLAY 'RECHAZADAS POR DIGITO VERIFICADOR: '
               WS-CONTADOR-SIN-DIGITO.
           DISPLAY 'TRANSACCIONES RETRO-FECHADAS: '
               WS-CONTADOR-RETRO.
           DISPLAY 'REDIRIGIDAS DE PERIODO CERRADO: '
               WS-CONTADOR-REDIRIGIDOS.
           DISPLAY 'POSTEOS RETENIDOS POR LIMITE: '
               WS-CONTADOR-RETENIDOS.
           DISPLAY '  DE ELLOS, CARGOS A FALLECIDOS: '
               WS-CONTADOR-RET-FALLECIDO.
           DISPLAY 'RETENIDOS LIBERADOS POSTEADOS: '
               WS-CONTADOR-LIBERADOS.
           DISPLAY 'RETENIDOS ARRASTRADOS: ' WS-CONTADOR-ARRASTRADOS.
           DISPLAY 'CUENTAS DORMIDAS DESPERTADAS: '
               WS-CONTADOR-DESPERTADAS.
           DISPLAY 'BALANCE FINAL: ' WS-BALANCE-ACUMULADO.
       END PROGRAM NEGATIVO-DECIMAL.
