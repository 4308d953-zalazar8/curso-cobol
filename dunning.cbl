      *  promesa vencida sin liquidacion que cierre la partida deja
      *  de frenar la escalacion y sale en el reporte diario de
      *  promesas rotas (PROMBRK) para el escritorio de cobranza.
      *  Una partida con reclamo abierto en RECLAMO no recibe carta
      *  aunque llegue a la cola: el cliente dice no deberla y
      *  escalarle el aviso mientras se investiga es lo que el
      *  reclamo existe para evitar.
      *  Una partida que el escritorio ya puso en un convenio de pago
      *  pendiente en CONVENIO (CONVMNT) tampoco recibe carta: al dia
      *  siguiente CONVAPL la cierra en cuotas o rechaza el convenio
      *  y la partida vuelve a escalar.
      *  El canal de la carta sale de CUSTMAIL, igual que en
      *  CUSTSTMT: preferencia de correo (o ambos) con correo activo
      *  va al archivo de entrega electronica EDOCOUT (EDOCENT.CPY);
      *  solo papel o ambos va a DUNOUT.  Las cartas que el
      *  proveedor reboto y EDOCREB reencolo en EDOCRIC se imprimen
      *  antes que las del dia y la cola queda vacia.
      *  La carta en papel de un cliente con domicilio devuelto por
      *  el correo (CM-DOMICILIO-DEVUELTO, marcado por DOMDEV) no va
      *  a DUNOUT: sus lineas van a la cola de retencion por
      *  domicilio DOMRET hasta que CUSTUPD registre una direccion
      *  nueva.  Un AVISO FINAL retenido no se cuenta como enviado
      *  (sale aparte en el resumen) y MORAUPD no suspende por el.
      *  Un cliente fallecido (CM-CLIENTE-FALLECIDO, aviso de
      *  CUSTFAL) no recibe carta alguna.
      *  Una partida colocada en la agencia externa de cobranza
      *  (AGCREG, de AGCCOL) tampoco: la cobra la agencia mientras no
      *  se le retire.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ROTAS-FILE ASSIGN TO "PROMBRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROTAS-STATUS.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-STATUS.
           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONVENIOS-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTMAIL-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAIL-STATUS.
           SELECT ENTREGA-FILE ASSIGN TO "EDOCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTREGA-STATUS.
           SELECT REIMPRIME-FILE ASSIGN TO "EDOCRIC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REIMPRIME-STATUS.
           SELECT RETENCION-FILE ASSIGN TO "DOMRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETENCION-STATUS.
           SELECT COLOCADAS-FILE ASSIGN TO "AGCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLOCADAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-FILE.
           COPY PROMPAY.
       FD  ROTAS-FILE.
       01  ROTAS-LINEA             PIC X(80).
       FD  RECLAMOS-FILE.
           COPY RECLAMO.
       FD  CONVENIOS-FILE.
           COPY CONVENIO.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CUSTMAIL-FILE.
           COPY CUSTMAIL.
       FD  ENTREGA-FILE.
           COPY EDOCENT.
      *  Cola de reimpresion de rebotados: mismo registro de EDOCENT.
       FD  REIMPRIME-FILE.
       01  REIMPRIME-REGISTRO.
           05  RI-CUST-NUMBER      PIC 9(6).
           05  RI-TIPO-DOCUMENTO   PIC X(1).
           05  RI-FECHA-DOCUMENTO  PIC 9(8).
           05  RI-RENGLON          PIC 9(4).
           05  RI-CORREO           PIC X(50).
           05  RI-LINEA            PIC X(71).
           05  FILLER              PIC X(20).
      *  Cola de retencion por domicilio: mismo registro de EDOCENT,
      *  con el correo en espacios.
       FD  RETENCION-FILE.
       01  RETENCION-REGISTRO.
           05  DR-CUST-NUMBER      PIC 9(6).
           05  DR-TIPO-DOCUMENTO   PIC X(1).
           05  DR-FECHA-DOCUMENTO  PIC 9(8).
           05  DR-RENGLON          PIC 9(4).
           05  DR-CORREO           PIC X(50).
           05  DR-LINEA            PIC X(71).
           05  FILLER              PIC X(20).
       FD  COLOCADAS-FILE.
           COPY AGCREG.
       WORKING-STORAGE SECTION.
       01 WS-COLA-STATUS           PIC X(2).
           88 WS-COLA-OK           VALUE '00'.
           88 WS-PROMESAS-EOF      VALUE '10'.
       01 WS-ROTAS-STATUS          PIC X(2).
           88 WS-ROTAS-OK          VALUE '00'.
       01 WS-RECLAMOS-STATUS       PIC X(2).
           88 WS-RECLAMOS-OK       VALUE '00'.
           88 WS-RECLAMOS-EOF      VALUE '10'.
       01 WS-CONVENIOS-STATUS      PIC X(2).
           88 WS-CONVENIOS-OK      VALUE '00'.
           88 WS-CONVENIOS-EOF     VALUE '10'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-CUSTMAIL-STATUS       PIC X(2).
           88 WS-CUSTMAIL-OK       VALUE '00'.
       01 WS-ENTREGA-STATUS        PIC X(2).
           88 WS-ENTREGA-OK        VALUE '00'.
       01 WS-REIMPRIME-STATUS      PIC X(2).
           88 WS-REIMPRIME-OK      VALUE '00'.
           88 WS-REIMPRIME-EOF     VALUE '10'.
       01 WS-RETENCION-STATUS      PIC X(2).
           88 WS-RETENCION-OK      VALUE '00'.
       01 WS-COLOCADAS-STATUS      PIC X(2).
           88 WS-COLOCADAS-OK      VALUE '00'.
           88 WS-COLOCADAS-EOF     VALUE '10'.
       01 WS-HAY-CUSTMAIL          PIC X(1) VALUE 'N'.
           88 WS-CUSTMAIL-ABIERTO  VALUE 'S'.
      *****************************************************************
      *  Canal de la carta en curso: papel, correo o los dos, y el
      *  papel retenido por domicilio devuelto.
      *****************************************************************
       01 WS-CANAL-PAPEL           PIC X(1) VALUE 'S'.
           88 WS-ENVIA-PAPEL       VALUE 'S'.
       01 WS-CANAL-CORREO          PIC X(1) VALUE 'N'.
           88 WS-ENVIA-CORREO      VALUE 'S'.
       01 WS-CANAL-RETENCION       PIC X(1) VALUE 'N'.
           88 WS-RETIENE-DOMICILIO VALUE 'S'.
       01 WS-RENGLON-DOCUMENTO     PIC 9(4) VALUE ZERO.
       01 WS-RENGLON-RETENIDO      PIC 9(4) VALUE ZERO.
       01 WS-CONTADOR-RETENIDAS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-FINALES-RET  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ELECTRONICOS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REIMPRESOS   PIC 9(7) VALUE ZERO.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'DUNNING'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-DIAS-EN-COLA          PIC S9(5) VALUE ZERO.
       01 WS-NIVEL-AVISO           PIC X(14).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-RETORNO-LAYOUT        PIC 9(2).
       01 WS-TEXTO-LINEA           PIC X(69).
       01 WS-LINEA-SALIDA          PIC X(71).
       01 WS-CONTADOR-FINALES      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CONGELADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ROTAS        PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-RECLAMO   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-CONVENIO  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-FALLECIDOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-AGENCIA   PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Promesas de pago cargadas al arrancar, mismo tope de 500
      *  entradas que la tabla de decisiones de DUPDISP; el archivo
           88 WS-PROMESA-VIGENTE   VALUE 'V'.
           88 WS-PROMESA-ROTA      VALUE 'R'.
       01 WS-FECHA-PROMESA         PIC 9(8) VALUE ZERO.
      *****************************************************************
      *  Partidas con reclamo abierto en RECLAMO, cargadas al
      *  arrancar; el archivo puede no estar asignado y la corrida
      *  sigue como siempre.
      *****************************************************************
       01 WS-TABLA-RECLAMOS.
           05  WS-RECLAMO-ENTRADA  OCCURS 500 TIMES.
               10  WS-TR-CUST      PIC 9(6).
               10  WS-TR-DESC      PIC X(30).
       01 WS-CONTADOR-RECLAMOS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-RECLAMO           PIC 9(3).
       01 WS-HAY-RECLAMO           PIC X(1) VALUE 'N'.
           88 WS-RECLAMO-ABIERTO   VALUE 'S'.
      *****************************************************************
      *  Partidas de convenios de pago pendientes de aplicar, mismo
      *  tope y mismo archivo opcional que los reclamos.
      *****************************************************************
       01 WS-TABLA-CONVENIOS.
           05  WS-CONVENIO-ENTRADA OCCURS 500 TIMES.
               10  WS-TV-CUST      PIC 9(6).
               10  WS-TV-DESC      PIC X(30).
       01 WS-CONTADOR-CONVENIOS    PIC 9(3) VALUE ZERO.
       01 WS-IDX-CONVENIO          PIC 9(3).
       01 WS-IDX-PARTIDA           PIC 9(1).
       01 WS-HAY-CONVENIO          PIC X(1) VALUE 'N'.
           88 WS-CONVENIO-PENDIENTE VALUE 'S'.
      *****************************************************************
      *  Partidas colocadas en la agencia externa y no retiradas,
      *  del registro AGCREG; sin el archivo asignado nadie esta en
      *  la agencia.
      *****************************************************************
       01 WS-TABLA-COLOCADAS.
           05  WS-COLOCADA-ENTRADA OCCURS 2000 TIMES.
               10  WS-TC-CUST      PIC 9(6).
               10  WS-TC-DESC      PIC X(30).
               10  WS-TC-ESTADO    PIC X(1).
                   88  WS-TC-EN-AGENCIA VALUE 'P'.
       01 WS-CONTADOR-COLOCADAS    PIC 9(4) VALUE ZERO.
       01 WS-IDX-COLOCADA          PIC 9(4).
       01 WS-IDX-HALLADA           PIC 9(4).
       01 WS-HAY-COLOCADA          PIC X(1) VALUE 'N'.
           88 WS-EN-AGENCIA        VALUE 'S'.
       01 WS-FALLECIDO             PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-FALLECIDO VALUE 'S'.
       01 WS-LINEA-ROTA.
           05  WS-LR-CUST          PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-PROMESAS.
           PERFORM 080-CARGAR-RECLAMOS.
           PERFORM 095-CARGAR-CONVENIOS.
           PERFORM 099-CARGAR-COLOCADAS.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 150-REIMPRIMIR-REBOTADOS.
           PERFORM 200-LEER-COLA.
           PERFORM UNTIL WS-COLA-EOF
               PERFORM 300-EMITIR-AVISO
               AT END SET WS-PROMESAS-EOF TO TRUE
           END-READ.

       080-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS-FILE.
           IF WS-RECLAMOS-OK
               PERFORM 090-LEER-RECLAMO
               PERFORM UNTIL WS-RECLAMOS-EOF
                   IF RL-ABIERTO
                       IF WS-CONTADOR-RECLAMOS < 500
                           ADD 1 TO WS-CONTADOR-RECLAMOS
                           MOVE RL-CUST-NUMBER
                               TO WS-TR-CUST(WS-CONTADOR-RECLAMOS)
                           MOVE RL-DESCRIPCION
                               TO WS-TR-DESC(WS-CONTADOR-RECLAMOS)
                       ELSE
                           MOVE RL-CUST-NUMBER
                               TO WS-EL-DATO-OFENSOR(1:6)
                           MOVE 'TABLA DE RECLAMOS LLENA'
                               TO WS-EL-DATO-OFENSOR(8:23)
                           CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                               WS-EL-DATO-OFENSOR
                       END-IF
                   END-IF
                   PERFORM 090-LEER-RECLAMO
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF.

       090-LEER-RECLAMO.
           READ RECLAMOS-FILE
               AT END SET WS-RECLAMOS-EOF TO TRUE
           END-READ.

       095-CARGAR-CONVENIOS.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-CONVENIOS-OK
               PERFORM 097-LEER-CONVENIO
               PERFORM UNTIL WS-CONVENIOS-EOF
                   IF CV-PENDIENTE
                       PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
                           UNTIL WS-IDX-PARTIDA > CV-CANT-PARTIDAS
                           PERFORM 098-GUARDAR-PARTIDA-CONVENIO
                       END-PERFORM
                   END-IF
                   PERFORM 097-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.

       097-LEER-CONVENIO.
           READ CONVENIOS-FILE
               AT END SET WS-CONVENIOS-EOF TO TRUE
           END-READ.

       098-GUARDAR-PARTIDA-CONVENIO.
           IF WS-CONTADOR-CONVENIOS < 500
               ADD 1 TO WS-CONTADOR-CONVENIOS
               MOVE CV-CUST-NUMBER
                   TO WS-TV-CUST(WS-CONTADOR-CONVENIOS)
               MOVE CV-PA-DESCRIPCION(WS-IDX-PARTIDA)
                   TO WS-TV-DESC(WS-CONTADOR-CONVENIOS)
           ELSE
               MOVE CV-NUMERO TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'TABLA DE CONVENIOS LLENA'
                   TO WS-EL-DATO-OFENSOR(8:24)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  El registro es historico: la colocacion queda viva hasta que
      *  aparece su retiro.
      *****************************************************************
       099-CARGAR-COLOCADAS.
           OPEN INPUT COLOCADAS-FILE.
           IF WS-COLOCADAS-OK
               PERFORM 099A-LEER-COLOCADA
               PERFORM UNTIL WS-COLOCADAS-EOF
                   IF AG-COLOCADA OR AG-RETIRADA
                       PERFORM 099B-ANOTAR-COLOCADA
                   END-IF
                   PERFORM 099A-LEER-COLOCADA
               END-PERFORM
               CLOSE COLOCADAS-FILE
           END-IF.

       099A-LEER-COLOCADA.
           READ COLOCADAS-FILE
               AT END SET WS-COLOCADAS-EOF TO TRUE
           END-READ.

       099B-ANOTAR-COLOCADA.
           MOVE ZERO TO WS-IDX-HALLADA.
           PERFORM VARYING WS-IDX-COLOCADA FROM 1 BY 1
               UNTIL WS-IDX-COLOCADA > WS-CONTADOR-COLOCADAS
               IF WS-TC-CUST(WS-IDX-COLOCADA) = AG-CUST-NUMBER
                  AND WS-TC-DESC(WS-IDX-COLOCADA) = AG-DESCRIPCION
                   MOVE WS-IDX-COLOCADA TO WS-IDX-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-HALLADA = ZERO
               IF WS-CONTADOR-COLOCADAS < 2000
                   ADD 1 TO WS-CONTADOR-COLOCADAS
                   MOVE WS-CONTADOR-COLOCADAS TO WS-IDX-HALLADA
                   MOVE AG-CUST-NUMBER TO WS-TC-CUST(WS-IDX-HALLADA)
                   MOVE AG-DESCRIPCION TO WS-TC-DESC(WS-IDX-HALLADA)
               ELSE
                   MOVE AG-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'TABLA DE COLOCACIONES LLENA'
                       TO WS-EL-DATO-OFENSOR(8:27)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.
           IF WS-IDX-HALLADA NOT = ZERO
               MOVE AG-MOVIMIENTO TO WS-TC-ESTADO(WS-IDX-HALLADA)
           END-IF.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT COLA-FILE.
           OPEN OUTPUT CARTAS-FILE.
           OPEN INPUT CUSTMAST-FILE.
           OPEN OUTPUT ROTAS-FILE.
      *  Sin CUSTMAIL asignado toda carta sale en papel, como
      *  siempre.
           OPEN INPUT CUSTMAIL-FILE.
           IF WS-CUSTMAIL-OK
               SET WS-CUSTMAIL-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT ENTREGA-FILE.
           OPEN EXTEND RETENCION-FILE.
           MOVE 'PROMESAS DE PAGO ROTAS: CLIENTE PARTIDA IMPORTE '
               TO ROTAS-LINEA.
           WRITE ROTAS-LINEA.

      *****************************************************************
      *  Cartas que el proveedor de correo reboto, reencoladas por
      *  EDOCREB con las mismas lineas que se enviaron: salen al
      *  papel delante de las del dia y la cola se vacia para no
      *  reimprimirlas otra vez.
      *****************************************************************
       150-REIMPRIMIR-REBOTADOS.
           OPEN INPUT REIMPRIME-FILE.
           IF WS-REIMPRIME-OK
               PERFORM 155-LEER-REIMPRIME
               PERFORM UNTIL WS-REIMPRIME-EOF
                   IF RI-RENGLON = 1
                       ADD 1 TO WS-CONTADOR-REIMPRESOS
                   END-IF
                   WRITE CARTAS-LINEA FROM RI-LINEA
                   PERFORM 155-LEER-REIMPRIME
               END-PERFORM
               CLOSE REIMPRIME-FILE
               OPEN OUTPUT REIMPRIME-FILE
               CLOSE REIMPRIME-FILE
           END-IF.

       155-LEER-REIMPRIME.
           READ REIMPRIME-FILE
               AT END SET WS-REIMPRIME-EOF TO TRUE
           END-READ.

       200-LEER-COLA.
           READ COLA-FILE
               AT END SET WS-COLA-EOF TO TRUE
      *  Antes de escalar se consulta la promesa de la partida: una
      *  promesa vigente congela el aviso (sin carta); una promesa
      *  vencida deja pasar la carta y queda en el reporte de rotas.
      *  Antes que nada, una partida de un cliente fallecido, en
      *  reclamo abierto, en un convenio pendiente o colocada en la
      *  agencia externa no recibe carta.
      *****************************************************************
       300-EMITIR-AVISO.
           PERFORM 335-VERIFICAR-FALLECIDO.
           PERFORM 340-BUSCAR-RECLAMO.
           PERFORM 345-BUSCAR-CONVENIO.
           PERFORM 347-BUSCAR-COLOCADA.
           EVALUATE TRUE
               WHEN WS-CLIENTE-FALLECIDO
                   ADD 1 TO WS-CONTADOR-FALLECIDOS
               WHEN WS-RECLAMO-ABIERTO
                   ADD 1 TO WS-CONTADOR-EN-RECLAMO
               WHEN WS-CONVENIO-PENDIENTE
                   ADD 1 TO WS-CONTADOR-EN-CONVENIO
               WHEN WS-EN-AGENCIA
                   ADD 1 TO WS-CONTADOR-EN-AGENCIA
               WHEN OTHER
                   PERFORM 350-BUSCAR-PROMESA
                   IF WS-PROMESA-VIGENTE
                       ADD 1 TO WS-CONTADOR-CONGELADOS
                   ELSE
                       IF WS-PROMESA-ROTA
                           PERFORM 360-REPORTAR-PROMESA-ROTA
                       END-IF
                       PERFORM 320-ESCALAR-Y-ESCRIBIR
                   END-IF
           END-EVALUATE.

       320-ESCALAR-Y-ESCRIBIR.
           PERFORM 310-DETERMINAR-CANAL.
           COMPUTE WS-DIAS-EN-COLA = CQ-DIAS - 90.
           EVALUATE TRUE
               WHEN WS-DIAS-EN-COLA <= 30
                   ADD 1 TO WS-CONTADOR-SEGUNDOS
               WHEN OTHER
                   MOVE 'AVISO FINAL' TO WS-NIVEL-AVISO
                   IF WS-RETIENE-DOMICILIO AND NOT WS-ENVIA-CORREO
                       ADD 1 TO WS-CONTADOR-FINALES-RET
                   ELSE
                       ADD 1 TO WS-CONTADOR-FINALES
                   END-IF
           END-EVALUATE.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE CQ-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           MOVE SPACES TO WS-TEXTO-LINEA.
           STRING WS-NIVEL-AVISO ' CLIENTE ' CQ-CUST-NUMBER
               '-' WS-DV-DIGITO
               DELIMITED BY SIZE INTO WS-TEXTO-LINEA.
           PERFORM 400-ESCRIBIR-PLANTILLA-02.
           PERFORM 330-IMPRIMIR-DOMICILIO.
               DELIMITED BY SIZE INTO WS-TEXTO-LINEA.
           PERFORM 410-ESCRIBIR-PLANTILLA-01.

      *****************************************************************
      *  Correo solo con preferencia 'E' o 'A', correo capturado y no
      *  rebotado; papel salvo preferencia 'E' con correo en uso.
      *  El registro queda en el area de CUSTMAIL para la entrega.
      *  El papel de un domicilio devuelto pasa a la retencion.
      *****************************************************************
       310-DETERMINAR-CANAL.
           MOVE 'S' TO WS-CANAL-PAPEL.
           MOVE 'N' TO WS-CANAL-CORREO.
           MOVE 'N' TO WS-CANAL-RETENCION.
           MOVE ZERO TO WS-RENGLON-DOCUMENTO.
           MOVE ZERO TO WS-RENGLON-RETENIDO.
           IF WS-CUSTMAIL-ABIERTO
               MOVE CQ-CUST-NUMBER TO CE-CUST-NUMBER
               READ CUSTMAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (CE-ENTREGA-ELECTRONICA OR CE-ENTREGA-AMBAS)
                          AND CE-CORREO-ACTIVO
                          AND CE-CORREO NOT = SPACES
                           SET WS-ENVIA-CORREO TO TRUE
                           ADD 1 TO WS-CONTADOR-ELECTRONICOS
                           IF CE-ENTREGA-ELECTRONICA
                               MOVE 'N' TO WS-CANAL-PAPEL
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-ENVIA-PAPEL
               MOVE CQ-CUST-NUMBER TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-DOMICILIO-DEVUELTO
                           MOVE 'N' TO WS-CANAL-PAPEL
                           SET WS-RETIENE-DOMICILIO TO TRUE
                           ADD 1 TO WS-CONTADOR-RETENIDAS
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      *  Domicilio postal de la carta, tomado del maestro: el cuarto
      *  de correo deja de casar cartas contra la hoja de calculo.
                   END-IF
           END-READ.

      *****************************************************************
      *  Con el aviso de defuncion de CUSTFAL la deuda se reclama a
      *  la sucesion por su representante, no con cartas al
      *  fallecido.
      *****************************************************************
       335-VERIFICAR-FALLECIDO.
           MOVE 'N' TO WS-FALLECIDO.
           MOVE CQ-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-CLIENTE-FALLECIDO
                       SET WS-CLIENTE-FALLECIDO TO TRUE
                   END-IF
           END-READ.

       340-BUSCAR-RECLAMO.
           MOVE 'N' TO WS-HAY-RECLAMO.
           PERFORM VARYING WS-IDX-RECLAMO FROM 1 BY 1
               UNTIL WS-IDX-RECLAMO > WS-CONTADOR-RECLAMOS
               IF WS-TR-CUST(WS-IDX-RECLAMO) = CQ-CUST-NUMBER
                  AND WS-TR-DESC(WS-IDX-RECLAMO) = CQ-DESCRIPCION
                   SET WS-RECLAMO-ABIERTO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       345-BUSCAR-CONVENIO.
           MOVE 'N' TO WS-HAY-CONVENIO.
           PERFORM VARYING WS-IDX-CONVENIO FROM 1 BY 1
               UNTIL WS-IDX-CONVENIO > WS-CONTADOR-CONVENIOS
               IF WS-TV-CUST(WS-IDX-CONVENIO) = CQ-CUST-NUMBER
                  AND WS-TV-DESC(WS-IDX-CONVENIO) = CQ-DESCRIPCION
                   SET WS-CONVENIO-PENDIENTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       347-BUSCAR-COLOCADA.
           MOVE 'N' TO WS-HAY-COLOCADA.
           PERFORM VARYING WS-IDX-COLOCADA FROM 1 BY 1
               UNTIL WS-IDX-COLOCADA > WS-CONTADOR-COLOCADAS
               IF WS-TC-CUST(WS-IDX-COLOCADA) = CQ-CUST-NUMBER
                  AND WS-TC-DESC(WS-IDX-COLOCADA) = CQ-DESCRIPCION
                   IF WS-TC-EN-AGENCIA(WS-IDX-COLOCADA)
                       SET WS-EN-AGENCIA TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       350-BUSCAR-PROMESA.
           SET WS-SIN-PROMESA TO TRUE.
           MOVE ZERO TO WS-FECHA-PROMESA.
       400-ESCRIBIR-PLANTILLA-02.
           CALL 'LAYOUTLIB' USING '02' WS-TEXTO-LINEA
               WS-LINEA-SALIDA WS-RETORNO-LAYOUT.
           PERFORM 415-ENVIAR-LINEA.

       410-ESCRIBIR-PLANTILLA-01.
           CALL 'LAYOUTLIB' USING '01' WS-TEXTO-LINEA
               WS-LINEA-SALIDA WS-RETORNO-LAYOUT.
           PERFORM 415-ENVIAR-LINEA.

       415-ENVIAR-LINEA.
           IF WS-ENVIA-PAPEL
               WRITE CARTAS-LINEA FROM WS-LINEA-SALIDA
           END-IF.
           IF WS-ENVIA-CORREO
               PERFORM 430-ENTREGA-ELECTRONICA
           END-IF.
           IF WS-RETIENE-DOMICILIO
               PERFORM 440-RETENER-LINEA
           END-IF.

       430-ENTREGA-ELECTRONICA.
           ADD 1 TO WS-RENGLON-DOCUMENTO.
           MOVE SPACES TO EDOCENT-REGISTRO.
           MOVE CQ-CUST-NUMBER TO ED-CUST-NUMBER.
           SET ED-CARTA-COBRANZA TO TRUE.
           MOVE WS-FECHA-PROCESO TO ED-FECHA-DOCUMENTO.
           MOVE WS-RENGLON-DOCUMENTO TO ED-RENGLON.
           MOVE CE-CORREO TO ED-CORREO.
           MOVE WS-LINEA-SALIDA TO ED-LINEA.
           WRITE EDOCENT-REGISTRO.

       440-RETENER-LINEA.
           ADD 1 TO WS-RENGLON-RETENIDO.
           MOVE SPACES TO RETENCION-REGISTRO.
           MOVE CQ-CUST-NUMBER TO DR-CUST-NUMBER.
           MOVE 'C' TO DR-TIPO-DOCUMENTO.
           MOVE WS-FECHA-PROCESO TO DR-FECHA-DOCUMENTO.
           MOVE WS-RENGLON-RETENIDO TO DR-RENGLON.
           MOVE WS-LINEA-SALIDA TO DR-LINEA.
           WRITE RETENCION-REGISTRO.

       500-IMPRIMIR-RESUMEN.
           DISPLAY 'CORRIDA DE AVISOS DE COBRANZA'.
           DISPLAY 'AVISOS CONGELADOS POR PROMESA: '
               WS-CONTADOR-CONGELADOS.
           DISPLAY 'PROMESAS ROTAS  : ' WS-CONTADOR-ROTAS.
           DISPLAY 'AVISOS SUSPENDIDOS POR RECLAMO: '
               WS-CONTADOR-EN-RECLAMO.
           DISPLAY 'AVISOS CONGELADOS POR CONVENIO: '
               WS-CONTADOR-EN-CONVENIO.
           DISPLAY 'AVISOS OMITIDOS POR FALLECIMIENTO: '
               WS-CONTADOR-FALLECIDOS.
           DISPLAY 'AVISOS OMITIDOS POR AGENCIA EXTERNA: '
               WS-CONTADOR-EN-AGENCIA.
           DISPLAY 'AVISOS POR CORREO: ' WS-CONTADOR-ELECTRONICOS.
           DISPLAY 'REBOTADOS REIMPRESOS: ' WS-CONTADOR-REIMPRESOS.
           DISPLAY 'CARTAS RETENIDAS POR DOMICILIO: '
               WS-CONTADOR-RETENIDAS.
           DISPLAY 'AVISOS FINALES RETENIDOS (NO ENVIADOS): '
               WS-CONTADOR-FINALES-RET.

       600-CERRAR-ARCHIVOS.
           CLOSE COLA-FILE.
           CLOSE CARTAS-FILE.
           CLOSE ROTAS-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE ENTREGA-FILE.
           CLOSE RETENCION-FILE.
           IF WS-CUSTMAIL-ABIERTO
               CLOSE CUSTMAIL-FILE
           END-IF.
       END PROGRAM DUNNING.
