       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMNT.
      *****************************************************************
      *  Mantenimiento en linea de convenios de pago (CONVENIO.CPY),
      *  hermana de PROMMNT y RECLMNT: cuando el cliente no puede
      *  pagar de una vez una deuda 90+ grande, el cobrador con
      *  autoridad de convenio en OPERSEC (funcion 'N' de OPERAUTH)
      *  la reestructura en cuotas en vez de registrar una promesa
      *  de fecha unica que DUNNING escalaria apenas vencida.
      *  Opciones:
      *    - alta: se muestran las partidas del cliente en la cola
      *      COLAQUE del dia y se eligen hasta cinco (cada una debe
      *      estar en la cola y no pertenecer a otro convenio vivo);
      *      se capturan la cantidad de cuotas (2 a 12) y el primer
      *      vencimiento; las cuotas son mensuales, de igual importe
      *      salvo la ultima, que absorbe los centavos del redondeo;
      *      el convenio queda pendiente ('P') y CONVAPL lo aplica a
      *      TRANDAT en la corrida siguiente;
      *    - baja: retira un convenio pendiente antes de aplicarse
      *      (uno activo solo termina cumplido o roto);
      *    - listar: convenios vivos y los registrados en la sesion.
      *  Los registros del archivo pasan tal cual a CONVOUT, que
      *  reemplaza a CONVENIO al cerrar bien la sesion (mismo
      *  arrastre que PROMPAY); los nuevos se agregan al final.  Cada
      *  alta y baja queda en la bitacora CONVAUD (DISP=MOD) con el
      *  operador.
      *  El operador es el de la sesion (SESMENU): bajo el menu
      *  MENUOPER no se vuelve a pedir, y fuera de el se pide una vez
      *  contra OPERSEC; la autoridad de convenio se sigue
      *  consultando aqui.  'C' en lugar del numero toma el cliente
      *  en curso; el cliente cuya cola se muestra, cada alta o baja
      *  y cada convenio listado quedan en la bitacora de accesos
      *  (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONVENIOS-STATUS.
           SELECT CONVENIOS-SAL-FILE ASSIGN TO "CONVOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONVENIOS-SAL-STATUS.
           SELECT COLA-FILE ASSIGN TO "COLAQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT BITACORA-FILE ASSIGN TO "CONVAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS-FILE.
           COPY CONVENIO.
       FD  CONVENIOS-SAL-FILE.
       01  CONVENIOS-SAL-REGISTRO  PIC X(500).
       FD  COLA-FILE.
           COPY COLAQUE.
       FD  BITACORA-FILE.
       01  BITACORA-LINEA.
           05  BA-FECHA            PIC 9(8).
           05  BA-HORA             PIC 9(6).
           05  BA-OPERADOR         PIC X(4).
           05  BA-ACCION           PIC X(6).
           05  BA-NUMERO           PIC 9(6).
           05  BA-CUST-NUMBER      PIC 9(6).
           05  BA-IMPORTE          PIC S9(7)V99.
           05  BA-CUOTAS           PIC 9(2).
           05  FILLER              PIC X(13).
       WORKING-STORAGE SECTION.
       01 WS-CONVENIOS-STATUS      PIC X(2).
           88 WS-CONVENIOS-OK      VALUE '00'.
           88 WS-CONVENIOS-EOF     VALUE '10'.
       01 WS-CONVENIOS-SAL-STATUS  PIC X(2).
           88 WS-CONVENIOS-SAL-OK  VALUE '00'.
       01 WS-COLA-STATUS           PIC X(2).
           88 WS-COLA-OK           VALUE '00'.
           88 WS-COLA-EOF          VALUE '10'.
       01 WS-BITACORA-STATUS       PIC X(2).
           88 WS-BITACORA-OK       VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CONVMNT'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-OPERADOR              PIC X(4).
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'N'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-OPCION                PIC X(1).
           88 WS-OPCION-ALTA       VALUE 'A'.
           88 WS-OPCION-BAJA       VALUE 'B'.
           88 WS-OPCION-LISTAR     VALUE 'L'.
           88 WS-OPCION-FIN        VALUE '0'.
      *****************************************************************
      *  Convenios vivos del archivo (pendientes y activos), con sus
      *  partidas para no comprometer dos veces la misma; mismo tope
      *  de 500 que PROMMNT.  El archivo se vuelve a leer entero al
      *  reescribirlo, asi que un desborde no pierde registros: solo
      *  deja esos convenios fuera del control de partidas repetidas
      *  y de la baja, con constancia en ERRLOG.
      *****************************************************************
       01 WS-TABLA-VIVOS.
           05  WS-VIVO-ENTRADA     OCCURS 500 TIMES.
               10  WS-TV-NUMERO    PIC 9(6).
               10  WS-TV-CUST      PIC 9(6).
               10  WS-TV-ESTADO    PIC X(1).
                   88  WS-TV-PENDIENTE VALUE 'P'.
               10  WS-TV-CANT-PARTIDAS PIC 9(1).
               10  WS-TV-DESC      PIC X(30) OCCURS 5 TIMES.
               10  WS-TV-BAJA      PIC X(1).
                   88  WS-TV-DADO-DE-BAJA VALUE 'S'.
       01 WS-CONTADOR-VIVOS        PIC 9(3) VALUE ZERO.
       01 WS-IDX-VIVO              PIC 9(3).
       01 WS-ULTIMO-NUMERO         PIC 9(6) VALUE ZERO.
      *****************************************************************
      *  Convenios registrados en la sesion, con el mismo layout de
      *  CONVENIO.CPY para grabarlos tal cual en la salida; la baja
      *  de uno de ellos antes de cerrar la sesion va aparte para no
      *  romper el layout.
      *****************************************************************
       01 WS-TABLA-NUEVOS.
           05  WS-NUEVO-ENTRADA    OCCURS 50 TIMES.
               10  WS-NC-NUMERO    PIC 9(6).
               10  WS-NC-CUST      PIC 9(6).
               10  WS-NC-ESTADO    PIC X(1).
               10  WS-NC-FECHA-ALTA PIC 9(8).
               10  WS-NC-OPERADOR  PIC X(4).
               10  WS-NC-FECHA-ORIGEN PIC 9(8).
               10  WS-NC-IMPORTE-TOTAL PIC S9(7)V99.
               10  WS-NC-CANT-PARTIDAS PIC 9(1).
               10  WS-NC-PARTIDA   OCCURS 5 TIMES.
                   15  WS-NC-PA-DESC    PIC X(30).
                   15  WS-NC-PA-IMPORTE PIC S9(7)V99.
               10  WS-NC-CANT-CUOTAS PIC 9(2).
               10  WS-NC-CUOTA     OCCURS 12 TIMES.
                   15  WS-NC-CU-VENC    PIC 9(8).
                   15  WS-NC-CU-IMPORTE PIC S9(7)V99.
                   15  WS-NC-CU-ESTADO  PIC X(1).
               10  WS-NC-FECHA-CIERRE PIC 9(8).
               10  WS-NC-IMPORTE-PAGADO PIC S9(7)V99.
               10  WS-NC-SALDO-DEVUELTO PIC S9(7)V99.
               10  FILLER          PIC X(18).
       01 WS-TABLA-BAJAS-NUEVOS.
           05  WS-NB-BAJA          PIC X(1) OCCURS 50 TIMES.
               88  WS-NB-DADO-DE-BAJA VALUE 'S'.
       01 WS-CONTADOR-NUEVOS       PIC 9(2) VALUE ZERO.
       01 WS-IDX-NUEVO             PIC 9(2).
      *****************************************************************
      *  Partidas 90+ del cliente en la cola del dia, y las elegidas
      *  para el convenio en curso.
      *****************************************************************
       01 WS-TABLA-COLA.
           05  WS-COLA-ENTRADA     OCCURS 30 TIMES.
               10  WS-TQ-DESC      PIC X(30).
               10  WS-TQ-IMPORTE   PIC S9(7)V99.
               10  WS-TQ-DIAS      PIC 9(5).
               10  WS-TQ-ELEGIDA   PIC X(1).
                   88  WS-TQ-YA-ELEGIDA VALUE 'S'.
       01 WS-CONTADOR-COLA         PIC 9(2) VALUE ZERO.
       01 WS-IDX-COLA              PIC 9(2).
       01 WS-IDX-COLA-HALLADA      PIC 9(2).
       01 WS-TABLA-ELEGIDAS.
           05  WS-ELEGIDA-ENTRADA  OCCURS 5 TIMES.
               10  WS-PE-DESC      PIC X(30).
               10  WS-PE-IMPORTE   PIC S9(7)V99.
       01 WS-CONTADOR-ELEGIDAS     PIC 9(1) VALUE ZERO.
       01 WS-IDX-PARTIDA           PIC 9(1).
       01 WS-IDX-CUOTA             PIC 9(2).
       01 WS-FIN-ELEGIR            PIC X(1) VALUE 'N'.
           88 WS-TERMINO-ELEGIR    VALUE 'S'.
       01 WS-COMPROMETIDA          PIC X(1) VALUE 'N'.
           88 WS-PARTIDA-COMPROMETIDA VALUE 'S'.
       01 WS-DATOS                 PIC X(1) VALUE 'S'.
           88 WS-DATOS-VALIDOS     VALUE 'S'.
           88 WS-DATOS-INVALIDOS   VALUE 'N'.
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-DESCRIPCION           PIC X(30).
       01 WS-NUMERO-CONVENIO       PIC 9(6).
       01 WS-ENTRADA-CUOTAS        PIC X(2).
       01 WS-ENTRADA-CUOTAS-N REDEFINES WS-ENTRADA-CUOTAS
                                   PIC 9(2).
       01 WS-CANT-CUOTAS           PIC 9(2) VALUE ZERO.
       01 WS-PRIMER-VENCIMIENTO    PIC 9(8) VALUE ZERO.
       01 WS-VENCIMIENTO.
           05  WS-VN-ANO           PIC 9(4).
           05  WS-VN-MES           PIC 9(2).
           05  WS-VN-DIA           PIC 9(2).
       01 WS-VENCIMIENTO-N REDEFINES WS-VENCIMIENTO PIC 9(8).
       01 WS-IMPORTE-TOTAL         PIC S9(7)V99 VALUE ZERO.
       01 WS-IMPORTE-CUOTA         PIC S9(7)V99 VALUE ZERO.
       01 WS-IMPORTE-ULTIMA        PIC S9(7)V99 VALUE ZERO.
       01 WS-IMPORTE-EDIT          PIC -Z(6)9.99.
       01 WS-CONFIRMA              PIC X(1).
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
       01 WS-CONTADOR-ALTAS        PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-BAJAS        PIC 9(3) VALUE ZERO.
       01 WS-ANO-N                 PIC 9(4).
       01 WS-MES-N                 PIC 9(2).
       01 WS-DIA-N                 PIC 9(2).
       01 WS-DIAS-EN-MES           PIC 9(2).
       01 WS-FECHA-VALIDA          PIC X(1) VALUE 'S'.
           88 WS-FECHA-ES-VALIDA   VALUE 'S'.
           88 WS-FECHA-ES-INVALIDA VALUE 'N'.
       01 WS-FECHA-A-VALIDAR       PIC 9(8).
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'CONVMNT'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'C'.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SE-OPERADOR TO WS-OPERADOR.
      *  El convenio exige autoridad de convenio en OPERSEC; sin
      *  maestro de seguridad (retorno 04) se deja pasar como antes
      *  de tenerlo.
           CALL 'OPERAUTH' USING WS-OPERADOR WS-FUNCION-AUTORIZAR
               WS-AUTORIZADO WS-RETORNO-OPERAUTH.
           IF WS-RETORNO-OPERAUTH = 04
               SET WS-AUTORIZADO-SI TO TRUE
           END-IF.
           IF NOT WS-AUTORIZADO-SI
               DISPLAY 'OPERADOR SIN AUTORIDAD DE CONVENIO '
                   '(RETORNO ' WS-RETORNO-OPERAUTH ')'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-CARGAR-CONVENIOS.
           OPEN EXTEND BITACORA-FILE.
           PERFORM UNTIL WS-OPCION-FIN
               DISPLAY 'OPCION: A ALTA, B BAJA, L LISTAR, 0 TERMINA'
               ACCEPT WS-OPCION
               PERFORM 130-VERIFICAR-SESION
               EVALUATE TRUE
                   WHEN WS-OPCION-ALTA
                       PERFORM 300-REGISTRAR-CONVENIO
                   WHEN WS-OPCION-BAJA
                       PERFORM 400-RETIRAR-CONVENIO
                   WHEN WS-OPCION-LISTAR
                       PERFORM 500-LISTAR-CONVENIOS
                   WHEN WS-OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
           CLOSE BITACORA-FILE.
           PERFORM 600-REESCRIBIR-CONVENIOS.
           DISPLAY 'CONVENIOS REGISTRADOS: ' WS-CONTADOR-ALTAS.
           DISPLAY 'CONVENIOS RETIRADOS  : ' WS-CONTADOR-BAJAS.
           GOBACK.

      *****************************************************************
      *  El numero de convenio nuevo sigue al mayor del archivo,
      *  vivo o no, para que nunca se repita en TRANDAT.
      *****************************************************************
       100-CARGAR-CONVENIOS.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-CONVENIOS-OK
               PERFORM 110-LEER-CONVENIO
               PERFORM UNTIL WS-CONVENIOS-EOF
                   IF CV-NUMERO > WS-ULTIMO-NUMERO
                       MOVE CV-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
                   IF CV-VIVO
                       PERFORM 120-GUARDAR-VIVO
                   END-IF
                   PERFORM 110-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.

       110-LEER-CONVENIO.
           READ CONVENIOS-FILE
               AT END SET WS-CONVENIOS-EOF TO TRUE
           END-READ.

       120-GUARDAR-VIVO.
           IF WS-CONTADOR-VIVOS < 500
               ADD 1 TO WS-CONTADOR-VIVOS
               MOVE CV-NUMERO TO WS-TV-NUMERO(WS-CONTADOR-VIVOS)
               MOVE CV-CUST-NUMBER TO WS-TV-CUST(WS-CONTADOR-VIVOS)
               MOVE CV-ESTADO TO WS-TV-ESTADO(WS-CONTADOR-VIVOS)
               MOVE CV-CANT-PARTIDAS
                   TO WS-TV-CANT-PARTIDAS(WS-CONTADOR-VIVOS)
               PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
                   UNTIL WS-IDX-PARTIDA > 5
                   MOVE CV-PA-DESCRIPCION(WS-IDX-PARTIDA)
                       TO WS-TV-DESC(WS-CONTADOR-VIVOS, WS-IDX-PARTIDA)
               END-PERFORM
               MOVE 'N' TO WS-TV-BAJA(WS-CONTADOR-VIVOS)
           ELSE
               MOVE CV-NUMERO TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'TABLA DE CONVENIOS LLENA'
                   TO WS-EL-DATO-OFENSOR(8:24)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  Vencida la sesion por inactividad la transaccion termina.
      *****************************************************************
       130-VERIFICAR-SESION.
           MOVE 'C' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF WS-SE-RETORNO = 12
               MOVE '0' TO WS-OPCION
           END-IF.

      *****************************************************************
      *  'C' toma el cliente en curso de la sesion; un numero valido
      *  tecleado pasa a ser el cliente en curso.  Vencida la sesion
      *  la transaccion termina.
      *****************************************************************
       140-ELEGIR-CLIENTE.
           MOVE 'C' TO WS-SE-FUNCION.
           IF WS-DV-NUMERO-EXTERNO = 'C'
               MOVE ZERO TO WS-DV-CUST-NUMBER
           ELSE
               PERFORM 305-VERIFICAR-NUMERO
               IF WS-DV-CUST-NUMBER NOT = ZERO
                   MOVE 'F' TO WS-SE-FUNCION
                   MOVE WS-DV-CUST-NUMBER TO WS-SE-CLIENTE
               END-IF
           END-IF.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF WS-SE-RETORNO = 12
               MOVE ZERO TO WS-DV-CUST-NUMBER
               MOVE '0' TO WS-OPCION
           ELSE
               IF WS-DV-NUMERO-EXTERNO = 'C'
                   MOVE WS-SE-CLIENTE TO WS-DV-CUST-NUMBER
                   IF WS-DV-CUST-NUMBER = ZERO
                       DISPLAY 'SIN CLIENTE EN CURSO'
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Una partida ya comprometida en un convenio vivo, del archivo
      *  o de esta sesion, no entra en otro.
      *****************************************************************
       200-BUSCAR-PARTIDA-COMPROMETIDA.
           MOVE 'N' TO WS-COMPROMETIDA.
           PERFORM VARYING WS-IDX-VIVO FROM 1 BY 1
               UNTIL WS-IDX-VIVO > WS-CONTADOR-VIVOS
                  OR WS-PARTIDA-COMPROMETIDA
               IF WS-TV-CUST(WS-IDX-VIVO) = WS-CUST-NUMBER
                  AND NOT WS-TV-DADO-DE-BAJA(WS-IDX-VIVO)
                   PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
                       UNTIL WS-IDX-PARTIDA >
                             WS-TV-CANT-PARTIDAS(WS-IDX-VIVO)
                       IF WS-TV-DESC(WS-IDX-VIVO, WS-IDX-PARTIDA)
                          = WS-DESCRIPCION
                           SET WS-PARTIDA-COMPROMETIDA TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-NUEVO FROM 1 BY 1
               UNTIL WS-IDX-NUEVO > WS-CONTADOR-NUEVOS
                  OR WS-PARTIDA-COMPROMETIDA
               IF WS-NC-CUST(WS-IDX-NUEVO) = WS-CUST-NUMBER
                  AND NOT WS-NB-DADO-DE-BAJA(WS-IDX-NUEVO)
                   PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
                       UNTIL WS-IDX-PARTIDA >
                             WS-NC-CANT-PARTIDAS(WS-IDX-NUEVO)
                       IF WS-NC-PA-DESC(WS-IDX-NUEVO, WS-IDX-PARTIDA)
                          = WS-DESCRIPCION
                           SET WS-PARTIDA-COMPROMETIDA TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       300-REGISTRAR-CONVENIO.
           DISPLAY 'NUMERO DE CLIENTE CON SU DIGITO (C EN CURSO)'.
           MOVE SPACES TO WS-DV-NUMERO-EXTERNO.
           ACCEPT WS-DV-NUMERO-EXTERNO.
           PERFORM 140-ELEGIR-CLIENTE.
           MOVE WS-DV-CUST-NUMBER TO WS-CUST-NUMBER.
           IF WS-CONTADOR-NUEVOS NOT < 50
               DISPLAY 'TABLA DE CONVENIOS DE LA SESION LLENA'
           ELSE
               PERFORM 310-CARGAR-COLA-CLIENTE
               IF WS-CONTADOR-COLA = ZERO
                   DISPLAY 'EL CLIENTE NO TIENE PARTIDAS 90+ EN LA '
                       'COLA DE COBRANZA'
               ELSE
                   PERFORM 320-ELEGIR-PARTIDAS
                   IF WS-CONTADOR-ELEGIDAS = ZERO
                       DISPLAY 'SIN PARTIDAS ELEGIDAS, ALTA CANCELADA'
                   ELSE
                       PERFORM 330-CAPTURAR-CUOTAS
                       IF WS-DATOS-VALIDOS
                           PERFORM 340-ARMAR-CONVENIO
                           PERFORM 350-CONFIRMAR-CONVENIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  La cola COLAQUE del dia es la lista de partidas que pueden
      *  entrar a un convenio: abiertas, de mas de 90 dias y sin
      *  reclamo abierto.
      *****************************************************************
      *****************************************************************
      *  El cliente se teclea con su digito verificador; el numero
      *  sin digito o con un digito que no cuadra queda en cero.
      *****************************************************************
       305-VERIFICAR-NUMERO.
           MOVE 'V' TO WS-DV-FUNCION.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           EVALUATE WS-DV-RETORNO
               WHEN ZERO
                   CONTINUE
               WHEN 4
               WHEN 8
                   DISPLAY 'FALTA EL DIGITO VERIFICADOR DEL NUMERO'
               WHEN 12
                   DISPLAY 'DIGITO VERIFICADOR INCORRECTO, REVISE '
                       'EL NUMERO'
               WHEN OTHER
                   DISPLAY 'NUMERO DE CLIENTE NO VALIDO'
           END-EVALUATE.
           IF WS-DV-RETORNO NOT = ZERO
               MOVE ZERO TO WS-DV-CUST-NUMBER
           END-IF.

       310-CARGAR-COLA-CLIENTE.
           MOVE ZERO TO WS-CONTADOR-COLA.
           MOVE SPACES TO WS-COLA-STATUS.
           OPEN INPUT COLA-FILE.
           IF NOT WS-COLA-OK
               DISPLAY 'COLA DE COBRANZA NO DISPONIBLE, ESTADO: '
                   WS-COLA-STATUS
           ELSE
               PERFORM 315-LEER-COLA
               PERFORM UNTIL WS-COLA-EOF
                   IF CQ-CUST-NUMBER = WS-CUST-NUMBER
                      AND WS-CONTADOR-COLA < 30
                       ADD 1 TO WS-CONTADOR-COLA
                       MOVE CQ-DESCRIPCION
                           TO WS-TQ-DESC(WS-CONTADOR-COLA)
                       MOVE CQ-IMPORTE
                           TO WS-TQ-IMPORTE(WS-CONTADOR-COLA)
                       MOVE CQ-DIAS TO WS-TQ-DIAS(WS-CONTADOR-COLA)
                       MOVE 'N' TO WS-TQ-ELEGIDA(WS-CONTADOR-COLA)
                       MOVE CQ-IMPORTE TO WS-IMPORTE-EDIT
                       DISPLAY '  ' CQ-DESCRIPCION ' '
                           WS-IMPORTE-EDIT ' ' CQ-DIAS ' DIAS'
                   END-IF
                   PERFORM 315-LEER-COLA
               END-PERFORM
               CLOSE COLA-FILE
               IF WS-CONTADOR-COLA > ZERO
                   MOVE 'C' TO WS-AL-ACCION
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-CUST-NUMBER
                       WS-AL-ACCION
               END-IF
           END-IF.

       315-LEER-COLA.
           READ COLA-FILE
               AT END SET WS-COLA-EOF TO TRUE
           END-READ.

       320-ELEGIR-PARTIDAS.
           MOVE ZERO TO WS-CONTADOR-ELEGIDAS.
           MOVE ZERO TO WS-IMPORTE-TOTAL.
           MOVE 'N' TO WS-FIN-ELEGIR.
           PERFORM UNTIL WS-TERMINO-ELEGIR
               OR WS-CONTADOR-ELEGIDAS = 5
               DISPLAY 'DESCRIPCION DE LA PARTIDA A INCLUIR '
                   '(ESPACIOS TERMINA)'
               ACCEPT WS-DESCRIPCION
               IF WS-DESCRIPCION = SPACES
                   SET WS-TERMINO-ELEGIR TO TRUE
               ELSE
                   PERFORM 325-VALIDAR-PARTIDA
               END-IF
           END-PERFORM.

       325-VALIDAR-PARTIDA.
           MOVE ZERO TO WS-IDX-COLA-HALLADA.
           PERFORM VARYING WS-IDX-COLA FROM 1 BY 1
               UNTIL WS-IDX-COLA > WS-CONTADOR-COLA
               IF WS-TQ-DESC(WS-IDX-COLA) = WS-DESCRIPCION
                   MOVE WS-IDX-COLA TO WS-IDX-COLA-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-COLA-HALLADA = ZERO
               DISPLAY 'LA PARTIDA NO ESTA EN LA COLA 90+ DEL CLIENTE'
           ELSE
               IF WS-TQ-YA-ELEGIDA(WS-IDX-COLA-HALLADA)
                   DISPLAY 'PARTIDA YA INCLUIDA'
               ELSE
                   PERFORM 200-BUSCAR-PARTIDA-COMPROMETIDA
                   IF WS-PARTIDA-COMPROMETIDA
                       DISPLAY 'LA PARTIDA YA ESTA EN OTRO CONVENIO'
                   ELSE
                       SET WS-TQ-YA-ELEGIDA(WS-IDX-COLA-HALLADA)
                           TO TRUE
                       ADD 1 TO WS-CONTADOR-ELEGIDAS
                       MOVE WS-DESCRIPCION
                           TO WS-PE-DESC(WS-CONTADOR-ELEGIDAS)
                       MOVE WS-TQ-IMPORTE(WS-IDX-COLA-HALLADA)
                           TO WS-PE-IMPORTE(WS-CONTADOR-ELEGIDAS)
                       ADD WS-TQ-IMPORTE(WS-IDX-COLA-HALLADA)
                           TO WS-IMPORTE-TOTAL
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Cuotas mensuales: el dia del primer vencimiento se repite
      *  cada mes, por eso no puede pasar de 28.
      *****************************************************************
       330-CAPTURAR-CUOTAS.
           SET WS-DATOS-VALIDOS TO TRUE.
           IF WS-IMPORTE-TOTAL NOT > ZERO
               DISPLAY 'LAS PARTIDAS ELEGIDAS NO SUMAN DEUDA, ALTA '
                   'RECHAZADA'
               SET WS-DATOS-INVALIDOS TO TRUE
           END-IF.
           IF WS-DATOS-VALIDOS
               DISPLAY 'CANTIDAD DE CUOTAS (02 A 12)'
               ACCEPT WS-ENTRADA-CUOTAS
               IF WS-ENTRADA-CUOTAS IS NUMERIC
                  AND WS-ENTRADA-CUOTAS-N NOT < 2
                  AND WS-ENTRADA-CUOTAS-N NOT > 12
                   MOVE WS-ENTRADA-CUOTAS-N TO WS-CANT-CUOTAS
               ELSE
                   DISPLAY 'CANTIDAD DE CUOTAS INVALIDA, ALTA '
                       'RECHAZADA'
                   SET WS-DATOS-INVALIDOS TO TRUE
               END-IF
           END-IF.
           IF WS-DATOS-VALIDOS
               DISPLAY 'PRIMER VENCIMIENTO AAAAMMDD'
               ACCEPT WS-PRIMER-VENCIMIENTO
               MOVE WS-PRIMER-VENCIMIENTO TO WS-FECHA-A-VALIDAR
               PERFORM 900-VALIDAR-FECHA
               EVALUATE TRUE
                   WHEN WS-FECHA-ES-INVALIDA
                       DISPLAY 'PRIMER VENCIMIENTO INVALIDO, ALTA '
                           'RECHAZADA'
                       SET WS-DATOS-INVALIDOS TO TRUE
                   WHEN WS-PRIMER-VENCIMIENTO NOT > WS-FECHA-HOY
                       DISPLAY 'EL PRIMER VENCIMIENTO DEBE SER '
                           'POSTERIOR A HOY'
                       SET WS-DATOS-INVALIDOS TO TRUE
                   WHEN WS-DIA-N > 28
                       DISPLAY 'DIA DE VENCIMIENTO MAYOR A 28 NO '
                           'PERMITIDO EN CUOTAS MENSUALES'
                       SET WS-DATOS-INVALIDOS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  El convenio se arma en la siguiente entrada libre de la
      *  tabla de la sesion; solo cuenta si el cobrador lo confirma.
      *****************************************************************
       340-ARMAR-CONVENIO.
           COMPUTE WS-IDX-NUEVO = WS-CONTADOR-NUEVOS + 1.
           MOVE SPACES TO WS-NUEVO-ENTRADA(WS-IDX-NUEVO).
           MOVE ZERO TO WS-NC-NUMERO(WS-IDX-NUEVO).
           MOVE WS-CUST-NUMBER TO WS-NC-CUST(WS-IDX-NUEVO).
           MOVE 'P' TO WS-NC-ESTADO(WS-IDX-NUEVO).
           MOVE WS-FECHA-HOY TO WS-NC-FECHA-ALTA(WS-IDX-NUEVO).
           MOVE WS-OPERADOR TO WS-NC-OPERADOR(WS-IDX-NUEVO).
           MOVE ZERO TO WS-NC-FECHA-ORIGEN(WS-IDX-NUEVO).
           MOVE WS-IMPORTE-TOTAL TO WS-NC-IMPORTE-TOTAL(WS-IDX-NUEVO).
           MOVE WS-CONTADOR-ELEGIDAS
               TO WS-NC-CANT-PARTIDAS(WS-IDX-NUEVO).
           PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA > 5
               IF WS-IDX-PARTIDA > WS-CONTADOR-ELEGIDAS
                   MOVE SPACES
                       TO WS-NC-PA-DESC(WS-IDX-NUEVO, WS-IDX-PARTIDA)
                   MOVE ZERO
                       TO WS-NC-PA-IMPORTE(WS-IDX-NUEVO, WS-IDX-PARTIDA)
               ELSE
                   MOVE WS-PE-DESC(WS-IDX-PARTIDA)
                       TO WS-NC-PA-DESC(WS-IDX-NUEVO, WS-IDX-PARTIDA)
                   MOVE WS-PE-IMPORTE(WS-IDX-PARTIDA)
                       TO WS-NC-PA-IMPORTE(WS-IDX-NUEVO, WS-IDX-PARTIDA)
               END-IF
           END-PERFORM.
           MOVE WS-CANT-CUOTAS TO WS-NC-CANT-CUOTAS(WS-IDX-NUEVO).
           COMPUTE WS-IMPORTE-CUOTA = WS-IMPORTE-TOTAL / WS-CANT-CUOTAS.
           COMPUTE WS-IMPORTE-ULTIMA = WS-IMPORTE-TOTAL
               - WS-IMPORTE-CUOTA * (WS-CANT-CUOTAS - 1).
           MOVE WS-PRIMER-VENCIMIENTO TO WS-VENCIMIENTO-N.
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > 12
               IF WS-IDX-CUOTA > WS-CANT-CUOTAS
                   MOVE ZERO
                       TO WS-NC-CU-VENC(WS-IDX-NUEVO, WS-IDX-CUOTA)
                   MOVE ZERO
                       TO WS-NC-CU-IMPORTE(WS-IDX-NUEVO, WS-IDX-CUOTA)
                   MOVE SPACES
                       TO WS-NC-CU-ESTADO(WS-IDX-NUEVO, WS-IDX-CUOTA)
               ELSE
                   MOVE WS-VENCIMIENTO-N
                       TO WS-NC-CU-VENC(WS-IDX-NUEVO, WS-IDX-CUOTA)
                   IF WS-IDX-CUOTA = WS-CANT-CUOTAS
                       MOVE WS-IMPORTE-ULTIMA
                           TO WS-NC-CU-IMPORTE(WS-IDX-NUEVO,
                                               WS-IDX-CUOTA)
                   ELSE
                       MOVE WS-IMPORTE-CUOTA
                           TO WS-NC-CU-IMPORTE(WS-IDX-NUEVO,
                                               WS-IDX-CUOTA)
                   END-IF
                   MOVE 'P'
                       TO WS-NC-CU-ESTADO(WS-IDX-NUEVO, WS-IDX-CUOTA)
                   PERFORM 345-SIGUIENTE-MES
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-NC-FECHA-CIERRE(WS-IDX-NUEVO).
           MOVE ZERO TO WS-NC-IMPORTE-PAGADO(WS-IDX-NUEVO).
           MOVE ZERO TO WS-NC-SALDO-DEVUELTO(WS-IDX-NUEVO).

       345-SIGUIENTE-MES.
           IF WS-VN-MES = 12
               MOVE 1 TO WS-VN-MES
               ADD 1 TO WS-VN-ANO
           ELSE
               ADD 1 TO WS-VN-MES
           END-IF.

       350-CONFIRMAR-CONVENIO.
           MOVE WS-IMPORTE-TOTAL TO WS-IMPORTE-EDIT.
           DISPLAY 'CONVENIO CLIENTE ' WS-CUST-NUMBER
               ' TOTAL ' WS-IMPORTE-EDIT.
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS
               MOVE WS-NC-CU-IMPORTE(WS-IDX-NUEVO, WS-IDX-CUOTA)
                   TO WS-IMPORTE-EDIT
               DISPLAY '  CUOTA ' WS-IDX-CUOTA ' VENCE '
                   WS-NC-CU-VENC(WS-IDX-NUEVO, WS-IDX-CUOTA)
                   ' ' WS-IMPORTE-EDIT
           END-PERFORM.
           DISPLAY 'CONFIRMA EL CONVENIO S/N'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S'
               ADD 1 TO WS-ULTIMO-NUMERO
               MOVE WS-ULTIMO-NUMERO TO WS-NC-NUMERO(WS-IDX-NUEVO)
               MOVE 'N' TO WS-NB-BAJA(WS-IDX-NUEVO)
               MOVE WS-IDX-NUEVO TO WS-CONTADOR-NUEVOS
               ADD 1 TO WS-CONTADOR-ALTAS
               MOVE 'ALTA' TO BA-ACCION
               MOVE WS-ULTIMO-NUMERO TO BA-NUMERO
               MOVE WS-CUST-NUMBER TO BA-CUST-NUMBER
               MOVE WS-IMPORTE-TOTAL TO BA-IMPORTE
               MOVE WS-CANT-CUOTAS TO BA-CUOTAS
               PERFORM 700-ASENTAR-BITACORA
               DISPLAY 'CONVENIO ' WS-ULTIMO-NUMERO ' REGISTRADO, '
                   'SE APLICA EN LA CORRIDA SIGUIENTE'
           ELSE
               DISPLAY 'CONVENIO DESCARTADO'
           END-IF.

      *****************************************************************
      *  Solo un convenio pendiente se retira: uno activo ya cerro
      *  las partidas originales en TRANDAT y termina cumplido o roto.
      *****************************************************************
       400-RETIRAR-CONVENIO.
           DISPLAY 'NUMERO DE CONVENIO'.
           ACCEPT WS-NUMERO-CONVENIO.
           MOVE ZERO TO WS-IDX-VIVO.
           MOVE ZERO TO WS-IDX-NUEVO.
           PERFORM VARYING WS-IDX-VIVO FROM 1 BY 1
               UNTIL WS-IDX-VIVO > WS-CONTADOR-VIVOS
               IF WS-TV-NUMERO(WS-IDX-VIVO) = WS-NUMERO-CONVENIO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-VIVO > WS-CONTADOR-VIVOS
               PERFORM VARYING WS-IDX-NUEVO FROM 1 BY 1
                   UNTIL WS-IDX-NUEVO > WS-CONTADOR-NUEVOS
                   IF WS-NC-NUMERO(WS-IDX-NUEVO) = WS-NUMERO-CONVENIO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-IDX-NUEVO > WS-CONTADOR-NUEVOS
                   DISPLAY 'NO HAY CONVENIO VIVO CON ESE NUMERO'
               ELSE
                   PERFORM 420-RETIRAR-NUEVO
               END-IF
           ELSE
               PERFORM 410-RETIRAR-VIVO
           END-IF.

       410-RETIRAR-VIVO.
           EVALUATE TRUE
               WHEN WS-TV-DADO-DE-BAJA(WS-IDX-VIVO)
                   DISPLAY 'EL CONVENIO YA FUE RETIRADO'
               WHEN NOT WS-TV-PENDIENTE(WS-IDX-VIVO)
                   DISPLAY 'EL CONVENIO YA ESTA ACTIVO, SOLO TERMINA '
                       'CUMPLIDO O ROTO'
               WHEN OTHER
                   SET WS-TV-DADO-DE-BAJA(WS-IDX-VIVO) TO TRUE
                   ADD 1 TO WS-CONTADOR-BAJAS
                   MOVE 'BAJA' TO BA-ACCION
                   MOVE WS-NUMERO-CONVENIO TO BA-NUMERO
                   MOVE WS-TV-CUST(WS-IDX-VIVO) TO BA-CUST-NUMBER
                   MOVE ZERO TO BA-IMPORTE
                   MOVE ZERO TO BA-CUOTAS
                   PERFORM 700-ASENTAR-BITACORA
                   DISPLAY 'CONVENIO RETIRADO'
           END-EVALUATE.

       420-RETIRAR-NUEVO.
           IF WS-NB-DADO-DE-BAJA(WS-IDX-NUEVO)
               DISPLAY 'EL CONVENIO YA FUE RETIRADO'
           ELSE
               SET WS-NB-DADO-DE-BAJA(WS-IDX-NUEVO) TO TRUE
               ADD 1 TO WS-CONTADOR-BAJAS
               MOVE 'BAJA' TO BA-ACCION
               MOVE WS-NUMERO-CONVENIO TO BA-NUMERO
               MOVE WS-NC-CUST(WS-IDX-NUEVO) TO BA-CUST-NUMBER
               MOVE WS-NC-IMPORTE-TOTAL(WS-IDX-NUEVO) TO BA-IMPORTE
               MOVE WS-NC-CANT-CUOTAS(WS-IDX-NUEVO) TO BA-CUOTAS
               PERFORM 700-ASENTAR-BITACORA
               DISPLAY 'CONVENIO RETIRADO'
           END-IF.

       500-LISTAR-CONVENIOS.
           PERFORM VARYING WS-IDX-VIVO FROM 1 BY 1
               UNTIL WS-IDX-VIVO > WS-CONTADOR-VIVOS
               IF NOT WS-TV-DADO-DE-BAJA(WS-IDX-VIVO)
                   DISPLAY WS-TV-NUMERO(WS-IDX-VIVO) ' '
                       WS-TV-CUST(WS-IDX-VIVO) ' '
                       WS-TV-ESTADO(WS-IDX-VIVO) ' '
                       WS-TV-DESC(WS-IDX-VIVO, 1)
                   MOVE 'C' TO WS-AL-ACCION
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                       WS-TV-CUST(WS-IDX-VIVO) WS-AL-ACCION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-NUEVO FROM 1 BY 1
               UNTIL WS-IDX-NUEVO > WS-CONTADOR-NUEVOS
               IF NOT WS-NB-DADO-DE-BAJA(WS-IDX-NUEVO)
                   DISPLAY WS-NC-NUMERO(WS-IDX-NUEVO) ' '
                       WS-NC-CUST(WS-IDX-NUEVO) ' '
                       WS-NC-ESTADO(WS-IDX-NUEVO) ' '
                       WS-NC-PA-DESC(WS-IDX-NUEVO, 1)
                   MOVE 'C' TO WS-AL-ACCION
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                       WS-NC-CUST(WS-IDX-NUEVO) WS-AL-ACCION
               END-IF
           END-PERFORM.

      *****************************************************************
      *  El archivo se relee y pasa entero a la salida salvo los
      *  pendientes retirados; detras van los nuevos de la sesion.
      *****************************************************************
       600-REESCRIBIR-CONVENIOS.
           OPEN OUTPUT CONVENIOS-SAL-FILE.
           MOVE SPACES TO WS-CONVENIOS-STATUS.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-CONVENIOS-OK
               PERFORM 110-LEER-CONVENIO
               PERFORM UNTIL WS-CONVENIOS-EOF
                   PERFORM 610-BUSCAR-RETIRADO
                   IF WS-IDX-VIVO > WS-CONTADOR-VIVOS
                       WRITE CONVENIOS-SAL-REGISTRO
                           FROM CONVENIO-REGISTRO
                   END-IF
                   PERFORM 110-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.
           PERFORM VARYING WS-IDX-NUEVO FROM 1 BY 1
               UNTIL WS-IDX-NUEVO > WS-CONTADOR-NUEVOS
               IF NOT WS-NB-DADO-DE-BAJA(WS-IDX-NUEVO)
                   WRITE CONVENIOS-SAL-REGISTRO
                       FROM WS-NUEVO-ENTRADA(WS-IDX-NUEVO)
               END-IF
           END-PERFORM.
           CLOSE CONVENIOS-SAL-FILE.

       610-BUSCAR-RETIRADO.
           PERFORM VARYING WS-IDX-VIVO FROM 1 BY 1
               UNTIL WS-IDX-VIVO > WS-CONTADOR-VIVOS
               IF WS-TV-NUMERO(WS-IDX-VIVO) = CV-NUMERO
                  AND WS-TV-DADO-DE-BAJA(WS-IDX-VIVO)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       700-ASENTAR-BITACORA.
           MOVE WS-FECHA-HOY TO BA-FECHA.
           MOVE WS-HORA-AHORA TO BA-HORA.
           MOVE WS-OPERADOR TO BA-OPERADOR.
           WRITE BITACORA-LINEA.
           MOVE 'M' TO WS-AL-ACCION.
           CALL 'ACCESLOG' USING WS-AL-PROGRAMA BA-CUST-NUMBER
               WS-AL-ACCION.

      *****************************************************************
      *  Mismas reglas de mes, dia y bisiesto que 900-VALIDAR-FECHA1
      *  en REDEFINIR.
      *****************************************************************
       900-VALIDAR-FECHA.
           SET WS-FECHA-ES-VALIDA TO TRUE.
           MOVE WS-FECHA-A-VALIDAR(1:4) TO WS-ANO-N.
           MOVE WS-FECHA-A-VALIDAR(5:2) TO WS-MES-N.
           MOVE WS-FECHA-A-VALIDAR(7:2) TO WS-DIA-N.
           IF WS-MES-N < 1 OR WS-MES-N > 12
               SET WS-FECHA-ES-INVALIDA TO TRUE
           END-IF.
           IF WS-FECHA-ES-VALIDA
               EVALUATE WS-MES-N
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO WS-DIAS-EN-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-DIAS-EN-MES
                   WHEN 2
                       IF FUNCTION MOD(WS-ANO-N, 4) = 0
                          AND (FUNCTION MOD(WS-ANO-N, 100) NOT = 0
                               OR FUNCTION MOD(WS-ANO-N, 400) = 0)
                           MOVE 29 TO WS-DIAS-EN-MES
                       ELSE
                           MOVE 28 TO WS-DIAS-EN-MES
                       END-IF
               END-EVALUATE
               IF WS-DIA-N < 1 OR WS-DIA-N > WS-DIAS-EN-MES
                   SET WS-FECHA-ES-INVALIDA TO TRUE
               END-IF
           END-IF.
       END PROGRAM CONVMNT.
