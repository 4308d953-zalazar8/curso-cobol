      *      periodo que trae la alimentacion GL),
      *    - las transacciones posteadas del periodo (detalles lado
      *      cliente de NEGGL, sin las contrapartidas a la cuenta
      *      puente; los recargos por mora de LATEFEE llegan por el
      *      mismo NEGGL),
      *    - las partidas abiertas de TRANDAT con su antiguedad en
      *      dias (DATEUTIL),
      *    - saldo final (CM-BALANCE).
      *  Las lineas salen por las plantillas protegidas de LAYOUTLIB,
      *  igual que CHECKPRT protege sus cheques, para que el papel
      *  preimpreso cuadre.
      *  NEGGL se ordena por cliente (SORT interno) y se recorre en
      *  paralelo con el maestro, que ya viene ordenado por
      *  CM-CUST-NUMBER, igual que TRANDAT, que indexado por cliente
      *  y descripcion ya se lee en orden de cliente.
      *  La corrida atiende un ciclo de extracto por vez: STMCYCLE
      *  trae el ciclo del dia (cero o sin asignar = todos, el
      *  comportamiento historico) y solo los clientes de ese ciclo
      *  emitir, la fecha de corte del cliente avanza a la fecha de
      *  proceso, con diario CMJRNL como cualquier cambio del
      *  maestro.
      *  El canal sale de CUSTMAIL: el cliente con preferencia de
      *  correo (o ambos) y correo activo recibe su estado en el
      *  archivo de entrega electronica EDOCOUT (EDOCENT.CPY, las
      *  mismas lineas de LAYOUTLIB) para el proveedor de correo;
      *  solo papel o ambos va a STMTOUT.  STMARCH archiva todo
      *  estado igual que siempre, cualquiera sea el canal.  Antes
      *  de los estados del dia se imprimen los que EDOCREB reencolo
      *  en EDOCRIE porque el proveedor los reboto, y la cola queda
      *  vacia.
      *  El papel de un cliente con domicilio devuelto por el correo
      *  (CM-DOMICILIO-DEVUELTO, marcado por DOMDEV) no va a STMTOUT:
      *  sus lineas van a la cola de retencion por domicilio DOMRET
      *  hasta que CUSTUPD registre una direccion nueva.  El correo
      *  electronico y el archivo STMARCH siguen igual.
      *  El estado de un cliente fallecido (CM-CLIENTE-FALLECIDO) sale
      *  solo en papel, a nombre de su sucesion y al domicilio del
      *  representante que CUSTFAL registro en DEFUNC; ni el correo
      *  del fallecido ni su domicilio devuelto cuentan ya.  Sin
      *  aviso en DEFUNC sale como siempre y queda en ERRLOG.
      *  Al terminar, la corrida queda asentada en STMCORR con su
      *  fecha de proceso y su ciclo, para la lista de cierre.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-ORD-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT ESTADOS-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADOS-STATUS.
           SELECT MENSAJES-FILE ASSIGN TO "STMTMSG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MENSAJES-STATUS.
           SELECT CUSTMAIL-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAIL-STATUS.
           SELECT ENTREGA-FILE ASSIGN TO "EDOCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTREGA-STATUS.
           SELECT REIMPRIME-FILE ASSIGN TO "EDOCRIE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REIMPRIME-STATUS.
           SELECT RETENCION-FILE ASSIGN TO "DOMRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETENCION-STATUS.
           SELECT DEFUNC-FILE ASSIGN TO "DEFUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DF-CUST-NUMBER
               FILE STATUS IS WS-DEFUNC-STATUS.
           SELECT CORRIDAS-FILE ASSIGN TO "STMCORR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRIDAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           05  GLO-IMPORTE         PIC S9(7)V999.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  ESTADOS-FILE.
       01  ESTADOS-LINEA           PIC X(71).
       FD  ARCHIVO-ESTADOS-FILE.
           05  FILLER              PIC X(7).
       FD  MENSAJES-FILE.
           COPY STMTMSG.
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
       FD  DEFUNC-FILE.
           COPY DEFUNC.
       FD  CORRIDAS-FILE.
           COPY STMCORR.
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-GL-ORD-STATUS         PIC X(2).
           88 WS-GL-ORD-EOF        VALUE '10'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-ESTADOS-STATUS        PIC X(2).
           88 WS-ESTADOS-OK        VALUE '00'.
       01 WS-ARCHIVO-ESTADOS-STATUS PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-CICLO-STATUS          PIC X(2).
           88 WS-CICLO-OK          VALUE '00'.
       01 WS-CORRIDAS-STATUS       PIC X(2).
           88 WS-CORRIDAS-OK       VALUE '00'.
       01 WS-MENSAJES-STATUS       PIC X(2).
           88 WS-MENSAJES-OK       VALUE '00'.
           88 WS-MENSAJES-EOF      VALUE '10'.
       01 WS-CUSTMAIL-STATUS       PIC X(2).
           88 WS-CUSTMAIL-OK       VALUE '00'.
       01 WS-ENTREGA-STATUS        PIC X(2).
           88 WS-ENTREGA-OK        VALUE '00'.
       01 WS-REIMPRIME-STATUS      PIC X(2).
           88 WS-REIMPRIME-OK      VALUE '00'.
           88 WS-REIMPRIME-EOF     VALUE '10'.
       01 WS-RETENCION-STATUS      PIC X(2).
           88 WS-RETENCION-OK      VALUE '00'.
       01 WS-HAY-CUSTMAIL          PIC X(1) VALUE 'N'.
           88 WS-CUSTMAIL-ABIERTO  VALUE 'S'.
       01 WS-DEFUNC-STATUS         PIC X(2).
           88 WS-DEFUNC-OK         VALUE '00'.
       01 WS-HAY-DEFUNC            PIC X(1) VALUE 'N'.
           88 WS-DEFUNC-ABIERTO    VALUE 'S'.
       01 WS-CANAL-SUCESION        PIC X(1) VALUE 'N'.
           88 WS-ENVIA-SUCESION    VALUE 'S'.
       01 WS-CONTADOR-SUCESIONES   PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Canal del estado en curso: papel, correo o los dos, y el
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
       01 WS-CONTADOR-RETENIDOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ELECTRONICOS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REIMPRESOS   PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Mensajes vigentes del archivo de control, cargados al
      *  arrancar; solo entran los que cubren la fecha de proceso.
           05  WS-FP-DIA           PIC 9(2).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO PIC 9(8).
       01 WS-CUENTA-SUSPENSO       PIC X(6) VALUE '999999'.
       01 WS-CUENTA-RECARGOS       PIC X(6) VALUE '111111'.
       01 WS-GL-CUENTA-NUM         PIC 9(6).
       01 WS-MOVIMIENTO-PERIODO    PIC S9(9)V999 VALUE ZERO.
       01 WS-SALDO-INICIAL         PIC S9(9)V999 VALUE ZERO.
               ON ASCENDING KEY WKG-CUENTA
               INPUT PROCEDURE IS 060-SELECCIONAR-DETALLES-GL
               GIVING GL-ORD-FILE.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 150-REIMPRIMIR-REBOTADOS.
           PERFORM 200-LEER-CLIENTE.
           PERFORM 210-LEER-GL.
           PERFORM 220-LEER-ITEM.
           END-PERFORM.
           PERFORM 600-IMPRIMIR-RESUMEN.
           PERFORM 700-CERRAR-ARCHIVOS.
           PERFORM 750-ASENTAR-CORRIDA.
           STOP RUN.

       050-LEER-RUNCTL.
                           MOVE RC-CUENTA-SUSPENSO
                               TO WS-CUENTA-SUSPENSO
                       END-IF
                       IF RC-CUENTA-RECARGOS NOT = SPACES
                           MOVE RC-CUENTA-RECARGOS
                               TO WS-CUENTA-RECARGOS
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *****************************************************************
      *  Igual que RECONGL: al estado de cuenta solo van los detalles
      *  lado cliente, no las contrapartidas a la cuenta puente ni
      *  las de los recargos por mora de LATEFEE a la cuenta de
      *  ingresos por recargos.
      *****************************************************************
       060-SELECCIONAR-DETALLES-GL.
           OPEN INPUT GL-FILE.
           PERFORM UNTIL WS-GL-EOF
               IF GLF-DETALLE
                  AND GLF-DET-CUENTA NOT = WS-CUENTA-SUSPENSO
                  AND GLF-DET-CUENTA NOT = WS-CUENTA-RECARGOS
                   MOVE GLF-DET-CUENTA TO WKG-CUENTA
                   MOVE GLF-DET-FECHA TO WKG-FECHA
                   MOVE GLF-DET-IMPORTE TO WKG-IMPORTE
       100-ABRIR-ARCHIVOS.
           OPEN I-O CUSTMAST-FILE.
           OPEN INPUT GL-ORD-FILE.
           OPEN INPUT TRANDAT-FILE.
           OPEN OUTPUT ESTADOS-FILE.
           OPEN EXTEND ARCHIVO-ESTADOS-FILE.
      *  Sin CUSTMAIL asignado todo estado sale en papel, como
      *  siempre.
           OPEN INPUT CUSTMAIL-FILE.
           IF WS-CUSTMAIL-OK
               SET WS-CUSTMAIL-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT ENTREGA-FILE.
           OPEN EXTEND RETENCION-FILE.
           OPEN INPUT DEFUNC-FILE.
           IF WS-DEFUNC-OK
               SET WS-DEFUNC-ABIERTO TO TRUE
           END-IF.

      *****************************************************************
      *  Estados que el proveedor de correo reboto, reencolados por
      *  EDOCREB con las mismas lineas que se enviaron: salen al
      *  papel delante de los del dia (ya estan en STMARCH desde su
      *  emision) y la cola se vacia para no reimprimirlos otra vez.
      *****************************************************************
       150-REIMPRIMIR-REBOTADOS.
           OPEN INPUT REIMPRIME-FILE.
           IF WS-REIMPRIME-OK
               PERFORM 155-LEER-REIMPRIME
               PERFORM UNTIL WS-REIMPRIME-EOF
                   IF RI-RENGLON = 1
                       ADD 1 TO WS-CONTADOR-REIMPRESOS
                   END-IF
                   WRITE ESTADOS-LINEA FROM RI-LINEA
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

       200-LEER-CLIENTE.
           READ CUSTMAST-FILE NEXT
           END-IF.

       220-LEER-ITEM.
           READ TRANDAT-FILE
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

      *****************************************************************
                   OR WS-GL-CUENTA-NUM > CM-CUST-NUMBER
               PERFORM 210-LEER-GL
           END-PERFORM.
           PERFORM UNTIL WS-TRANDAT-EOF
                   OR TD-CUST-NUMBER > CM-CUST-NUMBER
               PERFORM 220-LEER-ITEM
           END-PERFORM.

       300-EMITIR-ESTADO.
           ADD 1 TO WS-CONTADOR-ESTADOS.
           PERFORM 302-DETERMINAR-CANAL.
           PERFORM 305-ACUMULAR-MOVIMIENTOS.
           COMPUTE WS-SALDO-INICIAL =
               CM-BALANCE - WS-MOVIMIENTO-PERIODO.
           PERFORM 340-DETALLE-PARTIDAS.
           PERFORM 350-LINEA-SALDO-FINAL.
           PERFORM 355-SECCION-MENSAJES.
           PERFORM 358-TALON-DE-PAGO.
           PERFORM 360-AVANZAR-CORTE-CLIENTE.

      *****************************************************************
      *  Correo solo con preferencia 'E' o 'A', correo capturado y no
      *  rebotado; papel salvo preferencia 'E' con correo en uso.
      *  El registro queda en el area de CUSTMAIL para la entrega.
      *  El papel de un domicilio devuelto pasa a la retencion.
      *  El de un fallecido con aviso va en papel a la sucesion.
      *****************************************************************
       302-DETERMINAR-CANAL.
           MOVE 'S' TO WS-CANAL-PAPEL.
           MOVE 'N' TO WS-CANAL-CORREO.
           MOVE 'N' TO WS-CANAL-RETENCION.
           MOVE 'N' TO WS-CANAL-SUCESION.
           MOVE ZERO TO WS-RENGLON-DOCUMENTO.
           MOVE ZERO TO WS-RENGLON-RETENIDO.
           IF CM-CLIENTE-FALLECIDO
               PERFORM 303-BUSCAR-SUCESION
           END-IF.
           IF WS-CUSTMAIL-ABIERTO AND NOT WS-ENVIA-SUCESION
               MOVE CM-CUST-NUMBER TO CE-CUST-NUMBER
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
           IF WS-ENVIA-PAPEL AND CM-DOMICILIO-DEVUELTO
              AND NOT WS-ENVIA-SUCESION
               MOVE 'N' TO WS-CANAL-PAPEL
               SET WS-RETIENE-DOMICILIO TO TRUE
               ADD 1 TO WS-CONTADOR-RETENIDOS
           END-IF.

       303-BUSCAR-SUCESION.
           MOVE CM-CUST-NUMBER TO DF-CUST-NUMBER.
           IF WS-DEFUNC-ABIERTO
               READ DEFUNC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ENVIA-SUCESION TO TRUE
                       ADD 1 TO WS-CONTADOR-SUCESIONES
               END-READ
           END-IF.
           IF NOT WS-ENVIA-SUCESION
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE CM-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'FALLECIDO SIN AVISO EN DEFUNC'
                   TO WS-EL-DATO-OFENSOR(8:29)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  Avanza la alimentacion GL hasta pasar al cliente en curso,
      *  sumando el movimiento del periodo y guardando las lineas de
       310-LINEA-TITULO.
           MOVE SPACES TO WS-TEXTO-LINEA.
           STRING 'ESTADO DE CUENTA ' WS-FECHA-PROCESO-N
               '  CLIENTE ' CM-CUST-NUMBER '-' CM-DIGITO-VERIFICADOR
               DELIMITED BY SIZE INTO WS-TEXTO-LINEA.
           PERFORM 400-ESCRIBIR-PLANTILLA-02.
           IF WS-ENVIA-SUCESION
               PERFORM 315-DOMICILIO-SUCESION
           ELSE
               PERFORM 312-DOMICILIO-TITULAR
           END-IF.

       312-DOMICILIO-TITULAR.
           IF CM-NOMBRE NOT = SPACES OR CM-APELLIDO NOT = SPACES
               MOVE SPACES TO WS-TEXTO-LINEA
               STRING 'TITULAR: '
               PERFORM 410-ESCRIBIR-PLANTILLA-01
           END-IF.

      *****************************************************************
      *  Estado de un fallecido: a nombre de su sucesion, al
      *  cuidado del representante y a su domicilio.
      *****************************************************************
       315-DOMICILIO-SUCESION.
           MOVE SPACES TO WS-TEXTO-LINEA.
           STRING 'SUCESION DE: '
               FUNCTION TRIM(CM-NOMBRE TRAILING)
               ' '
               FUNCTION TRIM(CM-APELLIDO TRAILING)
               DELIMITED BY SIZE INTO WS-TEXTO-LINEA.
           PERFORM 410-ESCRIBIR-PLANTILLA-01.
           MOVE SPACES TO WS-TEXTO-LINEA.
           STRING 'A/C: ' DF-REPRESENTANTE
               DELIMITED BY SIZE INTO WS-TEXTO-LINEA.
           PERFORM 410-ESCRIBIR-PLANTILLA-01.
           MOVE SPACES TO WS-TEXTO-LINEA.
           MOVE DF-REP-DIRECCION TO WS-TEXTO-LINEA.
           PERFORM 410-ESCRIBIR-PLANTILLA-01.
           MOVE SPACES TO WS-TEXTO-LINEA.
           MOVE DF-REP-CIUDAD TO WS-TEXTO-LINEA.
           PERFORM 410-ESCRIBIR-PLANTILLA-01.

       320-LINEA-SALDO-INICIAL.
           MOVE WS-SALDO-INICIAL TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-TEXTO-LINEA.
           END-IF.

       340-DETALLE-PARTIDAS.
           PERFORM UNTIL WS-TRANDAT-EOF
                   OR TD-CUST-NUMBER > CM-CUST-NUMBER
               IF TD-CUST-NUMBER = CM-CUST-NUMBER
                  AND TD-ABIERTO
                   PERFORM 345-LINEA-PARTIDA
               END-IF
               PERFORM 220-LEER-ITEM
           END-PERFORM.

       345-LINEA-PARTIDA.
           MOVE TD-FECHA-EFECTIVA TO WS-FECHA-ITEM(1:8).
           CALL 'DATEUTIL' USING '2' WS-FECHA-PROCESO WS-FECHA-ITEM
               WS-FECHA-FORMATEADA WS-DIAS-TRANSCURRIDOS
               WS-RETORNO-DATEUTIL.
      *  Cuota de convenio que aun no vence: al dia, cero dias.
           IF WS-DIAS-TRANSCURRIDOS > ZERO
               MOVE ZERO TO WS-DIAS-TRANSCURRIDOS
           END-IF.
           COMPUTE WS-DIAS-TRANSCURRIDOS =
               FUNCTION ABS(WS-DIAS-TRANSCURRIDOS).
           MOVE WS-DIAS-TRANSCURRIDOS TO WS-DIAS-EDIT.
           MOVE TD-IMPORTE TO WS-IMPORTE-EDIT2.
           MOVE SPACES TO WS-TEXTO-LINEA.
           STRING 'PARTIDA ' TD-DESC-TEXTO ' '
               WS-IMPORTE-EDIT2 ' ' WS-DIAS-EDIT ' DIAS'
               DELIMITED BY SIZE INTO WS-TEXTO-LINEA.
           PERFORM 410-ESCRIBIR-PLANTILLA-01.
           MOVE WS-TMS-TEXTO(WS-IDX-MENSAJE) TO WS-TEXTO-LINEA.
           PERFORM 410-ESCRIBIR-PLANTILLA-01.

      *****************************************************************
      *  Talon de pago al pie del estado con saldo a pagar: la
      *  referencia lleva el numero de cliente en sus seis
      *  posiciones bajas y aparte el digito verificador, que es lo
      *  que LOCKBOX lee de la remesa del banco.
      *****************************************************************
       358-TALON-DE-PAGO.
           IF CM-BALANCE > ZERO
               MOVE SPACES TO WS-TEXTO-LINEA
               MOVE 'TALON DE PAGO - DEVUELVA ESTA PARTE CON SU PAGO'
                   TO WS-TEXTO-LINEA
               PERFORM 400-ESCRIBIR-PLANTILLA-02
               MOVE SPACES TO WS-TEXTO-LINEA
               STRING 'CLIENTE ' CM-CUST-NUMBER '-'
                   CM-DIGITO-VERIFICADOR
                   DELIMITED BY SIZE INTO WS-TEXTO-LINEA
               PERFORM 410-ESCRIBIR-PLANTILLA-01
               MOVE SPACES TO WS-TEXTO-LINEA
               STRING 'REFERENCIA     0000' CM-CUST-NUMBER
                   '  DIGITO ' CM-DIGITO-VERIFICADOR
                   DELIMITED BY SIZE INTO WS-TEXTO-LINEA
               PERFORM 410-ESCRIBIR-PLANTILLA-01
               MOVE CM-BALANCE TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-TEXTO-LINEA
               STRING 'SALDO A PAGAR  ' WS-IMPORTE-EDIT
                   DELIMITED BY SIZE INTO WS-TEXTO-LINEA
               PERFORM 410-ESCRIBIR-PLANTILLA-01
           END-IF.

      *****************************************************************
      *  Con el estado emitido, el corte del cliente avanza a la
      *  fecha de proceso: el proximo estado de este cliente arranca
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
               WRITE ESTADOS-LINEA FROM WS-LINEA-SALIDA
           END-IF.
           IF WS-ENVIA-CORREO
               PERFORM 430-ENTREGA-ELECTRONICA
           END-IF.
           IF WS-RETIENE-DOMICILIO
               PERFORM 440-RETENER-LINEA
           END-IF.
           PERFORM 420-ARCHIVAR-LINEA.

      *****************************************************************
           MOVE WS-LINEA-SALIDA TO SA-LINEA.
           WRITE STMARCH-REGISTRO.

       430-ENTREGA-ELECTRONICA.
           ADD 1 TO WS-RENGLON-DOCUMENTO.
           MOVE SPACES TO EDOCENT-REGISTRO.
           MOVE CM-CUST-NUMBER TO ED-CUST-NUMBER.
           SET ED-ESTADO-CUENTA TO TRUE.
           MOVE WS-FECHA-PROCESO-N TO ED-FECHA-DOCUMENTO.
           MOVE WS-RENGLON-DOCUMENTO TO ED-RENGLON.
           MOVE CE-CORREO TO ED-CORREO.
           MOVE WS-LINEA-SALIDA TO ED-LINEA.
           WRITE EDOCENT-REGISTRO.

       440-RETENER-LINEA.
           ADD 1 TO WS-RENGLON-RETENIDO.
           MOVE SPACES TO RETENCION-REGISTRO.
           MOVE CM-CUST-NUMBER TO DR-CUST-NUMBER.
           MOVE 'E' TO DR-TIPO-DOCUMENTO.
           MOVE WS-FECHA-PROCESO-N TO DR-FECHA-DOCUMENTO.
           MOVE WS-RENGLON-RETENIDO TO DR-RENGLON.
           MOVE WS-LINEA-SALIDA TO DR-LINEA.
           WRITE RETENCION-REGISTRO.

       600-IMPRIMIR-RESUMEN.
           DISPLAY 'ESTADOS DE CUENTA EMITIDOS: ' WS-CONTADOR-ESTADOS.
           DISPLAY 'CICLO DE LA CORRIDA       : ' WS-CICLO-CORRIDA.
               WS-CONTADOR-FUERA-CICLO.
           DISPLAY 'MENSAJES IMPRESOS         : '
               WS-CONTADOR-AVISOS.
           DISPLAY 'ESTADOS POR CORREO        : '
               WS-CONTADOR-ELECTRONICOS.
           DISPLAY 'REBOTADOS REIMPRESOS      : '
               WS-CONTADOR-REIMPRESOS.
           DISPLAY 'RETENIDOS POR DOMICILIO   : '
               WS-CONTADOR-RETENIDOS.
           DISPLAY 'ENVIADOS A SUCESIONES     : '
               WS-CONTADOR-SUCESIONES.

       700-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE GL-ORD-FILE.
           CLOSE TRANDAT-FILE.
           CLOSE ESTADOS-FILE.
           CLOSE ARCHIVO-ESTADOS-FILE.
           CLOSE ENTREGA-FILE.
           CLOSE RETENCION-FILE.
           IF WS-CUSTMAIL-ABIERTO
               CLOSE CUSTMAIL-FILE
           END-IF.
           IF WS-DEFUNC-ABIERTO
               CLOSE DEFUNC-FILE
           END-IF.

      *****************************************************************
      *  Sin STMCORR asignado la corrida no se asienta y la lista de
      *  cierre del periodo la dara por faltante.
      *****************************************************************
       750-ASENTAR-CORRIDA.
           OPEN EXTEND CORRIDAS-FILE.
           IF WS-CORRIDAS-OK
               MOVE SPACES TO STMCORR-REGISTRO
               MOVE WS-FECHA-PROCESO-N TO SC-FECHA
               ACCEPT SC-HORA FROM TIME
               MOVE WS-CICLO-CORRIDA TO SC-CICLO
               MOVE WS-CONTADOR-ESTADOS TO SC-ESTADOS
               WRITE STMCORR-REGISTRO
               CLOSE CORRIDAS-FILE
           ELSE
               DISPLAY 'SIN STMCORR, CORRIDA NO ASENTADA'
           END-IF.
       END PROGRAM CUSTSTMT.
