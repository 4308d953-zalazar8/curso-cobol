       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMSEL.
      *****************************************************************
      *  Seleccion de reembolsos de saldo a favor: el cliente que paga
      *  de mas queda con CM-BALANCE positivo, o con entradas en la
      *  caja sin aplicar que TRANCAP arrastra noche tras noche, y
      *  CUSTCLS no cierra una cuenta que no esta en cero.  Este paso
      *  busca los saldos a favor y la caja sin aplicar con
      *  RC-DIAS-REEMBOLSO dias o mas y le devuelve el dinero al
      *  cliente por la corrida de cheques:
      *    - la antiguedad del saldo a favor se lleva en el archivo de
      *      vigilancia REEMVIG (cliente y fecha desde la que su saldo
      *      es positivo), que sale por REEMVIGO con los saldos a
      *      favor de hoy; la de la caja es la fecha de la entrada;
      *    - no se reembolsa a un cliente con partidas abiertas en
      *      TRANDAT, reclamo abierto en RECLAMO, retencion de NEGDEC
      *      en NEGHOLD, un reembolso aun pendiente en el registro
      *      REEMREG, ni al que esta en mora, dormido o inactivo
      *      (CHECKPRT le bloquearia el cheque);
      *    - el reembolso es un registro CHECKIN por el saldo a favor
      *      con el numero de cliente, asi CHECKPRT toma nombre y
      *      domicilio del maestro, debita el saldo, lo asienta en
      *      CHKREG y el pago positivo lo anuncia al banco como a
      *      cualquier otro cheque;
      *    - las entradas de la caja sin aplicar del cliente
      *      reembolsado se consumen (salvo las recuperaciones de
      *      castigados, que solo se arrastran) y el resto sale por
      *      UNAPOUT, que reemplaza a la caja al terminar bien;
      *    - cada reembolso entra pendiente al registro por REEMNUEV;
      *      REEMCONF le pone el numero de cheque despues de CHECKPRT.
      *  La caja vencida de un cliente sin saldo a favor (el dinero
      *  no llego al saldo) o que no esta en el maestro sale al
      *  reporte y a ERRLOG para que cobranza la resuelva a mano.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT VIGILANCIA-FILE ASSIGN TO "REEMVIG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIGILANCIA-STATUS.
           SELECT VIGILANCIA-SAL-FILE ASSIGN TO "REEMVIGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIGILANCIA-SAL-STATUS.
           SELECT UNAP-IN-FILE ASSIGN TO "UNAPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNAP-IN-STATUS.
           SELECT UNAP-OUT-FILE ASSIGN TO "UNAPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNAP-OUT-STATUS.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT RECLAMO-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMO-STATUS.
           SELECT NEGHOLD-FILE ASSIGN TO "NEGHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEGHOLD-STATUS.
           SELECT REEMBREG-FILE ASSIGN TO "REEMREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REEMBREG-STATUS.
           SELECT REEMBNUE-FILE ASSIGN TO "REEMNUEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REEMBNUE-STATUS.
           SELECT CHEQUES-FILE ASSIGN TO "CHQREEM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHEQUES-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REEMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  VIGILANCIA-FILE.
       01  VIGILANCIA-REGISTRO.
           05  SV-CUST-NUMBER          PIC 9(6).
           05  SV-FECHA-DESDE          PIC 9(8).
           05  FILLER                  PIC X(6).
       FD  VIGILANCIA-SAL-FILE.
       01  VIGILANCIA-SAL-REGISTRO     PIC X(20).
       FD  UNAP-IN-FILE.
           COPY UNAPCASH.
       FD  UNAP-OUT-FILE.
       01  UNAP-SAL-REGISTRO           PIC X(80).
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  RECLAMO-FILE.
           COPY RECLAMO.
       FD  NEGHOLD-FILE.
           COPY NEGHOLD.
       FD  REEMBREG-FILE.
           COPY REEMBREG.
       FD  REEMBNUE-FILE.
       01  REEMBNUE-REGISTRO           PIC X(90).
       FD  CHEQUES-FILE.
           COPY CHECKIN.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA               PIC X(80).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
           88 WS-CUSTMAST-EOF      VALUE '10'.
       01 WS-VIGILANCIA-STATUS     PIC X(2).
           88 WS-VIGILANCIA-OK     VALUE '00'.
           88 WS-VIGILANCIA-EOF    VALUE '10'.
       01 WS-VIGILANCIA-SAL-STATUS PIC X(2).
           88 WS-VIGILANCIA-SAL-OK VALUE '00'.
       01 WS-UNAP-IN-STATUS        PIC X(2).
           88 WS-UNAP-IN-OK        VALUE '00'.
           88 WS-UNAP-IN-EOF       VALUE '10'.
       01 WS-UNAP-OUT-STATUS       PIC X(2).
           88 WS-UNAP-OUT-OK       VALUE '00'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-RECLAMO-STATUS        PIC X(2).
           88 WS-RECLAMO-OK        VALUE '00'.
           88 WS-RECLAMO-EOF       VALUE '10'.
       01 WS-NEGHOLD-STATUS        PIC X(2).
           88 WS-NEGHOLD-OK        VALUE '00'.
           88 WS-NEGHOLD-EOF       VALUE '10'.
       01 WS-REEMBREG-STATUS       PIC X(2).
           88 WS-REEMBREG-OK       VALUE '00'.
           88 WS-REEMBREG-EOF      VALUE '10'.
       01 WS-REEMBNUE-STATUS       PIC X(2).
           88 WS-REEMBNUE-OK       VALUE '00'.
       01 WS-CHEQUES-STATUS        PIC X(2).
           88 WS-CHEQUES-OK        VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'REEMSEL'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO     PIC X(7).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-DIAS-REEMBOLSO        PIC 9(3) VALUE 90.
       01 WS-DIAS-ANTIGUEDAD       PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
       01 WS-FECHA-DESDE           PIC 9(8).
       01 WS-HAY-VIGILANCIA        PIC X(1) VALUE 'N'.
           88 WS-VIGILANCIA-ABIERTA VALUE 'S'.
       01 WS-CLIENTE-BUSCAR        PIC 9(6).
       01 WS-MOTIVO-EXCLUSION      PIC X(1).
       01 WS-PUNTERO-NOMBRE        PIC 9(2).
       01 WS-CONTADOR-CLIENTES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-A-FAVOR      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CAJA         PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CAJA-VENCIDA PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CONSUMIDAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REEMBOLSOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EXCLUIDOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-MANUALES     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REEMBOLSOS      PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CAJA-CONSUMIDA  PIC S9(11)V99 VALUE ZERO.
      *****************************************************************
      *  Caja sin aplicar entera en memoria con el layout de
      *  UNAPCASH.CPY, para regrabar por UNAPOUT lo que no se
      *  consume.  Una caja que no cabe detiene el paso: perder
      *  entradas seria perder dinero del cliente.
      *****************************************************************
       01 WS-TABLA-CAJA.
           05  WS-CAJA-ENTRADA OCCURS 5000 TIMES.
               10  WS-TK-IMAGEN.
                   15  WS-TK-CUST          PIC 9(6).
                   15  WS-TK-DESCRIPCION   PIC X(30).
                   15  WS-TK-FECHA         PIC 9(8).
                   15  WS-TK-IMPORTE       PIC S9(7)V99.
                   15  WS-TK-MOTIVO        PIC X(20).
                   15  FILLER              PIC X(7).
               10  WS-TK-CONSUMIR  PIC X(1).
                   88  WS-TK-CONSUMIDA     VALUE 'S'.
       01 WS-CONTADOR-TABLA-CAJA   PIC 9(4) VALUE ZERO.
       01 WS-IDX-CAJA              PIC 9(4).
      *****************************************************************
      *  Candidatos a reembolso: clientes con saldo a favor vencido o
      *  con caja sin aplicar vencida.  WS-TC-RESULTADO:
      *    ' ' reembolsable                   'E' reembolso emitido
      *    'T' partidas abiertas en TRANDAT    'R' reclamo abierto
      *    'H' retenido en NEGHOLD             'P' reembolso pendiente
      *    'M' en mora, dormido o inactivo     'S' sin saldo a favor
      *    'N' sin cliente en el maestro
      *****************************************************************
       01 WS-TABLA-CANDIDATOS.
           05  WS-CANDIDATO-ENTRADA OCCURS 5000 TIMES.
               10  WS-TC-CUST          PIC 9(6).
               10  WS-TC-BENEFICIARIO  PIC X(30).
               10  WS-TC-SALDO         PIC S9(7)V99.
               10  WS-TC-CAJA          PIC S9(9)V99.
               10  WS-TC-DESDE         PIC 9(8).
               10  WS-TC-RESULTADO     PIC X(1).
                   88  WS-TC-REEMBOLSABLE  VALUE ' '.
                   88  WS-TC-EMITIDO       VALUE 'E'.
                   88  WS-TC-MANUAL        VALUE 'S' 'N'.
       01 WS-CONTADOR-CANDIDATOS   PIC 9(4) VALUE ZERO.
       01 WS-IDX-CANDIDATO         PIC 9(4).
       01 WS-IDX-ENCONTRADO        PIC 9(4) VALUE ZERO.
       01 WS-VIGILANCIA-ARMADA.
           05  WS-VA-CUST-NUMBER   PIC 9(6).
           05  WS-VA-FECHA-DESDE   PIC 9(8).
           05  FILLER              PIC X(6) VALUE SPACES.
       01 WS-LINEA-CANDIDATO.
           05  WS-LC-CUST          PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LC-BENEFICIARIO  PIC X(22).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LC-IMPORTE       PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LC-CAJA          PIC -Z(6)9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LC-RESULTADO     PIC X(26).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 060-CARGAR-CAJA.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-CLIENTE.
           PERFORM UNTIL WS-CUSTMAST-EOF
               ADD 1 TO WS-CONTADOR-CLIENTES
               PERFORM 300-EVALUAR-CLIENTE
               PERFORM 200-LEER-CLIENTE
           END-PERFORM.
           PERFORM 400-BUSCAR-EXCLUSIONES.
           PERFORM VARYING WS-IDX-CANDIDATO FROM 1 BY 1
               UNTIL WS-IDX-CANDIDATO > WS-CONTADOR-CANDIDATOS
               IF WS-TC-REEMBOLSABLE(WS-IDX-CANDIDATO)
                   PERFORM 500-EMITIR-REEMBOLSO
               END-IF
               PERFORM 550-IMPRIMIR-CANDIDATO
           END-PERFORM.
           PERFORM 600-GRABAR-CAJA.
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
                       IF RC-DIAS-REEMBOLSO IS NUMERIC
                          AND RC-DIAS-REEMBOLSO NOT = ZERO
                           MOVE RC-DIAS-REEMBOLSO
                               TO WS-DIAS-REEMBOLSO
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *****************************************************************
      *  La caja sin aplicar a memoria.  Cada entrada vencida (salvo
      *  las recuperaciones de castigados, que cobranza dispone
      *  contra el registro de castigos) hace candidato a su cliente
      *  aunque el saldo a favor sea reciente.  UNAPIN puede no estar
      *  asignado: sin caja, solo cuentan los saldos a favor.
      *****************************************************************
       060-CARGAR-CAJA.
           OPEN INPUT UNAP-IN-FILE.
           IF WS-UNAP-IN-OK
               PERFORM 065-LEER-UNAP
               PERFORM UNTIL WS-UNAP-IN-EOF
                   IF WS-CONTADOR-TABLA-CAJA < 5000
                       ADD 1 TO WS-CONTADOR-TABLA-CAJA
                       ADD 1 TO WS-CONTADOR-CAJA
                       MOVE UNAPCASH-REGISTRO
                           TO WS-TK-IMAGEN(WS-CONTADOR-TABLA-CAJA)
                       MOVE 'N'
                           TO WS-TK-CONSUMIR(WS-CONTADOR-TABLA-CAJA)
                       PERFORM 070-EVALUAR-CAJA
                   ELSE
                       MOVE 'TABLA DE CAJA SIN APLICAR LLENA'
                           TO WS-EL-DATO-OFENSOR
                       DISPLAY 'REEMBOLSOS RECHAZADOS: '
                           WS-EL-DATO-OFENSOR
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 065-LEER-UNAP
               END-PERFORM
               CLOSE UNAP-IN-FILE
           END-IF.

       065-LEER-UNAP.
           READ UNAP-IN-FILE
               AT END SET WS-UNAP-IN-EOF TO TRUE
           END-READ.

       070-EVALUAR-CAJA.
           IF UC-MOTIVO NOT = 'RECUPERACION CASTIGADO'
              AND UC-FECHA IS NUMERIC
               CALL 'DATEUTIL' USING '2' UC-FECHA
                   WS-FECHA-PROCESO WS-FECHA-FORMATEADA
                   WS-DIAS-ANTIGUEDAD WS-RETORNO-DATEUTIL
               IF WS-DIAS-ANTIGUEDAD >= WS-DIAS-REEMBOLSO
                   ADD 1 TO WS-CONTADOR-CAJA-VENCIDA
                   MOVE UC-CUST-NUMBER TO WS-CLIENTE-BUSCAR
                   PERFORM 310-BUSCAR-CANDIDATO
                   IF WS-IDX-ENCONTRADO = ZERO
                       PERFORM 320-AGREGAR-CANDIDATO
      *  Hasta encontrarlo en el maestro el candidato es 'N'.
                       MOVE 'N' TO WS-TC-RESULTADO(WS-IDX-ENCONTRADO)
                   END-IF
               END-IF
           END-IF.

       100-ABRIR-ARCHIVOS.
           OPEN INPUT CUSTMAST-FILE.
           OPEN INPUT VIGILANCIA-FILE.
           IF WS-VIGILANCIA-OK
               SET WS-VIGILANCIA-ABIERTA TO TRUE
               PERFORM 210-LEER-VIGILANCIA
           ELSE
               SET WS-VIGILANCIA-EOF TO TRUE
           END-IF.
           OPEN OUTPUT VIGILANCIA-SAL-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING 'REEMBOLSOS DE SALDO A FAVOR AL '
               WS-FECHA-PROCESO DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING 'CLIENT BENEFICIARIO               IMPORTE'
               ' CAJA SIN AP RESULTADO'
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       200-LEER-CLIENTE.
           READ CUSTMAST-FILE
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

       210-LEER-VIGILANCIA.
           READ VIGILANCIA-FILE
               AT END SET WS-VIGILANCIA-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Maestro y vigilancia van los dos por numero de cliente: la
      *  vigilancia se adelanta hasta el cliente en curso.  Un saldo
      *  positivo conserva la fecha desde la que ya lo era, o empieza
      *  hoy; un saldo que dejo de ser positivo sale de la
      *  vigilancia.
      *****************************************************************
       300-EVALUAR-CLIENTE.
           PERFORM UNTIL WS-VIGILANCIA-EOF
                  OR SV-CUST-NUMBER >= CM-CUST-NUMBER
               PERFORM 210-LEER-VIGILANCIA
           END-PERFORM.
           MOVE ZERO TO WS-FECHA-DESDE.
           IF NOT WS-VIGILANCIA-EOF
              AND SV-CUST-NUMBER = CM-CUST-NUMBER
               MOVE SV-FECHA-DESDE TO WS-FECHA-DESDE
           END-IF.
           MOVE ZERO TO WS-DIAS-ANTIGUEDAD.
           IF CM-BALANCE > ZERO
               ADD 1 TO WS-CONTADOR-A-FAVOR
               IF WS-FECHA-DESDE = ZERO
                   MOVE WS-FECHA-PROCESO TO WS-FECHA-DESDE
               END-IF
               MOVE CM-CUST-NUMBER TO WS-VA-CUST-NUMBER
               MOVE WS-FECHA-DESDE TO WS-VA-FECHA-DESDE
               WRITE VIGILANCIA-SAL-REGISTRO FROM WS-VIGILANCIA-ARMADA
               CALL 'DATEUTIL' USING '2' WS-FECHA-DESDE
                   WS-FECHA-PROCESO WS-FECHA-FORMATEADA
                   WS-DIAS-ANTIGUEDAD WS-RETORNO-DATEUTIL
           END-IF.
           MOVE CM-CUST-NUMBER TO WS-CLIENTE-BUSCAR.
           PERFORM 310-BUSCAR-CANDIDATO.
           IF CM-BALANCE > ZERO
              AND (WS-DIAS-ANTIGUEDAD >= WS-DIAS-REEMBOLSO
                   OR WS-IDX-ENCONTRADO NOT = ZERO)
               IF WS-IDX-ENCONTRADO = ZERO
                   PERFORM 320-AGREGAR-CANDIDATO
               END-IF
               PERFORM 330-LLENAR-CANDIDATO
               MOVE CM-BALANCE TO WS-TC-SALDO(WS-IDX-ENCONTRADO)
               EVALUATE TRUE
                   WHEN WS-TC-SALDO(WS-IDX-ENCONTRADO) = ZERO
                       MOVE 'S' TO WS-TC-RESULTADO(WS-IDX-ENCONTRADO)
                   WHEN CM-CLIENTE-INACTIVO
                     OR CM-CUENTA-DORMIDA
                     OR CM-MORA-MOROSO
                     OR CM-MORA-SUSPENDIDO
                       MOVE 'M' TO WS-TC-RESULTADO(WS-IDX-ENCONTRADO)
                   WHEN OTHER
                       MOVE ' ' TO WS-TC-RESULTADO(WS-IDX-ENCONTRADO)
               END-EVALUATE
           ELSE
               IF WS-IDX-ENCONTRADO NOT = ZERO
                   PERFORM 330-LLENAR-CANDIDATO
                   MOVE 'S' TO WS-TC-RESULTADO(WS-IDX-ENCONTRADO)
               END-IF
           END-IF.

       310-BUSCAR-CANDIDATO.
           MOVE ZERO TO WS-IDX-ENCONTRADO.
           PERFORM VARYING WS-IDX-CANDIDATO FROM 1 BY 1
               UNTIL WS-IDX-CANDIDATO > WS-CONTADOR-CANDIDATOS
               IF WS-TC-CUST(WS-IDX-CANDIDATO) = WS-CLIENTE-BUSCAR
                   MOVE WS-IDX-CANDIDATO TO WS-IDX-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       320-AGREGAR-CANDIDATO.
           IF WS-CONTADOR-CANDIDATOS < 5000
               ADD 1 TO WS-CONTADOR-CANDIDATOS
               MOVE WS-CONTADOR-CANDIDATOS TO WS-IDX-ENCONTRADO
               MOVE WS-CLIENTE-BUSCAR
                   TO WS-TC-CUST(WS-IDX-ENCONTRADO)
               MOVE SPACES TO WS-TC-BENEFICIARIO(WS-IDX-ENCONTRADO)
               MOVE ZERO TO WS-TC-SALDO(WS-IDX-ENCONTRADO)
               MOVE ZERO TO WS-TC-CAJA(WS-IDX-ENCONTRADO)
               MOVE ZERO TO WS-TC-DESDE(WS-IDX-ENCONTRADO)
               MOVE ' ' TO WS-TC-RESULTADO(WS-IDX-ENCONTRADO)
           ELSE
               MOVE 'TABLA DE CANDIDATOS LLENA'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'REEMBOLSOS RECHAZADOS: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Beneficiario armado como lo arma CHECKPRT desde el maestro,
      *  para el registro y el reporte.
      *****************************************************************
       330-LLENAR-CANDIDATO.
           MOVE SPACES TO WS-TC-BENEFICIARIO(WS-IDX-ENCONTRADO).
           MOVE 1 TO WS-PUNTERO-NOMBRE.
           STRING FUNCTION TRIM(CM-NOMBRE TRAILING)
               DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(CM-APELLIDO TRAILING)
               DELIMITED BY SIZE
               INTO WS-TC-BENEFICIARIO(WS-IDX-ENCONTRADO)
               WITH POINTER WS-PUNTERO-NOMBRE.
           MOVE WS-FECHA-DESDE TO WS-TC-DESDE(WS-IDX-ENCONTRADO).

      *****************************************************************
      *  Pasadas por los archivos que impiden el reembolso; cada uno
      *  puede no estar asignado.  Solo se anota el primer motivo.
      *****************************************************************
       400-BUSCAR-EXCLUSIONES.
           OPEN INPUT TRANDAT-FILE.
           IF WS-TRANDAT-OK
               PERFORM 410-LEER-TRANDAT
               PERFORM UNTIL WS-TRANDAT-EOF
                   IF TD-ABIERTO
                       MOVE TD-CUST-NUMBER TO WS-CLIENTE-BUSCAR
                       MOVE 'T' TO WS-MOTIVO-EXCLUSION
                       PERFORM 450-MARCAR-EXCLUSION
                   END-IF
                   PERFORM 410-LEER-TRANDAT
               END-PERFORM
               CLOSE TRANDAT-FILE
           END-IF.
           OPEN INPUT RECLAMO-FILE.
           IF WS-RECLAMO-OK
               PERFORM 420-LEER-RECLAMO
               PERFORM UNTIL WS-RECLAMO-EOF
                   IF RL-ABIERTO
                       MOVE RL-CUST-NUMBER TO WS-CLIENTE-BUSCAR
                       MOVE 'R' TO WS-MOTIVO-EXCLUSION
                       PERFORM 450-MARCAR-EXCLUSION
                   END-IF
                   PERFORM 420-LEER-RECLAMO
               END-PERFORM
               CLOSE RECLAMO-FILE
           END-IF.
           OPEN INPUT NEGHOLD-FILE.
           IF WS-NEGHOLD-OK
               PERFORM 430-LEER-NEGHOLD
               PERFORM UNTIL WS-NEGHOLD-EOF
                   IF NH-RETENIDO
                       MOVE NH-CUST-NUMBER TO WS-CLIENTE-BUSCAR
                       MOVE 'H' TO WS-MOTIVO-EXCLUSION
                       PERFORM 450-MARCAR-EXCLUSION
                   END-IF
                   PERFORM 430-LEER-NEGHOLD
               END-PERFORM
               CLOSE NEGHOLD-FILE
           END-IF.
           OPEN INPUT REEMBREG-FILE.
           IF WS-REEMBREG-OK
               PERFORM 440-LEER-REEMBREG
               PERFORM UNTIL WS-REEMBREG-EOF
                   IF RB-PENDIENTE
                       MOVE RB-CUST-NUMBER TO WS-CLIENTE-BUSCAR
                       MOVE 'P' TO WS-MOTIVO-EXCLUSION
                       PERFORM 450-MARCAR-EXCLUSION
                   END-IF
                   PERFORM 440-LEER-REEMBREG
               END-PERFORM
               CLOSE REEMBREG-FILE
           END-IF.

       410-LEER-TRANDAT.
           READ TRANDAT-FILE
               AT END SET WS-TRANDAT-EOF TO TRUE
           END-READ.

       420-LEER-RECLAMO.
           READ RECLAMO-FILE
               AT END SET WS-RECLAMO-EOF TO TRUE
           END-READ.

       430-LEER-NEGHOLD.
           READ NEGHOLD-FILE
               AT END SET WS-NEGHOLD-EOF TO TRUE
           END-READ.

       440-LEER-REEMBREG.
           READ REEMBREG-FILE
               AT END SET WS-REEMBREG-EOF TO TRUE
           END-READ.

       450-MARCAR-EXCLUSION.
           PERFORM 310-BUSCAR-CANDIDATO.
           IF WS-IDX-ENCONTRADO NOT = ZERO
               IF WS-TC-REEMBOLSABLE(WS-IDX-ENCONTRADO)
                   MOVE WS-MOTIVO-EXCLUSION
                       TO WS-TC-RESULTADO(WS-IDX-ENCONTRADO)
               END-IF
           END-IF.

      *****************************************************************
      *  El cheque de reembolso va por el saldo a favor entero: la
      *  caja sin aplicar del cliente ya entro al saldo cuando se
      *  posteo el pago, asi que se consume sin sumarse al cheque.
      *****************************************************************
       500-EMITIR-REEMBOLSO.
           IF WS-CONTADOR-REEMBOLSOS = ZERO
               OPEN OUTPUT CHEQUES-FILE
               OPEN OUTPUT REEMBNUE-FILE
           END-IF.
           PERFORM VARYING WS-IDX-CAJA FROM 1 BY 1
               UNTIL WS-IDX-CAJA > WS-CONTADOR-TABLA-CAJA
               IF WS-TK-CUST(WS-IDX-CAJA)
                      = WS-TC-CUST(WS-IDX-CANDIDATO)
                  AND WS-TK-MOTIVO(WS-IDX-CAJA)
                      NOT = 'RECUPERACION CASTIGADO'
                   MOVE 'S' TO WS-TK-CONSUMIR(WS-IDX-CAJA)
                   ADD 1 TO WS-CONTADOR-CONSUMIDAS
                   ADD WS-TK-IMPORTE(WS-IDX-CAJA)
                       TO WS-TC-CAJA(WS-IDX-CANDIDATO)
                   ADD WS-TK-IMPORTE(WS-IDX-CAJA)
                       TO WS-TOTAL-CAJA-CONSUMIDA
               END-IF
           END-PERFORM.
           MOVE SPACES TO CHECKIN-REGISTRO.
           MOVE WS-TC-BENEFICIARIO(WS-IDX-CANDIDATO)
               TO CI-BENEFICIARIO.
           MOVE WS-TC-SALDO(WS-IDX-CANDIDATO) TO CI-IMPORTE.
           MOVE 'REEMBOLSO SALDO' TO CI-LEYENDA.
           MOVE WS-TC-CUST(WS-IDX-CANDIDATO) TO CI-CUST-NUMBER.
           MOVE ZERO TO CI-PROVEEDOR.
           MOVE ZERO TO CI-LOTE-PAGO.
           MOVE 'C' TO WS-DV-FUNCION.
           MOVE CI-CUST-NUMBER TO WS-DV-CUST-NUMBER.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           MOVE WS-DV-DIGITO TO CI-DIGITO.
           WRITE CHECKIN-REGISTRO.
           MOVE SPACES TO REEMBREG-REGISTRO.
           MOVE WS-TC-CUST(WS-IDX-CANDIDATO) TO RB-CUST-NUMBER.
           MOVE WS-FECHA-PROCESO TO RB-FECHA.
           MOVE WS-TC-BENEFICIARIO(WS-IDX-CANDIDATO)
               TO RB-BENEFICIARIO.
           MOVE WS-TC-SALDO(WS-IDX-CANDIDATO) TO RB-IMPORTE.
           MOVE WS-TC-CAJA(WS-IDX-CANDIDATO) TO RB-IMPORTE-CAJA.
           SET RB-PENDIENTE TO TRUE.
           MOVE ZERO TO RB-CHEQUE-NUMERO.
           MOVE ZERO TO RB-FECHA-CHEQUE.
           WRITE REEMBNUE-REGISTRO FROM REEMBREG-REGISTRO.
           MOVE 'E' TO WS-TC-RESULTADO(WS-IDX-CANDIDATO).
           ADD 1 TO WS-CONTADOR-REEMBOLSOS.
           ADD WS-TC-SALDO(WS-IDX-CANDIDATO) TO WS-TOTAL-REEMBOLSOS.

       550-IMPRIMIR-CANDIDATO.
           MOVE WS-TC-CUST(WS-IDX-CANDIDATO) TO WS-LC-CUST.
           MOVE WS-TC-BENEFICIARIO(WS-IDX-CANDIDATO)
               TO WS-LC-BENEFICIARIO.
           MOVE WS-TC-SALDO(WS-IDX-CANDIDATO) TO WS-LC-IMPORTE.
           MOVE WS-TC-CAJA(WS-IDX-CANDIDATO) TO WS-LC-CAJA.
           EVALUATE WS-TC-RESULTADO(WS-IDX-CANDIDATO)
               WHEN 'E'
                   MOVE 'CHEQUE DE REEMBOLSO' TO WS-LC-RESULTADO
               WHEN 'T'
                   MOVE 'PARTIDAS ABIERTAS' TO WS-LC-RESULTADO
               WHEN 'R'
                   MOVE 'RECLAMO ABIERTO' TO WS-LC-RESULTADO
               WHEN 'H'
                   MOVE 'RETENIDO EN NEGDEC' TO WS-LC-RESULTADO
               WHEN 'P'
                   MOVE 'REEMBOLSO PENDIENTE' TO WS-LC-RESULTADO
               WHEN 'M'
                   MOVE 'MORA, DORMIDA O INACTIVA' TO WS-LC-RESULTADO
               WHEN 'S'
                   MOVE 'CAJA SIN SALDO A FAVOR' TO WS-LC-RESULTADO
               WHEN OTHER
                   MOVE 'SIN CLIENTE EN MAESTRO' TO WS-LC-RESULTADO
           END-EVALUATE.
           WRITE REPORTE-LINEA FROM WS-LINEA-CANDIDATO.
           IF WS-TC-MANUAL(WS-IDX-CANDIDATO)
               ADD 1 TO WS-CONTADOR-MANUALES
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE WS-TC-CUST(WS-IDX-CANDIDATO)
                   TO WS-EL-DATO-OFENSOR(1:6)
               MOVE WS-LC-RESULTADO TO WS-EL-DATO-OFENSOR(8:26)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           ELSE
               IF NOT WS-TC-EMITIDO(WS-IDX-CANDIDATO)
                   ADD 1 TO WS-CONTADOR-EXCLUIDOS
               END-IF
           END-IF.

      *****************************************************************
      *  La caja que no se consumio vuelve a UNAPOUT tal cual.
      *****************************************************************
       600-GRABAR-CAJA.
           OPEN OUTPUT UNAP-OUT-FILE.
           PERFORM VARYING WS-IDX-CAJA FROM 1 BY 1
               UNTIL WS-IDX-CAJA > WS-CONTADOR-TABLA-CAJA
               IF NOT WS-TK-CONSUMIDA(WS-IDX-CAJA)
                   WRITE UNAP-SAL-REGISTRO
                       FROM WS-TK-IMAGEN(WS-IDX-CAJA)
               END-IF
           END-PERFORM.
           CLOSE UNAP-OUT-FILE.

       650-IMPRIMIR-RESUMEN.
           DISPLAY 'CLIENTES LEIDOS            : '
               WS-CONTADOR-CLIENTES.
           DISPLAY 'CLIENTES CON SALDO A FAVOR : '
               WS-CONTADOR-A-FAVOR.
           DISPLAY 'ENTRADAS CAJA SIN APLICAR  : ' WS-CONTADOR-CAJA.
           DISPLAY 'CAJA SIN APLICAR VENCIDA   : '
               WS-CONTADOR-CAJA-VENCIDA.
           DISPLAY 'REEMBOLSOS EMITIDOS        : '
               WS-CONTADOR-REEMBOLSOS.
           DISPLAY 'IMPORTE REEMBOLSADO        : '
               WS-TOTAL-REEMBOLSOS.
           DISPLAY 'ENTRADAS DE CAJA CONSUMIDAS: '
               WS-CONTADOR-CONSUMIDAS.
           DISPLAY 'IMPORTE DE CAJA CONSUMIDO  : '
               WS-TOTAL-CAJA-CONSUMIDA.
           DISPLAY 'CANDIDATOS EXCLUIDOS       : '
               WS-CONTADOR-EXCLUIDOS.
           DISPLAY 'CASOS PARA COBRANZA        : '
               WS-CONTADOR-MANUALES.

      *****************************************************************
      *  Sin reembolsos del dia los archivos CHQREEM y REEMNUEV se
      *  abren y cierran vacios, asi los pasos siguientes los
      *  encuentran igual.
      *****************************************************************
       700-CERRAR-ARCHIVOS.
           IF WS-CONTADOR-REEMBOLSOS = ZERO
               OPEN OUTPUT CHEQUES-FILE
               OPEN OUTPUT REEMBNUE-FILE
           END-IF.
           CLOSE CHEQUES-FILE.
           CLOSE REEMBNUE-FILE.
           CLOSE CUSTMAST-FILE.
           IF WS-VIGILANCIA-ABIERTA
               CLOSE VIGILANCIA-FILE
           END-IF.
           CLOSE VIGILANCIA-SAL-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM REEMSEL.
