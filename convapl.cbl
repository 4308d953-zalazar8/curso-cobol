       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVAPL.
      *****************************************************************
      *  Aplicacion y vigilancia diaria de los convenios de pago
      *  registrados en CONVMNT (CONVENIO.CPY), con dos recorridos
      *  del TRANDAT indexado en orden de cliente: el primero observa
      *  y el segundo regraba en su lugar las partidas que cierra.
      *  Corre antes de COBRANZA:
      *    - pendiente: si cada partida original sigue abierta en
      *      TRANDAT con el importe del alta, se cierran con la fecha
      *      del ciclo y se abre una partida por cuota, fecha efectiva
      *      en su vencimiento y descripcion CONVENIO nnnnnn CUOTA
      *      cc/tt; si no, el convenio queda rechazado;
      *    - activo: una cuota que ya no esta abierta se da por
      *      pagada (TRANCAP la cierra como a cualquier partida); con
      *      todas pagadas el convenio queda cumplido.  Una cuota
      *      abierta pasados los dias de gracia de RUNCTL rompe el
      *      convenio: las cuotas abiertas se cierran y su saldo
      *      vuelve en una sola partida CONVENIO nnnnnn SALDO ROTO con
      *      la fecha efectiva mas antigua de las partidas originales,
      *      asi AGING la encola otra vez con la antiguedad de la
      *      deuda vieja.
      *  No hay asiento en el mayor: el convenio reordena la misma
      *  cuenta por cobrar del cliente, no la cambia.  Rechazos y
      *  rupturas quedan en ERRLOG; los convenios terminados se
      *  conservan un ano despues del cierre para el reporte mensual
      *  CONVRPT y despues salen del archivo.
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
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS-FILE.
           COPY CONVENIO.
       FD  CONVENIOS-SAL-FILE.
       01  CONVENIOS-SAL-REGISTRO  PIC X(500).
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-CONVENIOS-STATUS      PIC X(2).
           88 WS-CONVENIOS-OK      VALUE '00'.
           88 WS-CONVENIOS-EOF     VALUE '10'.
       01 WS-CONVENIOS-SAL-STATUS  PIC X(2).
           88 WS-CONVENIOS-SAL-OK  VALUE '00'.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-PARTIDA-CAMBIADA      PIC X(1) VALUE 'N'.
           88 WS-HAY-CAMBIO        VALUE 'S'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'CONVAPL'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-FECHA-PURGA           PIC 9(8).
       01 WS-DIAS-GRACIA           PIC 9(3) VALUE 10.
       01 WS-DIAS-TRANSCURRIDOS    PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
      *****************************************************************
      *  Convenios vivos, con el mismo layout de CONVENIO.CPY para
      *  grabarlos tal cual al final; los terminados pasan directo a
      *  la salida al cargar.  Un vivo que no cabe tambien pasa
      *  directo, sin tocar, y queda en ERRLOG.
      *****************************************************************
       01 WS-TABLA-CONVENIOS.
           05  WS-CONVENIO-ENTRADA OCCURS 500 TIMES.
               10  WS-TC-NUMERO    PIC 9(6).
               10  WS-TC-CUST      PIC 9(6).
               10  WS-TC-ESTADO    PIC X(1).
                   88  WS-TC-PENDIENTE VALUE 'P'.
                   88  WS-TC-ACTIVO    VALUE 'A'.
               10  WS-TC-FECHA-ALTA PIC 9(8).
               10  WS-TC-OPERADOR  PIC X(4).
               10  WS-TC-FECHA-ORIGEN PIC 9(8).
               10  WS-TC-IMPORTE-TOTAL PIC S9(7)V99.
               10  WS-TC-CANT-PARTIDAS PIC 9(1).
               10  WS-TC-PARTIDA   OCCURS 5 TIMES.
                   15  WS-TC-PA-DESC    PIC X(30).
                   15  WS-TC-PA-IMPORTE PIC S9(7)V99.
               10  WS-TC-CANT-CUOTAS PIC 9(2).
               10  WS-TC-CUOTA     OCCURS 12 TIMES.
                   15  WS-TC-CU-VENC    PIC 9(8).
                   15  WS-TC-CU-IMPORTE PIC S9(7)V99.
                   15  WS-TC-CU-ESTADO  PIC X(1).
                       88  WS-TC-CU-PENDIENTE VALUE 'P'.
               10  WS-TC-FECHA-CIERRE PIC 9(8).
               10  WS-TC-IMPORTE-PAGADO PIC S9(7)V99.
               10  WS-TC-SALDO-DEVUELTO PIC S9(7)V99.
               10  FILLER          PIC X(18).
      *****************************************************************
      *  Lo que el primer recorrido de TRANDAT encontro de cada
      *  convenio: partidas originales abiertas, saldo abierto de
      *  cada cuota y la decision que toca en el segundo recorrido.
      *****************************************************************
       01 WS-TABLA-TRABAJO.
           05  WS-TRABAJO-ENTRADA  OCCURS 500 TIMES.
               10  WS-TT-ACCION    PIC X(1).
                   88  WS-TT-SIN-ACCION VALUE SPACE.
                   88  WS-TT-ACTIVAR    VALUE 'A'.
                   88  WS-TT-ROMPER     VALUE 'R'.
               10  WS-TT-VENCIDA   PIC X(1).
                   88  WS-TT-CUOTA-VENCIDA VALUE 'S'.
               10  WS-TT-FECHA-ORIGEN PIC 9(8).
               10  WS-TT-PARTIDA-HALLADA PIC X(1) OCCURS 5 TIMES.
               10  WS-TT-PARTIDA-CERRADA PIC X(1) OCCURS 5 TIMES.
               10  WS-TT-CUOTA-VISTA PIC X(1) OCCURS 12 TIMES.
               10  WS-TT-CUOTA-ABIERTA PIC S9(7)V99 OCCURS 12 TIMES.
       01 WS-CONTADOR-CONVENIOS    PIC 9(3) VALUE ZERO.
       01 WS-IDX-CONVENIO          PIC 9(3).
       01 WS-IDX-HALLADO           PIC 9(3).
       01 WS-IDX-PARTIDA           PIC 9(1).
       01 WS-IDX-CUOTA             PIC 9(2).
       01 WS-PARTIDAS-HALLADAS     PIC 9(1).
       01 WS-CUOTAS-PAGADAS        PIC 9(2).
       01 WS-SALDO-ABIERTO         PIC S9(7)V99.
      *****************************************************************
      *  Descripcion de las partidas que abre el convenio; la misma
      *  que el cliente cita al pagar cada cuota.
      *****************************************************************
       01 WS-DESC-CONVENIO.
           05  WS-DV-PREFIJO       PIC X(9).
               88  WS-DV-ES-CONVENIO VALUE 'CONVENIO '.
           05  WS-DV-NUMERO        PIC 9(6).
           05  WS-DV-CUOTA-LIT     PIC X(7).
               88  WS-DV-ES-CUOTA  VALUE ' CUOTA '.
           05  WS-DV-CUOTA         PIC 9(2).
           05  WS-DV-BARRA         PIC X(1).
           05  WS-DV-TOTAL         PIC 9(2).
           05  FILLER              PIC X(3).
       01 WS-DESC-SALDO-ROTO REDEFINES WS-DESC-CONVENIO.
           05  FILLER              PIC X(15).
           05  WS-DV-ROTO-LIT      PIC X(11).
           05  FILLER              PIC X(4).
       01 WS-PARTIDA-NUEVA.
           05  WS-PN-CUST-NUMBER   PIC 9(6).
           05  WS-PN-DESCRIPCION   PIC X(30).
           05  WS-PN-FECHA-EFECTIVA PIC 9(8).
           05  WS-PN-FECHA-EXPIRA  PIC 9(8).
           05  WS-PN-IMPORTE       PIC S9(7)V99.
           05  WS-PN-ESTADO        PIC X(1).
       01 WS-CONTADOR-PARTIDAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ACTIVADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CUMPLIDOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ROTOS        PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-CURSO     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-DEPURADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CERRADAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-CUOTAS-ABIERTAS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 100-CARGAR-CONVENIOS.
           PERFORM 200-ABRIR-TRANDAT.
           PERFORM 205-POSICIONAR-INICIO.
           PERFORM 210-LEER-PARTIDA.
           PERFORM UNTIL WS-TRANDAT-EOF
               IF TD-ABIERTO
                   PERFORM 300-OBSERVAR-PARTIDA
               END-IF
               PERFORM 210-LEER-PARTIDA
           END-PERFORM.
           PERFORM 400-DECIDIR-CONVENIOS.
           PERFORM 205-POSICIONAR-INICIO.
           PERFORM 210-LEER-PARTIDA.
           PERFORM UNTIL WS-TRANDAT-EOF
               ADD 1 TO WS-CONTADOR-PARTIDAS
               IF TD-ABIERTO
                   MOVE 'N' TO WS-PARTIDA-CAMBIADA
                   PERFORM 500-CERRAR-PARTIDA
                   IF WS-HAY-CAMBIO
                       PERFORM 540-REGRABAR-PARTIDA
                   END-IF
               END-IF
               PERFORM 210-LEER-PARTIDA
           END-PERFORM.
           PERFORM 600-ABRIR-PARTIDAS-NUEVAS.
           PERFORM 700-GRABAR-CONVENIOS.
           PERFORM 800-IMPRIMIR-RESUMEN.
           CLOSE TRANDAT-FILE.
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
                       IF RC-DIAS-GRACIA-CONVENIO IS NUMERIC
                          AND RC-DIAS-GRACIA-CONVENIO NOT = ZERO
                           MOVE RC-DIAS-GRACIA-CONVENIO
                               TO WS-DIAS-GRACIA
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           COMPUTE WS-FECHA-PURGA = WS-FECHA-PROCESO - 10000.

      *****************************************************************
      *  Los terminados cerrados hace mas de un ano se depuran; los
      *  demas terminados pasan a la salida sin tocar.
      *****************************************************************
       100-CARGAR-CONVENIOS.
           OPEN OUTPUT CONVENIOS-SAL-FILE.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-CONVENIOS-OK
               PERFORM 110-LEER-CONVENIO
               PERFORM UNTIL WS-CONVENIOS-EOF
                   EVALUATE TRUE
                       WHEN CV-VIVO
                           PERFORM 120-CARGAR-VIVO
                       WHEN CV-FECHA-CIERRE < WS-FECHA-PURGA
                           ADD 1 TO WS-CONTADOR-DEPURADOS
                       WHEN OTHER
                           WRITE CONVENIOS-SAL-REGISTRO
                               FROM CONVENIO-REGISTRO
                   END-EVALUATE
                   PERFORM 110-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.

       110-LEER-CONVENIO.
           READ CONVENIOS-FILE
               AT END SET WS-CONVENIOS-EOF TO TRUE
           END-READ.

       120-CARGAR-VIVO.
           IF WS-CONTADOR-CONVENIOS < 500
               ADD 1 TO WS-CONTADOR-CONVENIOS
               MOVE CONVENIO-REGISTRO
                   TO WS-CONVENIO-ENTRADA(WS-CONTADOR-CONVENIOS)
               MOVE SPACES
                   TO WS-TRABAJO-ENTRADA(WS-CONTADOR-CONVENIOS)
               MOVE 'N' TO WS-TT-VENCIDA(WS-CONTADOR-CONVENIOS)
               MOVE ZERO
                   TO WS-TT-FECHA-ORIGEN(WS-CONTADOR-CONVENIOS)
               PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
                   UNTIL WS-IDX-PARTIDA > 5
                   MOVE 'N' TO WS-TT-PARTIDA-HALLADA
                       (WS-CONTADOR-CONVENIOS, WS-IDX-PARTIDA)
                   MOVE 'N' TO WS-TT-PARTIDA-CERRADA
                       (WS-CONTADOR-CONVENIOS, WS-IDX-PARTIDA)
               END-PERFORM
               PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > 12
                   MOVE 'N' TO WS-TT-CUOTA-VISTA
                       (WS-CONTADOR-CONVENIOS, WS-IDX-CUOTA)
                   MOVE ZERO TO WS-TT-CUOTA-ABIERTA
                       (WS-CONTADOR-CONVENIOS, WS-IDX-CUOTA)
               END-PERFORM
           ELSE
               WRITE CONVENIOS-SAL-REGISTRO FROM CONVENIO-REGISTRO
               MOVE CV-NUMERO TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'TABLA DE CONVENIOS LLENA'
                   TO WS-EL-DATO-OFENSOR(8:24)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  TRANDAT se abre una sola vez para los dos recorridos y las
      *  partidas nuevas: sin el archivo de partidas no hay convenio
      *  que aplicar y el paso termina con RC=8.
      *****************************************************************
       200-ABRIR-TRANDAT.
           OPEN I-O TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               DISPLAY 'NO SE PUDO ABRIR TRANDAT, ESTADO: '
                   WS-TRANDAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       205-POSICIONAR-INICIO.
           MOVE LOW-VALUES TO TD-CLAVE.
           START TRANDAT-FILE KEY IS NOT LESS THAN TD-CLAVE
               INVALID KEY SET WS-TRANDAT-EOF TO TRUE
           END-START.

       210-LEER-PARTIDA.
           IF NOT WS-TRANDAT-EOF
               READ TRANDAT-FILE NEXT RECORD
                   AT END SET WS-TRANDAT-EOF TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      *  Primer recorrido: una cuota abierta anota su saldo en el
      *  convenio activo; una partida abierta de un cliente con
      *  convenio pendiente se busca entre sus partidas originales.
      *****************************************************************
       300-OBSERVAR-PARTIDA.
           MOVE TD-DESC-TEXTO TO WS-DESC-CONVENIO.
           IF WS-DV-ES-CONVENIO AND WS-DV-ES-CUOTA
              AND WS-DV-NUMERO IS NUMERIC
              AND WS-DV-CUOTA IS NUMERIC
               PERFORM 310-OBSERVAR-CUOTA
           END-IF.
           PERFORM VARYING WS-IDX-CONVENIO FROM 1 BY 1
               UNTIL WS-IDX-CONVENIO > WS-CONTADOR-CONVENIOS
               IF WS-TC-PENDIENTE(WS-IDX-CONVENIO)
                  AND WS-TC-CUST(WS-IDX-CONVENIO) = TD-CUST-NUMBER
                   PERFORM 320-OBSERVAR-ORIGINAL
               END-IF
           END-PERFORM.

       310-OBSERVAR-CUOTA.
           PERFORM 330-BUSCAR-CONVENIO.
           IF WS-IDX-HALLADO NOT = ZERO
               IF WS-TC-ACTIVO(WS-IDX-HALLADO)
                  AND WS-DV-CUOTA NOT < 1
                  AND WS-DV-CUOTA
                      NOT > WS-TC-CANT-CUOTAS(WS-IDX-HALLADO)
                   MOVE WS-DV-CUOTA TO WS-IDX-CUOTA
                   MOVE 'S' TO WS-TT-CUOTA-VISTA
                       (WS-IDX-HALLADO, WS-IDX-CUOTA)
                   ADD TD-IMPORTE TO WS-TT-CUOTA-ABIERTA
                       (WS-IDX-HALLADO, WS-IDX-CUOTA)
                   CALL 'DATEUTIL' USING '2'
                       WS-TC-CU-VENC(WS-IDX-HALLADO, WS-IDX-CUOTA)
                       WS-FECHA-PROCESO WS-FECHA-FORMATEADA
                       WS-DIAS-TRANSCURRIDOS WS-RETORNO-DATEUTIL
                   IF WS-DIAS-TRANSCURRIDOS > WS-DIAS-GRACIA
                       MOVE 'S' TO WS-TT-VENCIDA(WS-IDX-HALLADO)
                   END-IF
               END-IF
           END-IF.

       320-OBSERVAR-ORIGINAL.
           PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA >
                     WS-TC-CANT-PARTIDAS(WS-IDX-CONVENIO)
               IF WS-TC-PA-DESC(WS-IDX-CONVENIO, WS-IDX-PARTIDA)
                  = TD-DESC-TEXTO
                  AND WS-TC-PA-IMPORTE(WS-IDX-CONVENIO, WS-IDX-PARTIDA)
                      = TD-IMPORTE
                  AND WS-TT-PARTIDA-HALLADA
                      (WS-IDX-CONVENIO, WS-IDX-PARTIDA) = 'N'
                   MOVE 'S' TO WS-TT-PARTIDA-HALLADA
                       (WS-IDX-CONVENIO, WS-IDX-PARTIDA)
                   IF WS-TT-FECHA-ORIGEN(WS-IDX-CONVENIO) = ZERO
                      OR TD-FECHA-EFECTIVA-N <
                         WS-TT-FECHA-ORIGEN(WS-IDX-CONVENIO)
                       MOVE TD-FECHA-EFECTIVA-N
                           TO WS-TT-FECHA-ORIGEN(WS-IDX-CONVENIO)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       330-BUSCAR-CONVENIO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX-CONVENIO FROM 1 BY 1
               UNTIL WS-IDX-CONVENIO > WS-CONTADOR-CONVENIOS
               IF WS-TC-NUMERO(WS-IDX-CONVENIO) = WS-DV-NUMERO
                  AND WS-TC-CUST(WS-IDX-CONVENIO) = TD-CUST-NUMBER
                   MOVE WS-IDX-CONVENIO TO WS-IDX-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Decision de cada convenio con lo observado: el pendiente se
      *  activa o se rechaza, el activo sigue, se cumple o se rompe.
      *****************************************************************
       400-DECIDIR-CONVENIOS.
           PERFORM VARYING WS-IDX-CONVENIO FROM 1 BY 1
               UNTIL WS-IDX-CONVENIO > WS-CONTADOR-CONVENIOS
               IF WS-TC-PENDIENTE(WS-IDX-CONVENIO)
                   PERFORM 410-DECIDIR-PENDIENTE
               ELSE
                   PERFORM 420-DECIDIR-ACTIVO
               END-IF
           END-PERFORM.

       410-DECIDIR-PENDIENTE.
           MOVE ZERO TO WS-PARTIDAS-HALLADAS.
           PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA >
                     WS-TC-CANT-PARTIDAS(WS-IDX-CONVENIO)
               IF WS-TT-PARTIDA-HALLADA
                  (WS-IDX-CONVENIO, WS-IDX-PARTIDA) = 'S'
                   ADD 1 TO WS-PARTIDAS-HALLADAS
               END-IF
           END-PERFORM.
           IF WS-PARTIDAS-HALLADAS =
              WS-TC-CANT-PARTIDAS(WS-IDX-CONVENIO)
              AND WS-PARTIDAS-HALLADAS > ZERO
               SET WS-TT-ACTIVAR(WS-IDX-CONVENIO) TO TRUE
               MOVE 'A' TO WS-TC-ESTADO(WS-IDX-CONVENIO)
               MOVE WS-TT-FECHA-ORIGEN(WS-IDX-CONVENIO)
                   TO WS-TC-FECHA-ORIGEN(WS-IDX-CONVENIO)
               ADD 1 TO WS-CONTADOR-ACTIVADOS
           ELSE
               MOVE 'X' TO WS-TC-ESTADO(WS-IDX-CONVENIO)
               MOVE WS-FECHA-PROCESO
                   TO WS-TC-FECHA-CIERRE(WS-IDX-CONVENIO)
               ADD 1 TO WS-CONTADOR-RECHAZADOS
               MOVE WS-TC-NUMERO(WS-IDX-CONVENIO)
                   TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'CONVENIO RECHAZADO, PARTIDA NO ABIERTA'
                   TO WS-EL-DATO-OFENSOR(8:33)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           END-IF.

      *****************************************************************
      *  Una cuota pagada es la que ya no aparece abierta; lo pagado
      *  cuenta tambien los parciales de las cuotas que siguen
      *  abiertas.
      *****************************************************************
       420-DECIDIR-ACTIVO.
           MOVE ZERO TO WS-CUOTAS-PAGADAS.
           MOVE ZERO TO WS-SALDO-ABIERTO.
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > WS-TC-CANT-CUOTAS(WS-IDX-CONVENIO)
               IF WS-TT-CUOTA-VISTA(WS-IDX-CONVENIO, WS-IDX-CUOTA)
                  = 'S'
                   ADD WS-TT-CUOTA-ABIERTA
                       (WS-IDX-CONVENIO, WS-IDX-CUOTA)
                       TO WS-SALDO-ABIERTO
               ELSE
                   MOVE 'G' TO WS-TC-CU-ESTADO
                       (WS-IDX-CONVENIO, WS-IDX-CUOTA)
                   ADD 1 TO WS-CUOTAS-PAGADAS
               END-IF
           END-PERFORM.
           COMPUTE WS-TC-IMPORTE-PAGADO(WS-IDX-CONVENIO) =
               WS-TC-IMPORTE-TOTAL(WS-IDX-CONVENIO) - WS-SALDO-ABIERTO.
           EVALUATE TRUE
               WHEN WS-TT-CUOTA-VENCIDA(WS-IDX-CONVENIO)
                   PERFORM 430-ROMPER-CONVENIO
               WHEN WS-CUOTAS-PAGADAS =
                    WS-TC-CANT-CUOTAS(WS-IDX-CONVENIO)
                   MOVE 'T' TO WS-TC-ESTADO(WS-IDX-CONVENIO)
                   MOVE WS-FECHA-PROCESO
                       TO WS-TC-FECHA-CIERRE(WS-IDX-CONVENIO)
                   ADD 1 TO WS-CONTADOR-CUMPLIDOS
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-EN-CURSO
           END-EVALUATE.

       430-ROMPER-CONVENIO.
           SET WS-TT-ROMPER(WS-IDX-CONVENIO) TO TRUE.
           MOVE 'R' TO WS-TC-ESTADO(WS-IDX-CONVENIO).
           MOVE WS-FECHA-PROCESO TO WS-TC-FECHA-CIERRE(WS-IDX-CONVENIO).
           MOVE WS-SALDO-ABIERTO
               TO WS-TC-SALDO-DEVUELTO(WS-IDX-CONVENIO).
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > WS-TC-CANT-CUOTAS(WS-IDX-CONVENIO)
               IF WS-TT-CUOTA-VISTA(WS-IDX-CONVENIO, WS-IDX-CUOTA)
                  = 'S'
                   MOVE 'R' TO WS-TC-CU-ESTADO
                       (WS-IDX-CONVENIO, WS-IDX-CUOTA)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-CONTADOR-ROTOS.
           MOVE WS-TC-NUMERO(WS-IDX-CONVENIO)
               TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'CONVENIO ROTO, SALDO VUELVE A COBRANZA'
               TO WS-EL-DATO-OFENSOR(8:33).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

      *****************************************************************
      *  Segundo recorrido: se cierran las partidas originales de los
      *  convenios que se activan y las cuotas abiertas de los que se
      *  rompen, con la fecha del ciclo como en RECLAPL.
      *****************************************************************
       500-CERRAR-PARTIDA.
           MOVE TD-DESC-TEXTO TO WS-DESC-CONVENIO.
           IF WS-DV-ES-CONVENIO AND WS-DV-ES-CUOTA
              AND WS-DV-NUMERO IS NUMERIC
               PERFORM 330-BUSCAR-CONVENIO
               IF WS-IDX-HALLADO NOT = ZERO
                   IF WS-TT-ROMPER(WS-IDX-HALLADO)
                       PERFORM 530-CERRAR-CON-FECHA-CICLO
                   END-IF
               END-IF
           END-IF.
           IF TD-ABIERTO
               PERFORM VARYING WS-IDX-CONVENIO FROM 1 BY 1
                   UNTIL WS-IDX-CONVENIO > WS-CONTADOR-CONVENIOS
                      OR NOT TD-ABIERTO
                   IF WS-TT-ACTIVAR(WS-IDX-CONVENIO)
                      AND WS-TC-CUST(WS-IDX-CONVENIO) = TD-CUST-NUMBER
                       PERFORM 510-CERRAR-ORIGINAL
                   END-IF
               END-PERFORM
           END-IF.

       510-CERRAR-ORIGINAL.
           PERFORM VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA >
                     WS-TC-CANT-PARTIDAS(WS-IDX-CONVENIO)
               IF WS-TC-PA-DESC(WS-IDX-CONVENIO, WS-IDX-PARTIDA)
                  = TD-DESC-TEXTO
                  AND WS-TC-PA-IMPORTE(WS-IDX-CONVENIO, WS-IDX-PARTIDA)
                      = TD-IMPORTE
                  AND WS-TT-PARTIDA-CERRADA
                      (WS-IDX-CONVENIO, WS-IDX-PARTIDA) = 'N'
                   MOVE 'S' TO WS-TT-PARTIDA-CERRADA
                       (WS-IDX-CONVENIO, WS-IDX-PARTIDA)
                   PERFORM 530-CERRAR-CON-FECHA-CICLO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       530-CERRAR-CON-FECHA-CICLO.
           SET TD-CERRADO TO TRUE.
           MOVE WS-FECHA-PROCESO TO TD-FECHA-EXPIRA-N.
           MOVE 'S' TO WS-PARTIDA-CAMBIADA.
           ADD 1 TO WS-CONTADOR-CERRADAS.

       540-REGRABAR-PARTIDA.
           REWRITE TRANDAT-RECORD
               INVALID KEY
                   MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'REWRITE DE PARTIDA FALLIDO'
                       TO WS-EL-DATO-OFENSOR(8:26)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
           END-REWRITE.

      *****************************************************************
      *  Las cuotas del convenio activado y el saldo del roto entran
      *  al maestro como partidas abiertas nuevas, en su lugar por
      *  cliente y descripcion.
      *****************************************************************
       600-ABRIR-PARTIDAS-NUEVAS.
           PERFORM VARYING WS-IDX-CONVENIO FROM 1 BY 1
               UNTIL WS-IDX-CONVENIO > WS-CONTADOR-CONVENIOS
               EVALUATE TRUE
                   WHEN WS-TT-ACTIVAR(WS-IDX-CONVENIO)
                       PERFORM 610-ABRIR-CUOTAS
                   WHEN WS-TT-ROMPER(WS-IDX-CONVENIO)
                       IF WS-TC-SALDO-DEVUELTO(WS-IDX-CONVENIO)
                          > ZERO
                           PERFORM 620-ABRIR-SALDO-ROTO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       610-ABRIR-CUOTAS.
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > WS-TC-CANT-CUOTAS(WS-IDX-CONVENIO)
               MOVE SPACES TO WS-DESC-CONVENIO
               MOVE 'CONVENIO ' TO WS-DV-PREFIJO
               MOVE WS-TC-NUMERO(WS-IDX-CONVENIO) TO WS-DV-NUMERO
               MOVE ' CUOTA ' TO WS-DV-CUOTA-LIT
               MOVE WS-IDX-CUOTA TO WS-DV-CUOTA
               MOVE '/' TO WS-DV-BARRA
               MOVE WS-TC-CANT-CUOTAS(WS-IDX-CONVENIO) TO WS-DV-TOTAL
               MOVE WS-DESC-CONVENIO TO WS-PN-DESCRIPCION
               MOVE WS-TC-CU-VENC(WS-IDX-CONVENIO, WS-IDX-CUOTA)
                   TO WS-PN-FECHA-EFECTIVA
               MOVE WS-TC-CU-IMPORTE(WS-IDX-CONVENIO, WS-IDX-CUOTA)
                   TO WS-PN-IMPORTE
               PERFORM 630-ESCRIBIR-PARTIDA-NUEVA
               ADD 1 TO WS-CONTADOR-CUOTAS-ABIERTAS
           END-PERFORM.

       620-ABRIR-SALDO-ROTO.
           MOVE SPACES TO WS-DESC-CONVENIO.
           MOVE 'CONVENIO ' TO WS-DV-PREFIJO.
           MOVE WS-TC-NUMERO(WS-IDX-CONVENIO) TO WS-DV-NUMERO.
           MOVE ' SALDO ROTO' TO WS-DV-ROTO-LIT.
           MOVE WS-DESC-CONVENIO TO WS-PN-DESCRIPCION.
           MOVE WS-TC-FECHA-ORIGEN(WS-IDX-CONVENIO)
               TO WS-PN-FECHA-EFECTIVA.
           MOVE WS-TC-SALDO-DEVUELTO(WS-IDX-CONVENIO) TO WS-PN-IMPORTE.
           PERFORM 630-ESCRIBIR-PARTIDA-NUEVA.

       630-ESCRIBIR-PARTIDA-NUEVA.
           MOVE ZERO TO WS-PN-FECHA-EXPIRA.
           MOVE 'A' TO WS-PN-ESTADO.
           MOVE WS-TC-CUST(WS-IDX-CONVENIO) TO WS-PN-CUST-NUMBER.
           WRITE TRANDAT-RECORD FROM WS-PARTIDA-NUEVA
               INVALID KEY
                   MOVE WS-PN-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'PARTIDA NUEVA, CLAVE YA EXISTE'
                       TO WS-EL-DATO-OFENSOR(8:30)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
           END-WRITE.

       700-GRABAR-CONVENIOS.
           PERFORM VARYING WS-IDX-CONVENIO FROM 1 BY 1
               UNTIL WS-IDX-CONVENIO > WS-CONTADOR-CONVENIOS
               WRITE CONVENIOS-SAL-REGISTRO
                   FROM WS-CONVENIO-ENTRADA(WS-IDX-CONVENIO)
           END-PERFORM.
           CLOSE CONVENIOS-SAL-FILE.

       800-IMPRIMIR-RESUMEN.
           DISPLAY 'APLICACION DE CONVENIOS DE PAGO'.
           DISPLAY 'PARTIDAS RECORRIDAS    : ' WS-CONTADOR-PARTIDAS.
           DISPLAY 'CONVENIOS ACTIVADOS    : ' WS-CONTADOR-ACTIVADOS.
           DISPLAY 'CONVENIOS RECHAZADOS   : '
               WS-CONTADOR-RECHAZADOS.
           DISPLAY 'CONVENIOS EN CURSO     : ' WS-CONTADOR-EN-CURSO.
           DISPLAY 'CONVENIOS CUMPLIDOS    : ' WS-CONTADOR-CUMPLIDOS.
           DISPLAY 'CONVENIOS ROTOS        : ' WS-CONTADOR-ROTOS.
           DISPLAY 'CONVENIOS DEPURADOS    : ' WS-CONTADOR-DEPURADOS.
           DISPLAY 'PARTIDAS CERRADAS      : ' WS-CONTADOR-CERRADAS.
           DISPLAY 'CUOTAS ABIERTAS        : '
               WS-CONTADOR-CUOTAS-ABIERTAS.
       END PROGRAM CONVAPL.
