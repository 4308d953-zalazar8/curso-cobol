       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEFEE.
      *****************************************************************
      *  Recargo por mora sobre partidas vencidas de TRANDAT: hasta
      *  ahora una partida que pasaba su TD-FECHA-EXPIRA no le
      *  costaba nada mas al cliente.  Corre al frente de COBRANZA,
      *  recorre el TRANDAT indexado en orden de cliente y por
      *  cada partida abierta cuenta los dias de mora desde su
      *  expiracion (o desde la fecha efectiva si no tiene, igual
      *  que AGING).  Cuando la partida cruza un umbral de RUNCTL
      *  (RC-DIAS-RECARGO-1 a 3; 30 y 60 por omision):
      *    - el recargo sale del producto del cliente en PRODUCT,
      *      fijo o porcentaje del importe abierto de la partida;
      *    - entra como una partida nueva de TRANDAT del mismo
      *      cliente, descripcion RECARGO uuuD aaaammdd sssss y fecha
      *      efectiva del ciclo, que envejece y se cobra como
      *      cualquier otra;
      *    - baja CM-BALANCE (con diario CMJRNL) y queda en CUSTHIST
      *      en las secuencias 7800000+, dentro del rango de cargos
      *      que suma el certificado fiscal TAXRPT;
      *    - postea en el lote GLFEED balanceado RECGL contra la
      *      cuenta de ingresos por recargos de RUNCTL, que debe estar
      *      activa en CTACAT; el lote se anexa a la alimentacion
      *      mensual de donde CUSTSTMT saca el movimiento del estado;
      *    - queda en el registro RECARGO (RECARGO.CPY) por partida y
      *      umbral: una partida ya recargada en un umbral no se
      *      vuelve a recargar en el aunque COBRANZA se re-corra.
      *  No llevan recargo las partidas con reclamo abierto en
      *  RECLAMO, las de convenios de pago (descripcion CONVENIO ...)
      *  ni los recargos mismos, ni los cargos por pago devuelto de
      *  LBXDEV (CARGO DEVOL ...), ni las de clientes fallecidos
      *  (CM-INDICADOR-FALLECIDO).  Con el periodo contable del ciclo
      *  cerrado en PERCTL, o la cuenta de ingresos fuera del
      *  catalogo, el paso termina con RC=8 antes de tocar nada.
      *  Cada recargo asignado queda en el checkpoint LATECKP con la
      *  partida que lo origino, la secuencia del dia, los totales
      *  del lote RECGL y su entrada del registro, como en WRITEOFF:
      *  un reinicio retoma en esa partida sin volver a recargar lo
      *  ya recargado, y anexa a RECGL y CUSTHIST lo que faltaba.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANDAT-FILE ASSIGN TO "TRANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-CLAVE
               FILE STATUS IS WS-TRANDAT-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "RECARGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT REGISTRO-SAL-FILE ASSIGN TO "RECARGOO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-SAL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT GL-FILE ASSIGN TO "RECGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CTACAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCTOS-STATUS.
           SELECT PERIODOS-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECLAMOS-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "LATECKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANDAT-FILE.
           COPY TRANDAT.
       FD  REGISTRO-FILE.
           COPY RECARGO.
       FD  REGISTRO-SAL-FILE.
       01  REGISTRO-SAL-REGISTRO   PIC X(100).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  GL-FILE.
           COPY GLFEED.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  CATALOGO-FILE.
           COPY CTACAT.
       FD  PRODUCTOS-FILE.
           COPY PRODUCT.
       FD  PERIODOS-FILE.
           COPY PERCTL.
       FD  HISTORIA-FILE.
           COPY CUSTHIST.
       FD  RECLAMOS-FILE.
           COPY RECLAMO.
      *****************************************************************
      *  Un registro por recargo asignado, anexado al asignarlo: la
      *  clave de la partida, la secuencia y los totales del lote
      *  RECGL hasta ese recargo, y la entrada del registro de
      *  recargos, que recien se graba al final del paso.
      *****************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REGISTRO.
           05  CKP-CLAVE               PIC X(36).
           05  CKP-ULTIMA-SECUENCIA    PIC 9(5).
           05  CKP-GL-DETALLES         PIC 9(7).
           05  CKP-GL-TOT-DEBE         PIC S9(11)V999.
           05  CKP-GL-TOT-HABER        PIC S9(11)V999.
           05  CKP-CONTADOR-RECARGOS   PIC 9(7).
           05  CKP-TOTAL-RECARGOS      PIC S9(9)V99.
           05  CKP-REGISTRO            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-TRANDAT-STATUS        PIC X(2).
           88 WS-TRANDAT-OK        VALUE '00'.
           88 WS-TRANDAT-EOF       VALUE '10'.
       01 WS-REGISTRO-STATUS       PIC X(2).
           88 WS-REGISTRO-OK       VALUE '00'.
           88 WS-REGISTRO-EOF      VALUE '10'.
       01 WS-REGISTRO-SAL-STATUS   PIC X(2).
           88 WS-REGISTRO-SAL-OK   VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-GL-STATUS             PIC X(2).
           88 WS-GL-OK             VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-CATALOGO-STATUS       PIC X(2).
           88 WS-CATALOGO-OK       VALUE '00'.
           88 WS-CATALOGO-EOF      VALUE '10'.
       01 WS-PRODUCTOS-STATUS      PIC X(2).
           88 WS-PRODUCTOS-OK      VALUE '00'.
           88 WS-PRODUCTOS-EOF     VALUE '10'.
       01 WS-PERIODOS-STATUS       PIC X(2).
           88 WS-PERIODOS-OK       VALUE '00'.
           88 WS-PERIODOS-EOF      VALUE '10'.
       01 WS-HISTORIA-STATUS       PIC X(2).
           88 WS-HISTORIA-OK       VALUE '00'.
       01 WS-RECLAMOS-STATUS       PIC X(2).
           88 WS-RECLAMOS-OK       VALUE '00'.
           88 WS-RECLAMOS-EOF      VALUE '10'.
       01 WS-CHECKPOINT-STATUS     PIC X(2).
           88 WS-CHECKPOINT-OK     VALUE '00'.
           88 WS-CHECKPOINT-EOF    VALUE '10'.
       01 WS-HAY-CHECKPOINT        PIC X(1) VALUE 'N'.
           88 WS-REINICIO          VALUE 'S'.
       01 WS-CLAVE-REINICIO        PIC X(36) VALUE SPACES.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'LATEFEE'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-GX-CORRIDA            PIC X(8) VALUE 'LATEFEE'.
       01 WS-CUENTA-RECARGOS       PIC X(6) VALUE '111111'.
       01 WS-DIAS-RECARGO-1        PIC 9(3) VALUE ZERO.
       01 WS-DIAS-RECARGO-2        PIC 9(3) VALUE ZERO.
       01 WS-DIAS-RECARGO-3        PIC 9(3) VALUE ZERO.
       01 WS-FECHA-BASE            PIC 9(8).
       01 WS-DIAS-MORA             PIC S9(9).
       01 WS-RETORNO-DATEUTIL      PIC 9(2).
       01 WS-FECHA-FORMATEADA      PIC X(10).
       01 WS-RECARGO               PIC S9(7)V99 VALUE ZERO.
       01 WS-ULTIMA-SECUENCIA      PIC 9(5) VALUE ZERO.
       01 WS-GL-DETALLES           PIC 9(7) VALUE ZERO.
       01 WS-GL-TOT-DEBE           PIC S9(11)V999 VALUE ZERO.
       01 WS-GL-TOT-HABER          PIC S9(11)V999 VALUE ZERO.
       01 WS-CONTADOR-PARTIDAS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EXCLUIDAS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECARGOS     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-YA-ASIGNADOS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-RECLAMO   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-TARIFA   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-CLIENTE  PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-FALLECIDOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-CUENTA   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-PURGADOS     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-RECARGOS        PIC S9(9)V99 VALUE ZERO.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
      *****************************************************************
      *  Umbrales en uso, de menor a mayor; los que vienen en cero en
      *  RUNCTL no entran.
      *****************************************************************
       01 WS-TABLA-UMBRALES.
           05  WS-TU-DIAS          PIC 9(3) OCCURS 3 TIMES.
       01 WS-CANT-UMBRALES         PIC 9(1) VALUE ZERO.
       01 WS-IDX-UMBRAL            PIC 9(1).
      *****************************************************************
      *  Vista de la descripcion de la partida para reconocer las
      *  que no llevan recargo: los recargos mismos, las partidas de
      *  convenio de pago (cuotas y saldo roto) y los cargos por pago
      *  devuelto.
      *****************************************************************
       01 WS-DESC-PARTIDA          PIC X(30).
       01 WS-DESC-PARTIDA-R REDEFINES WS-DESC-PARTIDA.
           05  WS-DP-PREFIJO-REC   PIC X(8).
               88  WS-DP-ES-RECARGO VALUE 'RECARGO '.
           05  FILLER              PIC X(22).
       01 WS-DESC-PARTIDA-C REDEFINES WS-DESC-PARTIDA.
           05  WS-DP-PREFIJO-CONV  PIC X(9).
               88  WS-DP-ES-CONVENIO VALUE 'CONVENIO '.
           05  FILLER              PIC X(21).
       01 WS-DESC-PARTIDA-D REDEFINES WS-DESC-PARTIDA.
           05  WS-DP-PREFIJO-DEV   PIC X(12).
               88  WS-DP-ES-CARGO-DEVOL VALUE 'CARGO DEVOL '.
           05  FILLER              PIC X(18).
      *****************************************************************
      *  Descripcion de la partida de recargo; la que el cliente cita
      *  al pagarlo.
      *****************************************************************
       01 WS-DESC-RECARGO.
           05  FILLER              PIC X(8) VALUE 'RECARGO '.
           05  WS-DR-UMBRAL        PIC 9(3).
           05  FILLER              PIC X(2) VALUE 'D '.
           05  WS-DR-FECHA         PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-DR-SECUENCIA     PIC 9(5).
           05  FILLER              PIC X(3) VALUE SPACES.
      *****************************************************************
      *  Partida de recargo armada aparte, mismo layout de
      *  TRANDAT.CPY; la partida en curso se guarda mientras se graba
      *  la nueva, que pasa por el mismo registro del archivo, y se
      *  repone para los umbrales que le quedan.
      *****************************************************************
       01 WS-PARTIDA-RECARGO.
           05  WS-PR-CUST-NUMBER   PIC 9(6).
           05  WS-PR-DESCRIPCION   PIC X(30).
           05  WS-PR-FECHA-EFECTIVA PIC 9(8).
           05  WS-PR-FECHA-EXPIRA  PIC 9(8).
           05  WS-PR-IMPORTE       PIC S9(7)V99.
           05  WS-PR-ESTADO        PIC X(1).
       01 WS-PARTIDA-EN-CURSO      PIC X(62).
      *****************************************************************
      *  Registro de recargos ya asignados, con el mismo layout de
      *  RECARGO.CPY para grabarlo tal cual; WS-TG-VIGENTE marca los
      *  de partidas que siguen abiertas, los unicos que se
      *  conservan.  Un registro que no cabe detiene el paso: perder
      *  entradas seria volver a cobrar umbrales ya cobrados.
      *****************************************************************
       01 WS-TABLA-REGISTRO.
           05  WS-REGISTRO-ENTRADA OCCURS 20000 TIMES.
               10  WS-TG-IMAGEN.
                   15  WS-TG-CUST          PIC 9(6).
                   15  WS-TG-DESCRIPCION   PIC X(30).
                   15  WS-TG-FECHA-EFECTIVA PIC 9(8).
                   15  WS-TG-UMBRAL        PIC 9(3).
                   15  WS-TG-FECHA-ASIGNA  PIC 9(8).
                   15  WS-TG-SECUENCIA     PIC 9(5).
                   15  WS-TG-IMPORTE-PARTIDA PIC S9(7)V99.
                   15  WS-TG-IMPORTE-RECARGO PIC S9(7)V99.
                   15  WS-TG-PRODUCTO      PIC X(2).
                   15  FILLER              PIC X(20).
               10  WS-TG-VIGENTE   PIC X(1).
                   88  WS-TG-PARTIDA-ABIERTA VALUE 'S'.
       01 WS-CONTADOR-REGISTRO     PIC 9(5) VALUE ZERO.
       01 WS-IDX-REGISTRO          PIC 9(5).
       01 WS-HAY-REGISTRO          PIC X(1) VALUE 'N'.
           88 WS-RECARGO-YA-ASIGNADO VALUE 'S'.
      *****************************************************************
      *  El cliente de la partida se lee una sola vez por partida, al
      *  primer umbral que toca recargar; el recargo es el mismo en
      *  todos los umbrales de la partida.
      *****************************************************************
       01 WS-CLIENTE-PREPARADO     PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-LISTO     VALUE 'S'.
       01 WS-PUEDE-RECARGAR        PIC X(1) VALUE 'N'.
           88 WS-RECARGO-APLICABLE VALUE 'S'.
      *****************************************************************
      *  Tarifas de recargo por producto, cargadas de PRODUCT; un
      *  producto que no esta en la tabla no cobra recargo.
      *****************************************************************
       01 WS-TABLA-PRODUCTOS.
           05  WS-PROD-ENTRADA     OCCURS 20 TIMES.
               10  WS-TPD-CODIGO   PIC X(2).
               10  WS-TPD-TIPO     PIC X(1).
               10  WS-TPD-VALOR    PIC 9(5)V99.
       01 WS-CONTADOR-PRODUCTOS    PIC 9(2) VALUE ZERO.
       01 WS-IDX-PRODUCTO          PIC 9(2).
       01 WS-TIPO-APLICAR          PIC X(1) VALUE SPACE.
           88 WS-APLICA-FIJO       VALUE 'F'.
           88 WS-APLICA-PORCENTAJE VALUE 'P'.
       01 WS-VALOR-APLICAR         PIC 9(5)V99 VALUE ZERO.
      *****************************************************************
      *  Control de periodos contables, cargado de PERCTL al
      *  arrancar; sin archivo asignado no se controla, igual que el
      *  catalogo de cuentas.
      *****************************************************************
       01 WS-TABLA-PERIODOS.
           05  WS-PERIODO-ENTRADA  OCCURS 120 TIMES.
               10  WS-TPE-PERIODO  PIC 9(6).
               10  WS-TPE-ESTADO   PIC X(1).
       01 WS-CONTADOR-PERIODOS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-PERIODO           PIC 9(3).
       01 WS-PERIODO-EVALUAR       PIC 9(6) VALUE ZERO.
       01 WS-ESTADO-PERIODO        PIC X(1) VALUE 'A'.
           88 WS-PERIODO-CERRADO   VALUE 'C'.
      *****************************************************************
      *  Catalogo de cuentas aceptadas por el mayor; sin archivo
      *  asignado no se valida, igual que en ACRMENS.
      *****************************************************************
       01 WS-TABLA-CTAS.
           05  WS-CTA-ENTRADA      OCCURS 2000 TIMES.
               10  WS-TCT-CUENTA   PIC X(6).
       01 WS-CONTADOR-CTAS         PIC 9(4) VALUE ZERO.
       01 WS-IDX-CTA               PIC 9(4).
       01 WS-CUENTA-A-VALIDAR      PIC X(6).
       01 WS-HAY-CUENTA-CAT        PIC X(1) VALUE 'N'.
           88 WS-CUENTA-EN-CATALOGO VALUE 'S'.
      *****************************************************************
      *  Partidas con reclamo abierto en RECLAMO, cargadas al
      *  arrancar igual que en AGING; el archivo puede no estar
      *  asignado.
      *****************************************************************
       01 WS-TABLA-RECLAMOS.
           05  WS-RECLAMO-ENTRADA  OCCURS 500 TIMES.
               10  WS-TR-CUST      PIC 9(6).
               10  WS-TR-DESC      PIC X(30).
       01 WS-CONTADOR-RECLAMOS     PIC 9(3) VALUE ZERO.
       01 WS-IDX-RECLAMO           PIC 9(3).
       01 WS-HAY-RECLAMO           PIC X(1) VALUE 'N'.
           88 WS-RECLAMO-ABIERTO   VALUE 'S'.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-TRANDAT.
           PERFORM UNTIL WS-TRANDAT-EOF
               ADD 1 TO WS-CONTADOR-PARTIDAS
               IF TD-ABIERTO
                   PERFORM 300-EVALUAR-PARTIDA
               END-IF
               PERFORM 200-LEER-TRANDAT
           END-PERFORM.
           PERFORM 500-ESCRIBIR-COLA-GL.
           PERFORM 600-GRABAR-REGISTRO.
           PERFORM 700-CERRAR-ARCHIVOS.
           DISPLAY 'RECARGOS POR MORA'.
           DISPLAY 'PARTIDAS LEIDAS          : ' WS-CONTADOR-PARTIDAS.
           DISPLAY 'PARTIDAS SIN RECARGO     : '
               WS-CONTADOR-EXCLUIDAS.
           DISPLAY 'RECARGOS ASIGNADOS       : ' WS-CONTADOR-RECARGOS.
           DISPLAY 'IMPORTE RECARGADO        : ' WS-TOTAL-RECARGOS.
           DISPLAY 'UMBRALES YA RECARGADOS   : '
               WS-CONTADOR-YA-ASIGNADOS.
           DISPLAY 'UMBRALES EN RECLAMO      : ' WS-CONTADOR-EN-RECLAMO.
           DISPLAY 'PARTIDAS SIN TARIFA      : ' WS-CONTADOR-SIN-TARIFA.
           DISPLAY 'PARTIDAS SIN CLIENTE     : '
               WS-CONTADOR-SIN-CLIENTE.
           DISPLAY 'CUENTAS NO CATALOGADAS   : ' WS-CONTADOR-SIN-CUENTA.
           DISPLAY 'PARTIDAS DE FALLECIDOS   : '
               WS-CONTADOR-FALLECIDOS.
           DISPLAY 'REGISTROS PURGADOS       : ' WS-CONTADOR-PURGADOS.
           STOP RUN.

       050-CARGAR-REGISTRO.
           OPEN INPUT REGISTRO-FILE.
           IF WS-REGISTRO-OK
               PERFORM 055-LEER-REGISTRO
               PERFORM UNTIL WS-REGISTRO-EOF
                   IF WS-CONTADOR-REGISTRO < 20000
                       ADD 1 TO WS-CONTADOR-REGISTRO
                       MOVE RECARGO-REGISTRO
                           TO WS-TG-IMAGEN(WS-CONTADOR-REGISTRO)
                       MOVE 'N'
                           TO WS-TG-VIGENTE(WS-CONTADOR-REGISTRO)
                       IF RG-FECHA-ASIGNA = WS-FECHA-PROCESO
                          AND RG-SECUENCIA > WS-ULTIMA-SECUENCIA
                           MOVE RG-SECUENCIA TO WS-ULTIMA-SECUENCIA
                       END-IF
                   ELSE
                       MOVE 'REGISTRO DE RECARGOS LLENO'
                           TO WS-EL-DATO-OFENSOR
                       DISPLAY 'RECARGOS RECHAZADOS: '
                           WS-EL-DATO-OFENSOR
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 055-LEER-REGISTRO
               END-PERFORM
               CLOSE REGISTRO-FILE
           END-IF.

       055-LEER-REGISTRO.
           READ REGISTRO-FILE
               AT END SET WS-REGISTRO-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  Un checkpoint con contenido es una corrida anterior que no
      *  llego al final: sus recargos vuelven a la tabla del registro
      *  (RECARGO no cambia hasta el final bien del job) y el ultimo
      *  da la partida donde se retoma, la secuencia y los totales.
      *  Las partidas anteriores no se vuelven a leer, asi que sus
      *  entradas del registro se conservan como vigentes.
      *****************************************************************
       060-LEER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-OK
               PERFORM 065-LEER-CHECKPOINT
               PERFORM UNTIL WS-CHECKPOINT-EOF
                   SET WS-REINICIO TO TRUE
                   MOVE CKP-CLAVE TO WS-CLAVE-REINICIO
                   MOVE CKP-ULTIMA-SECUENCIA TO WS-ULTIMA-SECUENCIA
                   MOVE CKP-GL-DETALLES TO WS-GL-DETALLES
                   MOVE CKP-GL-TOT-DEBE TO WS-GL-TOT-DEBE
                   MOVE CKP-GL-TOT-HABER TO WS-GL-TOT-HABER
                   MOVE CKP-CONTADOR-RECARGOS TO WS-CONTADOR-RECARGOS
                   MOVE CKP-TOTAL-RECARGOS TO WS-TOTAL-RECARGOS
                   ADD 1 TO WS-CONTADOR-REGISTRO
                   MOVE CKP-REGISTRO
                       TO WS-TG-IMAGEN(WS-CONTADOR-REGISTRO)
                   MOVE 'S' TO WS-TG-VIGENTE(WS-CONTADOR-REGISTRO)
                   PERFORM 065-LEER-CHECKPOINT
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF WS-REINICIO
               PERFORM VARYING WS-IDX-REGISTRO FROM 1 BY 1
                   UNTIL WS-IDX-REGISTRO > WS-CONTADOR-REGISTRO
                   IF WS-TG-IMAGEN(WS-IDX-REGISTRO)(1:36)
                      < WS-CLAVE-REINICIO
                       MOVE 'S' TO WS-TG-VIGENTE(WS-IDX-REGISTRO)
                   END-IF
               END-PERFORM
               DISPLAY 'REINICIANDO EN LA PARTIDA: ' WS-CLAVE-REINICIO
               DISPLAY 'RECARGOS YA ASIGNADOS    : '
                   WS-CONTADOR-RECARGOS
           END-IF.

       065-LEER-CHECKPOINT.
           READ CHECKPOINT-FILE
               AT END SET WS-CHECKPOINT-EOF TO TRUE
           END-READ.

       100-ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM 110-LEER-RUNCTL.
           PERFORM 115-ARMAR-UMBRALES.
           PERFORM 120-CARGAR-CATALOGO.
           PERFORM 140-CARGAR-PRODUCTOS.
           PERFORM 160-CARGAR-PERIODOS.
           PERFORM 180-VERIFICAR-PERIODO-CICLO.
           PERFORM 185-VERIFICAR-CUENTA-RECARGOS.
           PERFORM 190-CARGAR-RECLAMOS.
           PERFORM 050-CARGAR-REGISTRO.
           PERFORM 060-LEER-CHECKPOINT.
           OPEN I-O TRANDAT-FILE.
           IF NOT WS-TRANDAT-OK
               DISPLAY 'NO SE PUDO ABRIR TRANDAT, ESTADO: '
                   WS-TRANDAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *  En un reinicio se vuelve a leer la partida del ultimo
      *  recargo, por si le quedaba otro umbral: los ya asignados
      *  estan en la tabla del registro.  El lote RECGL ya tiene su
      *  cabecera y su entrada en GLXMIT: solo se sigue anexando
      *  detalle.
           IF WS-REINICIO
               MOVE WS-CLAVE-REINICIO TO TD-CLAVE
           ELSE
               MOVE LOW-VALUES TO TD-CLAVE
           END-IF.
           START TRANDAT-FILE KEY IS NOT LESS THAN TD-CLAVE
               INVALID KEY SET WS-TRANDAT-EOF TO TRUE
           END-START.
           OPEN I-O CUSTMAST-FILE.
           OPEN EXTEND HISTORIA-FILE.
           IF WS-REINICIO
               OPEN EXTEND GL-FILE
           ELSE
               OPEN OUTPUT GL-FILE
               MOVE SPACES TO GLFEED-REGISTRO
               SET GLF-CABECERA TO TRUE
               MOVE WS-FECHA-PROCESO TO GLF-CAB-FECHA
               MOVE 'LATEFEE' TO GLF-CAB-CORRIDA
               WRITE GLFEED-REGISTRO
               CALL 'GLXMIT' USING WS-FECHA-PROCESO WS-GX-CORRIDA
           END-IF.

       110-LEER-RUNCTL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
                       IF RC-CUENTA-RECARGOS NOT = SPACES
                           MOVE RC-CUENTA-RECARGOS
                               TO WS-CUENTA-RECARGOS
                       END-IF
                       IF RC-DIAS-RECARGO-1 IS NUMERIC
                           MOVE RC-DIAS-RECARGO-1
                               TO WS-DIAS-RECARGO-1
                       END-IF
                       IF RC-DIAS-RECARGO-2 IS NUMERIC
                           MOVE RC-DIAS-RECARGO-2
                               TO WS-DIAS-RECARGO-2
                       END-IF
                       IF RC-DIAS-RECARGO-3 IS NUMERIC
                           MOVE RC-DIAS-RECARGO-3
                               TO WS-DIAS-RECARGO-3
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *****************************************************************
      *  Los umbrales en uso, en el orden de RUNCTL (RUNCTLM exige
      *  que vayan de menor a mayor); sin ninguno rigen 30 y 60.
      *****************************************************************
       115-ARMAR-UMBRALES.
           IF WS-DIAS-RECARGO-1 NOT = ZERO
               ADD 1 TO WS-CANT-UMBRALES
               MOVE WS-DIAS-RECARGO-1 TO WS-TU-DIAS(WS-CANT-UMBRALES)
           END-IF.
           IF WS-DIAS-RECARGO-2 NOT = ZERO
               ADD 1 TO WS-CANT-UMBRALES
               MOVE WS-DIAS-RECARGO-2 TO WS-TU-DIAS(WS-CANT-UMBRALES)
           END-IF.
           IF WS-DIAS-RECARGO-3 NOT = ZERO
               ADD 1 TO WS-CANT-UMBRALES
               MOVE WS-DIAS-RECARGO-3 TO WS-TU-DIAS(WS-CANT-UMBRALES)
           END-IF.
           IF WS-CANT-UMBRALES = ZERO
               MOVE 30 TO WS-TU-DIAS(1)
               MOVE 60 TO WS-TU-DIAS(2)
               MOVE 2 TO WS-CANT-UMBRALES
           END-IF.

       120-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WS-CATALOGO-OK
               PERFORM 130-LEER-CATALOGO
               PERFORM UNTIL WS-CATALOGO-EOF
                   IF CC-CUENTA-ACTIVA
                      AND WS-CONTADOR-CTAS < 2000
                       ADD 1 TO WS-CONTADOR-CTAS
                       MOVE CC-CUENTA
                           TO WS-TCT-CUENTA(WS-CONTADOR-CTAS)
                   END-IF
                   PERFORM 130-LEER-CATALOGO
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

       130-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END SET WS-CATALOGO-EOF TO TRUE
           END-READ.

       140-CARGAR-PRODUCTOS.
           OPEN INPUT PRODUCTOS-FILE.
           IF WS-PRODUCTOS-OK
               PERFORM 150-LEER-PRODUCTO
               PERFORM UNTIL WS-PRODUCTOS-EOF
                   IF WS-CONTADOR-PRODUCTOS < 20
                       ADD 1 TO WS-CONTADOR-PRODUCTOS
                       MOVE PD-CODIGO
                           TO WS-TPD-CODIGO(WS-CONTADOR-PRODUCTOS)
                       MOVE PD-TIPO-RECARGO
                           TO WS-TPD-TIPO(WS-CONTADOR-PRODUCTOS)
                       IF PD-VALOR-RECARGO IS NUMERIC
                           MOVE PD-VALOR-RECARGO
                               TO WS-TPD-VALOR(WS-CONTADOR-PRODUCTOS)
                       ELSE
                           MOVE ZERO
                               TO WS-TPD-VALOR(WS-CONTADOR-PRODUCTOS)
                       END-IF
                   END-IF
                   PERFORM 150-LEER-PRODUCTO
               END-PERFORM
               CLOSE PRODUCTOS-FILE
           END-IF.

       150-LEER-PRODUCTO.
           READ PRODUCTOS-FILE
               AT END SET WS-PRODUCTOS-EOF TO TRUE
           END-READ.

       160-CARGAR-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-OK
               PERFORM 170-LEER-PERIODO
               PERFORM UNTIL WS-PERIODOS-EOF
                   IF WS-CONTADOR-PERIODOS < 120
                       ADD 1 TO WS-CONTADOR-PERIODOS
                       MOVE PE-PERIODO
                           TO WS-TPE-PERIODO(WS-CONTADOR-PERIODOS)
                       MOVE PE-ESTADO
                           TO WS-TPE-ESTADO(WS-CONTADOR-PERIODOS)
                   END-IF
                   PERFORM 170-LEER-PERIODO
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF.

       170-LEER-PERIODO.
           READ PERIODOS-FILE
               AT END SET WS-PERIODOS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  El estado del periodo AAAAMM de la fecha a evaluar; un
      *  periodo sin registro se trata como abierto.
      *****************************************************************
       175-EVALUAR-PERIODO.
           MOVE 'A' TO WS-ESTADO-PERIODO.
           PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-CONTADOR-PERIODOS
               IF WS-TPE-PERIODO(WS-IDX-PERIODO) =
                  WS-PERIODO-EVALUAR
                   MOVE WS-TPE-ESTADO(WS-IDX-PERIODO)
                       TO WS-ESTADO-PERIODO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Con el periodo de la fecha de proceso cerrado el paso se
      *  rechaza con RC=8 antes de tocar TRANDAT, el maestro o el
      *  lote, igual que ACRMENS.
      *****************************************************************
       180-VERIFICAR-PERIODO-CICLO.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-EVALUAR.
           PERFORM 175-EVALUAR-PERIODO.
           IF WS-PERIODO-CERRADO
               MOVE 'PERIODO DE LOS RECARGOS CERRADO'
                   TO WS-EL-DATO-OFENSOR
               DISPLAY 'RECARGOS RECHAZADOS: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Sin la cuenta de ingresos activa en el catalogo ningun
      *  recargo tiene contrapartida: el paso se rechaza entero.
      *****************************************************************
       185-VERIFICAR-CUENTA-RECARGOS.
           MOVE WS-CUENTA-RECARGOS TO WS-CUENTA-A-VALIDAR.
           PERFORM 310-VALIDAR-CUENTA-CATALOGO.
           IF NOT WS-CUENTA-EN-CATALOGO
               MOVE WS-CUENTA-RECARGOS TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'CUENTA DE RECARGOS NO CATALOGADA'
                   TO WS-EL-DATO-OFENSOR(8:32)
               DISPLAY 'RECARGOS RECHAZADOS: ' WS-EL-DATO-OFENSOR
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       190-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS-FILE.
           IF WS-RECLAMOS-OK
               PERFORM 195-LEER-RECLAMO
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
                   PERFORM 195-LEER-RECLAMO
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF.

       195-LEER-RECLAMO.
           READ RECLAMOS-FILE
               AT END SET WS-RECLAMOS-EOF TO TRUE
           END-READ.

       200-LEER-TRANDAT.
           IF NOT WS-TRANDAT-EOF
               READ TRANDAT-FILE NEXT RECORD
                   AT END SET WS-TRANDAT-EOF TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      *  Dias de mora de la partida abierta contra cada umbral: el
      *  que ya esta en el registro solo se marca vigente; el que
      *  falta se recarga, salvo partida en reclamo.
      *****************************************************************
       300-EVALUAR-PARTIDA.
           MOVE TD-DESC-TEXTO TO WS-DESC-PARTIDA.
           IF WS-DP-ES-RECARGO OR WS-DP-ES-CONVENIO
              OR WS-DP-ES-CARGO-DEVOL
               ADD 1 TO WS-CONTADOR-EXCLUIDAS
           ELSE
               IF TD-FECHA-EXPIRA-N NOT = ZERO
                   MOVE TD-FECHA-EXPIRA-N TO WS-FECHA-BASE
               ELSE
                   MOVE TD-FECHA-EFECTIVA-N TO WS-FECHA-BASE
               END-IF
               CALL 'DATEUTIL' USING '2' WS-FECHA-BASE
                   WS-FECHA-PROCESO WS-FECHA-FORMATEADA WS-DIAS-MORA
                   WS-RETORNO-DATEUTIL
               IF WS-DIAS-MORA NOT < WS-TU-DIAS(1)
                   MOVE 'N' TO WS-CLIENTE-PREPARADO
                   PERFORM 340-BUSCAR-RECLAMO
                   PERFORM VARYING WS-IDX-UMBRAL FROM 1 BY 1
                       UNTIL WS-IDX-UMBRAL > WS-CANT-UMBRALES
                       IF WS-DIAS-MORA NOT <
                          WS-TU-DIAS(WS-IDX-UMBRAL)
                           PERFORM 320-BUSCAR-EN-REGISTRO
                           EVALUATE TRUE
                               WHEN WS-RECARGO-YA-ASIGNADO
                                   ADD 1 TO WS-CONTADOR-YA-ASIGNADOS
                               WHEN WS-RECLAMO-ABIERTO
                                   ADD 1 TO WS-CONTADOR-EN-RECLAMO
                               WHEN OTHER
                                   PERFORM 400-ASIGNAR-RECARGO
                           END-EVALUATE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *****************************************************************
      *  La cuenta debe existir activa en el catalogo de cuentas
      *  antes de emitir su detalle al mayor; sin catalogo cargado no
      *  se valida.
      *****************************************************************
       310-VALIDAR-CUENTA-CATALOGO.
           SET WS-CUENTA-EN-CATALOGO TO TRUE.
           IF WS-CONTADOR-CTAS NOT = ZERO
               MOVE 'N' TO WS-HAY-CUENTA-CAT
               PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CONTADOR-CTAS
                   IF WS-TCT-CUENTA(WS-IDX-CTA) = WS-CUENTA-A-VALIDAR
                       SET WS-CUENTA-EN-CATALOGO TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       320-BUSCAR-EN-REGISTRO.
           MOVE 'N' TO WS-HAY-REGISTRO.
           PERFORM VARYING WS-IDX-REGISTRO FROM 1 BY 1
               UNTIL WS-IDX-REGISTRO > WS-CONTADOR-REGISTRO
               IF WS-TG-CUST(WS-IDX-REGISTRO) = TD-CUST-NUMBER
                  AND WS-TG-DESCRIPCION(WS-IDX-REGISTRO) =
                      TD-DESC-TEXTO
                  AND WS-TG-FECHA-EFECTIVA(WS-IDX-REGISTRO) =
                      TD-FECHA-EFECTIVA-N
                  AND WS-TG-UMBRAL(WS-IDX-REGISTRO) =
                      WS-TU-DIAS(WS-IDX-UMBRAL)
                   SET WS-RECARGO-YA-ASIGNADO TO TRUE
                   MOVE 'S' TO WS-TG-VIGENTE(WS-IDX-REGISTRO)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       340-BUSCAR-RECLAMO.
           MOVE 'N' TO WS-HAY-RECLAMO.
           PERFORM VARYING WS-IDX-RECLAMO FROM 1 BY 1
               UNTIL WS-IDX-RECLAMO > WS-CONTADOR-RECLAMOS
               IF WS-TR-CUST(WS-IDX-RECLAMO) = TD-CUST-NUMBER
                  AND WS-TR-DESC(WS-IDX-RECLAMO) = TD-DESC-TEXTO
                   SET WS-RECLAMO-ABIERTO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       400-ASIGNAR-RECARGO.
           IF NOT WS-CLIENTE-LISTO
               PERFORM 410-PREPARAR-CLIENTE
           END-IF.
           IF WS-RECARGO-APLICABLE
               IF WS-CONTADOR-REGISTRO < 20000
                   PERFORM 440-APLICAR-RECARGO
               ELSE
                   MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'REGISTRO LLENO, SIN RECARGO'
                       TO WS-EL-DATO-OFENSOR(8:27)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               END-IF
           END-IF.

      *****************************************************************
      *  Cliente, cuenta catalogada y tarifa de su producto: una vez
      *  por partida.
      *****************************************************************
       410-PREPARAR-CLIENTE.
           SET WS-CLIENTE-LISTO TO TRUE.
           MOVE 'N' TO WS-PUEDE-RECARGAR.
           MOVE ZERO TO WS-RECARGO.
           MOVE TD-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SIN-CLIENTE
                   MOVE TD-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'CLIENTE NO EXISTE, SIN RECARGO'
                       TO WS-EL-DATO-OFENSOR(8:30)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
      *  Cliente fallecido: su cuenta quedo congelada con el aviso
      *  de defuncion y la sucesion no paga recargos.
                   IF CM-CLIENTE-FALLECIDO
                       ADD 1 TO WS-CONTADOR-FALLECIDOS
                   ELSE
                       PERFORM 420-CALCULAR-RECARGO
                   END-IF
           END-READ.

       420-CALCULAR-RECARGO.
           MOVE CM-CUST-NUMBER TO WS-CUENTA-A-VALIDAR.
           PERFORM 310-VALIDAR-CUENTA-CATALOGO.
           IF NOT WS-CUENTA-EN-CATALOGO
               ADD 1 TO WS-CONTADOR-SIN-CUENTA
               MOVE CM-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE 'CUENTA NO CATALOGADA, SIN RECARGO'
                   TO WS-EL-DATO-OFENSOR(8:33)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                   WS-EL-DATO-OFENSOR
           ELSE
               PERFORM 430-RESOLVER-TARIFA-PRODUCTO
               EVALUATE TRUE
                   WHEN WS-APLICA-FIJO
                       MOVE WS-VALOR-APLICAR TO WS-RECARGO
                   WHEN WS-APLICA-PORCENTAJE
                       IF TD-IMPORTE > ZERO
                           COMPUTE WS-RECARGO ROUNDED =
                               TD-IMPORTE * WS-VALOR-APLICAR / 100
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-RECARGO > ZERO
                   SET WS-RECARGO-APLICABLE TO TRUE
               ELSE
                   ADD 1 TO WS-CONTADOR-SIN-TARIFA
               END-IF
           END-IF.

       430-RESOLVER-TARIFA-PRODUCTO.
           MOVE SPACE TO WS-TIPO-APLICAR.
           MOVE ZERO TO WS-VALOR-APLICAR.
           PERFORM VARYING WS-IDX-PRODUCTO FROM 1 BY 1
               UNTIL WS-IDX-PRODUCTO > WS-CONTADOR-PRODUCTOS
               IF WS-TPD-CODIGO(WS-IDX-PRODUCTO) = CM-PRODUCTO
                   MOVE WS-TPD-TIPO(WS-IDX-PRODUCTO)
                       TO WS-TIPO-APLICAR
                   MOVE WS-TPD-VALOR(WS-IDX-PRODUCTO)
                       TO WS-VALOR-APLICAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  El recargo baja CM-BALANCE como el cargo por servicio de
      *  ACRMENS; si el maestro no acepta el cambio no queda rastro
      *  del recargo en ningun otro archivo.  El recargo asignado va
      *  enseguida al checkpoint.
      *****************************************************************
       440-APLICAR-RECARGO.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           SUBTRACT WS-RECARGO FROM CM-BALANCE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE WS-REGISTRO-ANTES TO CUSTMAST-RECORD
                   MOVE CM-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL CARGAR RECARGO'
                       TO WS-EL-DATO-OFENSOR(8:23)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
               NOT INVALID KEY
                   ADD 1 TO WS-ULTIMA-SECUENCIA
                   ADD 1 TO WS-CONTADOR-RECARGOS
                   ADD WS-RECARGO TO WS-TOTAL-RECARGOS
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
                   PERFORM 450-ANOTAR-REGISTRO
                   PERFORM 460-ESCRIBIR-PARTIDA-RECARGO
                   PERFORM 470-ESCRIBIR-GL
                   PERFORM 480-ESCRIBIR-HISTORIA
                   PERFORM 650-GRABAR-CHECKPOINT
           END-REWRITE.

       450-ANOTAR-REGISTRO.
           ADD 1 TO WS-CONTADOR-REGISTRO.
           MOVE SPACES TO WS-TG-IMAGEN(WS-CONTADOR-REGISTRO).
           MOVE TD-CUST-NUMBER TO WS-TG-CUST(WS-CONTADOR-REGISTRO).
           MOVE TD-DESC-TEXTO
               TO WS-TG-DESCRIPCION(WS-CONTADOR-REGISTRO).
           MOVE TD-FECHA-EFECTIVA-N
               TO WS-TG-FECHA-EFECTIVA(WS-CONTADOR-REGISTRO).
           MOVE WS-TU-DIAS(WS-IDX-UMBRAL)
               TO WS-TG-UMBRAL(WS-CONTADOR-REGISTRO).
           MOVE WS-FECHA-PROCESO
               TO WS-TG-FECHA-ASIGNA(WS-CONTADOR-REGISTRO).
           MOVE WS-ULTIMA-SECUENCIA
               TO WS-TG-SECUENCIA(WS-CONTADOR-REGISTRO).
           MOVE TD-IMPORTE
               TO WS-TG-IMPORTE-PARTIDA(WS-CONTADOR-REGISTRO).
           MOVE WS-RECARGO
               TO WS-TG-IMPORTE-RECARGO(WS-CONTADOR-REGISTRO).
           MOVE CM-PRODUCTO TO WS-TG-PRODUCTO(WS-CONTADOR-REGISTRO).
           MOVE 'S' TO WS-TG-VIGENTE(WS-CONTADOR-REGISTRO).

       460-ESCRIBIR-PARTIDA-RECARGO.
           MOVE WS-TU-DIAS(WS-IDX-UMBRAL) TO WS-DR-UMBRAL.
           MOVE WS-FECHA-PROCESO TO WS-DR-FECHA.
           MOVE WS-ULTIMA-SECUENCIA TO WS-DR-SECUENCIA.
           MOVE WS-DESC-RECARGO TO WS-PR-DESCRIPCION.
           MOVE WS-FECHA-PROCESO TO WS-PR-FECHA-EFECTIVA.
           MOVE ZERO TO WS-PR-FECHA-EXPIRA.
           MOVE WS-RECARGO TO WS-PR-IMPORTE.
           MOVE 'A' TO WS-PR-ESTADO.
           MOVE TD-CUST-NUMBER TO WS-PR-CUST-NUMBER.
           MOVE TRANDAT-RECORD TO WS-PARTIDA-EN-CURSO.
           WRITE TRANDAT-RECORD FROM WS-PARTIDA-RECARGO
               INVALID KEY
                   MOVE WS-PR-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'PARTIDA NUEVA, CLAVE YA EXISTE'
                       TO WS-EL-DATO-OFENSOR(8:30)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
           END-WRITE.
           MOVE WS-PARTIDA-EN-CURSO TO TRANDAT-RECORD.

      *****************************************************************
      *  Par balanceado: el cargo al cliente con el mismo signo que
      *  el cargo por servicio de ACRMENS y la contrapartida a la
      *  cuenta de ingresos por recargos.
      *****************************************************************
       470-ESCRIBIR-GL.
           MOVE CM-CUST-NUMBER TO GLF-DET-CUENTA.
           COMPUTE GLF-DET-IMPORTE = ZERO - WS-RECARGO.
           COMPUTE GLF-DET-IMPORTE-ORIG = ZERO - WS-RECARGO.
           PERFORM 490-ESCRIBIR-DETALLE-GL.
           MOVE WS-CUENTA-RECARGOS TO GLF-DET-CUENTA.
           MOVE WS-RECARGO TO GLF-DET-IMPORTE.
           MOVE WS-RECARGO TO GLF-DET-IMPORTE-ORIG.
           PERFORM 490-ESCRIBIR-DETALLE-GL.

      *****************************************************************
      *  El recargo entra a la historia del cliente en la secuencia
      *  7800000 + su secuencia del dia, en negativo, moneda base con
      *  tasa 1: cae en el rango de cargos (7500000 a 7999999) que
      *  TAXRPT totaliza en el certificado fiscal.
      *****************************************************************
       480-ESCRIBIR-HISTORIA.
           MOVE CM-CUST-NUMBER TO CH-CUST-NUMBER.
           MOVE WS-FECHA-PROCESO TO CH-FECHA-POSTEO.
           COMPUTE CH-SECUENCIA = 7800000 + WS-ULTIMA-SECUENCIA.
           COMPUTE CH-IMPORTE = ZERO - WS-RECARGO.
           MOVE CM-CUST-NUMBER TO CH-CUENTA.
           MOVE 'BAS' TO CH-MONEDA.
           MOVE WS-FECHA-PROCESO TO CH-FECHA-GL.
           MOVE 1 TO CH-TASA.
           MOVE WS-FECHA-PROCESO TO CH-FECHA-VALOR.
           WRITE CUSTHIST-REGISTRO.

       490-ESCRIBIR-DETALLE-GL.
           SET GLF-DETALLE TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-DET-FECHA.
           MOVE WS-FECHA-PROCESO TO GLF-DET-FECHA-VALOR.
           MOVE 'BAS' TO GLF-DET-MONEDA.
           MOVE 1 TO GLF-DET-TASA.
           IF GLF-DET-IMPORTE < ZERO
               SET GLF-DET-HABER TO TRUE
               SUBTRACT GLF-DET-IMPORTE FROM WS-GL-TOT-HABER
           ELSE
               SET GLF-DET-DEBE TO TRUE
               ADD GLF-DET-IMPORTE TO WS-GL-TOT-DEBE
           END-IF.
           ADD 1 TO WS-GL-DETALLES.
           WRITE GLFEED-REGISTRO.

       500-ESCRIBIR-COLA-GL.
           MOVE SPACES TO GLFEED-REGISTRO.
           SET GLF-COLA TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLF-FIN-FECHA.
           MOVE WS-GL-DETALLES TO GLF-FIN-REGISTROS.
           MOVE WS-GL-TOT-DEBE TO GLF-FIN-TOT-DEBE.
           MOVE WS-GL-TOT-HABER TO GLF-FIN-TOT-HABER.
           WRITE GLFEED-REGISTRO.

      *****************************************************************
      *  El registro sale reescrito solo con los recargos de partidas
      *  que esta corrida vio abiertas; los de partidas ya cerradas
      *  o castigadas no pueden volver a cruzar un umbral.
      *****************************************************************
       600-GRABAR-REGISTRO.
           OPEN OUTPUT REGISTRO-SAL-FILE.
           PERFORM VARYING WS-IDX-REGISTRO FROM 1 BY 1
               UNTIL WS-IDX-REGISTRO > WS-CONTADOR-REGISTRO
               IF WS-TG-PARTIDA-ABIERTA(WS-IDX-REGISTRO)
                   WRITE REGISTRO-SAL-REGISTRO
                       FROM WS-TG-IMAGEN(WS-IDX-REGISTRO)
               ELSE
                   ADD 1 TO WS-CONTADOR-PURGADOS
               END-IF
           END-PERFORM.
           CLOSE REGISTRO-SAL-FILE.

      *****************************************************************
      *  Checkpoint por recargo asignado, sin intervalo: el maestro,
      *  TRANDAT y CUSTHIST ya lo tienen, y rehacerlo lo cobraria dos
      *  veces.  Se anexa y se cierra enseguida.
      *****************************************************************
       650-GRABAR-CHECKPOINT.
           OPEN EXTEND CHECKPOINT-FILE.
           MOVE TD-CLAVE TO CKP-CLAVE.
           MOVE WS-ULTIMA-SECUENCIA TO CKP-ULTIMA-SECUENCIA.
           MOVE WS-GL-DETALLES TO CKP-GL-DETALLES.
           MOVE WS-GL-TOT-DEBE TO CKP-GL-TOT-DEBE.
           MOVE WS-GL-TOT-HABER TO CKP-GL-TOT-HABER.
           MOVE WS-CONTADOR-RECARGOS TO CKP-CONTADOR-RECARGOS.
           MOVE WS-TOTAL-RECARGOS TO CKP-TOTAL-RECARGOS.
           MOVE WS-TG-IMAGEN(WS-CONTADOR-REGISTRO) TO CKP-REGISTRO.
           WRITE CHECKPOINT-REGISTRO.
           CLOSE CHECKPOINT-FILE.

      *****************************************************************
      *  Terminado el paso el checkpoint queda vacio: la corrida
      *  siguiente no es un reinicio.
      *****************************************************************
       700-CERRAR-ARCHIVOS.
           CLOSE TRANDAT-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE HISTORIA-FILE.
           CLOSE GL-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
       END PROGRAM LATEFEE.
