      *      reporte y quedan estacionadas en LBXUNAP, que la corrida
      *      siguiente reintenta (mismo arrastre que la caja sin
      *      aplicar de TRANCAP): el dinero se estaciona, no se
      *      pierde;
      *    - anexa cada pago casado al registro de pagos PAGOREG, donde
      *      LBXDEV busca el pago original cuando el banco lo devuelve;
      *    - un cliente con RC-MAX-DEVOLUCIONES o mas pagos devueltos
      *      en el ano (CM-DEVOLUCIONES) ya no tiene pagos aceptados:
      *      su remesa se estaciona con ese motivo hasta que cobranza
      *      la resuelva;
      *    - una remesa cuya referencia no lleva a ningun cliente
      *      (no numerica o sin cliente en el maestro) se casa por el
      *      nombre del pagador cuando el banco lo trae: se busca en
      *      el maestro (CM-NOMBRE-CLAVE) y en los nombres anteriores
      *      de NOMBANT, para el cliente que sigue pagando con el
      *      nombre que dejo por un cambio legal; solo un cliente
      *      unico casa, dos o mas candidatos la estacionan.  La
      *      referencia con digito verificador erroneo no se rescata
      *      por nombre: apunta a un cliente real y se estaciona.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT POSTEOS-FILE ASSIGN TO "LBXNEGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTEOS-STATUS.
           SELECT PAGOREG-FILE ASSIGN TO "PAGOREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOREG-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "LBXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT NOMBANT-FILE ASSIGN TO "NOMBANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-CLAVE
               ALTERNATE RECORD KEY IS NA-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-NOMBANT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       FILE SECTION.
      *****************************************************************
      *  Formato de remesa del banco: la referencia trae el numero de
      *  cliente en sus seis posiciones bajas y LB-DIGITO su digito
      *  verificador, tal como sale en el talon del estado de cuenta
      *  (en blanco, talon anterior al digito).  El nombre del
      *  pagador, nombre y apellido como los lleva el maestro, viene
      *  al final cuando el banco lo pudo leer del cheque.
      *****************************************************************
       FD  REMESAS-FILE.
       01  REMESAS-REGISTRO.
           05  LB-FECHA            PIC 9(8).
           05  LB-IMPORTE          PIC 9(7)V99.
           05  LB-DESCRIPCION      PIC X(30).
           05  LB-DIGITO           PIC X(1).
           05  FILLER              PIC X(2).
           05  LB-PAGADOR-NOMBRE   PIC X(12).
           05  LB-PAGADOR-APELLIDO PIC X(10).
       FD  ESTACIONADAS-FILE.
       01  ESTACIONADAS-REGISTRO   PIC X(82).
       FD  ESTACIONADAS-SAL-FILE.
       01  ESTACIONADAS-SAL-REG    PIC X(82).
       FD  LIQUIDACIONES-FILE.
       01  LIQUIDACIONES-REGISTRO.
           05  LQ-CUST-NUMBER      PIC 9(6).
           05  LQ-DESCRIPCION      PIC X(30).
           05  LQ-FECHA            PIC 9(8).
           05  LQ-IMPORTE          PIC S9(7)V99.
           05  LQ-DIGITO           PIC X(1).
           05  FILLER              PIC X(6).
      *****************************************************************
      *  Salida en el formato NEGIN completo (detalle de 26 con fecha
      *  valor y digito verificador del cliente, mas controles H/T):
      *  el lote se postea con su propia corrida de NEGATIVO-DECIMAL.
      *****************************************************************
       FD  POSTEOS-FILE.
       01  POSTEOS-REGISTRO.
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
       FD  PAGOREG-FILE.
           COPY PAGOREG.
       FD  REPORTE-FILE.
       01  REPORTE-LINEA           PIC X(80).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  NOMBANT-FILE.
           COPY NOMBANT.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           88 WS-LIQUIDACIONES-OK  VALUE '00'.
       01 WS-POSTEOS-STATUS        PIC X(2).
           88 WS-POSTEOS-OK        VALUE '00'.
       01 WS-PAGOREG-STATUS        PIC X(2).
           88 WS-PAGOREG-OK        VALUE '00'.
       01 WS-REPORTE-STATUS        PIC X(2).
           88 WS-REPORTE-OK        VALUE '00'.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-NOMBANT-STATUS        PIC X(2).
           88 WS-NOMBANT-OK        VALUE '00'.
       01 WS-HAY-NOMBANT           PIC X(1) VALUE 'N'.
           88 WS-NOMBANT-ABIERTO   VALUE 'S'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'LOCKBOX'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-DV-FUNCION            PIC X(1).
       01 WS-DV-NUMERO-EXTERNO.
           05  WS-DV-NE-NUMERO     PIC X(6).
           05  WS-DV-NE-DIGITO     PIC X(1).
       01 WS-DV-CUST-NUMBER        PIC 9(6).
       01 WS-DV-DIGITO             PIC X(1).
       01 WS-DV-RETORNO            PIC 9(2).
       01 WS-FECHA-PROCESO         PIC 9(8).
       01 WS-MAX-DEVOLUCIONES      PIC 9(2) VALUE ZERO.
      *****************************************************************
      *  Imagen de trabajo de la remesa, byte a byte con el registro
      *  del banco, para procesar remesas del dia y estacionadas con
           05  WS-RB-FECHA         PIC 9(8).
           05  WS-RB-IMPORTE       PIC 9(7)V99.
           05  WS-RB-DESCRIPCION   PIC X(30).
           05  WS-RB-DIGITO        PIC X(1).
           05  FILLER              PIC X(2).
           05  WS-RB-PAGADOR.
               10  WS-RB-PAGADOR-NOMBRE   PIC X(12).
               10  WS-RB-PAGADOR-APELLIDO PIC X(10).
      *****************************************************************
      *  Cliente con el que casa la remesa: el de la referencia o,
      *  sin referencia valida, el unico que lleva o llevo el nombre
      *  del pagador.  La referencia original del banco se conserva
      *  en PAGOREG para que LBXDEV encuentre el pago devuelto.
      *****************************************************************
       01 WS-CUST-CASADO           PIC 9(6) VALUE ZERO.
       01 WS-POR-PAGADOR           PIC X(1) VALUE 'N'.
           88 WS-CASADA-POR-PAGADOR VALUE 'S'.
       01 WS-CANDIDATO             PIC 9(6) VALUE ZERO.
       01 WS-CANTIDAD-CANDIDATOS   PIC 9(1) VALUE ZERO.
       01 WS-FIN-BUSQUEDA          PIC X(1) VALUE 'N'.
           88 WS-BUSQUEDA-TERMINADA VALUE 'S'.
       01 WS-ES-REINTENTO          PIC X(1) VALUE 'N'.
           88 WS-REMESA-REINTENTO  VALUE 'S'.
       01 WS-IMPORTE-RESTANTE      PIC 9(7)V99 VALUE ZERO.
       01 WS-CONTADOR-CASADAS      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-ESTACIONADAS PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-REINTENTOS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-BLOQUEADAS   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-DIGITO   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-POR-PAGADOR  PIC 9(7) VALUE ZERO.
       01 WS-LINEA-SIN-CLIENTE.
           05  WS-SC-REFERENCIA    PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
                       IF RC-FECHA-PROCESO NOT = ZERO
                           MOVE RC-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
                       IF RC-MAX-DEVOLUCIONES IS NUMERIC
                           MOVE RC-MAX-DEVOLUCIONES
                               TO WS-MAX-DEVOLUCIONES
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
       100-ABRIR-ARCHIVOS.
           OPEN INPUT REMESAS-FILE.
           OPEN INPUT CUSTMAST-FILE.
      *  Sin NOMBANT el casamiento por pagador busca solo los nombres
      *  vigentes del maestro.
           OPEN INPUT NOMBANT-FILE.
           IF WS-NOMBANT-OK
               SET WS-NOMBANT-ABIERTO TO TRUE
           END-IF.
      *  TRLIQ se anexa, no se pisa: las liquidaciones tecleadas a
      *  mano del dia ya viven ahi.  En la primera corrida el
      *  archivo puede no existir y el EXTEND no abre: se crea con
           IF NOT WS-LIQUIDACIONES-OK
               OPEN OUTPUT LIQUIDACIONES-FILE
           END-IF.
      *  El registro de pagos tambien se anexa, con la misma salida
      *  de respaldo para la primera corrida.
           OPEN EXTEND PAGOREG-FILE.
           IF NOT WS-PAGOREG-OK
               OPEN OUTPUT PAGOREG-FILE
           END-IF.
           OPEN OUTPUT POSTEOS-FILE.
           OPEN OUTPUT ESTACIONADAS-SAL-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO POSTEOS-CONTROL.
           MOVE 'H' TO PNC-MARCA.
           MOVE WS-FECHA-PROCESO TO PNC-FECHA-NEGOCIO.
           MOVE 'LBXP' TO PNC-LOTE.
           WRITE POSTEOS-CONTROL.

       200-LEER-REMESA.

      *****************************************************************
      *  El pago casa cuando la referencia trae un numero de cliente
      *  que existe en el maestro, con su digito verificador, y el
      *  cliente no llego al tope de pagos devueltos; todo lo demas
      *  se estaciona con su motivo.
      *****************************************************************
       300-PROCESAR-REMESA.
           MOVE 'N' TO WS-POR-PAGADOR.
           IF WS-RB-CUST IS NOT NUMERIC
               MOVE 'REFERENCIA NO NUMERICA' TO WS-SC-MOTIVO
               PERFORM 320-CASAR-POR-PAGADOR
           ELSE
               MOVE WS-RB-CUST TO CM-CUST-NUMBER
               READ CUSTMAST-FILE
                   KEY IS CM-CUST-NUMBER
                   INVALID KEY
                       MOVE 'SIN CLIENTE EN MAESTRO' TO WS-SC-MOTIVO
                       PERFORM 320-CASAR-POR-PAGADOR
                   NOT INVALID KEY
                       PERFORM 305-VERIFICAR-DIGITO
               END-READ
           END-IF.

      *****************************************************************
      *  Una referencia con dos cifras transpuestas puede ser otro
      *  cliente que tambien existe: sin digito que corresponda (o
      *  talon viejo que CUSTDVX no acepta) el pago se estaciona.
      *****************************************************************
       305-VERIFICAR-DIGITO.
           MOVE 'V' TO WS-DV-FUNCION.
           MOVE WS-RB-CUST TO WS-DV-NE-NUMERO.
           MOVE WS-RB-DIGITO TO WS-DV-NE-DIGITO.
           CALL 'CUSTDV' USING WS-DV-FUNCION WS-DV-NUMERO-EXTERNO
               WS-DV-CUST-NUMBER WS-DV-DIGITO WS-DV-RETORNO.
           IF WS-DV-RETORNO = ZERO OR WS-DV-RETORNO = 4
               MOVE WS-RB-CUST TO WS-CUST-CASADO
               PERFORM 310-VERIFICAR-DEVOLUCIONES
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-DIGITO
               MOVE 'DIGITO VERIFICADOR ERRONEO' TO WS-SC-MOTIVO
               PERFORM 400-ESTACIONAR-REMESA
           END-IF.

       310-VERIFICAR-DEVOLUCIONES.
           IF WS-MAX-DEVOLUCIONES NOT = ZERO
              AND CM-DEVOLUCIONES IS NUMERIC
              AND CM-DEVOLUCIONES NOT < WS-MAX-DEVOLUCIONES
               ADD 1 TO WS-CONTADOR-BLOQUEADAS
               MOVE 'TOPE DE PAGOS DEVUELTOS' TO WS-SC-MOTIVO
               PERFORM 400-ESTACIONAR-REMESA
           ELSE
               PERFORM 350-EMITIR-SALIDAS
           END-IF.

      *****************************************************************
      *  Casamiento por el nombre del pagador (con el motivo de la
      *  referencia ya puesto por si no casa): candidatos del maestro
      *  por CM-NOMBRE-CLAVE y de NOMBANT por NA-NOMBRE-CLAVE, el
      *  mismo cliente por las dos vias cuenta una vez.  Con un solo
      *  candidato se toma su digito del maestro y sigue el camino
      *  normal desde el tope de devoluciones.
      *****************************************************************
       320-CASAR-POR-PAGADOR.
           MOVE ZERO TO WS-CANDIDATO.
           MOVE ZERO TO WS-CANTIDAD-CANDIDATOS.
           IF WS-RB-PAGADOR-NOMBRE NOT = SPACES
              AND WS-RB-PAGADOR-APELLIDO NOT = SPACES
               PERFORM 330-BUSCAR-EN-MAESTRO
               IF WS-NOMBANT-ABIERTO AND WS-CANTIDAD-CANDIDATOS < 2
                   PERFORM 340-BUSCAR-EN-ANTERIORES
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-CANTIDAD-CANDIDATOS = 1
                   MOVE WS-CANDIDATO TO CM-CUST-NUMBER
                   READ CUSTMAST-FILE
                       KEY IS CM-CUST-NUMBER
                       INVALID KEY
                           PERFORM 400-ESTACIONAR-REMESA
                       NOT INVALID KEY
                           SET WS-CASADA-POR-PAGADOR TO TRUE
                           MOVE WS-CANDIDATO TO WS-CUST-CASADO
                           MOVE 'C' TO WS-DV-FUNCION
                           MOVE WS-CANDIDATO TO WS-DV-CUST-NUMBER
                           CALL 'CUSTDV' USING WS-DV-FUNCION
                               WS-DV-NUMERO-EXTERNO WS-DV-CUST-NUMBER
                               WS-DV-DIGITO WS-DV-RETORNO
                           PERFORM 310-VERIFICAR-DEVOLUCIONES
                   END-READ
               WHEN WS-CANTIDAD-CANDIDATOS > 1
                   MOVE 'PAGADOR AMBIGUO POR NOMBRE' TO WS-SC-MOTIVO
                   PERFORM 400-ESTACIONAR-REMESA
               WHEN OTHER
                   PERFORM 400-ESTACIONAR-REMESA
           END-EVALUATE.

       330-BUSCAR-EN-MAESTRO.
           MOVE 'N' TO WS-FIN-BUSQUEDA.
           MOVE WS-RB-PAGADOR-NOMBRE TO CM-NOMBRE.
           MOVE WS-RB-PAGADOR-APELLIDO TO CM-APELLIDO.
           START CUSTMAST-FILE
               KEY IS = CM-NOMBRE-CLAVE
               INVALID KEY
                   SET WS-BUSQUEDA-TERMINADA TO TRUE
           END-START.
           PERFORM UNTIL WS-BUSQUEDA-TERMINADA
               READ CUSTMAST-FILE NEXT
                   AT END
                       SET WS-BUSQUEDA-TERMINADA TO TRUE
                   NOT AT END
                       IF CM-NOMBRE-CLAVE NOT = WS-RB-PAGADOR
                           SET WS-BUSQUEDA-TERMINADA TO TRUE
                       ELSE
                           MOVE CM-CUST-NUMBER TO WS-DV-CUST-NUMBER
                           PERFORM 345-ANOTAR-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM.

       340-BUSCAR-EN-ANTERIORES.
           MOVE 'N' TO WS-FIN-BUSQUEDA.
           MOVE WS-RB-PAGADOR TO NA-NOMBRE-CLAVE.
           START NOMBANT-FILE
               KEY IS = NA-NOMBRE-CLAVE
               INVALID KEY
                   SET WS-BUSQUEDA-TERMINADA TO TRUE
           END-START.
           PERFORM UNTIL WS-BUSQUEDA-TERMINADA
               READ NOMBANT-FILE NEXT
                   AT END
                       SET WS-BUSQUEDA-TERMINADA TO TRUE
                   NOT AT END
                       IF NA-NOMBRE-CLAVE NOT = WS-RB-PAGADOR
                           SET WS-BUSQUEDA-TERMINADA TO TRUE
                       ELSE
                           MOVE NA-CUST-NUMBER TO WS-DV-CUST-NUMBER
                           PERFORM 345-ANOTAR-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM.

      *  Dos candidatos distintos bastan para saber que es ambiguo.
       345-ANOTAR-CANDIDATO.
           IF WS-CANTIDAD-CANDIDATOS = ZERO
               MOVE WS-DV-CUST-NUMBER TO WS-CANDIDATO
               MOVE 1 TO WS-CANTIDAD-CANDIDATOS
           ELSE
               IF WS-DV-CUST-NUMBER NOT = WS-CANDIDATO
                   MOVE 2 TO WS-CANTIDAD-CANDIDATOS
                   SET WS-BUSQUEDA-TERMINADA TO TRUE
               END-IF
           END-IF.

       350-EMITIR-SALIDAS.
           ADD 1 TO WS-CONTADOR-CASADAS.
           IF WS-CASADA-POR-PAGADOR
               ADD 1 TO WS-CONTADOR-POR-PAGADOR
           END-IF.
           MOVE SPACES TO LIQUIDACIONES-REGISTRO.
           MOVE WS-CUST-CASADO TO LQ-CUST-NUMBER.
           MOVE WS-RB-DESCRIPCION TO LQ-DESCRIPCION.
           MOVE WS-RB-FECHA TO LQ-FECHA.
           MOVE WS-RB-IMPORTE TO LQ-IMPORTE.
           MOVE WS-DV-DIGITO TO LQ-DIGITO.
           WRITE LIQUIDACIONES-REGISTRO.
           MOVE SPACES TO PAGOREG-REGISTRO.
           MOVE WS-RB-REFERENCIA TO PR-REFERENCIA.
           MOVE WS-CUST-CASADO TO PR-CUST-NUMBER.
           MOVE WS-RB-FECHA TO PR-FECHA.
           MOVE WS-RB-IMPORTE TO PR-IMPORTE.
           MOVE WS-RB-DESCRIPCION TO PR-DESCRIPCION.
           MOVE WS-FECHA-PROCESO TO PR-FECHA-PROCESO.
           SET PR-VIGENTE TO TRUE.
           MOVE ZERO TO PR-FECHA-DEVOLUCION.
           WRITE PAGOREG-REGISTRO.
           PERFORM 360-EMITIR-POSTEOS-NEGIN.

      *****************************************************************
               MOVE SPACES TO POSTEOS-REGISTRO
               MOVE ZERO TO PN-NUM1
               MOVE WS-PARTE-CENTAVOS TO PN-NUM2
               MOVE WS-CUST-CASADO TO PN-CUENTA
               MOVE 'USD' TO PN-MONEDA
               MOVE WS-RB-FECHA TO PN-FECHA-VALOR
               MOVE WS-DV-DIGITO TO PN-DIGITO
               WRITE POSTEOS-REGISTRO
               ADD 1 TO WS-NEGIN-CANTIDAD
               ADD WS-PARTE-CENTAVOS TO WS-NEGIN-HASH
           DISPLAY 'REINTENTOS ESTACIONADOS: '
               WS-CONTADOR-REINTENTOS.
           DISPLAY 'PAGOS CASADOS          : ' WS-CONTADOR-CASADAS.
           DISPLAY '  POR NOMBRE DE PAGADOR: ' WS-CONTADOR-POR-PAGADOR.
           DISPLAY 'REMESAS ESTACIONADAS   : '
               WS-CONTADOR-ESTACIONADAS.
           DISPLAY '  POR PAGOS DEVUELTOS : ' WS-CONTADOR-BLOQUEADAS.
           DISPLAY '  POR DIGITO VERIFIC. : ' WS-CONTADOR-SIN-DIGITO.
           DISPLAY 'DETALLES NEGIN EMITIDOS: ' WS-NEGIN-CANTIDAD.

       700-CERRAR-ARCHIVOS.
           CLOSE REMESAS-FILE.
           CLOSE CUSTMAST-FILE.
           IF WS-NOMBANT-ABIERTO
               CLOSE NOMBANT-FILE
           END-IF.
           CLOSE LIQUIDACIONES-FILE.
           CLOSE POSTEOS-FILE.
           CLOSE PAGOREG-FILE.
           CLOSE ESTACIONADAS-SAL-FILE.
           CLOSE REPORTE-FILE.
       END PROGRAM LOCKBOX.
