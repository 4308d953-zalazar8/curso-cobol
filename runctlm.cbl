           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-PARMAUD-STATUS        PIC X(2).
           88 WS-PARMAUD-OK        VALUE '00'.
       01 WS-REGISTRO-VIEJO        PIC X(342).
       01 WS-REGISTRO-VIEJO-R REDEFINES WS-REGISTRO-VIEJO.
           05  WS-RV-FECHA-PROCESO PIC 9(8).
           05  WS-RV-MODO          PIC X(4).
           05  WS-RV-TOPE-CHEQUE   PIC 9(7)V99.
           05  WS-RV-CTA-CHEQUES   PIC X(6).
           05  WS-RV-CTA-INCOBRABLE PIC X(6).
           05  WS-RV-CTA-RECLAMOS  PIC X(6).
           05  WS-RV-CTA-NO-RECLAM PIC X(6).
           05  WS-RV-DIAS-ABANDONO PIC 9(5).
           05  WS-RV-ACH-ID        PIC X(10).
           05  WS-RV-ACH-RUTA      PIC 9(9).
           05  WS-RV-ACH-NOMBRE    PIC X(16).
           05  WS-RV-PCT-0-30      PIC 9(3)V99.
           05  WS-RV-PCT-31-60     PIC 9(3)V99.
           05  WS-RV-PCT-61-90     PIC 9(3)V99.
           05  WS-RV-PCT-MAS-90    PIC 9(3)V99.
           05  WS-RV-CTA-PROVISION PIC X(6).
           05  WS-RV-CTA-GASTO     PIC X(6).
           05  WS-RV-PCT-AUMENTO   PIC 9(3).
           05  WS-RV-PCT-REDUCCION PIC 9(3).
           05  WS-RV-UMBRAL-EFECT  PIC 9(7)V99.
           05  WS-RV-PCT-FRACCION  PIC 9(3).
           05  WS-RV-MIN-FRACCION  PIC 9(2).
           05  WS-RV-DIAS-VENTANA  PIC 9(3).
           05  WS-RV-MAX-MOVS      PIC 9(3).
           05  WS-RV-MESES-DORMIDA PIC 9(2).
           05  WS-RV-DIAS-GRACIA-CONV PIC 9(3).
           05  WS-RV-DIAS-REC-1    PIC 9(3).
           05  WS-RV-DIAS-REC-2    PIC 9(3).
           05  WS-RV-DIAS-REC-3    PIC 9(3).
           05  WS-RV-CTA-RECARGOS  PIC X(6).
           05  WS-RV-CARGO-DEVOL   PIC 9(5)V99.
           05  WS-RV-MAX-DEVOL     PIC 9(2).
           05  WS-RV-DIAS-REEMB    PIC 9(3).
           05  WS-RV-DIAS-OPER-INAC PIC 9(3).
           05  WS-RV-DIAS-RET-LEGAL PIC 9(5).
           05  WS-RV-MINUTOS-SESION PIC 9(3).
           05  WS-RV-REORDEN-FORMAS PIC 9(6).
           05  WS-RV-COBRO-0-30    PIC 9(3)V99.
           05  WS-RV-COBRO-31-60   PIC 9(3)V99.
           05  WS-RV-COBRO-61-90   PIC 9(3)V99.
           05  WS-RV-COBRO-MAS-90  PIC 9(3)V99.
           05  WS-RV-BURO-SUSCRIPTOR PIC X(10).
           05  WS-RV-MESES-BURO    PIC 9(2).
           05  WS-RV-AGENCIA-CODIGO PIC X(4).
           05  WS-RV-AGENCIA-DIAS  PIC 9(3).
           05  WS-RV-AGENCIA-IMPORTE PIC 9(7)V99.
           05  WS-RV-AGENCIA-PCT   PIC 9(3)V99.
           05  WS-RV-CTA-COMISION-AGC PIC X(6).
           05  WS-RV-MESES-RETENCION PIC 9(3).
       01 WS-OPERADOR              PIC X(4).
       01 WS-ENTRADA               PIC X(16).
       01 WS-ENTRADA-8 REDEFINES WS-ENTRADA.
           05  WS-ENTRADA-FECHA    PIC 9(8).
           05  FILLER              PIC X(8).
       01 WS-REGISTRO-VALIDO       PIC X(1) VALUE 'S'.
           88 WS-ES-VALIDO         VALUE 'S'.
           88 WS-ES-INVALIDO       VALUE 'N'.
           DISPLAY '  TOPE CHEQUE     : ' RC-TOPE-CHEQUE.
           DISPLAY '  CTA CHEQUES     : ' RC-CUENTA-CHEQUES.
           DISPLAY '  CTA INCOBRABLE  : ' RC-CUENTA-INCOBRABLE.
           DISPLAY '  CTA RECLAMOS    : ' RC-CUENTA-RECLAMOS.
           DISPLAY '  CTA NO RECLAMADOS: ' RC-CUENTA-NO-RECLAMADOS.
           DISPLAY '  DIAS ABANDONO   : ' RC-DIAS-ABANDONO.
           DISPLAY '  ACH ID EMPRESA  : ' RC-ACH-ID-EMPRESA.
           DISPLAY '  ACH RUTA ORIGEN : ' RC-ACH-RUTA-ORIGEN.
           DISPLAY '  ACH NOMBRE      : ' RC-ACH-NOMBRE-EMPRESA.
           DISPLAY '  PCT PROV 0-30   : ' RC-PCT-PROV-0-30.
           DISPLAY '  PCT PROV 31-60  : ' RC-PCT-PROV-31-60.
           DISPLAY '  PCT PROV 61-90  : ' RC-PCT-PROV-61-90.
           DISPLAY '  PCT PROV 90+    : ' RC-PCT-PROV-MAS-90.
           DISPLAY '  CTA PROVISION   : ' RC-CUENTA-PROVISION.
           DISPLAY '  CTA GASTO PROV  : ' RC-CUENTA-GASTO-PROV.
           DISPLAY '  PCT AUMENTO LIM : ' RC-PCT-AUMENTO-LIMITE.
           DISPLAY '  PCT REDUCC LIM  : ' RC-PCT-REDUCCION-LIMITE.
           DISPLAY '  UMBRAL EFECTIVO : ' RC-UMBRAL-EFECTIVO.
           DISPLAY '  PCT FRACCION    : ' RC-PCT-FRACCION.
           DISPLAY '  MIN FRACCIONES  : ' RC-MIN-FRACCIONES.
           DISPLAY '  DIAS VENTANA MON: ' RC-DIAS-VENTANA-MONITOR.
           DISPLAY '  MAX MOVS VENTANA: ' RC-MAX-MOVS-VENTANA.
           DISPLAY '  MESES DORMIDA   : ' RC-MESES-DORMIDA.
           DISPLAY '  GRACIA CONVENIO : ' RC-DIAS-GRACIA-CONVENIO.
           DISPLAY '  DIAS RECARGO 1  : ' RC-DIAS-RECARGO-1.
           DISPLAY '  DIAS RECARGO 2  : ' RC-DIAS-RECARGO-2.
           DISPLAY '  DIAS RECARGO 3  : ' RC-DIAS-RECARGO-3.
           DISPLAY '  CTA RECARGOS    : ' RC-CUENTA-RECARGOS.
           DISPLAY '  CARGO DEVOLUCION: ' RC-CARGO-DEVOLUCION.
           DISPLAY '  MAX DEVOLUCIONES: ' RC-MAX-DEVOLUCIONES.
           DISPLAY '  DIAS REEMBOLSO  : ' RC-DIAS-REEMBOLSO.
           DISPLAY '  DIAS OPER INACT : ' RC-DIAS-OPER-INACTIVO.
           DISPLAY '  DIAS RET LEGAL  : ' RC-DIAS-RETENCION-LEGAL.
           DISPLAY '  MINUTOS SESION  : ' RC-MINUTOS-SESION.
           DISPLAY '  REORDEN FORMAS  : ' RC-PUNTO-REORDEN-FORMAS.
           DISPLAY '  PCT COBRO 0-30  : ' RC-PCT-COBRO-0-30.
           DISPLAY '  PCT COBRO 31-60 : ' RC-PCT-COBRO-31-60.
           DISPLAY '  PCT COBRO 61-90 : ' RC-PCT-COBRO-61-90.
           DISPLAY '  PCT COBRO 90+   : ' RC-PCT-COBRO-MAS-90.
           DISPLAY '  SUSCRIPTOR BURO : ' RC-BURO-SUSCRIPTOR.
           DISPLAY '  MESES BURO CERR : ' RC-MESES-BURO-CERRADA.
           DISPLAY '  AGENCIA COBRANZA: ' RC-AGENCIA-CODIGO.
           DISPLAY '  DIAS MIN AGENCIA: ' RC-AGENCIA-DIAS-MINIMO.
           DISPLAY '  IMP MIN AGENCIA : ' RC-AGENCIA-IMPORTE-MIN.
           DISPLAY '  PCT COMIS AGENC : ' RC-AGENCIA-PCT-COMISION.
           DISPLAY '  CTA COMIS AGENC : ' RC-CUENTA-COMISION-AGC.
           DISPLAY '  MESES RETENCION : ' RC-MESES-RETENCION-PARTIDAS.

       300-EDITAR-CAMPOS.
           SET WS-ES-VALIDO TO TRUE.
           PERFORM 399A-EDITAR-TOPE-CHEQUE.
           PERFORM 399B-EDITAR-CTA-CHEQUES.
           PERFORM 399C-EDITAR-CTA-INCOBRABLE.
           PERFORM 399D-EDITAR-CTA-RECLAMOS.
           PERFORM 399E-EDITAR-CTA-NO-RECLAM.
           PERFORM 399F-EDITAR-DIAS-ABANDONO.
           PERFORM 399G-EDITAR-ACH-ID.
           PERFORM 399H-EDITAR-ACH-RUTA.
           PERFORM 399I-EDITAR-ACH-NOMBRE.
           PERFORM 399J-EDITAR-PCT-PROV-0-30.
           PERFORM 399K-EDITAR-PCT-PROV-31-60.
           PERFORM 399L-EDITAR-PCT-PROV-61-90.
           PERFORM 399M-EDITAR-PCT-PROV-MAS-90.
           PERFORM 399N-EDITAR-CTA-PROVISION.
           PERFORM 399O-EDITAR-CTA-GASTO-PROV.
           PERFORM 399P-EDITAR-PCT-AUMENTO.
           PERFORM 399Q-EDITAR-PCT-REDUCCION.
           PERFORM 399R-EDITAR-UMBRAL-EFECTIVO.
           PERFORM 399S-EDITAR-PCT-FRACCION.
           PERFORM 399T-EDITAR-MIN-FRACCIONES.
           PERFORM 399U-EDITAR-DIAS-VENTANA.
           PERFORM 399V-EDITAR-MAX-MOVS.
           PERFORM 399W-EDITAR-MESES-DORMIDA.
           PERFORM 399X-EDITAR-GRACIA-CONVENIO.
           PERFORM 399Y-EDITAR-DIAS-RECARGO-1.
           PERFORM 399Z-EDITAR-DIAS-RECARGO-2.
           PERFORM 399ZA-EDITAR-DIAS-RECARGO-3.
           PERFORM 399ZB-EDITAR-CTA-RECARGOS.
           PERFORM 399ZC-EDITAR-CARGO-DEVOL.
           PERFORM 399ZD-EDITAR-MAX-DEVOL.
           PERFORM 399ZE-EDITAR-DIAS-REEMBOLSO.
           PERFORM 399ZF-EDITAR-DIAS-OPER-INAC.
           PERFORM 399ZG-EDITAR-DIAS-RET-LEGAL.
           PERFORM 399ZH-EDITAR-MINUTOS-SESION.
           PERFORM 399ZI-EDITAR-REORDEN-FORMAS.
           PERFORM 399ZJ-EDITAR-PCT-COBRO-0-30.
           PERFORM 399ZK-EDITAR-PCT-COBRO-31-60.
           PERFORM 399ZL-EDITAR-PCT-COBRO-61-90.
           PERFORM 399ZM-EDITAR-PCT-COBRO-MAS-90.
           PERFORM 399ZN-EDITAR-BURO-SUSCRIPTOR.
           PERFORM 399ZO-EDITAR-MESES-BURO.
           PERFORM 399ZP-EDITAR-AGENCIA-CODIGO.
           PERFORM 399ZQ-EDITAR-AGENCIA-DIAS.
           PERFORM 399ZR-EDITAR-AGENCIA-IMPORTE.
           PERFORM 399ZS-EDITAR-AGENCIA-PCT.
           PERFORM 399ZT-EDITAR-CTA-COMISION-AGC.
           PERFORM 399ZU-EDITAR-MESES-RETENCION.

       310-EDITAR-FECHA-PROCESO.
           DISPLAY 'NUEVA FECHA PROCESO AAAAMMDD (ESPACIOS CONSERVA)'.
               END-IF
           END-IF.

       399D-EDITAR-CTA-RECLAMOS.
           DISPLAY 'NUEVA CTA RECLAMOS 999999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:6) IS NUMERIC
                   MOVE WS-ENTRADA(1:6) TO RC-CUENTA-RECLAMOS
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'CTA RECLAMOS NO NUMERICA'
               END-IF
           END-IF.

       399E-EDITAR-CTA-NO-RECLAM.
           DISPLAY 'NUEVA CTA NO RECLAMADOS 999999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:6) IS NUMERIC
                   MOVE WS-ENTRADA(1:6) TO RC-CUENTA-NO-RECLAMADOS
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'CTA NO RECLAMADOS NO NUMERICA'
               END-IF
           END-IF.

       399F-EDITAR-DIAS-ABANDONO.
           DISPLAY 'NUEVOS DIAS ABANDONO 99999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-DIAS-ABANDONO
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS ABANDONO NO NUMERICO'
               END-IF
           END-IF.

       399G-EDITAR-ACH-ID.
           DISPLAY 'NUEVO ID EMPRESA ACH 10 DIGITOS '
               '(ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:10) IS NUMERIC
                   MOVE WS-ENTRADA(1:10) TO RC-ACH-ID-EMPRESA
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'ID EMPRESA ACH NO NUMERICO'
               END-IF
           END-IF.

       399H-EDITAR-ACH-RUTA.
           DISPLAY 'NUEVA RUTA BANCO ACH 999999999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:9) IS NUMERIC
                   MOVE WS-ENTRADA(1:9) TO RC-ACH-RUTA-ORIGEN
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'RUTA BANCO ACH NO NUMERICA'
               END-IF
           END-IF.

       399I-EDITAR-ACH-NOMBRE.
           DISPLAY 'NUEVO NOMBRE EMPRESA ACH (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA(1:16) TO RC-ACH-NOMBRE-EMPRESA
           END-IF.

       399J-EDITAR-PCT-PROV-0-30.
           DISPLAY 'NUEVO PCT PROV 0-30 999V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-PCT-PROV-0-30(1:5)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT PROV 0-30 NO NUMERICO'
               END-IF
           END-IF.

       399K-EDITAR-PCT-PROV-31-60.
           DISPLAY 'NUEVO PCT PROV 31-60 999V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-PCT-PROV-31-60(1:5)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT PROV 31-60 NO NUMERICO'
               END-IF
           END-IF.

       399L-EDITAR-PCT-PROV-61-90.
           DISPLAY 'NUEVO PCT PROV 61-90 999V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-PCT-PROV-61-90(1:5)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT PROV 61-90 NO NUMERICO'
               END-IF
           END-IF.

       399M-EDITAR-PCT-PROV-MAS-90.
           DISPLAY 'NUEVO PCT PROV 90+ 999V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-PCT-PROV-MAS-90(1:5)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT PROV 90+ NO NUMERICO'
               END-IF
           END-IF.

       399N-EDITAR-CTA-PROVISION.
           DISPLAY 'NUEVA CTA PROVISION 999999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:6) IS NUMERIC
                   MOVE WS-ENTRADA(1:6) TO RC-CUENTA-PROVISION
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'CTA PROVISION NO NUMERICA'
               END-IF
           END-IF.

       399O-EDITAR-CTA-GASTO-PROV.
           DISPLAY 'NUEVA CTA GASTO PROV 999999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:6) IS NUMERIC
                   MOVE WS-ENTRADA(1:6) TO RC-CUENTA-GASTO-PROV
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'CTA GASTO PROV NO NUMERICA'
               END-IF
           END-IF.

       399P-EDITAR-PCT-AUMENTO.
           DISPLAY 'NUEVO PCT AUMENTO LIMITE 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-PCT-AUMENTO-LIMITE
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT AUMENTO LIMITE NO NUMERICO'
               END-IF
           END-IF.

       399Q-EDITAR-PCT-REDUCCION.
           DISPLAY 'NUEVO PCT REDUCCION LIMITE 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-PCT-REDUCCION-LIMITE
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT REDUCCION LIMITE NO NUMERICO'
               END-IF
           END-IF.

       399R-EDITAR-UMBRAL-EFECTIVO.
           DISPLAY 'NUEVO UMBRAL REPORTE 9(7)V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:9) IS NUMERIC
                   MOVE WS-ENTRADA(1:9) TO RC-UMBRAL-EFECTIVO(1:9)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'UMBRAL EFECTIVO NO NUMERICO'
               END-IF
           END-IF.

       399S-EDITAR-PCT-FRACCION.
           DISPLAY 'NUEVO PCT FRACCION 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-PCT-FRACCION
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT FRACCION NO NUMERICO'
               END-IF
           END-IF.

       399T-EDITAR-MIN-FRACCIONES.
           DISPLAY 'NUEVO MINIMO FRACCIONES 99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:2) IS NUMERIC
                   MOVE WS-ENTRADA(1:2) TO RC-MIN-FRACCIONES
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'MIN FRACCIONES NO NUMERICO'
               END-IF
           END-IF.

       399U-EDITAR-DIAS-VENTANA.
           DISPLAY 'NUEVOS DIAS VENTANA 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-DIAS-VENTANA-MONITOR
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS VENTANA NO NUMERICO'
               END-IF
           END-IF.

       399V-EDITAR-MAX-MOVS.
           DISPLAY 'NUEVO MAX MOVS VENTANA 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-MAX-MOVS-VENTANA
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'MAX MOVS VENTANA NO NUMERICO'
               END-IF
           END-IF.

       399W-EDITAR-MESES-DORMIDA.
           DISPLAY 'NUEVOS MESES SIN USO 99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:2) IS NUMERIC
                   MOVE WS-ENTRADA(1:2) TO RC-MESES-DORMIDA
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'MESES DORMIDA NO NUMERICO'
               END-IF
           END-IF.

       399X-EDITAR-GRACIA-CONVENIO.
           DISPLAY 'NUEVA GRACIA CONVENIO 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-DIAS-GRACIA-CONVENIO
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS GRACIA CONVENIO NO NUMERICO'
               END-IF
           END-IF.

       399Y-EDITAR-DIAS-RECARGO-1.
           DISPLAY 'NUEVOS DIAS RECARGO 1 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-DIAS-RECARGO-1
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS RECARGO 1 NO NUMERICO'
               END-IF
           END-IF.

       399Z-EDITAR-DIAS-RECARGO-2.
           DISPLAY 'NUEVOS DIAS RECARGO 2 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-DIAS-RECARGO-2
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS RECARGO 2 NO NUMERICO'
               END-IF
           END-IF.

       399ZA-EDITAR-DIAS-RECARGO-3.
           DISPLAY 'NUEVOS DIAS RECARGO 3 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-DIAS-RECARGO-3
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS RECARGO 3 NO NUMERICO'
               END-IF
           END-IF.

       399ZB-EDITAR-CTA-RECARGOS.
           DISPLAY 'NUEVA CTA RECARGOS 999999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:6) IS NUMERIC
                   MOVE WS-ENTRADA(1:6) TO RC-CUENTA-RECARGOS
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'CTA RECARGOS NO NUMERICA'
               END-IF
           END-IF.

       399ZC-EDITAR-CARGO-DEVOL.
           DISPLAY 'NUEVO CARGO DEVOL 99999V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:7) IS NUMERIC
                   MOVE WS-ENTRADA(1:7) TO RC-CARGO-DEVOLUCION(1:7)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'CARGO DEVOLUCION NO NUMERICO'
               END-IF
           END-IF.

       399ZD-EDITAR-MAX-DEVOL.
           DISPLAY 'NUEVO MAX DEVOLUCIONES 99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:2) IS NUMERIC
                   MOVE WS-ENTRADA(1:2) TO RC-MAX-DEVOLUCIONES
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'MAX DEVOLUCIONES NO NUMERICO'
               END-IF
           END-IF.

       399ZE-EDITAR-DIAS-REEMBOLSO.
           DISPLAY 'NUEVOS DIAS REEMBOLSO 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-DIAS-REEMBOLSO
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS REEMBOLSO NO NUMERICO'
               END-IF
           END-IF.

       399ZF-EDITAR-DIAS-OPER-INAC.
           DISPLAY 'NUEVOS DIAS OPER INACTIVO 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-DIAS-OPER-INACTIVO
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS OPERADOR INACTIVO NO NUMERICO'
               END-IF
           END-IF.

       399ZG-EDITAR-DIAS-RET-LEGAL.
           DISPLAY 'NUEVOS DIAS RET LEGAL 99999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-DIAS-RETENCION-LEGAL
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS RETENCION LEGAL NO NUMERICO'
               END-IF
           END-IF.

       399ZH-EDITAR-MINUTOS-SESION.
           DISPLAY 'NUEVOS MINUTOS SESION 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-MINUTOS-SESION
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'MINUTOS DE SESION NO NUMERICO'
               END-IF
           END-IF.

       399ZI-EDITAR-REORDEN-FORMAS.
           DISPLAY 'NUEVO REORDEN FORMAS 999999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:6) IS NUMERIC
                   MOVE WS-ENTRADA(1:6) TO RC-PUNTO-REORDEN-FORMAS
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PUNTO DE REORDEN NO NUMERICO'
               END-IF
           END-IF.

       399ZJ-EDITAR-PCT-COBRO-0-30.
           DISPLAY 'NUEVO PCT COBRO 0-30 999V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-PCT-COBRO-0-30(1:5)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT COBRO 0-30 NO NUMERICO'
               END-IF
           END-IF.

       399ZK-EDITAR-PCT-COBRO-31-60.
           DISPLAY 'NUEVO PCT COBRO 31-60 999V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-PCT-COBRO-31-60(1:5)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT COBRO 31-60 NO NUMERICO'
               END-IF
           END-IF.

       399ZL-EDITAR-PCT-COBRO-61-90.
           DISPLAY 'NUEVO PCT COBRO 61-90 999V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-PCT-COBRO-61-90(1:5)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT COBRO 61-90 NO NUMERICO'
               END-IF
           END-IF.

       399ZM-EDITAR-PCT-COBRO-MAS-90.
           DISPLAY 'NUEVO PCT COBRO 90+ 999V99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5) TO RC-PCT-COBRO-MAS-90(1:5)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT COBRO 90+ NO NUMERICO'
               END-IF
           END-IF.

       399ZN-EDITAR-BURO-SUSCRIPTOR.
           DISPLAY 'NUEVO SUSCRIPTOR BURO X(10) (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA(1:10) TO RC-BURO-SUSCRIPTOR
           END-IF.

       399ZO-EDITAR-MESES-BURO.
           DISPLAY 'NUEVOS MESES BURO CERRADA 99 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:2) IS NUMERIC
                   MOVE WS-ENTRADA(1:2) TO RC-MESES-BURO-CERRADA
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'MESES BURO CERRADA NO NUMERICO'
               END-IF
           END-IF.

       399ZP-EDITAR-AGENCIA-CODIGO.
           DISPLAY 'NUEVA AGENCIA COBRANZA X(4) (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA(1:4) TO RC-AGENCIA-CODIGO
           END-IF.

       399ZQ-EDITAR-AGENCIA-DIAS.
           DISPLAY 'NUEVOS DIAS MIN AGENCIA 999 (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3) TO RC-AGENCIA-DIAS-MINIMO
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'DIAS MIN AGENCIA NO NUMERICO'
               END-IF
           END-IF.

       399ZR-EDITAR-AGENCIA-IMPORTE.
           DISPLAY 'NUEVO IMP MIN AGENCIA 9999999V99 (ESP CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:9) IS NUMERIC
                   MOVE WS-ENTRADA(1:9)
                       TO RC-AGENCIA-IMPORTE-MIN(1:9)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'IMPORTE MIN AGENCIA NO NUMERICO'
               END-IF
           END-IF.

       399ZS-EDITAR-AGENCIA-PCT.
           DISPLAY 'NUEVO PCT COMISION AGENCIA 999V99 (ESP CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:5) IS NUMERIC
                   MOVE WS-ENTRADA(1:5)
                       TO RC-AGENCIA-PCT-COMISION(1:5)
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'PCT COMISION AGENCIA NO NUMERICO'
               END-IF
           END-IF.

       399ZT-EDITAR-CTA-COMISION-AGC.
           DISPLAY 'NUEVA CTA COMISION AGENCIA 999999 (ESP CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:6) IS NUMERIC
                   MOVE WS-ENTRADA(1:6) TO RC-CUENTA-COMISION-AGC
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'CTA COMISION AGENCIA NO NUMERICA'
               END-IF
           END-IF.

       399ZU-EDITAR-MESES-RETENCION.
           DISPLAY 'NUEVOS MESES RETENCION PARTIDAS 999 (ESP CONSERVA)'.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA(1:3) IS NUMERIC
                   MOVE WS-ENTRADA(1:3)
                       TO RC-MESES-RETENCION-PARTIDAS
               ELSE
                   SET WS-ES-INVALIDO TO TRUE
                   DISPLAY 'MESES RETENCION PARTIDAS NO NUMERICO'
               END-IF
           END-IF.

       400-VALIDAR-CONJUNTO.
           IF RC-EDAD-MINIMA NOT < RC-EDAD-MAXIMA
               SET WS-ES-INVALIDO TO TRUE
               DISPLAY 'EDAD MINIMA DEBE SER MENOR QUE EDAD MAXIMA'
           END-IF.
           IF RC-PCT-PROV-0-30 > 100 OR RC-PCT-PROV-31-60 > 100
              OR RC-PCT-PROV-61-90 > 100 OR RC-PCT-PROV-MAS-90 > 100
               SET WS-ES-INVALIDO TO TRUE
               DISPLAY 'PCT DE PROVISION NO PUEDE PASAR DE 100'
           END-IF.
           IF (RC-PCT-COBRO-0-30 IS NUMERIC
               AND RC-PCT-COBRO-0-30 > 100)
              OR (RC-PCT-COBRO-31-60 IS NUMERIC
               AND RC-PCT-COBRO-31-60 > 100)
              OR (RC-PCT-COBRO-61-90 IS NUMERIC
               AND RC-PCT-COBRO-61-90 > 100)
              OR (RC-PCT-COBRO-MAS-90 IS NUMERIC
               AND RC-PCT-COBRO-MAS-90 > 100)
               SET WS-ES-INVALIDO TO TRUE
               DISPLAY 'PCT DE COBRO NO PUEDE PASAR DE 100'
           END-IF.
           IF RC-AGENCIA-PCT-COMISION IS NUMERIC
              AND RC-AGENCIA-PCT-COMISION > 100
               SET WS-ES-INVALIDO TO TRUE
               DISPLAY 'PCT COMISION AGENCIA NO PUEDE PASAR DE 100'
           END-IF.
      *  Un limite reducido al 100 por ciento quedaria en cero, que
      *  en el maestro significa sin limite.
           IF RC-PCT-REDUCCION-LIMITE IS NUMERIC
              AND RC-PCT-REDUCCION-LIMITE > 99
               SET WS-ES-INVALIDO TO TRUE
               DISPLAY 'PCT REDUCCION LIMITE DEBE SER MENOR QUE 100'
           END-IF.
      *  Una fraccion es un posteo por DEBAJO del umbral: el piso
      *  tiene que quedar por debajo del umbral mismo.
           IF RC-PCT-FRACCION IS NUMERIC
              AND RC-PCT-FRACCION > 99
               SET WS-ES-INVALIDO TO TRUE
               DISPLAY 'PCT FRACCION DEBE SER MENOR QUE 100'
           END-IF.
      *  Los umbrales de recargo en uso van de menor a mayor: cada
      *  uno es un cruce posterior de la misma partida.
           IF RC-DIAS-RECARGO-1 IS NUMERIC
              AND RC-DIAS-RECARGO-2 IS NUMERIC
              AND RC-DIAS-RECARGO-2 NOT = ZERO
              AND RC-DIAS-RECARGO-2 NOT > RC-DIAS-RECARGO-1
               SET WS-ES-INVALIDO TO TRUE
               DISPLAY 'DIAS RECARGO 2 DEBE SER MAYOR QUE RECARGO 1'
           END-IF.
           IF RC-DIAS-RECARGO-2 IS NUMERIC
              AND RC-DIAS-RECARGO-3 IS NUMERIC
              AND RC-DIAS-RECARGO-3 NOT = ZERO
              AND RC-DIAS-RECARGO-3 NOT > RC-DIAS-RECARGO-2
               SET WS-ES-INVALIDO TO TRUE
               DISPLAY 'DIAS RECARGO 3 DEBE SER MAYOR QUE RECARGO 2'
           END-IF.

       500-GRABAR-RUNCTL.
           OPEN OUTPUT RUNCTL-FILE.
               MOVE RC-CUENTA-INCOBRABLE TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-CTA-RECLAMOS NOT = RC-CUENTA-RECLAMOS
               MOVE 'CUENTA-RECLAMOS' TO PA-CAMPO
               MOVE WS-RV-CTA-RECLAMOS TO PA-VALOR-ANTES
               MOVE RC-CUENTA-RECLAMOS TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-CTA-NO-RECLAM NOT = RC-CUENTA-NO-RECLAMADOS
               MOVE 'CUENTA-NO-RECLAMADOS' TO PA-CAMPO
               MOVE WS-RV-CTA-NO-RECLAM TO PA-VALOR-ANTES
               MOVE RC-CUENTA-NO-RECLAMADOS TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-DIAS-ABANDONO NOT = RC-DIAS-ABANDONO
               MOVE 'DIAS-ABANDONO' TO PA-CAMPO
               MOVE WS-RV-DIAS-ABANDONO TO PA-VALOR-ANTES
               MOVE RC-DIAS-ABANDONO TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-ACH-ID NOT = RC-ACH-ID-EMPRESA
               MOVE 'ACH-ID-EMPRESA' TO PA-CAMPO
               MOVE WS-RV-ACH-ID TO PA-VALOR-ANTES
               MOVE RC-ACH-ID-EMPRESA TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-ACH-RUTA NOT = RC-ACH-RUTA-ORIGEN
               MOVE 'ACH-RUTA-ORIGEN' TO PA-CAMPO
               MOVE WS-RV-ACH-RUTA TO PA-VALOR-ANTES
               MOVE RC-ACH-RUTA-ORIGEN TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-ACH-NOMBRE NOT = RC-ACH-NOMBRE-EMPRESA
               MOVE 'ACH-NOMBRE-EMPRESA' TO PA-CAMPO
               MOVE WS-RV-ACH-NOMBRE TO PA-VALOR-ANTES
               MOVE RC-ACH-NOMBRE-EMPRESA TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-PCT-0-30 NOT = RC-PCT-PROV-0-30
               MOVE 'PCT-PROV-0-30' TO PA-CAMPO
               MOVE WS-RV-PCT-0-30(1:5) TO PA-VALOR-ANTES
               MOVE RC-PCT-PROV-0-30(1:5) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-PCT-31-60 NOT = RC-PCT-PROV-31-60
               MOVE 'PCT-PROV-31-60' TO PA-CAMPO
               MOVE WS-RV-PCT-31-60(1:5) TO PA-VALOR-ANTES
               MOVE RC-PCT-PROV-31-60(1:5) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-PCT-61-90 NOT = RC-PCT-PROV-61-90
               MOVE 'PCT-PROV-61-90' TO PA-CAMPO
               MOVE WS-RV-PCT-61-90(1:5) TO PA-VALOR-ANTES
               MOVE RC-PCT-PROV-61-90(1:5) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-PCT-MAS-90 NOT = RC-PCT-PROV-MAS-90
               MOVE 'PCT-PROV-MAS-90' TO PA-CAMPO
               MOVE WS-RV-PCT-MAS-90(1:5) TO PA-VALOR-ANTES
               MOVE RC-PCT-PROV-MAS-90(1:5) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-CTA-PROVISION NOT = RC-CUENTA-PROVISION
               MOVE 'CUENTA-PROVISION' TO PA-CAMPO
               MOVE WS-RV-CTA-PROVISION TO PA-VALOR-ANTES
               MOVE RC-CUENTA-PROVISION TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-CTA-GASTO NOT = RC-CUENTA-GASTO-PROV
               MOVE 'CUENTA-GASTO-PROV' TO PA-CAMPO
               MOVE WS-RV-CTA-GASTO TO PA-VALOR-ANTES
               MOVE RC-CUENTA-GASTO-PROV TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-PCT-AUMENTO NOT = RC-PCT-AUMENTO-LIMITE
               MOVE 'PCT-AUMENTO-LIMITE' TO PA-CAMPO
               MOVE WS-RV-PCT-AUMENTO TO PA-VALOR-ANTES
               MOVE RC-PCT-AUMENTO-LIMITE TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-PCT-REDUCCION NOT = RC-PCT-REDUCCION-LIMITE
               MOVE 'PCT-REDUCCION-LIMITE' TO PA-CAMPO
               MOVE WS-RV-PCT-REDUCCION TO PA-VALOR-ANTES
               MOVE RC-PCT-REDUCCION-LIMITE TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-UMBRAL-EFECT NOT = RC-UMBRAL-EFECTIVO
               MOVE 'UMBRAL-EFECTIVO' TO PA-CAMPO
               MOVE WS-RV-UMBRAL-EFECT(1:9) TO PA-VALOR-ANTES
               MOVE RC-UMBRAL-EFECTIVO(1:9) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-PCT-FRACCION NOT = RC-PCT-FRACCION
               MOVE 'PCT-FRACCION' TO PA-CAMPO
               MOVE WS-RV-PCT-FRACCION TO PA-VALOR-ANTES
               MOVE RC-PCT-FRACCION TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-MIN-FRACCION NOT = RC-MIN-FRACCIONES
               MOVE 'MIN-FRACCIONES' TO PA-CAMPO
               MOVE WS-RV-MIN-FRACCION TO PA-VALOR-ANTES
               MOVE RC-MIN-FRACCIONES TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-DIAS-VENTANA NOT = RC-DIAS-VENTANA-MONITOR
               MOVE 'DIAS-VENTANA-MONITOR' TO PA-CAMPO
               MOVE WS-RV-DIAS-VENTANA TO PA-VALOR-ANTES
               MOVE RC-DIAS-VENTANA-MONITOR TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-MAX-MOVS NOT = RC-MAX-MOVS-VENTANA
               MOVE 'MAX-MOVS-VENTANA' TO PA-CAMPO
               MOVE WS-RV-MAX-MOVS TO PA-VALOR-ANTES
               MOVE RC-MAX-MOVS-VENTANA TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-MESES-DORMIDA NOT = RC-MESES-DORMIDA
               MOVE 'MESES-DORMIDA' TO PA-CAMPO
               MOVE WS-RV-MESES-DORMIDA TO PA-VALOR-ANTES
               MOVE RC-MESES-DORMIDA TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-DIAS-GRACIA-CONV NOT = RC-DIAS-GRACIA-CONVENIO
               MOVE 'GRACIA-CONVENIO' TO PA-CAMPO
               MOVE WS-RV-DIAS-GRACIA-CONV TO PA-VALOR-ANTES
               MOVE RC-DIAS-GRACIA-CONVENIO TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-DIAS-REC-1 NOT = RC-DIAS-RECARGO-1
               MOVE 'DIAS-RECARGO-1' TO PA-CAMPO
               MOVE WS-RV-DIAS-REC-1 TO PA-VALOR-ANTES
               MOVE RC-DIAS-RECARGO-1 TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-DIAS-REC-2 NOT = RC-DIAS-RECARGO-2
               MOVE 'DIAS-RECARGO-2' TO PA-CAMPO
               MOVE WS-RV-DIAS-REC-2 TO PA-VALOR-ANTES
               MOVE RC-DIAS-RECARGO-2 TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-DIAS-REC-3 NOT = RC-DIAS-RECARGO-3
               MOVE 'DIAS-RECARGO-3' TO PA-CAMPO
               MOVE WS-RV-DIAS-REC-3 TO PA-VALOR-ANTES
               MOVE RC-DIAS-RECARGO-3 TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-CTA-RECARGOS NOT = RC-CUENTA-RECARGOS
               MOVE 'CUENTA-RECARGOS' TO PA-CAMPO
               MOVE WS-RV-CTA-RECARGOS TO PA-VALOR-ANTES
               MOVE RC-CUENTA-RECARGOS TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-CARGO-DEVOL NOT = RC-CARGO-DEVOLUCION
               MOVE 'CARGO-DEVOLUCION' TO PA-CAMPO
               MOVE WS-RV-CARGO-DEVOL(1:7) TO PA-VALOR-ANTES
               MOVE RC-CARGO-DEVOLUCION(1:7) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-MAX-DEVOL NOT = RC-MAX-DEVOLUCIONES
               MOVE 'MAX-DEVOLUCIONES' TO PA-CAMPO
               MOVE WS-RV-MAX-DEVOL TO PA-VALOR-ANTES
               MOVE RC-MAX-DEVOLUCIONES TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-DIAS-REEMB NOT = RC-DIAS-REEMBOLSO
               MOVE 'DIAS-REEMBOLSO' TO PA-CAMPO
               MOVE WS-RV-DIAS-REEMB TO PA-VALOR-ANTES
               MOVE RC-DIAS-REEMBOLSO TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-DIAS-OPER-INAC NOT = RC-DIAS-OPER-INACTIVO
               MOVE 'DIAS-OPER-INACTIVO' TO PA-CAMPO
               MOVE WS-RV-DIAS-OPER-INAC TO PA-VALOR-ANTES
               MOVE RC-DIAS-OPER-INACTIVO TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-DIAS-RET-LEGAL NOT = RC-DIAS-RETENCION-LEGAL
               MOVE 'DIAS-RETENCION-LEGAL' TO PA-CAMPO
               MOVE WS-RV-DIAS-RET-LEGAL TO PA-VALOR-ANTES
               MOVE RC-DIAS-RETENCION-LEGAL TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-MINUTOS-SESION NOT = RC-MINUTOS-SESION
               MOVE 'MINUTOS-SESION' TO PA-CAMPO
               MOVE WS-RV-MINUTOS-SESION TO PA-VALOR-ANTES
               MOVE RC-MINUTOS-SESION TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-REORDEN-FORMAS NOT = RC-PUNTO-REORDEN-FORMAS
               MOVE 'PUNTO-REORDEN-FORMAS' TO PA-CAMPO
               MOVE WS-RV-REORDEN-FORMAS TO PA-VALOR-ANTES
               MOVE RC-PUNTO-REORDEN-FORMAS TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-COBRO-0-30 NOT = RC-PCT-COBRO-0-30
               MOVE 'PCT-COBRO-0-30' TO PA-CAMPO
               MOVE WS-RV-COBRO-0-30(1:5) TO PA-VALOR-ANTES
               MOVE RC-PCT-COBRO-0-30(1:5) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-COBRO-31-60 NOT = RC-PCT-COBRO-31-60
               MOVE 'PCT-COBRO-31-60' TO PA-CAMPO
               MOVE WS-RV-COBRO-31-60(1:5) TO PA-VALOR-ANTES
               MOVE RC-PCT-COBRO-31-60(1:5) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-COBRO-61-90 NOT = RC-PCT-COBRO-61-90
               MOVE 'PCT-COBRO-61-90' TO PA-CAMPO
               MOVE WS-RV-COBRO-61-90(1:5) TO PA-VALOR-ANTES
               MOVE RC-PCT-COBRO-61-90(1:5) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-COBRO-MAS-90 NOT = RC-PCT-COBRO-MAS-90
               MOVE 'PCT-COBRO-MAS-90' TO PA-CAMPO
               MOVE WS-RV-COBRO-MAS-90(1:5) TO PA-VALOR-ANTES
               MOVE RC-PCT-COBRO-MAS-90(1:5) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-BURO-SUSCRIPTOR NOT = RC-BURO-SUSCRIPTOR
               MOVE 'BURO-SUSCRIPTOR' TO PA-CAMPO
               MOVE WS-RV-BURO-SUSCRIPTOR TO PA-VALOR-ANTES
               MOVE RC-BURO-SUSCRIPTOR TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-MESES-BURO NOT = RC-MESES-BURO-CERRADA
               MOVE 'MESES-BURO-CERRADA' TO PA-CAMPO
               MOVE WS-RV-MESES-BURO TO PA-VALOR-ANTES
               MOVE RC-MESES-BURO-CERRADA TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-AGENCIA-CODIGO NOT = RC-AGENCIA-CODIGO
               MOVE 'AGENCIA-CODIGO' TO PA-CAMPO
               MOVE WS-RV-AGENCIA-CODIGO TO PA-VALOR-ANTES
               MOVE RC-AGENCIA-CODIGO TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-AGENCIA-DIAS NOT = RC-AGENCIA-DIAS-MINIMO
               MOVE 'AGENCIA-DIAS-MINIMO' TO PA-CAMPO
               MOVE WS-RV-AGENCIA-DIAS TO PA-VALOR-ANTES
               MOVE RC-AGENCIA-DIAS-MINIMO TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-AGENCIA-IMPORTE NOT = RC-AGENCIA-IMPORTE-MIN
               MOVE 'AGENCIA-IMPORTE-MIN' TO PA-CAMPO
               MOVE WS-RV-AGENCIA-IMPORTE(1:9) TO PA-VALOR-ANTES
               MOVE RC-AGENCIA-IMPORTE-MIN(1:9) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-AGENCIA-PCT NOT = RC-AGENCIA-PCT-COMISION
               MOVE 'AGENCIA-PCT-COMISION' TO PA-CAMPO
               MOVE WS-RV-AGENCIA-PCT(1:5) TO PA-VALOR-ANTES
               MOVE RC-AGENCIA-PCT-COMISION(1:5) TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-CTA-COMISION-AGC NOT = RC-CUENTA-COMISION-AGC
               MOVE 'CUENTA-COMISION-AGC' TO PA-CAMPO
               MOVE WS-RV-CTA-COMISION-AGC TO PA-VALOR-ANTES
               MOVE RC-CUENTA-COMISION-AGC TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           IF WS-RV-MESES-RETENCION NOT = RC-MESES-RETENCION-PARTIDAS
               MOVE 'RETENCION-PARTIDAS' TO PA-CAMPO
               MOVE WS-RV-MESES-RETENCION TO PA-VALOR-ANTES
               MOVE RC-MESES-RETENCION-PARTIDAS TO PA-VALOR-DESPUES
               PERFORM 610-ESCRIBIR-BITACORA
           END-IF.
           CLOSE PARMAUD-FILE.

       610-ESCRIBIR-BITACORA.
