      *        corrida CHEQUES lo imprime y lo asienta en el libro
      *        con el aprobador en CR-OPERADOR-APRUEBA;
      *    R - rechazar: el cheque se descarta (nunca se imprimio)
      *        y queda constancia en ERRLOG; si era un pago a
      *        proveedor, sus facturas siguen seleccionadas en
      *        FACTPROV (nunca se pagan solas dos veces) y la
      *        constancia lleva proveedor y lote para que cuentas
      *        por pagar las disponga;
      *    S - saltar: sigue retenido para otra sesion.
      *  La cola actualizada sale por CHKRELO, que reemplaza a
      *  CHKHOLD al cerrar bien la sesion.
       FD  RETENIDOS-FILE.
           COPY CHKHOLD.
       FD  RETENIDOS-SAL-FILE.
       01  RETENIDOS-SAL-REGISTRO  PIC X(94).
       WORKING-STORAGE SECTION.
       01 WS-RETENIDOS-STATUS      PIC X(2).
           88 WS-RETENIDOS-OK      VALUE '00'.
                   ' IMPORTE ' WS-IMPORTE-EDIT
                   ' CLIENTE ' KH-CUST-NUMBER
                   ' FECHA ' KH-FECHA
               IF KH-PROVEEDOR IS NUMERIC
                  AND KH-PROVEEDOR NOT = ZERO
                   DISPLAY '          PAGO A PROVEEDOR ' KH-PROVEEDOR
                       ' LOTE ' KH-LOTE-PAGO
               END-IF
               DISPLAY 'DECISION: A APROBAR, R RECHAZAR, S SALTAR'
               ACCEPT WS-DECISION
               EVALUATE TRUE
                           TO WS-EL-DATO-OFENSOR(1:6)
                       MOVE 'CHEQUE RETENIDO RECHAZADO'
                           TO WS-EL-DATO-OFENSOR(8:25)
                       IF KH-PROVEEDOR IS NUMERIC
                          AND KH-PROVEEDOR NOT = ZERO
                           MOVE SPACES TO WS-EL-DATO-OFENSOR
                           MOVE KH-PROVEEDOR
                               TO WS-EL-DATO-OFENSOR(1:6)
                           MOVE KH-LOTE-PAGO
                               TO WS-EL-DATO-OFENSOR(8:8)
                           MOVE 'PAGO PROVEEDOR RECHAZADO'
                               TO WS-EL-DATO-OFENSOR(17:24)
                       END-IF
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                   WHEN OTHER
