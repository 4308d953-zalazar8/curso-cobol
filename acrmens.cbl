       01 WS-CONTADOR-CLIENTES     PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-AJUSTADOS    PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-CUENTA   PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-FALLECIDOS   PIC 9(7) VALUE ZERO.
      *****************************************************************
      *  Tasas por producto, cargadas de la tabla PRODUCT: el devengo
      *  usa las del producto del cliente y las tasas globales de
           PERFORM 200-LEER-CLIENTE.
           PERFORM UNTIL WS-CUSTMAST-EOF
               ADD 1 TO WS-CONTADOR-CLIENTES
      *  El fallecido queda congelado desde el aviso de CUSTFAL:
      *  la sucesion liquida el saldo que tenia, sin intereses ni
      *  cargos nuevos.
               IF CM-CLIENTE-ACTIVO
                   IF CM-CLIENTE-FALLECIDO
                       ADD 1 TO WS-CONTADOR-FALLECIDOS
                   ELSE
                       PERFORM 300-DEVENGAR-CLIENTE
                   END-IF
               END-IF
               PERFORM 200-LEER-CLIENTE
           END-PERFORM.
           DISPLAY 'CLIENTES LEIDOS   : ' WS-CONTADOR-CLIENTES.
           DISPLAY 'CLIENTES AJUSTADOS: ' WS-CONTADOR-AJUSTADOS.
           DISPLAY 'CUENTAS NO CATALOGADAS: ' WS-CONTADOR-SIN-CUENTA.
           DISPLAY 'FALLECIDOS SIN DEVENGO: ' WS-CONTADOR-FALLECIDOS.
           STOP RUN.

       100-ABRIR-ARCHIVOS.
