                   ' FECHA ' NH-FECHA
                   ' IMPORTE ' WS-IMPORTE-EDIT
                   ' MONEDA ' NH-MONEDA
               IF NH-MOTIVO-FALLECIDO
                   DISPLAY '*** CARGO A CLIENTE FALLECIDO: LIBERAR '
                       'SOLO SI LO RECONOCE LA SUCESION ***'
               END-IF
               DISPLAY 'DECISION: A APROBAR, R RECHAZAR, S SALTAR'
               ACCEPT WS-DECISION
               EVALUATE TRUE
