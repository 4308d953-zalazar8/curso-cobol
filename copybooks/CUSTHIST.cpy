      *  asiento pertenece contablemente; igual a CH-FECHA-POSTEO
      *  cuando la transaccion no vino retro-fechada.
           05  CH-FECHA-VALOR          PIC 9(8).
      *  Lote NEGIN del que salio el posteo (TRC-LOTE de la cabecera,
      *  o el ordinal del lote dentro de la corrida cuando el emisor
      *  no lo identifica); en blanco para los demas emisores y para
      *  los retenidos liberados.  NEGREV lo usa para reversar un
      *  lote entero.
           05  CH-LOTE                 PIC X(4).
      *  'R' = reversa de lote de NEGREV.  El registro de reversa
      *  apunta a su original: mismo cliente, CH-SECUENCIA y CH-LOTE
      *  del original, y CH-FECHA-VALOR con la fecha de posteo del
      *  original; CH-IMPORTE va con el signo contrario.
           05  CH-TIPO-REVERSA         PIC X(1).
               88  CH-REVERSA-LOTE     VALUE 'R'.
