      *    'L' liberado  - autorizado en HOLDREL (con autoridad de
      *                    liberacion en OPERSEC); el siguiente ciclo
      *                    nocturno lo postea saltando el limite.
      *  NH-MOTIVO dice por que se retuvo: espacios o 'L' por el
      *  limite de credito; 'F' cargo a un cliente fallecido (aviso
      *  de CUSTFAL), que solo admite abonos de la sucesion sin que
      *  un supervisor libere el cargo.
      *  El archivo se arrastra por ciclo (NEGHOLD entra, NEGHOLDO
      *  sale y lo reemplaza), igual que los reconteos de NIGHTLY.
      *****************************************************************
               88  NH-RETENIDO         VALUE 'H'.
               88  NH-LIBERADO         VALUE 'L'.
           05  NH-OPERADOR             PIC X(4).
           05  NH-MOTIVO               PIC X(1).
               88  NH-MOTIVO-LIMITE    VALUE ' ' 'L'.
               88  NH-MOTIVO-FALLECIDO VALUE 'F'.
           05  FILLER                  PIC X(8).
