      *****************************************************************
      *  RECARGO.CPY
      *  Registro de recargos por mora asignados por LATEFEE: uno por
      *  partida de TRANDAT y umbral de RUNCTL cruzado, con la misma
      *  clave cliente mas descripcion de la partida que usan TRANCAP,
      *  RECLAMO y la cola de cobranza, mas su fecha efectiva.  Antes
      *  de asignar, LATEFEE busca la partida y el umbral aqui, asi
      *  una partida nunca paga dos veces el mismo umbral aunque
      *  COBRANZA se vuelva a correr.  El recargo mismo es una
      *  partida nueva de TRANDAT del mismo cliente con la descripcion
      *     RECARGO uuuD aaaammdd sssss
      *  (umbral en dias, fecha de asignacion y RG-SECUENCIA del dia).
      *  El registro sale reescrito en cada corrida y conserva solo
      *  los recargos de partidas que siguen abiertas.
      *****************************************************************
       01  RECARGO-REGISTRO.
           05  RG-CUST-NUMBER          PIC 9(6).
           05  RG-DESCRIPCION          PIC X(30).
           05  RG-FECHA-EFECTIVA       PIC 9(8).
           05  RG-UMBRAL               PIC 9(3).
           05  RG-FECHA-ASIGNA         PIC 9(8).
           05  RG-SECUENCIA            PIC 9(5).
           05  RG-IMPORTE-PARTIDA      PIC S9(7)V99.
           05  RG-IMPORTE-RECARGO      PIC S9(7)V99.
           05  RG-PRODUCTO             PIC X(2).
           05  FILLER                  PIC X(20).
