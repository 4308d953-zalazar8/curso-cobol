      *****************************************************************
      *  CUSTREL.CPY
      *  Relacion entre dos clientes del maestro, acceso por
      *  RL-CLAVE.  Cada relacion se guarda dos veces, una desde cada
      *  cliente (RL-SENTIDO 'D' tal como se capturo, 'I' la imagen
      *  invertida), para que cualquiera de los dos encuentre sus
      *  vinculos con START sobre RL-CUST-A.  En una relacion
      *  dirigida el registro 'D' se lee "A es <tipo> de B": A es el
      *  garante o el autorizado de B.  La da de alta y la termina
      *  RELMNT en linea; NIVEL88 termina el vinculo conyugal
      *  vigente cuando el cliente pasa a divorciado o viudo.  Cada
      *  alta o terminacion queda en la bitacora RELAUD.
      *    RL-TIPO 'C' conyuge, 'U' pareja en union libre,
      *            'T' cotitular, 'G' garante, 'P' autorizado.
      *    RL-FECHA-FIN cero mientras la relacion esta vigente.
      *****************************************************************
       01  CUSTREL-REGISTRO.
           05  RL-CLAVE.
               10  RL-CUST-A           PIC 9(6).
               10  RL-CUST-B           PIC 9(6).
               10  RL-TIPO             PIC X(1).
                   88  RL-CONYUGE      VALUE 'C'.
                   88  RL-PAREJA       VALUE 'U'.
                   88  RL-COTITULAR    VALUE 'T'.
                   88  RL-GARANTE      VALUE 'G'.
                   88  RL-AUTORIZADO   VALUE 'P'.
                   88  RL-TIPO-VALIDO  VALUE 'C' 'U' 'T' 'G' 'P'.
                   88  RL-VINCULO-CONYUGAL VALUE 'C' 'U'.
                   88  RL-RELACION-DIRIGIDA VALUE 'G' 'P'.
               10  RL-FECHA-INICIO     PIC 9(8).
           05  RL-SENTIDO              PIC X(1).
               88  RL-DIRECTO          VALUE 'D'.
               88  RL-INVERSO          VALUE 'I'.
           05  RL-FECHA-FIN            PIC 9(8).
               88  RL-VIGENTE          VALUE ZERO.
           05  RL-FECHA-ALTA           PIC 9(8).
           05  RL-OPERADOR             PIC X(4).
      *  Programa que hizo el ultimo cambio (RELMNT o NIVEL88).
           05  RL-PROGRAMA             PIC X(8).
           05  FILLER                  PIC X(30).
