      *                          contables (PERCTLM)
      *    OP-AUT-CASTIGO      - castigo de partidas de cobranza
      *                          agotada (WRITEOFF)
      *    OP-AUT-LIMITE       - aprobacion de propuestas de revision
      *                          de limite de credito (LIMREV)
      *    OP-AUT-CUMPLIMIENTO - decisiones sobre alertas de la lista
      *                          de vigilancia (WATCHDSP)
      *    OP-AUT-CONVENIO     - alta y baja de convenios de pago de
      *                          cobranza (CONVMNT)
      *    OP-AUT-EXCEPCION-CIERRE - firma de excepcion para cerrar
      *                          un periodo sin lista de cierre
      *                          aprobada (PERCTLM); distinta de la
      *                          autoridad de periodos a proposito
      *  OP-INTENTOS-FALLIDOS acumula las entradas rechazadas; al
      *  llegar a tres, OPERAUTH deshabilita el ID (OP-ESTADO 'D')
      *  hasta que seguridad lo rearme.  Acceso exclusivo via el
      *  subprograma OPERAUTH.
      *  Cada trimestre OPERCERT lista estas autoridades por gerente
      *  revisor y CERTAPL aplica las revocaciones y deshabilitaciones
      *  que los gerentes devuelven.
      *****************************************************************
       01  OPERSEC-REGISTRO.
           05  OP-ID                   PIC X(4).
               88  OP-PUEDE-PERIODO    VALUE 'S'.
           05  OP-AUT-CASTIGO          PIC X(1).
               88  OP-PUEDE-CASTIGO    VALUE 'S'.
           05  OP-AUT-LIMITE           PIC X(1).
               88  OP-PUEDE-LIMITE     VALUE 'S'.
           05  OP-AUT-CUMPLIMIENTO     PIC X(1).
               88  OP-PUEDE-CUMPLIMIENTO VALUE 'S'.
           05  OP-AUT-CONVENIO         PIC X(1).
               88  OP-PUEDE-CONVENIO   VALUE 'S'.
           05  OP-AUT-EXCEPCION-CIERRE PIC X(1).
               88  OP-PUEDE-EXCEPCION  VALUE 'S'.
           05  OP-INTENTOS-FALLIDOS    PIC 9(2).
           05  OP-ESTADO               PIC X(1).
               88  OP-ACTIVO           VALUE 'A'.
               88  OP-DESHABILITADO    VALUE 'D'.
