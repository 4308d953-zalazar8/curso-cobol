      *****************************************************************
      *  CTABANCO.CPY
      *  Instruccion de pago electronico de un titular de desembolsos:
      *  cliente de CUSTMAST ('C') o proveedor de PROVMAST ('P'),
      *  acceso por BK-CLAVE.  Lleva la ruta y la cuenta bancaria del
      *  titular y la forma de pago que prefiere; CHECKPRT manda al
      *  archivo de transferencias ACHSAL el desembolso de todo
      *  titular con preferencia 'T' y cuenta activa, y el resto sale
      *  impreso como siempre.  La mantiene BANCMNT en linea.
      *    BK-ESTADO 'A' activa    - se le transfiere;
      *              'D' devuelta  - el banco devolvio una
      *                              transferencia (cuenta cerrada o
      *                              inexistente, ACHDEV); se le paga
      *                              con cheque hasta que el titular
      *                              de datos nuevos y BANCMNT la
      *                              reactive.
      *****************************************************************
       01  CTABANCO-REGISTRO.
           05  BK-CLAVE.
               10  BK-TIPO-TITULAR     PIC X(1).
                   88  BK-TITULAR-CLIENTE  VALUE 'C'.
                   88  BK-TITULAR-PROVEEDOR VALUE 'P'.
               10  BK-CODIGO-TITULAR   PIC 9(6).
           05  BK-RUTA                 PIC 9(9).
           05  BK-CUENTA               PIC X(17).
           05  BK-TIPO-CUENTA          PIC X(1).
               88  BK-CUENTA-CORRIENTE VALUE 'C'.
               88  BK-CUENTA-AHORRO    VALUE 'A'.
           05  BK-FORMA-PAGO           PIC X(1).
               88  BK-PREFIERE-TRANSFERENCIA VALUE 'T'.
               88  BK-PREFIERE-CHEQUE  VALUE 'C'.
           05  BK-ESTADO               PIC X(1).
               88  BK-CUENTA-ACTIVA    VALUE 'A'.
               88  BK-CUENTA-DEVUELTA  VALUE 'D'.
           05  BK-FECHA-ALTA           PIC 9(8).
           05  BK-OPERADOR             PIC X(4).
      *  Ultima devolucion del banco: codigo de motivo (R02 cuenta
      *  cerrada, R03 cuenta inexistente, R04 numero invalido...),
      *  fecha y numero de la transferencia devuelta.
           05  BK-MOTIVO-DEVOLUCION    PIC X(3).
           05  BK-FECHA-DEVOLUCION     PIC 9(8).
           05  BK-NUMERO-DEVUELTO      PIC 9(8).
           05  FILLER                  PIC X(13).
