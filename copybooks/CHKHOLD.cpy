      *    'H' retenido  - esperando al segundo par de ojos;
      *    'A' aprobado  - la siguiente corrida CHEQUES lo imprime y
      *                    asienta la emision con el operador que
      *                    aprobo en CR-OPERADOR-APRUEBA;
      *    'D' domicilio - cheque a un cliente con el domicilio
      *                    devuelto por el correo (DOMDEV): no se
      *                    imprime; CHEQUES lo suelta solo en la
      *                    primera corrida despues de que CUSTUPD
      *                    registre la direccion nueva, o antes si el
      *                    cliente pasa a cobrar por transferencia.
      *  El archivo se arrastra por corrida (CHKHOLD entra, CHKHOLDO
      *  sale y lo reemplaza), igual que CHKVOID.
      *  KH-PROVEEDOR y KH-LOTE-PAGO conservan el pago a proveedor de
      *  CHECKIN mientras el cheque espera, para que al imprimirse
      *  salga su enlace CHKPROV; cero en los demas cheques.
      *****************************************************************
       01  CHKHOLD-REGISTRO.
           05  KH-BENEFICIARIO         PIC X(30).
           05  KH-ESTADO               PIC X(1).
               88  KH-RETENIDO         VALUE 'H'.
               88  KH-APROBADO         VALUE 'A'.
               88  KH-RETENIDO-DOMICILIO VALUE 'D'.
           05  KH-OPERADOR             PIC X(4).
           05  KH-PROVEEDOR            PIC 9(6).
           05  KH-LOTE-PAGO            PIC 9(8).
           05  FILLER                  PIC X(2).
