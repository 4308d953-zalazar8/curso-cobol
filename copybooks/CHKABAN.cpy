      *****************************************************************
      *  CHKABAN.CPY
      *  Expediente de bien no reclamado: uno por cada cheque que
      *  BANKRECN vencio ('S' en CHKREG) y nadie cobro.  CHKABAN lo
      *  abre al ver el vencido, con el ultimo domicilio conocido
      *  del titular, y lo lleva hasta su cierre:
      *    'C' carta     - se envio la carta de diligencia al
      *                    titular; espera el periodo de inactividad;
      *    'R' remitido  - el importe paso a la cuenta de bienes no
      *                    reclamados, se anexo al reporte del
      *                    tenedor y el libro tiene su evento 'A';
      *    'X' reclamado - el titular aparecio y el cheque se anulo o
      *                    reemitio antes de la remesa.
      *  El archivo se arrastra por corrida (ABANCASO entra,
      *  ABANCASN sale y lo reemplaza), igual que CHKHOLD.
      *****************************************************************
       01  CHKABAN-REGISTRO.
           05  AB-NUMERO               PIC 9(8).
           05  AB-FECHA-EMISION        PIC 9(8).
           05  AB-BENEFICIARIO         PIC X(30).
           05  AB-IMPORTE              PIC S9(7)V99.
           05  AB-TIPO-TITULAR         PIC X(1).
           05  AB-CODIGO-TITULAR       PIC 9(6).
           05  AB-DIRECCION            PIC X(30).
           05  AB-CIUDAD               PIC X(30).
           05  AB-ESTADO               PIC X(1).
               88  AB-CARTA-ENVIADA    VALUE 'C'.
               88  AB-REMITIDO         VALUE 'R'.
               88  AB-RECLAMADO        VALUE 'X'.
           05  AB-FECHA-CARTA          PIC 9(8).
           05  AB-FECHA-CIERRE         PIC 9(8).
           05  FILLER                  PIC X(11).
