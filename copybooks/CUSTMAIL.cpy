      *****************************************************************
      *  CUSTMAIL.CPY
      *  Canal de entrega de documentos del cliente, acceso por
      *  CE-CUST-NUMBER: correo electronico y preferencia de entrega
      *  de estados de cuenta y cartas de cobranza, con la fecha en
      *  que el cliente dio su consentimiento.  Lo dan de alta
      *  VERBOS-BASICOS (y WATCHDSP al liberar una solicitud) desde
      *  la solicitud, y lo mantiene CUSTUPD.  CUSTSTMT y DUNNING
      *  mandan al archivo de entrega electronica EDOCENT el
      *  documento de todo cliente con preferencia 'E' o 'A' y correo
      *  activo; el resto sale impreso como siempre.  Sin registro =
      *  papel, el comportamiento historico.
      *    CE-PREFERENCIA 'P' papel, 'E' electronico, 'A' ambos.
      *    CE-ESTADO 'A' activo    - se le entrega por correo;
      *              'R' rebotado  - el proveedor de correo devolvio
      *                              un envio (EDOCREB); sale en papel
      *                              hasta que CUSTUPD registre un
      *                              correo nuevo.
      *****************************************************************
       01  CUSTMAIL-REGISTRO.
           05  CE-CUST-NUMBER          PIC 9(6).
           05  CE-CORREO               PIC X(50).
           05  CE-PREFERENCIA          PIC X(1).
               88  CE-ENTREGA-PAPEL    VALUE 'P'.
               88  CE-ENTREGA-ELECTRONICA VALUE 'E'.
               88  CE-ENTREGA-AMBAS    VALUE 'A'.
           05  CE-FECHA-CONSENTIMIENTO PIC 9(8).
           05  CE-ESTADO               PIC X(1).
               88  CE-CORREO-ACTIVO    VALUE 'A'.
               88  CE-CORREO-REBOTADO  VALUE 'R'.
           05  CE-PROGRAMA             PIC X(8).
      *  Ultimo rebote del proveedor: fecha y motivo que informo.
           05  CE-FECHA-REBOTE         PIC 9(8).
           05  CE-MOTIVO-REBOTE        PIC X(20).
           05  FILLER                  PIC X(18).
