      *****************************************************************
      *  BUROREG.CPY
      *  Registro del archivo que se entrega al buro de credito, en
      *  su formato fijo de 200 posiciones (BUROEXT el envio mensual,
      *  BUROCOR las correcciones), y de la historia BUROHIST
      *  (DISP=MOD) con cada segmento enviado:
      *    'H' cabecera  - suscriptor (RC-BURO-SUSCRIPTOR), periodo
      *                    informado AAAAMM, fecha de proceso y tipo
      *                    de envio, uno por archivo;
      *    'D' segmento  - una cuenta en un periodo.  BR-SEG-ACCION
      *                    dice al buro si es el informe del mes
      *                    ('A'), el reemplazo de lo ya informado
      *                    ('C') o su eliminacion ('E');
      *    'T' cola      - cantidad de segmentos y totales de saldo y
      *                    limite, que el buro verifica para saber
      *                    que el archivo llego completo.
      *  Estado de pago (BR-SEG-ESTADO-PAGO), del peor tramo de
      *  antiguedad de AGING entre las partidas abiertas del cliente
      *  en TRANDAT y de CM-ESTADO-MORA, y el castigo de WOFREG por
      *  encima de ambos:
      *    '00' al dia (nada con mas de 30 dias)
      *    '01' atraso de 31 a 60 dias
      *    '02' atraso de 61 a 90 dias
      *    '03' atraso de mas de 90 dias, o cliente moroso
      *    '04' suspendido por cobranza
      *    '05' castigada
      *    '06' castigada con pagos de recuperacion
      *  El saldo es lo que el cliente debe (CM-BALANCE deudor, en
      *  positivo; cero si el saldo es a favor).  La cuenta es el
      *  numero externo del cliente con su digito verificador.
      *****************************************************************
       01  BURO-REGISTRO.
           05  BR-TIPO                 PIC X(1).
               88  BR-CABECERA         VALUE 'H'.
               88  BR-SEGMENTO         VALUE 'D'.
               88  BR-COLA             VALUE 'T'.
           05  BR-DATOS                PIC X(199).
           05  BR-CAB REDEFINES BR-DATOS.
               10  BR-CAB-SUSCRIPTOR   PIC X(10).
               10  BR-CAB-PERIODO      PIC 9(6).
               10  BR-CAB-FECHA        PIC 9(8).
               10  BR-CAB-ENVIO        PIC X(1).
                   88  BR-ENVIO-MENSUAL    VALUE 'M'.
                   88  BR-ENVIO-CORRECCION VALUE 'C'.
               10  FILLER              PIC X(174).
           05  BR-SEG REDEFINES BR-DATOS.
               10  BR-SEG-ACCION       PIC X(1).
                   88  BR-SEG-INFORME  VALUE 'A'.
                   88  BR-SEG-CORRIGE  VALUE 'C'.
                   88  BR-SEG-ELIMINA  VALUE 'E'.
               10  BR-SEG-PERIODO      PIC 9(6).
               10  BR-SEG-CUENTA.
                   15  BR-SEG-CUST-NUMBER PIC X(6).
                   15  BR-SEG-DIGITO   PIC X(1).
               10  BR-SEG-DOCUMENTO    PIC X(11).
               10  BR-SEG-NOMBRE       PIC X(12).
               10  BR-SEG-APELLIDO     PIC X(10).
               10  BR-SEG-FECHA-NACIMIENTO PIC 9(8).
               10  BR-SEG-DIRECCION    PIC X(25).
               10  BR-SEG-CIUDAD       PIC X(15).
               10  BR-SEG-LIMITE       PIC 9(7)V99.
               10  BR-SEG-SALDO        PIC 9(7)V99.
               10  BR-SEG-ESTADO-PAGO  PIC X(2).
      *  Castigo: espacio sin castigo, 'W' castigada, 'R' castigada
      *  con pagos de recuperacion; importe castigado y fecha del
      *  ultimo castigo.
               10  BR-SEG-CASTIGO      PIC X(1).
                   88  BR-SIN-CASTIGO      VALUE SPACE.
                   88  BR-CASTIGADA        VALUE 'W'.
                   88  BR-CASTIGO-RECUPERADO VALUE 'R'.
               10  BR-SEG-IMPORTE-CASTIGO PIC 9(7)V99.
               10  BR-SEG-FECHA-CASTIGO PIC 9(8).
               10  BR-SEG-ESTADO-CUENTA PIC X(1).
                   88  BR-CUENTA-ABIERTA   VALUE 'A'.
                   88  BR-CUENTA-CERRADA   VALUE 'C'.
               10  BR-SEG-FECHA-CIERRE PIC 9(8).
               10  BR-SEG-FALLECIDO    PIC X(1).
               10  FILLER              PIC X(56).
           05  BR-FIN REDEFINES BR-DATOS.
               10  BR-FIN-SEGMENTOS    PIC 9(7).
               10  BR-FIN-TOT-SALDO    PIC 9(11)V99.
               10  BR-FIN-TOT-LIMITE   PIC 9(11)V99.
               10  FILLER              PIC X(166).
