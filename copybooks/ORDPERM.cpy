      *****************************************************************
      *  ORDPERM.CPY
      *  Orden permanente: un cargo fijo o un abono de convenio de
      *  pago que se repite y que antes se tecleaba en NEGIN cada
      *  mes.  ORDMNT la registra en linea; ORDGEN la convierte, en
      *  cada fecha que le toca, en transacciones de su propio lote
      *  NEGIN que NEGATIVO-DECIMAL postea como cualquier otro.
      *  Clave logica: cliente + secuencia (un cliente puede tener
      *  varias ordenes).
      *    OP-FRECUENCIA 'S' semanal   - cada siete dias desde el
      *                                  inicio;
      *                  'M' mensual   - el mismo dia del mes que el
      *                                  inicio;
      *                  'D' dia fijo  - el dia OP-DIA-MES de cada mes.
      *    En un mes mas corto, el dia 29-31 cae en el ultimo dia del
      *    mes; la fecha que no es dia habil en PROCCAL se corre al
      *    siguiente dia habil.
      *    OP-ESTADO 'A' activa, 'S' suspendida (no genera hasta que
      *    se reactive), 'V' vencida (paso su fecha de fin; ORDGEN la
      *    marca y ya no genera).
      *  OP-ULTIMA-FECHA es la ultima fecha programada (sin correr al
      *  dia habil) que ya se genero; el arrastre ORDPERM -> ORDPERMO
      *  la conserva de una corrida a la siguiente.
      *****************************************************************
       01  ORDPERM-REGISTRO.
           05  OP-CUST-NUMBER          PIC 9(6).
           05  OP-SECUENCIA            PIC 9(2).
           05  OP-DESCRIPCION          PIC X(16).
           05  OP-SENTIDO              PIC X(1).
               88  OP-ES-CARGO         VALUE 'C'.
               88  OP-ES-ABONO         VALUE 'A'.
           05  OP-IMPORTE              PIC 9(7)V999.
           05  OP-MONEDA               PIC X(3).
           05  OP-CUENTA-GL            PIC X(6).
           05  OP-FRECUENCIA           PIC X(1).
               88  OP-SEMANAL          VALUE 'S'.
               88  OP-MENSUAL          VALUE 'M'.
               88  OP-DIA-FIJO         VALUE 'D'.
           05  OP-DIA-MES              PIC 9(2).
           05  OP-FECHA-INICIO         PIC 9(8).
           05  OP-FECHA-FIN            PIC 9(8).
           05  OP-ESTADO               PIC X(1).
               88  OP-ACTIVA           VALUE 'A'.
               88  OP-SUSPENDIDA       VALUE 'S'.
               88  OP-VENCIDA          VALUE 'V'.
           05  OP-ULTIMA-FECHA         PIC 9(8).
           05  OP-OPERADOR             PIC X(4).
           05  FILLER                  PIC X(4).
