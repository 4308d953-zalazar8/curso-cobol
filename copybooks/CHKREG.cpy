      *                     de vigencia (RC-DIAS-VIGENCIA-CHEQUE);
      *                     el pago positivo lo exporta al banco como
      *                     anulado para que rebote al presentarse.
      *  CHKABAN anexa el cierre de los vencidos que nadie reclamo:
      *    'A' remitido   - el importe paso a la cuenta de bienes no
      *                     reclamados y se declaro al estado en el
      *                     reporte anual del tenedor; el numero queda
      *                     saldado.
      *  El archivo crece con DISP=MOD; es la fuente del extracto de
      *  pago positivo que se manda al banco.
      *****************************************************************
               88  CR-REEMITIDO        VALUE 'R'.
               88  CR-PAGADO           VALUE 'P'.
               88  CR-VENCIDO          VALUE 'S'.
               88  CR-ABANDONADO       VALUE 'A'.
           05  CR-NUMERO-REFERENCIA    PIC 9(8).
      *  Operador que aprobo el cheque en CHKREL cuando la emision
      *  venia de la cola de retenidos por tope; espacios en una
      *  emision directa.
           05  CR-OPERADOR-APRUEBA     PIC X(4).
      *  Titular del cheque en emisiones y reemisiones: cliente de
      *  CUSTMAST o proveedor de PROVMAST, de donde CHKABAN toma el
      *  ultimo domicilio conocido; espacios en los demas eventos y
      *  en los cheques sin titular en maestro.
           05  CR-TIPO-TITULAR         PIC X(1).
               88  CR-TITULAR-CLIENTE  VALUE 'C'.
               88  CR-TITULAR-PROVEEDOR VALUE 'P'.
           05  CR-CODIGO-TITULAR       PIC 9(6).
      *  Medio del desembolso: 'T' transferencia, cuando CHECKPRT
      *  mando el pago al archivo bancario ACHSAL en vez de la
      *  impresora (el numero se asigna igual, de la misma serie);
      *  espacios en un cheque impreso.  La anulacion de una
      *  transferencia devuelta lleva el mismo medio, asi el pago
      *  positivo no le anuncia al banco un cheque que no existe y
      *  BANKRECN no la espera en el archivo de pagados.
           05  CR-MEDIO-PAGO           PIC X(1).
               88  CR-PAGO-TRANSFERENCIA VALUE 'T'.
           05  FILLER                  PIC X(4).
