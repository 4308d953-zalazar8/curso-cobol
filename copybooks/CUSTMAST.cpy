      *  la alimentacion de mayor general de NEGATIVO-DECIMAL.
      *  CM-INDICADOR-ACTIVO/CM-FECHA-INACTIVO son los que CUSTARCH usa
      *  para saber que clientes ya cumplieron la ventana de retencion.
      *  En un cliente activo marcado dormido (CM-INDICADOR-DORMIDA)
      *  CM-FECHA-INACTIVO guarda la fecha desde la que esta dormido.
      *  Compartido por NIVEL88, VERBOS-BASICOS, REDEFINIR, RECONGL y
      *  CUSTARCH.
      *****************************************************************
      *  WS-AA/WS-BB alla.  CUSTINQ, CUSTCSV, los cheques y los
      *  estados de cuenta toman de aqui al titular en vez de un
      *  archivo lateral.
      *  CM-NOMBRE-CLAVE agrupa nombre y apellido como segunda clave
      *  alterna del maestro (con duplicados), para que las consultas
      *  en linea encuentren al cliente que no sabe su numero; la
      *  primera clave alterna es CM-DOCUMENTO-IDENTIDAD.
           05  CM-NOMBRE-CLAVE.
               10  CM-NOMBRE           PIC X(12).
               10  CM-APELLIDO         PIC X(10).
      *  Sucursal que capto al cliente, capturada en el registro por
      *  VERBOS-BASICOS y validada contra el archivo de control de
      *  sucursales; base de los subtotales por oficina de CUSTSNAP
      *  tasas del producto y SEGRPT puede cortar sus secciones por
      *  el.  '01' es la linea historica.
           05  CM-PRODUCTO             PIC X(2).
      *  Calificacion de riesgo que RISKSCR asigna cada mes desde la
      *  historia propia del cliente (mora, cola 90+, promesas rotas,
      *  castigos, retenidos y uso del limite): 'A' el mejor a 'E' el
      *  peor, con el puntaje que la produjo.  Espacios = aun sin
      *  calificar.
           05  CM-GRADO-RIESGO         PIC X(1).
               88  CM-RIESGO-A         VALUE 'A'.
               88  CM-RIESGO-B         VALUE 'B'.
               88  CM-RIESGO-C         VALUE 'C'.
               88  CM-RIESGO-D         VALUE 'D'.
               88  CM-RIESGO-E         VALUE 'E'.
           05  CM-PUNTAJE-RIESGO       PIC 9(3).
      *  Cuenta dormida: DORMANT marca 'D' al cliente activo que pasa
      *  RC-MESES-DORMIDA meses sin posteos propios en CUSTHIST, con
      *  la fecha en CM-FECHA-INACTIVO (el cliente sigue 'A': devenga,
      *  recibe estado y se califica igual).  NEGATIVO-DECIMAL la
      *  despierta con el primer posteo de NEGIN o LOCKBOX, CHECKPRT
      *  no le desembolsa y CUST360 la advierte.  Espacios = en uso.
           05  CM-INDICADOR-DORMIDA    PIC X(1).
               88  CM-CUENTA-DORMIDA   VALUE 'D'.
      *  Pagos devueltos por el banco (cheques sin fondos) en los
      *  ultimos doce meses: LBXDEV lo sube con cada devolucion y lo
      *  baja cuando la devolucion sale de su registro de pagos al
      *  cumplir el ano.  Con RC-MAX-DEVOLUCIONES o mas, LOCKBOX ya
      *  no acepta pagos del cliente y los estaciona.
           05  CM-DEVOLUCIONES         PIC 9(2).
      *  Domicilio postal devuelto por el correo: DOMDEV marca 'D' al
      *  capturar un sobre devuelto, con el documento que volvio
      *  ('E' estado de cuenta, 'C' carta de cobranza, 'Q' cheque);
      *  la fecha y el motivo quedan en su registro de devoluciones.
      *  Mientras siga marcado, CUSTSTMT y DUNNING mandan el papel
      *  del cliente a la cola de retencion por domicilio en vez de
      *  imprimirlo y CHECKPRT estaciona sus cheques.  CUSTUPD lo
      *  limpia al registrar una direccion nueva.  Espacios = el
      *  domicilio recibe correspondencia.
           05  CM-DOMICILIO-ESTADO     PIC X(1).
               88  CM-DOMICILIO-DEVUELTO VALUE 'D'.
           05  CM-DOMICILIO-DOCUMENTO  PIC X(1).
               88  CM-DEVUELTO-ESTADO  VALUE 'E'.
               88  CM-DEVUELTO-CARTA   VALUE 'C'.
               88  CM-DEVUELTO-CHEQUE  VALUE 'Q'.
      *  Cliente fallecido: CUSTFAL marca 'F' al registrar el aviso
      *  de defuncion; la fecha y el representante de la sucesion
      *  quedan en DEFUNC.  Desde ahi ACRMENS no le devenga, LATEFEE
      *  no le recarga, DUNNING no le escribe, NEGATIVO-DECIMAL solo
      *  le aplica abonos (pagos de la sucesion) y CUSTSTMT manda su
      *  estado al representante.  Espacios = vivo.
           05  CM-INDICADOR-FALLECIDO  PIC X(1).
               88  CM-CLIENTE-FALLECIDO VALUE 'F'.
      *  Digito verificador del numero de cliente (rutina CUSTDV):
      *  VERBOS-BASICOS lo asigna en el alta y CUSTDVC se lo dio de
      *  una vez a los clientes existentes.  El numero externo del
      *  cliente -el impreso en estados, cartas y talones de pago, y
      *  el que deben traer las entradas y teclear las pantallas- es
      *  CM-CUST-NUMBER seguido de este digito.
           05  CM-DIGITO-VERIFICADOR   PIC X(1).
           05  FILLER                  PIC X(1).
