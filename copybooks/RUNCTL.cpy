      *  postea la perdida de las partidas castigadas.  Espacios =
      *  '666666' por omision.
           05  RC-CUENTA-INCOBRABLE    PIC X(6).
      *  Cuenta de mayor de ajustes por reclamo procedente, a la que
      *  RECLAPL postea el credito de una partida en disputa resuelta
      *  a favor del cliente (total o parcial).  Espacios = '555555'
      *  por omision.
           05  RC-CUENTA-RECLAMOS      PIC X(6).
      *  Cuenta de mayor de bienes no reclamados: pasivo al que CHKABAN
      *  traspasa desde cheques por pagar el importe de los cheques
      *  vencidos que nadie cobro, hasta remitirlo al estado.
      *  Espacios = '444444' por omision.
           05  RC-CUENTA-NO-RECLAMADOS PIC X(6).
      *  Dias desde la emision tras los cuales un cheque vencido sin
      *  cobrar se presume abandonado y CHKABAN lo remite al estado
      *  como bien no reclamado (periodo de inactividad de la ley).
      *  Cero o no numerico = 1095 (tres anos).
           05  RC-DIAS-ABANDONO        PIC 9(5).
      *  Identificacion de la empresa originante ante el banco en el
      *  archivo de transferencias ACHSAL de CHECKPRT (campo de
      *  compania de la cabecera de lote).  Espacios = sin
      *  transferencias: todo desembolso se imprime como cheque.
           05  RC-ACH-ID-EMPRESA       PIC X(10).
      *  Numero de ruta (ABA, nueve digitos) del banco de la empresa:
      *  destino del archivo ACHSAL y entidad originante de cada
      *  transferencia.  Cero o no numerico = sin transferencias.
           05  RC-ACH-RUTA-ORIGEN      PIC 9(9).
      *  Nombre de la empresa que el beneficiario ve en su estado de
      *  cuenta bancario por cada transferencia de ACHSAL.  Espacios
      *  = 'PAGOS CLIENTES'.
           05  RC-ACH-NOMBRE-EMPRESA   PIC X(16).
      *  Porcentajes de provision para cartera dudosa que PROVISN
      *  aplica al saldo abierto de TRANDAT en cada tramo de
      *  antiguedad de AGING (0-30, 31-60, 61-90 y mas de 90 dias),
      *  en 999V99.  Cero o no numerico = sin provision en el tramo.
           05  RC-PCT-PROV-0-30        PIC 9(3)V99.
           05  RC-PCT-PROV-31-60       PIC 9(3)V99.
           05  RC-PCT-PROV-61-90       PIC 9(3)V99.
           05  RC-PCT-PROV-MAS-90      PIC 9(3)V99.
      *  Cuenta de mayor de la estimacion para cuentas incobrables
      *  (cuenta complementaria de la cartera) que PROVISN ajusta
      *  cada fin de mes.  Espacios = '333333' por omision.
           05  RC-CUENTA-PROVISION     PIC X(6).
      *  Cuenta de mayor de gasto por provision, contrapartida del
      *  ajuste mensual de PROVISN.  Espacios = '222222' por
      *  omision.
           05  RC-CUENTA-GASTO-PROV    PIC X(6).
      *  Porcentaje en que RISKSCR propone subir el limite de credito
      *  de un cliente calificado 'A' que ya usa buena parte de el, y
      *  porcentaje en que propone bajarlo a uno calificado 'D'.
      *  Cero o no numerico = 20 y 25 por ciento.
           05  RC-PCT-AUMENTO-LIMITE   PIC 9(3).
           05  RC-PCT-REDUCCION-LIMITE PIC 9(3).
      *  Umbral de reporte regulatorio de efectivo en moneda base
      *  (importe CUSTHIST por su tasa), 9(7)V99: CASHMON abre caso
      *  por cada posteo del dia que lo alcance y toma su porcentaje
      *  RC-PCT-FRACCION como piso de los posteos 'justo debajo' que
      *  cuentan para fraccionamiento.  Cero o no numerico = 10000.00.
           05  RC-UMBRAL-EFECTIVO      PIC 9(7)V99.
      *  Porcentaje del umbral desde el cual un posteo por debajo de
      *  el cuenta como fraccion para la deteccion de fraccionamiento
      *  de CASHMON.  Cero o no numerico = 80; debe ser menor que 100.
           05  RC-PCT-FRACCION         PIC 9(3).
      *  Cantidad minima de fracciones dentro de la ventana para que
      *  CASHMON abra un caso de fraccionamiento.  Cero o no numerico
      *  = 3.
           05  RC-MIN-FRACCIONES       PIC 9(2).
      *  Largo en dias de la ventana movil de CASHMON (el dia de
      *  proceso y los anteriores) para fraccionamiento y velocidad.
      *  Cero o no numerico = 5.
           05  RC-DIAS-VENTANA-MONITOR PIC 9(3).
      *  Cantidad de posteos de un cliente dentro de la ventana desde
      *  la cual CASHMON abre un caso de velocidad (movimiento
      *  inusual de dinero por la cuenta).  Cero o no numerico = 20.
           05  RC-MAX-MOVS-VENTANA     PIC 9(3).
      *  Meses sin posteos propios del cliente en CUSTHIST (entrada
      *  NEGIN/LOCKBOX) tras los cuales DORMANT marca dormida una
      *  cuenta activa.  Cero o no numerico = 12.
           05  RC-MESES-DORMIDA        PIC 9(2).
      *  Dias de gracia despues del vencimiento de una cuota de
      *  convenio de pago antes de que CONVAPL de el convenio por roto
      *  y devuelva el saldo entero a cobranza.  Cero o no numerico =
      *  10.
           05  RC-DIAS-GRACIA-CONVENIO PIC 9(3).
      *  Umbrales de mora (dias pasada la expiracion de la partida, o
      *  su fecha efectiva si no tiene expiracion) en los que LATEFEE
      *  asigna un recargo por mora a la partida abierta de TRANDAT,
      *  uno por umbral y una sola vez.  Cero = umbral sin usar; si los
      *  tres vienen en cero o no numericos rigen 30 y 60.  Los usados
      *  van de menor a mayor.
           05  RC-DIAS-RECARGO-1       PIC 9(3).
           05  RC-DIAS-RECARGO-2       PIC 9(3).
           05  RC-DIAS-RECARGO-3       PIC 9(3).
      *  Cuenta de mayor de ingresos por recargos por mora, contra la
      *  que LATEFEE postea cada recargo asignado; debe estar activa
      *  en el catalogo CTACAT.  Espacios = '111111' por omision.
           05  RC-CUENTA-RECARGOS      PIC X(6).
      *  Cargo por pago devuelto (cheque sin fondos) que LBXDEV cobra al
      *  cliente por cada remesa de LOCKBOX que el banco devuelve.
      *  Cero = no se cobra cargo.
           05  RC-CARGO-DEVOLUCION     PIC 9(5)V99.
      *  Pagos devueltos en los ultimos doce meses desde los cuales
      *  LOCKBOX deja de aceptar pagos del cliente y los estaciona
      *  (CM-DEVOLUCIONES, que mantiene LBXDEV).  Cero = sin tope.
           05  RC-MAX-DEVOLUCIONES     PIC 9(2).
      *  Dias que un saldo a favor (CM-BALANCE positivo) o una entrada
      *  de la caja sin aplicar deben tener antes de que REEMSEL los
      *  reembolse con cheque.  Cero o no numerico = 90.
           05  RC-DIAS-REEMBOLSO       PIC 9(3).
      *  Dias sin actividad en ninguna bitacora tras los cuales OPERCERT
      *  marca un ID de operador como inactivo en la recertificacion
      *  trimestral y lo propone para deshabilitar.  Cero o no
      *  numerico = 90.
           05  RC-DIAS-OPER-INACTIVO   PIC 9(3).
      *  Plazo legal de conservacion de datos personales, en dias, que
      *  corre desde que el cliente queda en el archivo historico de
      *  CUSTARCH; cumplido, CUSTANON anonimiza al cliente en el
      *  archivo y en las bitacoras acumuladas.  Cero o no
      *  numerico = 3650 (diez anos).
           05  RC-DIAS-RETENCION-LEGAL PIC 9(5).
      *  Minutos sin actividad tras los cuales vence la sesion del
      *  menu en linea MENUOPER y hay que volver a ingresar.  Cero o
      *  no numerico = 15.
           05  RC-MINUTOS-SESION       PIC 9(3).
      *  Formas de cheque en blanco en existencia (series recibidas en
      *  CHKSTOCK aun sin consumir) por debajo de las cuales CHKSTKR
      *  avisa que hay que pedir mas.  Cero = sin aviso.
           05  RC-PUNTO-REORDEN-FORMAS PIC 9(6).
      *  Porcentajes de cobro esperado que CASHPROY aplica, en la
      *  proyeccion semanal de caja, a las partidas abiertas de
      *  TRANDAT de cada tramo de antiguedad de AGING (0-30, 31-60,
      *  61-90 y mas de 90 dias), en 999V99.  No numerico = 95, 75,
      *  50 y 20 respectivamente; cero = no se espera cobrar nada
      *  del tramo.  La comparacion contra lo real del reporte de
      *  CASHPROY es la base para ajustarlos.
           05  RC-PCT-COBRO-0-30       PIC 9(3)V99.
           05  RC-PCT-COBRO-31-60      PIC 9(3)V99.
           05  RC-PCT-COBRO-61-90      PIC 9(3)V99.
           05  RC-PCT-COBRO-MAS-90     PIC 9(3)V99.
      *  Codigo de suscriptor que el buro de credito asigno a la
      *  empresa: viaja en la cabecera del archivo mensual BUROEXT y
      *  en la de las correcciones de BUROCOR.  Espacios = aun sin
      *  convenio con el buro: BUROEXT no genera el archivo.
           05  RC-BURO-SUSCRIPTOR      PIC X(10).
      *  Meses despues del cierre (CM-FECHA-INACTIVO de CUSTCLS)
      *  durante los que BUROEXT sigue informando la cuenta cerrada,
      *  para que el buro reciba el cierre y el saldo final.  Cero o
      *  no numerico = 3.
           05  RC-MESES-BURO-CERRADA   PIC 9(2).
      *  Agencia externa de cobranza con contrato vigente: codigo que
      *  AGCCOL pone en cada colocacion y con el que la agencia
      *  identifica sus remesas.  Espacios = sin agencia: AGCCOL no
      *  coloca partidas (los retiros se siguen emitiendo).
           05  RC-AGENCIA-CODIGO       PIC X(4).
      *  Dias de mora minimos para colocar una partida de la cola en
      *  la agencia (el AVISO FINAL empieza a los 151).  Cero o no
      *  numerico = 180.
           05  RC-AGENCIA-DIAS-MINIMO  PIC 9(3).
      *  Importe minimo de la partida para colocarla; por debajo no
      *  paga la comision de la agencia.  No numerico = 100.00; cero
      *  = cualquier importe.
           05  RC-AGENCIA-IMPORTE-MIN  PIC 9(7)V99.
      *  Porcentaje de comision de la agencia sobre lo que recupera
      *  (999V99), el que AGCREM aplica a cada recuperacion de la
      *  remesa mensual.  No numerico = 25.
           05  RC-AGENCIA-PCT-COMISION PIC 9(3)V99.
      *  Cuenta de mayor de gasto por comisiones de cobranza externa,
      *  a la que AGCREM carga la comision retenida por la agencia.
      *  Espacios = '121212' por omision.
           05  RC-CUENTA-COMISION-AGC  PIC X(6).
      *  Meses que una partida cerrada o castigada sigue en TRANDAT
      *  despues de su fecha de expiracion; cumplidos, TRDPURG la
      *  pasa al historico de partidas TRDHIST y la borra del
      *  archivo.  Cero o no numerico = 24.
           05  RC-MESES-RETENCION-PARTIDAS PIC 9(3).
