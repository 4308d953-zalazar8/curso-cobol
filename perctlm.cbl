      *  finanzas dentro de un periodo ya conciliado, y reabrirlo
      *  exige el mismo par de ojos.  Cada cambio queda en la
      *  bitacora PERAUD (DISP=MOD), igual que PARMAUD.
      *  Al cerrar un periodo, el saldo final de cada cuenta en los
      *  saldos de mayor (GLSALDO.CPY) pasa a ser el saldo inicial
      *  del periodo siguiente; cerrar de nuevo un periodo reabierto
      *  vuelve a arrastrarlo.  Sin archivo de saldos asignado el
      *  cierre se hace igual y no se arrastra nada.
      *  Un periodo solo se cierra si la ultima lista de cierre que
      *  CIERRCHK dejo para el en PERCHK lo da por apto.  Sin lista, o
      *  con chequeos en falla, el cierre se niega salvo excepcion: un
      *  segundo operador, distinto del de la sesion y con autoridad
      *  de excepcion de cierre en OPERSEC (funcion 'X' de OPERAUTH),
      *  lo autoriza con su ID.  La excepcion queda en PERAUD (accion
      *  EXCEPCIO, con el ID que la autorizo en PB-AUTORIZA) y en
      *  ERRLOG con los chequeos que fallaban.  Sin maestro de
      *  seguridad no hay excepcion posible.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BITACORA-FILE ASSIGN TO "PERAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
           SELECT SALDOS-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-CLAVE
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT LISTA-FILE ASSIGN TO "PERCHK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-FILE.
           05  PB-OPERADOR         PIC X(4).
           05  PB-ACCION           PIC X(8).
           05  PB-PERIODO          PIC 9(6).
           05  PB-AUTORIZA         PIC X(4).
           05  FILLER              PIC X(4).
       FD  SALDOS-FILE.
           COPY GLSALDO.
       FD  LISTA-FILE.
           COPY PERCHK.
       WORKING-STORAGE SECTION.
       01 WS-PERIODOS-STATUS       PIC X(2).
           88 WS-PERIODOS-OK       VALUE '00'.
           88 WS-PERIODOS-SAL-OK   VALUE '00'.
       01 WS-BITACORA-STATUS       PIC X(2).
           88 WS-BITACORA-OK       VALUE '00'.
       01 WS-SALDOS-STATUS         PIC X(2).
           88 WS-SALDOS-OK         VALUE '00'.
           88 WS-SALDOS-EOF        VALUE '10'.
       01 WS-LISTA-STATUS          PIC X(2).
           88 WS-LISTA-OK          VALUE '00'.
           88 WS-LISTA-EOF         VALUE '10'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'PERCTLM'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
      *****************************************************************
      *  Tabla de periodos; 120 entradas son diez anos de meses.
      *****************************************************************
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
       01 WS-CONTADOR-CAMBIOS      PIC 9(3) VALUE ZERO.
      *****************************************************************
      *  Saldos finales del periodo que se cierra, una entrada por
      *  cuenta (el catalogo CTACAT admite 2000).
      *****************************************************************
       01 WS-TABLA-ARRASTRE.
           05  WS-ARRASTRE-ENTRADA OCCURS 2000 TIMES.
               10  WS-TA-CUENTA    PIC X(6).
               10  WS-TA-SALDO     PIC S9(13)V999.
       01 WS-CONTADOR-ARRASTRE     PIC 9(4) VALUE ZERO.
       01 WS-IDX-ARRASTRE          PIC 9(4).
       01 WS-PERIODO-SIGUIENTE.
           05  WS-PS-ANO           PIC 9(4).
           05  WS-PS-MES           PIC 9(2).
       01 WS-PERIODO-SIGUIENTE-N REDEFINES WS-PERIODO-SIGUIENTE
                                   PIC 9(6).
       01 WS-PERIODO-POSTERIOR.
           05  WS-PP-ANO           PIC 9(4).
           05  WS-PP-MES           PIC 9(2).
       01 WS-PERIODO-POSTERIOR-N REDEFINES WS-PERIODO-POSTERIOR
                                   PIC 9(6).
       01 WS-DIFERENCIA-ARRASTRE   PIC S9(13)V999 VALUE ZERO.
       01 WS-HAY-POSTERIOR         PIC X(1) VALUE 'N'.
           88 WS-HAY-PERIODO-POSTERIOR VALUE 'S'.
      *****************************************************************
      *  Ultima lista de cierre del periodo y excepcion autorizada.
      *****************************************************************
       01 WS-HAY-LISTA             PIC X(1).
           88 WS-HAY-LISTA-SI      VALUE 'S'.
       01 WS-ULTIMA-LISTA.
           05  WS-UL-FECHA         PIC 9(8).
           05  WS-UL-HORA          PIC 9(6).
           05  WS-UL-RESULTADO     PIC X(1).
               88  WS-UL-APTO      VALUE 'S'.
           05  WS-UL-CHEQUEOS.
               10  WS-UL-CHEQUEO   PIC X(1) OCCURS 6 TIMES.
       01 WS-IDX-CHEQUEO           PIC 9(1).
       01 WS-PUEDE-CERRAR          PIC X(1) VALUE 'N'.
           88 WS-PUEDE-CERRAR-SI   VALUE 'S'.
       01 WS-OPERADOR-EXCEPCION    PIC X(4) VALUE SPACES.
       01 WS-FUNCION-EXCEPCION     PIC X(1) VALUE 'X'.
       01 WS-AUTORIZADO-EXCEPCION  PIC X(1) VALUE 'N'.
           88 WS-EXCEPCION-SI      VALUE 'S'.
       01 WS-RETORNO-EXCEPCION     PIC 9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               IF WS-IDX-HALLADO = ZERO
                   DISPLAY 'PERIODO NO REGISTRADO, ABRELO PRIMERO'
               ELSE
                   PERFORM 410-VERIFICAR-LISTA
               END-IF
           END-IF.
           IF WS-PERIODO NOT = ZERO AND WS-IDX-HALLADO NOT = ZERO
              AND WS-PUEDE-CERRAR-SI
               MOVE 'C' TO WS-TP-ESTADO(WS-IDX-HALLADO)
               ADD 1 TO WS-CONTADOR-CAMBIOS
               MOVE 'CERRAR' TO PB-ACCION
               PERFORM 700-ASENTAR-BITACORA
               DISPLAY 'PERIODO ' WS-PERIODO ' CERRADO'
               PERFORM 450-ARRASTRAR-SALDOS
           END-IF.
           MOVE SPACES TO WS-OPERADOR-EXCEPCION.

      *****************************************************************
      *  Vale la ultima lista que CIERRCHK asento para el periodo;
      *  una corrida posterior reemplaza a las anteriores.
      *****************************************************************
       410-VERIFICAR-LISTA.
           MOVE 'N' TO WS-PUEDE-CERRAR.
           MOVE 'N' TO WS-HAY-LISTA.
           MOVE SPACES TO WS-OPERADOR-EXCEPCION.
           OPEN INPUT LISTA-FILE.
           IF WS-LISTA-OK
               PERFORM 420-LEER-LISTA
               PERFORM UNTIL WS-LISTA-EOF
                   IF PK-PERIODO = WS-PERIODO
                       SET WS-HAY-LISTA-SI TO TRUE
                       MOVE PK-FECHA TO WS-UL-FECHA
                       MOVE PK-HORA TO WS-UL-HORA
                       MOVE PK-RESULTADO TO WS-UL-RESULTADO
                       MOVE PK-CHEQUEOS TO WS-UL-CHEQUEOS
                   END-IF
                   PERFORM 420-LEER-LISTA
               END-PERFORM
               CLOSE LISTA-FILE
           END-IF.
           IF WS-HAY-LISTA-SI AND WS-UL-APTO
               SET WS-PUEDE-CERRAR-SI TO TRUE
           ELSE
               IF WS-HAY-LISTA-SI
                   DISPLAY 'LISTA DE CIERRE DEL ' WS-UL-FECHA ' '
                       WS-UL-HORA ': PERIODO NO APTO'
                   PERFORM VARYING WS-IDX-CHEQUEO FROM 1 BY 1
                       UNTIL WS-IDX-CHEQUEO > 6
                       IF WS-UL-CHEQUEO(WS-IDX-CHEQUEO) NOT = 'S'
                           DISPLAY '  FALLA CHEQUEO ' WS-IDX-CHEQUEO
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE ALL 'N' TO WS-UL-CHEQUEOS
                   DISPLAY 'SIN LISTA DE CIERRE PARA EL PERIODO, '
                       'CORRE CIERRCHK'
               END-IF
               PERFORM 430-AUTORIZAR-EXCEPCION
           END-IF.

       420-LEER-LISTA.
           READ LISTA-FILE
               AT END SET WS-LISTA-EOF TO TRUE
           END-READ.

       430-AUTORIZAR-EXCEPCION.
           DISPLAY 'ID DEL OPERADOR QUE AUTORIZA LA EXCEPCION '
               '(BLANCO CANCELA)'.
           MOVE SPACES TO WS-OPERADOR-EXCEPCION.
           ACCEPT WS-OPERADOR-EXCEPCION.
           IF WS-OPERADOR-EXCEPCION = SPACES
               DISPLAY 'CIERRE CANCELADO'
           ELSE
               IF WS-OPERADOR-EXCEPCION = WS-OPERADOR
                   DISPLAY 'LA EXCEPCION LA AUTORIZA OTRO OPERADOR'
                   MOVE SPACES TO WS-OPERADOR-EXCEPCION
               ELSE
                   MOVE 'N' TO WS-AUTORIZADO-EXCEPCION
                   CALL 'OPERAUTH' USING WS-OPERADOR-EXCEPCION
                       WS-FUNCION-EXCEPCION WS-AUTORIZADO-EXCEPCION
                       WS-RETORNO-EXCEPCION
                   IF WS-EXCEPCION-SI
                       SET WS-PUEDE-CERRAR-SI TO TRUE
                       MOVE 'EXCEPCIO' TO PB-ACCION
                       PERFORM 700-ASENTAR-BITACORA
                       MOVE SPACES TO WS-EL-DATO-OFENSOR
                       STRING WS-PERIODO ' EXCEPCION '
                           WS-OPERADOR-EXCEPCION ' CHEQUEOS '
                           WS-UL-CHEQUEOS
                           DELIMITED BY SIZE INTO WS-EL-DATO-OFENSOR
                       CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                           WS-EL-DATO-OFENSOR
                       DISPLAY 'EXCEPCION DE CIERRE AUTORIZADA POR '
                           WS-OPERADOR-EXCEPCION
                   ELSE
                       DISPLAY 'OPERADOR SIN AUTORIDAD DE EXCEPCION '
                           '(RETORNO ' WS-RETORNO-EXCEPCION
                           '), PERIODO NO CERRADO'
                       MOVE SPACES TO WS-OPERADOR-EXCEPCION
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Arrastre de saldos de mayor: el saldo final de cada cuenta
      *  en el periodo cerrado queda como saldo inicial de la misma
      *  cuenta en el periodo siguiente, se haya movido ya o no; el
      *  final del siguiente se recalcula con su propio debe y haber.
      *****************************************************************
       450-ARRASTRAR-SALDOS.
           MOVE ZERO TO WS-CONTADOR-ARRASTRE.
           OPEN I-O SALDOS-FILE.
           IF NOT WS-SALDOS-OK
               DISPLAY 'SIN SALDOS DE MAYOR, NO SE ARRASTRAN SALDOS'
           ELSE
               MOVE LOW-VALUES TO GS-CLAVE
               START SALDOS-FILE KEY NOT < GS-CLAVE
                   INVALID KEY SET WS-SALDOS-EOF TO TRUE
               END-START
               IF NOT WS-SALDOS-EOF
                   PERFORM 460-LEER-SIGUIENTE-SALDO
               END-IF
               PERFORM UNTIL WS-SALDOS-EOF
                   IF GS-PERIODO = WS-PERIODO
                       IF WS-CONTADOR-ARRASTRE < 2000
                           ADD 1 TO WS-CONTADOR-ARRASTRE
                           MOVE GS-CUENTA
                               TO WS-TA-CUENTA(WS-CONTADOR-ARRASTRE)
                           MOVE GS-SALDO-FINAL
                               TO WS-TA-SALDO(WS-CONTADOR-ARRASTRE)
                       ELSE
                           DISPLAY 'TABLA DE ARRASTRE LLENA, CUENTA '
                               GS-CUENTA ' SIN ARRASTRAR'
                       END-IF
                   END-IF
                   PERFORM 460-LEER-SIGUIENTE-SALDO
               END-PERFORM
               MOVE WS-PERIODO TO WS-PERIODO-SIGUIENTE-N
               IF WS-PS-MES = 12
                   ADD 1 TO WS-PS-ANO
                   MOVE 1 TO WS-PS-MES
               ELSE
                   ADD 1 TO WS-PS-MES
               END-IF
               PERFORM VARYING WS-IDX-ARRASTRE FROM 1 BY 1
                   UNTIL WS-IDX-ARRASTRE > WS-CONTADOR-ARRASTRE
                   PERFORM 470-ABRIR-SALDO-SIGUIENTE
               END-PERFORM
               CLOSE SALDOS-FILE
               DISPLAY 'SALDOS ARRASTRADOS A ' WS-PERIODO-SIGUIENTE-N
                   ': ' WS-CONTADOR-ARRASTRE
           END-IF.

       460-LEER-SIGUIENTE-SALDO.
           READ SALDOS-FILE NEXT RECORD
               AT END SET WS-SALDOS-EOF TO TRUE
           END-READ.

       470-ABRIR-SALDO-SIGUIENTE.
           MOVE WS-TA-CUENTA(WS-IDX-ARRASTRE) TO GS-CUENTA.
           MOVE WS-PERIODO-SIGUIENTE-N TO GS-PERIODO.
           READ SALDOS-FILE
               INVALID KEY
                   MOVE SPACES TO GLSALDO-REGISTRO
                   MOVE WS-TA-CUENTA(WS-IDX-ARRASTRE) TO GS-CUENTA
                   MOVE WS-PERIODO-SIGUIENTE-N TO GS-PERIODO
                   MOVE WS-TA-SALDO(WS-IDX-ARRASTRE)
                       TO GS-SALDO-INICIAL
                   MOVE ZERO TO GS-DEBE
                   MOVE ZERO TO GS-HABER
                   MOVE WS-TA-SALDO(WS-IDX-ARRASTRE)
                       TO GS-SALDO-FINAL
                   MOVE WS-FECHA-HOY TO GS-FECHA-ACTUALIZA
                   WRITE GLSALDO-REGISTRO
               NOT INVALID KEY
                   COMPUTE WS-DIFERENCIA-ARRASTRE =
                       WS-TA-SALDO(WS-IDX-ARRASTRE) - GS-SALDO-INICIAL
                   MOVE WS-TA-SALDO(WS-IDX-ARRASTRE)
                       TO GS-SALDO-INICIAL
                   COMPUTE GS-SALDO-FINAL = GS-SALDO-INICIAL
                       + GS-DEBE - GS-HABER
                   MOVE WS-FECHA-HOY TO GS-FECHA-ACTUALIZA
                   REWRITE GLSALDO-REGISTRO
                   IF WS-DIFERENCIA-ARRASTRE NOT = ZERO
                       PERFORM 480-CORRER-POSTERIORES
                   END-IF
           END-READ.

      *****************************************************************
      *  Al cerrar de nuevo un periodo viejo, los periodos de la
      *  cuenta ya arrastrados despues del siguiente se corren con la
      *  misma diferencia, igual que un posteo tardio en GLSALDO.
      *****************************************************************
       480-CORRER-POSTERIORES.
           MOVE WS-PERIODO-SIGUIENTE-N TO WS-PERIODO-POSTERIOR-N.
           SET WS-HAY-PERIODO-POSTERIOR TO TRUE.
           PERFORM UNTIL NOT WS-HAY-PERIODO-POSTERIOR
               IF WS-PP-MES = 12
                   ADD 1 TO WS-PP-ANO
                   MOVE 1 TO WS-PP-MES
               ELSE
                   ADD 1 TO WS-PP-MES
               END-IF
               MOVE WS-TA-CUENTA(WS-IDX-ARRASTRE) TO GS-CUENTA
               MOVE WS-PERIODO-POSTERIOR-N TO GS-PERIODO
               READ SALDOS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-HAY-POSTERIOR
                   NOT INVALID KEY
                       ADD WS-DIFERENCIA-ARRASTRE TO GS-SALDO-INICIAL
                       ADD WS-DIFERENCIA-ARRASTRE TO GS-SALDO-FINAL
                       MOVE WS-FECHA-HOY TO GS-FECHA-ACTUALIZA
                       REWRITE GLSALDO-REGISTRO
               END-READ
           END-PERFORM.

       500-LISTAR-PERIODOS.
           PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-CONTADOR-PERIODOS
           MOVE WS-HORA-AHORA TO PB-HORA.
           MOVE WS-OPERADOR TO PB-OPERADOR.
           MOVE WS-PERIODO TO PB-PERIODO.
           MOVE WS-OPERADOR-EXCEPCION TO PB-AUTORIZA.
           WRITE BITACORA-LINEA.
       END PROGRAM PERCTLM.
