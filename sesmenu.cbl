       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESMENU.
      *****************************************************************
      *  Sesion del operador en las transacciones en linea.  Guarda,
      *  para todo el paso, el ID con el que el operador ingreso, el
      *  cliente en curso y la hora de la ultima actividad, de modo
      *  que el menu MENUOPER y las transacciones que llama compartan
      *  un solo ingreso y el mismo cliente sin volver a pedirlos.
      *  Funciones:
      *    'I' ingresar: pide el ID y lo valida con OPERAUTH ('I');
      *        sin OPERSEC (retorno 04) se acepta como antes de tener
      *        el maestro de seguridad;
      *    'O' operador: con sesion vigente devuelve el operador y el
      *        cliente en curso; sin sesion ingresa como 'I' (una
      *        transaccion corrida fuera del menu pide el ID una vez);
      *    'C' consultar: como 'O' pero sin sesion no pide nada;
      *    'F' fijar el cliente en curso con LK-CUST-NUMBER;
      *    'T' terminar la sesion.
      *  Cada llamada vigente cuenta como actividad; pasados
      *  RC-MINUTOS-SESION minutos sin actividad (15 si RUNCTL no lo
      *  trae) la sesion vence y no se rehabilita: hay que volver a
      *  entrar al menu.  Retornos:
      *    00 sesion vigente               04 sin sesion ('C')
      *    08 ingreso rechazado            12 sesion vencida
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-ESTADO-SESION         PIC X(1) VALUE 'N'.
           88 WS-SIN-SESION        VALUE 'N'.
           88 WS-SESION-ACTIVA     VALUE 'A'.
           88 WS-SESION-VENCIDA    VALUE 'V'.
       01 WS-SE-OPERADOR           PIC X(4) VALUE SPACES.
       01 WS-SE-CLIENTE            PIC 9(6) VALUE ZERO.
       01 WS-SE-FECHA              PIC 9(8) VALUE ZERO.
       01 WS-SE-HORA               PIC 9(8) VALUE ZERO.
       01 WS-SE-HORA-R REDEFINES WS-SE-HORA.
           05  WS-SH-HH            PIC 9(2).
           05  WS-SH-MM            PIC 9(2).
           05  FILLER              PIC 9(4).
       01 WS-MINUTOS-LIMITE        PIC 9(3) VALUE 15.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(8).
       01 WS-HORA-AHORA-R REDEFINES WS-HORA-AHORA.
           05  WS-HA-HH            PIC 9(2).
           05  WS-HA-MM            PIC 9(2).
           05  FILLER              PIC 9(4).
       01 WS-MINUTOS-INACTIVO      PIC S9(9).
       01 WS-OPERADOR-INGRESO      PIC X(4).
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'I'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       LINKAGE SECTION.
       01 LK-FUNCION               PIC X(1).
           88 LK-INGRESAR          VALUE 'I'.
           88 LK-OBTENER           VALUE 'O'.
           88 LK-CONSULTAR         VALUE 'C'.
           88 LK-FIJAR-CLIENTE     VALUE 'F'.
           88 LK-TERMINAR          VALUE 'T'.
       01 LK-OPERADOR              PIC X(4).
       01 LK-CUST-NUMBER           PIC 9(6).
       01 LK-RETORNO               PIC 9(2).
       PROCEDURE DIVISION USING LK-FUNCION LK-OPERADOR
               LK-CUST-NUMBER LK-RETORNO.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE ZERO TO LK-RETORNO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           IF WS-SESION-ACTIVA
               PERFORM 300-VERIFICAR-INACTIVIDAD
           END-IF.
           EVALUATE TRUE
               WHEN LK-INGRESAR
                   PERFORM 100-INGRESAR
               WHEN LK-TERMINAR
                   MOVE 'N' TO WS-ESTADO-SESION
                   MOVE SPACES TO WS-SE-OPERADOR
                   MOVE ZERO TO WS-SE-CLIENTE
               WHEN WS-SESION-VENCIDA
                   MOVE 12 TO LK-RETORNO
                   DISPLAY 'SESION VENCIDA POR INACTIVIDAD, VUELVA A '
                       'INGRESAR AL MENU'
               WHEN WS-SIN-SESION AND LK-OBTENER
                   PERFORM 100-INGRESAR
               WHEN WS-SIN-SESION
                   MOVE 04 TO LK-RETORNO
               WHEN LK-FIJAR-CLIENTE
                   MOVE LK-CUST-NUMBER TO WS-SE-CLIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-SESION-ACTIVA
               MOVE WS-FECHA-HOY TO WS-SE-FECHA
               MOVE WS-HORA-AHORA TO WS-SE-HORA
           END-IF.
      *  Una sesion vencida sigue informando quien era el operador,
      *  para que la bitacora de accesos no lo pierda.
           IF WS-SIN-SESION
               MOVE SPACES TO LK-OPERADOR
               MOVE ZERO TO LK-CUST-NUMBER
           ELSE
               MOVE WS-SE-OPERADOR TO LK-OPERADOR
               MOVE WS-SE-CLIENTE TO LK-CUST-NUMBER
           END-IF.
           GOBACK.

       100-INGRESAR.
           PERFORM 150-LEER-RUNCTL.
           DISPLAY 'INTRODUCE TU ID DE OPERADOR'.
           MOVE SPACES TO WS-OPERADOR-INGRESO.
           ACCEPT WS-OPERADOR-INGRESO.
           MOVE 'N' TO WS-AUTORIZADO.
           CALL 'OPERAUTH' USING WS-OPERADOR-INGRESO
               WS-FUNCION-AUTORIZAR WS-AUTORIZADO WS-RETORNO-OPERAUTH.
           IF WS-RETORNO-OPERAUTH = 04
              AND WS-OPERADOR-INGRESO NOT = SPACES
               SET WS-AUTORIZADO-SI TO TRUE
           END-IF.
           IF WS-AUTORIZADO-SI
               SET WS-SESION-ACTIVA TO TRUE
               MOVE WS-OPERADOR-INGRESO TO WS-SE-OPERADOR
               MOVE ZERO TO WS-SE-CLIENTE
           ELSE
               MOVE 'N' TO WS-ESTADO-SESION
               MOVE 08 TO LK-RETORNO
               DISPLAY 'INGRESO RECHAZADO (RETORNO '
                   WS-RETORNO-OPERAUTH ')'
           END-IF.

       150-LEER-RUNCTL.
           MOVE 15 TO WS-MINUTOS-LIMITE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-MINUTOS-SESION IS NUMERIC
                          AND RC-MINUTOS-SESION NOT = ZERO
                           MOVE RC-MINUTOS-SESION TO WS-MINUTOS-LIMITE
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *****************************************************************
      *  Minutos desde la ultima actividad, contando los dias enteros
      *  si la sesion cruzo la medianoche.
      *****************************************************************
       300-VERIFICAR-INACTIVIDAD.
           COMPUTE WS-MINUTOS-INACTIVO =
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                - FUNCTION INTEGER-OF-DATE(WS-SE-FECHA)) * 1440
               + WS-HA-HH * 60 + WS-HA-MM
               - WS-SH-HH * 60 - WS-SH-MM.
           IF WS-MINUTOS-INACTIVO > WS-MINUTOS-LIMITE
               SET WS-SESION-VENCIDA TO TRUE
           END-IF.
       END PROGRAM SESMENU.
