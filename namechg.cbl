       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMECHG.
      *****************************************************************
      *  Cambio legal de nombre del cliente (matrimonio, divorcio,
      *  viudez o resolucion judicial).  Hasta ahora CM-NOMBRE y
      *  CM-APELLIDO solo los cargaba NAMELOAD desde la corrida de
      *  PGM-MOVE, y el nombre que el cliente dejaba de usar se perdia
      *  sin rastro.  En linea, con la autoridad de estado civil de
      *  OPERSEC ('E', la misma de NIVEL88: son los mismos hechos de
      *  la vida del cliente):
      *    - busca al cliente con CUSTBUSQ y le muestra al operador el
      *      nombre vigente y los anteriores que ya tenga;
      *    - pide el nombre y apellido nuevos, el motivo, la
      *      referencia del documento que respalda el cambio y la
      *      fecha efectiva AAAAMMDD (ni futura ni anterior al ultimo
      *      cambio registrado);
      *    - valida el nombre nuevo como PGM-MOVE: ni en blanco ni con
      *      caracteres no alfabeticos, y ambos valores en la tabla de
      *      referencia de 270-VALIDAR-REFERENCIA;
      *    - guarda el nombre que deja en NOMBANT con sus fechas desde
      *      y hasta, y reescribe el maestro con diario CMJRNL.
      *  Si la reescritura del maestro falla, el registro de NOMBANT
      *  recien grabado se borra para no dejar historia de un cambio
      *  que no ocurrio.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT NOMBANT-FILE ASSIGN TO "NOMBANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-CLAVE
               ALTERNATE RECORD KEY IS NA-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-NOMBANT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  NOMBANT-FILE.
           COPY NOMBANT.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-OK       VALUE '00'.
       01 WS-NOMBANT-STATUS        PIC X(2).
           88 WS-NOMBANT-OK        VALUE '00'.
       01 WS-RUNCTL-STATUS         PIC X(2).
           88 WS-RUNCTL-OK         VALUE '00'.
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-HORA-AHORA            PIC 9(6).
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-RESULTADO-BUSQUEDA    PIC X(1).
           88 WS-BUSQUEDA-ELEGIDO  VALUE 'S'.
           88 WS-BUSQUEDA-FIN      VALUE 'F'.
       01 WS-CONTINUAR             PIC X(1) VALUE 'S'.
           88 WS-SEGUIR-CAMBIANDO  VALUE 'S'.
       01 WS-NOMBRE-NUEVO          PIC X(12).
       01 WS-APELLIDO-NUEVO        PIC X(10).
       01 WS-MOTIVO                PIC X(1).
           88 WS-MOTIVO-VALIDO     VALUE 'M' 'D' 'V' 'J'.
       01 WS-DOCUMENTO-SOPORTE     PIC X(20).
       01 WS-FECHA-CAPTURA.
           05  WS-FC-ANO           PIC 9(4).
           05  WS-FC-MES           PIC 9(2).
           05  WS-FC-DIA           PIC 9(2).
       01 WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA PIC 9(8).
      *  Fecha efectiva del ultimo cambio registrado para el cliente
      *  (cero si nunca cambio de nombre): es la fecha desde la que
      *  usa el nombre vigente.
       01 WS-FECHA-ULTIMO-CAMBIO   PIC 9(8) VALUE ZERO.
       01 WS-FIN-ANTERIORES        PIC X(1) VALUE 'N'.
           88 WS-SIN-MAS-ANTERIORES VALUE 'S'.
       01 WS-DATOS-VALIDOS         PIC X(1) VALUE 'S'.
           88 WS-DATOS-OK          VALUE 'S'.
       01 WS-CONFIRMACION          PIC X(1).
           88 WS-CONFIRMADO        VALUE 'S'.
      *****************************************************************
      *  Tabla de referencia de nombres validos, la misma que usa
      *  PGM-MOVE en 270-VALIDAR-REFERENCIA.
      *****************************************************************
       01 WS-TABLA-REF-INIT.
           05  FILLER              PIC X(10) VALUE 'GARCIA'.
           05  FILLER              PIC X(10) VALUE 'MARTINEZ'.
           05  FILLER              PIC X(10) VALUE 'RODRIGUEZ'.
           05  FILLER              PIC X(10) VALUE 'LOPEZ'.
           05  FILLER              PIC X(10) VALUE 'GONZALEZ'.
       01 WS-TABLA-REF REDEFINES WS-TABLA-REF-INIT.
           05  WS-TR-NOMBRE        PIC X(10) OCCURS 5 TIMES.
       01 WS-IDX-REF               PIC 9(2).
       01 WS-VALOR-BUSCADO         PIC X(10).
       01 WS-VALOR-ENCONTRADO      PIC X(1) VALUE 'N'.
           88 WS-VALOR-EN-REFERENCIA VALUE 'S'.
       01 WS-EL-PROGRAMA           PIC X(8) VALUE 'NAMECHG'.
       01 WS-EL-DATO-OFENSOR       PIC X(40) VALUE SPACES.
       01 WS-REGISTRO-ANTES        PIC X(160) VALUE SPACES.
       01 WS-JR-ACCION             PIC X(1).
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'NAMECHG'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'M'.
       01 WS-CONTADOR-CAMBIOS      PIC 9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS   PIC 9(7) VALUE ZERO.
       01 WS-CODIGO-SUPERVISOR-VALIDO PIC X(4) VALUE 'SUP1'.
       01 WS-FUNCION-AUTORIZAR     PIC X(1) VALUE 'E'.
       01 WS-AUTORIZADO            PIC X(1) VALUE 'N'.
           88 WS-AUTORIZADO-SI     VALUE 'S'.
       01 WS-RETORNO-OPERAUTH      PIC 9(2) VALUE ZERO.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 050-LEER-RUNCTL.
           PERFORM 080-AUTORIZAR-OPERADOR.
           IF NOT WS-AUTORIZADO-SI
               DISPLAY 'OPERADOR SIN AUTORIDAD DE ESTADO CIVIL, '
                   'CAMBIO DE NOMBRE RECHAZADO (RETORNO '
                   WS-RETORNO-OPERAUTH ')'
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE 'CAMBIO DE NOMBRE RECHAZADO OPER '
                   TO WS-EL-DATO-OFENSOR
               MOVE WS-SE-OPERADOR TO WS-EL-DATO-OFENSOR(33:4)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               GOBACK
           END-IF.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM UNTIL NOT WS-SEGUIR-CAMBIANDO
               CALL 'CUSTBUSQ' USING WS-CUST-NUMBER
                   WS-RESULTADO-BUSQUEDA
               EVALUATE TRUE
                   WHEN WS-BUSQUEDA-FIN
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN WS-BUSQUEDA-ELEGIDO
                       PERFORM 200-PROCESAR-CAMBIO
               END-EVALUATE
           END-PERFORM.
           PERFORM 600-IMPRIMIR-RESUMEN.
           PERFORM 700-CERRAR-ARCHIVOS.
           GOBACK.

       050-LEER-RUNCTL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-OK
               READ RUNCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-CODIGO-SUPERVISOR NOT = SPACES
                           MOVE RC-CODIGO-SUPERVISOR
                               TO WS-CODIGO-SUPERVISOR-VALIDO
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *****************************************************************
      *  Autorizacion del operador de la sesion contra OPERSEC; sin
      *  el maestro de seguridad (retorno 04) se conserva, como en
      *  NIVEL88, la comparacion contra RC-CODIGO-SUPERVISOR.
      *****************************************************************
       080-AUTORIZAR-OPERADOR.
           CALL 'OPERAUTH' USING WS-SE-OPERADOR WS-FUNCION-AUTORIZAR
               WS-AUTORIZADO WS-RETORNO-OPERAUTH.
           IF WS-RETORNO-OPERAUTH = 04
               IF WS-SE-OPERADOR = WS-CODIGO-SUPERVISOR-VALIDO
                   SET WS-AUTORIZADO-SI TO TRUE
               ELSE
                   MOVE 'N' TO WS-AUTORIZADO
               END-IF
           END-IF.

       100-ABRIR-ARCHIVOS.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O NOMBANT-FILE.
           IF NOT WS-NOMBANT-OK
               DISPLAY 'NO SE PUDO ABRIR NOMBANT, ESTADO: '
                   WS-NOMBANT-STATUS
               CLOSE CUSTMAST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       200-PROCESAR-CAMBIO.
           MOVE WS-CUST-NUMBER TO CM-CUST-NUMBER.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY 'CLIENTE ' WS-CUST-NUMBER ' NO EXISTE'
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
               NOT INVALID KEY
                   PERFORM 210-CAPTURAR-CAMBIO
           END-READ.

      *****************************************************************
      *  Un cliente cerrado o fallecido ya no cambia de nombre; el
      *  resto ve su nombre vigente y la historia antes de teclear.
      *****************************************************************
       210-CAPTURAR-CAMBIO.
           SET WS-DATOS-OK TO TRUE.
           DISPLAY 'CLIENTE ' CM-CUST-NUMBER ' '
               FUNCTION TRIM(CM-NOMBRE) ' ' FUNCTION TRIM(CM-APELLIDO).
           IF CM-CLIENTE-INACTIVO OR CM-CLIENTE-FALLECIDO
               DISPLAY 'CLIENTE CERRADO O FALLECIDO, CAMBIO RECHAZADO'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-DATOS-OK
               PERFORM 220-MOSTRAR-ANTERIORES
               PERFORM 230-PEDIR-DATOS
           END-IF.
           IF WS-DATOS-OK
               DISPLAY 'NOMBRE ACTUAL : ' CM-NOMBRE ' ' CM-APELLIDO
               DISPLAY 'NOMBRE NUEVO  : ' WS-NOMBRE-NUEVO ' '
                   WS-APELLIDO-NUEVO
               DISPLAY 'CONFIRMA EL CAMBIO DE NOMBRE (S/N)'
               ACCEPT WS-CONFIRMACION
               IF NOT WS-CONFIRMADO
                   DISPLAY 'CAMBIO CANCELADO'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF WS-DATOS-OK
               PERFORM 300-GRABAR-ANTERIOR
           END-IF.
           IF WS-DATOS-OK
               PERFORM 350-CAMBIAR-MAESTRO
           END-IF.
           IF NOT WS-DATOS-OK
               ADD 1 TO WS-CONTADOR-RECHAZADOS
           END-IF.

      *****************************************************************
      *  Nombres anteriores del cliente en orden de fecha; el ultimo
      *  deja en WS-FECHA-ULTIMO-CAMBIO la fecha efectiva del cambio
      *  mas reciente.
      *****************************************************************
       220-MOSTRAR-ANTERIORES.
           MOVE ZERO TO WS-FECHA-ULTIMO-CAMBIO.
           MOVE 'N' TO WS-FIN-ANTERIORES.
           MOVE WS-CUST-NUMBER TO NA-CUST-NUMBER.
           MOVE ZERO TO NA-FECHA-HASTA.
           MOVE ZERO TO NA-HORA-ALTA.
           START NOMBANT-FILE KEY NOT < NA-CLAVE
               INVALID KEY
                   SET WS-SIN-MAS-ANTERIORES TO TRUE
           END-START.
           IF NOT WS-SIN-MAS-ANTERIORES
               PERFORM 225-LEER-ANTERIOR
           END-IF.
           PERFORM UNTIL WS-SIN-MAS-ANTERIORES
               DISPLAY 'NOMBRE ANTERIOR: ' NA-NOMBRE ' ' NA-APELLIDO
                   ' DESDE ' NA-FECHA-DESDE ' HASTA ' NA-FECHA-HASTA
                   ' MOTIVO ' NA-MOTIVO
               MOVE NA-FECHA-HASTA TO WS-FECHA-ULTIMO-CAMBIO
               PERFORM 225-LEER-ANTERIOR
           END-PERFORM.

       225-LEER-ANTERIOR.
           READ NOMBANT-FILE NEXT
               AT END
                   SET WS-SIN-MAS-ANTERIORES TO TRUE
               NOT AT END
                   IF NA-CUST-NUMBER NOT = WS-CUST-NUMBER
                       SET WS-SIN-MAS-ANTERIORES TO TRUE
                   END-IF
           END-READ.

       230-PEDIR-DATOS.
           MOVE SPACES TO WS-NOMBRE-NUEVO WS-APELLIDO-NUEVO
               WS-MOTIVO WS-DOCUMENTO-SOPORTE.
           DISPLAY 'NOMBRE NUEVO'.
           ACCEPT WS-NOMBRE-NUEVO.
           DISPLAY 'APELLIDO NUEVO'.
           ACCEPT WS-APELLIDO-NUEVO.
           PERFORM 250-VALIDAR-NOMBRE.
           IF WS-DATOS-OK
               PERFORM 270-VALIDAR-REFERENCIA
           END-IF.
           IF WS-DATOS-OK
              AND WS-NOMBRE-NUEVO = CM-NOMBRE
              AND WS-APELLIDO-NUEVO = CM-APELLIDO
               DISPLAY 'EL NOMBRE NUEVO ES IGUAL AL VIGENTE, '
                   'CAMBIO RECHAZADO'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-DATOS-OK
               DISPLAY 'MOTIVO (M MATRIMONIO D DIVORCIO V VIUDEZ '
                   'J RESOLUCION JUDICIAL)'
               ACCEPT WS-MOTIVO
               IF NOT WS-MOTIVO-VALIDO
                   DISPLAY 'MOTIVO NO VALIDO, CAMBIO RECHAZADO'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF WS-DATOS-OK
               DISPLAY 'REFERENCIA DEL DOCUMENTO DE RESPALDO'
               ACCEPT WS-DOCUMENTO-SOPORTE
               IF WS-DOCUMENTO-SOPORTE = SPACES
                   DISPLAY 'FALTA EL DOCUMENTO DE RESPALDO, CAMBIO '
                       'RECHAZADO'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF WS-DATOS-OK
               DISPLAY 'FECHA EFECTIVA DEL CAMBIO AAAAMMDD'
               ACCEPT WS-FECHA-CAPTURA
               PERFORM 240-VALIDAR-FECHA
           END-IF.

       240-VALIDAR-FECHA.
           IF WS-FECHA-CAPTURA IS NOT NUMERIC
               DISPLAY 'FECHA NO VALIDA, CAMBIO RECHAZADO'
               MOVE 'N' TO WS-DATOS-VALIDOS
           ELSE
               IF WS-FC-MES < 1 OR WS-FC-MES > 12
                  OR WS-FC-DIA < 1 OR WS-FC-DIA > 31
                   DISPLAY 'FECHA NO VALIDA, CAMBIO RECHAZADO'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               ELSE
                   IF WS-FECHA-CAPTURA-N > WS-FECHA-HOY
                       DISPLAY 'FECHA FUTURA, CAMBIO RECHAZADO'
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
                   IF WS-FECHA-CAPTURA-N < WS-FECHA-ULTIMO-CAMBIO
                       DISPLAY 'FECHA ANTERIOR AL ULTIMO CAMBIO ('
                           WS-FECHA-ULTIMO-CAMBIO '), CAMBIO RECHAZADO'
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Mismas reglas que PGM-MOVE 250-VALIDAR-CAMPOS; el nombre del
      *  maestro tiene dos posiciones mas que la tabla de referencia,
      *  que deben venir en blanco.
      *****************************************************************
       250-VALIDAR-NOMBRE.
           IF WS-NOMBRE-NUEVO = SPACES
              OR WS-NOMBRE-NUEVO IS NOT ALPHABETIC
              OR WS-NOMBRE-NUEVO(11:2) NOT = SPACES
               DISPLAY 'NOMBRE INVALIDO O EN BLANCO, CAMBIO RECHAZADO'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-APELLIDO-NUEVO = SPACES
              OR WS-APELLIDO-NUEVO IS NOT ALPHABETIC
               DISPLAY 'APELLIDO INVALIDO O EN BLANCO, CAMBIO '
                   'RECHAZADO'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.

       270-VALIDAR-REFERENCIA.
           MOVE WS-NOMBRE-NUEVO(1:10) TO WS-VALOR-BUSCADO.
           PERFORM 271-BUSCAR-EN-TABLA-REF.
           IF WS-VALOR-EN-REFERENCIA
               MOVE WS-APELLIDO-NUEVO TO WS-VALOR-BUSCADO
               PERFORM 271-BUSCAR-EN-TABLA-REF
           END-IF.
           IF NOT WS-VALOR-EN-REFERENCIA
               DISPLAY 'NOMBRE FUERA DE LA TABLA DE REFERENCIA, '
                   'CAMBIO RECHAZADO'
               MOVE SPACES TO WS-EL-DATO-OFENSOR
               MOVE WS-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
               MOVE WS-VALOR-BUSCADO TO WS-EL-DATO-OFENSOR(8:10)
               MOVE 'FUERA DE REFERENCIA'
                   TO WS-EL-DATO-OFENSOR(19:19)
               CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.

       271-BUSCAR-EN-TABLA-REF.
           MOVE 'N' TO WS-VALOR-ENCONTRADO.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
               UNTIL WS-IDX-REF > 5
               IF WS-TR-NOMBRE(WS-IDX-REF) = WS-VALOR-BUSCADO
                   SET WS-VALOR-EN-REFERENCIA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  El nombre que el cliente deja de usar, con la fecha desde la
      *  que lo usaba y la efectiva del cambio como fecha hasta.
      *****************************************************************
       300-GRABAR-ANTERIOR.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE SPACES TO NOMBANT-REGISTRO.
           MOVE WS-CUST-NUMBER TO NA-CUST-NUMBER.
           MOVE WS-FECHA-CAPTURA-N TO NA-FECHA-HASTA.
           MOVE WS-HORA-AHORA TO NA-HORA-ALTA.
           MOVE CM-NOMBRE TO NA-NOMBRE.
           MOVE CM-APELLIDO TO NA-APELLIDO.
           MOVE WS-FECHA-ULTIMO-CAMBIO TO NA-FECHA-DESDE.
           MOVE WS-MOTIVO TO NA-MOTIVO.
           MOVE WS-DOCUMENTO-SOPORTE TO NA-DOCUMENTO-SOPORTE.
           MOVE WS-SE-OPERADOR TO NA-OPERADOR.
           MOVE WS-FECHA-HOY TO NA-FECHA-ALTA.
           MOVE WS-EL-PROGRAMA TO NA-PROGRAMA.
           WRITE NOMBANT-REGISTRO
               INVALID KEY
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE WS-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL GRABAR NOMBRE ANTERIOR'
                       TO WS-EL-DATO-OFENSOR(8:31)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   DISPLAY 'NO SE PUDO GRABAR EL NOMBRE ANTERIOR, '
                       'ESTADO: ' WS-NOMBANT-STATUS
                   MOVE 'N' TO WS-DATOS-VALIDOS
           END-WRITE.

       350-CAMBIAR-MAESTRO.
           MOVE CUSTMAST-RECORD TO WS-REGISTRO-ANTES.
           MOVE WS-NOMBRE-NUEVO TO CM-NOMBRE.
           MOVE WS-APELLIDO-NUEVO TO CM-APELLIDO.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EL-DATO-OFENSOR
                   MOVE WS-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6)
                   MOVE 'ERROR AL CAMBIAR NOMBRE'
                       TO WS-EL-DATO-OFENSOR(8:23)
                   CALL 'ERRORLOG' USING WS-EL-PROGRAMA
                       WS-EL-DATO-OFENSOR
                   DISPLAY 'NO SE PUDO CAMBIAR EL NOMBRE DEL CLIENTE '
                       WS-CUST-NUMBER
                   DELETE NOMBANT-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE 'N' TO WS-DATOS-VALIDOS
               NOT INVALID KEY
                   MOVE 'R' TO WS-JR-ACCION
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA
                       WS-CUST-NUMBER WS-AL-ACCION
                   ADD 1 TO WS-CONTADOR-CAMBIOS
                   DISPLAY 'NOMBRE DEL CLIENTE ' WS-CUST-NUMBER
                       ' CAMBIADO'
           END-REWRITE.

       600-IMPRIMIR-RESUMEN.
           DISPLAY '===== RESUMEN DE CAMBIOS DE NOMBRE ====='.
           DISPLAY 'NOMBRES CAMBIADOS    : ' WS-CONTADOR-CAMBIOS.
           DISPLAY 'CAMBIOS RECHAZADOS   : ' WS-CONTADOR-RECHAZADOS.

       700-CERRAR-ARCHIVOS.
           CLOSE CUSTMAST-FILE.
           CLOSE NOMBANT-FILE.
       END PROGRAM NAMECHG.
