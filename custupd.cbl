      *  la pantalla no pueda grabar lo que el lote habria rechazado.
      *  El estado civil NO se toca aqui: ese cambio exige supervisor
      *  y sigue siendo territorio de NIVEL88.
      *  Tambien mantiene el canal de entrega de documentos del
      *  cliente en CUSTMAIL (correo electronico y preferencia papel,
      *  correo o ambos): cada cambio de correo o de preferencia
      *  registra la fecha de hoy como fecha de consentimiento, y un
      *  correo nuevo reactiva el que el proveedor haya rebotado.
      *  El cliente se busca con CUSTBUSQ (numero, documento o nombre
      *  y apellido) y un documento nuevo no puede estar ya en otro
      *  cliente del maestro.
      *  Corre bajo el menu MENUOPER con el operador de la sesion
      *  (SESMENU; fuera del menu pide el ID una vez); cada cliente
      *  mostrado, y cada actualizacion grabada, queda en la bitacora
      *  de accesos (ACCESLOG).
      *  Un cliente con el domicilio devuelto por el correo (DOMDEV)
      *  se anuncia en pantalla; al grabarle otra direccion o ciudad
      *  la marca se limpia y la siguiente corrida vuelve a mandarle
      *  papel y suelta sus cheques retenidos por domicilio.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTMAIL-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-CUST-NUMBER
               FILE STATUS IS WS-CUSTMAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CUSTMAIL-FILE.
           COPY CUSTMAIL.
       WORKING-STORAGE SECTION.
       01 WS-CUST-NUMBER           PIC 9(6).
       01 WS-CUSTMAST-STATUS       PIC X(2).
           88 WS-CUSTMAST-NOT-FOUND    VALUE '23'.
       01 WS-CONTINUAR             PIC X(1) VALUE 'S'.
           88 WS-SEGUIR-ACTUALIZANDO VALUE 'S'.
       01 WS-RESULTADO-BUSQUEDA    PIC X(1).
           88 WS-BUSQUEDA-ELEGIDO  VALUE 'S'.
           88 WS-BUSQUEDA-FIN      VALUE 'F'.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'CUSTUPD'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'C'.
       01 WS-DOCUMENTO-NUEVO       PIC X(11).
       01 WS-FECHA-NAC-NUEVA       PIC 9(8).
       01 WS-GENERO-NUEVO          PIC X(1).
       01 WS-DIRECCION-NUEVA       PIC X(25).
       01 WS-CIUDAD-NUEVA          PIC X(15).
       01 WS-TELEFONO-NUEVO        PIC X(12).
       01 WS-CUSTMAIL-STATUS       PIC X(2).
           88 WS-CUSTMAIL-OK       VALUE '00'.
       01 WS-HAY-CUSTMAIL          PIC X(1) VALUE 'N'.
           88 WS-CUSTMAIL-ABIERTO  VALUE 'S'.
       01 WS-EXISTE-CANAL          PIC X(1) VALUE 'N'.
           88 WS-CANAL-EXISTE      VALUE 'S'.
       01 WS-CORREO-NUEVO          PIC X(50).
       01 WS-ENTREGA-NUEVA         PIC X(1).
       01 WS-CONTADOR-ARROBAS      PIC 9(2).
       01 WS-FECHA-HOY             PIC 9(8).
       01 WS-REGISTRO-VALIDO       PIC X(1) VALUE 'S'.
           88 WS-ES-VALIDO         VALUE 'S'.
           88 WS-ES-INVALIDO       VALUE 'N'.
       01 WS-JR-ACCION             PIC X(1).
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE 'O' TO WS-SE-FUNCION.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           IF NOT WS-SESION-VIGENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-ABRIR-MAESTRO.
           PERFORM UNTIL NOT WS-SEGUIR-ACTUALIZANDO
               CALL 'CUSTBUSQ' USING WS-CUST-NUMBER
                   WS-RESULTADO-BUSQUEDA
               EVALUATE TRUE
                   WHEN WS-BUSQUEDA-FIN
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN WS-BUSQUEDA-ELEGIDO
                       PERFORM 200-ACTUALIZAR-CLIENTE
               END-EVALUATE
           END-PERFORM.
           PERFORM 300-CERRAR-MAESTRO.
           GOBACK.

       100-ABRIR-MAESTRO.
           OPEN I-O CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               GOBACK
           END-IF.
      *  Sin CUSTMAIL asignado la transaccion sigue sin la parte de
      *  canal de entrega.
           OPEN I-O CUSTMAIL-FILE.
           IF WS-CUSTMAIL-OK
               SET WS-CUSTMAIL-ABIERTO TO TRUE
           END-IF.

       200-ACTUALIZAR-CLIENTE.
               INVALID KEY
                   DISPLAY 'CLIENTE ' WS-CUST-NUMBER ' NO EXISTE'
               NOT INVALID KEY
                   MOVE 'C' TO WS-AL-ACCION
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-CUST-NUMBER
                       WS-AL-ACCION
                   PERFORM 210-CAPTURAR-CAMBIOS
           END-READ.

           DISPLAY 'DIRECCION           : ' CM-DIRECCION.
           DISPLAY 'CIUDAD              : ' CM-CIUDAD.
           DISPLAY 'TELEFONO            : ' CM-TELEFONO.
           IF CM-DOMICILIO-DEVUELTO
               DISPLAY '*** CORRESPONDENCIA DEVUELTA ***'
               DISPLAY 'CORREGIR DIRECCION O CIUDAD PARA REANUDAR'
                   ' ENVIOS'
           END-IF.
           PERFORM 205-LEER-CANAL-ENTREGA.
           DISPLAY 'NUEVO DOCUMENTO (ESPACIOS CONSERVA)'.
           ACCEPT WS-DOCUMENTO-NUEVO.
           DISPLAY 'NUEVA FECHA NACIMIENTO AAAAMMDD (0 CONSERVA)'.
           ACCEPT WS-CIUDAD-NUEVA.
           DISPLAY 'NUEVO TELEFONO (ESPACIOS CONSERVA)'.
           ACCEPT WS-TELEFONO-NUEVO.
           MOVE SPACES TO WS-CORREO-NUEVO.
           MOVE SPACE TO WS-ENTREGA-NUEVA.
           IF WS-CUSTMAIL-ABIERTO
               DISPLAY 'NUEVO CORREO ELECTRONICO (ESPACIOS CONSERVA)'
               ACCEPT WS-CORREO-NUEVO
               DISPLAY 'NUEVA ENTREGA P=PAPEL E=CORREO A=AMBOS '
                   '(ESPACIO CONSERVA)'
               ACCEPT WS-ENTREGA-NUEVA
           END-IF.
           IF WS-DOCUMENTO-NUEVO = SPACES
               MOVE CM-DOCUMENTO-IDENTIDAD TO WS-DOCUMENTO-NUEVO
           END-IF.
           IF WS-TELEFONO-NUEVO = SPACES
               MOVE CM-TELEFONO TO WS-TELEFONO-NUEVO
           END-IF.
           IF WS-CORREO-NUEVO = SPACES
               MOVE CE-CORREO TO WS-CORREO-NUEVO
           END-IF.
           IF WS-ENTREGA-NUEVA = SPACE
               MOVE CE-PREFERENCIA TO WS-ENTREGA-NUEVA
           END-IF.
           PERFORM 250-VALIDAR-CAMBIOS.
           IF WS-ES-VALIDO
               PERFORM 270-GRABAR-CAMBIOS
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'TELEFONO NO NUMERICO' TO WS-MOTIVO-RECHAZO
           END-IF.
           IF WS-ES-VALIDO
               PERFORM 265-VALIDAR-CORREO
           END-IF.
           IF WS-ES-VALIDO
               PERFORM 260-VALIDAR-FECHA-NACIMIENTO
           END-IF.
           IF WS-ES-VALIDO
              AND WS-DOCUMENTO-NUEVO NOT = CM-DOCUMENTO-IDENTIDAD
               PERFORM 255-VALIDAR-DOCUMENTO-UNICO
           END-IF.

      *****************************************************************
      *  Mismo control que 270-VERIFICAR-DUPLICADO de VERBOS-BASICOS:
      *  un documento no queda en dos clientes.  Se lee por la clave
      *  alterna y se repone la imagen del cliente en pantalla, que la
      *  lectura pisa.
      *****************************************************************
       255-VALIDAR-DOCUMENTO-UNICO.
           MOVE WS-DOCUMENTO-NUEVO TO CM-DOCUMENTO-IDENTIDAD.
           READ CUSTMAST-FILE KEY IS CM-DOCUMENTO-IDENTIDAD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ES-INVALIDO TO TRUE
                   MOVE 'DOCUMENTO YA EN OTRO CLIENTE'
                       TO WS-MOTIVO-RECHAZO
           END-READ.
           MOVE WS-REGISTRO-ANTES TO CUSTMAST-RECORD.

      *****************************************************************
      *  Canal actual del cliente; sin registro en CUSTMAIL el
      *  cliente recibe papel, como siempre.
      *****************************************************************
       205-LEER-CANAL-ENTREGA.
           MOVE 'N' TO WS-EXISTE-CANAL.
           MOVE SPACES TO CUSTMAIL-REGISTRO.
           MOVE 'P' TO CE-PREFERENCIA.
           IF WS-CUSTMAIL-ABIERTO
               MOVE WS-CUST-NUMBER TO CE-CUST-NUMBER
               READ CUSTMAIL-FILE
                   INVALID KEY
                       MOVE SPACES TO CUSTMAIL-REGISTRO
                       MOVE 'P' TO CE-PREFERENCIA
                   NOT INVALID KEY
                       SET WS-CANAL-EXISTE TO TRUE
               END-READ
               DISPLAY 'CORREO ELECTRONICO  : ' CE-CORREO
               DISPLAY 'ENTREGA (P/E/A)     : ' CE-PREFERENCIA
                   '  CONSENTIMIENTO: ' CE-FECHA-CONSENTIMIENTO
               IF CE-CORREO-REBOTADO
                   DISPLAY '*** CORREO REBOTADO EL ' CE-FECHA-REBOTE
                       ' (' CE-MOTIVO-REBOTE ') - SE ENTREGA EN PAPEL'
                       ' ***'
               END-IF
           END-IF.

      *****************************************************************
      *  Mismo filtro de correo que el alta de VERBOS-BASICOS
      *  258-VALIDAR-CORREO.
      *****************************************************************
       265-VALIDAR-CORREO.
           IF WS-ENTREGA-NUEVA NOT = 'P' AND WS-ENTREGA-NUEVA NOT = 'E'
              AND WS-ENTREGA-NUEVA NOT = 'A'
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'ENTREGA NO VALIDA' TO WS-MOTIVO-RECHAZO
           END-IF.
           MOVE ZERO TO WS-CONTADOR-ARROBAS.
           INSPECT WS-CORREO-NUEVO TALLYING WS-CONTADOR-ARROBAS
               FOR ALL '@'.
           IF WS-CORREO-NUEVO NOT = SPACES
              AND (WS-CONTADOR-ARROBAS NOT = 1
                   OR WS-CORREO-NUEVO(1:1) = '@')
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'CORREO NO VALIDO' TO WS-MOTIVO-RECHAZO
           END-IF.
           IF WS-CORREO-NUEVO = SPACES AND WS-ENTREGA-NUEVA NOT = 'P'
               SET WS-ES-INVALIDO TO TRUE
               MOVE 'ENTREGA ELECTRONICA SIN CORREO'
                   TO WS-MOTIVO-RECHAZO
           END-IF.

      *****************************************************************
      *  Mismas reglas de mes, dia y bisiesto que VERBOS-BASICOS
              AND WS-LIMITE-ENTRADA IS NUMERIC
               MOVE WS-LIMITE-ENTRADA TO CM-LIMITE-CREDITO(1:10)
           END-IF.
           IF CM-DOMICILIO-DEVUELTO
              AND (WS-DIRECCION-NUEVA NOT = CM-DIRECCION
                   OR WS-CIUDAD-NUEVA NOT = CM-CIUDAD)
               MOVE SPACES TO CM-DOMICILIO-ESTADO
               MOVE SPACES TO CM-DOMICILIO-DOCUMENTO
               DISPLAY 'DOMICILIO NUEVO: SE REANUDAN LOS ENVIOS'
           END-IF.
           MOVE WS-DIRECCION-NUEVA TO CM-DIRECCION.
           MOVE WS-CIUDAD-NUEVA TO CM-CIUDAD.
           MOVE WS-TELEFONO-NUEVO TO CM-TELEFONO.
                   CALL 'CMJRNL' USING WS-EL-PROGRAMA WS-JR-ACCION
                       WS-REGISTRO-ANTES CUSTMAST-RECORD
                   DISPLAY 'CLIENTE ' WS-CUST-NUMBER ' ACTUALIZADO'
                   MOVE 'M' TO WS-AL-ACCION
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-CUST-NUMBER
                       WS-AL-ACCION
                   PERFORM 280-GRABAR-CANAL-ENTREGA
           END-REWRITE.

      *****************************************************************
      *  Solo se graba CUSTMAIL si cambio el correo o la preferencia;
      *  el consentimiento toma la fecha del cambio y un correo nuevo
      *  deja de estar rebotado.
      *****************************************************************
       280-GRABAR-CANAL-ENTREGA.
           IF WS-CUSTMAIL-ABIERTO
              AND (WS-CORREO-NUEVO NOT = CE-CORREO
                   OR WS-ENTREGA-NUEVA NOT = CE-PREFERENCIA)
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               IF WS-CORREO-NUEVO NOT = CE-CORREO
                   SET CE-CORREO-ACTIVO TO TRUE
               END-IF
               MOVE WS-CUST-NUMBER TO CE-CUST-NUMBER
               MOVE WS-CORREO-NUEVO TO CE-CORREO
               MOVE WS-ENTREGA-NUEVA TO CE-PREFERENCIA
               MOVE WS-FECHA-HOY TO CE-FECHA-CONSENTIMIENTO
               MOVE WS-EL-PROGRAMA TO CE-PROGRAMA
               IF WS-CANAL-EXISTE
                   REWRITE CUSTMAIL-REGISTRO
                       INVALID KEY
                           PERFORM 285-ERROR-CANAL-ENTREGA
                       NOT INVALID KEY
                           DISPLAY 'CANAL DE ENTREGA ACTUALIZADO'
                   END-REWRITE
               ELSE
                   SET CE-CORREO-ACTIVO TO TRUE
                   MOVE ZERO TO CE-FECHA-REBOTE
                   WRITE CUSTMAIL-REGISTRO
                       INVALID KEY
                           PERFORM 285-ERROR-CANAL-ENTREGA
                       NOT INVALID KEY
                           DISPLAY 'CANAL DE ENTREGA REGISTRADO'
                   END-WRITE
               END-IF
           END-IF.

       285-ERROR-CANAL-ENTREGA.
           DISPLAY 'ERROR AL GRABAR CUSTMAIL: ' WS-CUSTMAIL-STATUS.
           MOVE SPACES TO WS-EL-DATO-OFENSOR.
           MOVE WS-CUST-NUMBER TO WS-EL-DATO-OFENSOR(1:6).
           MOVE 'ERROR AL GRABAR CUSTMAIL' TO WS-EL-DATO-OFENSOR(8:24).
           CALL 'ERRORLOG' USING WS-EL-PROGRAMA WS-EL-DATO-OFENSOR.

       300-CERRAR-MAESTRO.
           CLOSE CUSTMAST-FILE.
           IF WS-CUSTMAIL-ABIERTO
               CLOSE CUSTMAIL-FILE
           END-IF.
       END PROGRAM CUSTUPD.
