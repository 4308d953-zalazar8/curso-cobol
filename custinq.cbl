      *  y muestra su ESTADO-CIVIL, EDAD y GENERO tal como estan hoy en
      *  el maestro, para que un representante de call center no tenga
      *  que correr NIVEL88 o VERBOS-BASICOS a mano para verlos.
      *  El cliente se busca con CUSTBUSQ: por numero, por documento
      *  de identidad o por nombre y apellido, eligiendo de la lista.
      *  Corre bajo el menu MENUOPER con el operador de la sesion
      *  (SESMENU; fuera del menu pide el ID una vez) y cada cliente
      *  consultado queda en la bitacora de accesos (ACCESLOG).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DESC-MORA             PIC X(12).
       01 WS-CONTINUAR             PIC X(1) VALUE 'S'.
           88 WS-SEGUIR-CONSULTANDO VALUE 'S'.
       01 WS-RESULTADO-BUSQUEDA    PIC X(1).
           88 WS-BUSQUEDA-ELEGIDO  VALUE 'S'.
           88 WS-BUSQUEDA-FIN      VALUE 'F'.
       01 WS-SE-FUNCION            PIC X(1).
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
           88 WS-SESION-VIGENTE    VALUE 00.
       01 WS-AL-PROGRAMA           PIC X(8) VALUE 'CUSTINQ'.
       01 WS-AL-ACCION             PIC X(1) VALUE 'C'.
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
           PERFORM UNTIL NOT WS-SEGUIR-CONSULTANDO
               CALL 'CUSTBUSQ' USING WS-CUST-NUMBER
                   WS-RESULTADO-BUSQUEDA
               EVALUATE TRUE
                   WHEN WS-BUSQUEDA-FIN
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN WS-BUSQUEDA-ELEGIDO
                       PERFORM 200-CONSULTAR-CLIENTE
               END-EVALUATE
           END-PERFORM.
           PERFORM 300-CERRAR-MAESTRO.
           GOBACK.

       100-ABRIR-MAESTRO.
           OPEN INPUT CUSTMAST-FILE.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'NO SE PUDO ABRIR CUSTMAST, ESTADO: '
                   WS-CUSTMAST-STATUS
               GOBACK
           END-IF.

       200-CONSULTAR-CLIENTE.
                   DISPLAY 'CLIENTE ' WS-CUST-NUMBER ' NO EXISTE'
               NOT INVALID KEY
                   PERFORM 210-MOSTRAR-CLIENTE
                   CALL 'ACCESLOG' USING WS-AL-PROGRAMA WS-CUST-NUMBER
                       WS-AL-ACCION
           END-READ.

       210-MOSTRAR-CLIENTE.
           DISPLAY 'EDAD                : ' CM-EDAD.
           DISPLAY 'GENERO              : ' WS-DESC-GENERO.
           DISPLAY 'ESTADO DE MORA      : ' WS-DESC-MORA.
           DISPLAY 'GRADO DE RIESGO     : ' CM-GRADO-RIESGO
               ' (PUNTAJE ' CM-PUNTAJE-RIESGO ')'.

       220-TRADUCIR-ESTADO-CIVIL.
           EVALUATE TRUE
