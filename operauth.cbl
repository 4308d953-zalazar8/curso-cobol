      *    'Q' aprobacion de cheques retenidos por tope (CHKREL)
      *    'P' apertura y cierre de periodos contables (PERCTLM)
      *    'W' castigo de partidas de cobranza agotada (WRITEOFF)
      *    'K' revision de limites de credito (LIMREV)
      *    'V' decisiones sobre alertas de lista de vigilancia
      *        (WATCHDSP)
      *    'N' convenios de pago de cobranza (CONVMNT)
      *    'X' excepcion de cierre de periodo sin lista aprobada
      *        (PERCTLM)
      *    'I' ingreso a la sesion del menu en linea (MENUOPER): basta
      *        con un ID conocido y habilitado
      *  Retornos:
      *    00 autorizado                   02 ID desconocido
      *    01 sin autoridad para la funcion
      *  Una entrada rechazada (01) suma un intento fallido; al
      *  tercero el ID queda deshabilitado ('D') hasta que seguridad
      *  lo rearme.  Una autorizacion exitosa pone el contador en
      *  cero.  Si el llamador entra con LK-AUTORIZADO en 'C' la
      *  llamada es solo de consulta (MENUOPER armando las opciones
      *  que muestra): devuelve lo mismo pero no toca el contador.
      *  Abre y cierra el archivo por llamada, igual que ERRORLOG con
      *  su bitacora.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-OPERSEC-STATUS        PIC X(2).
           88 WS-OPERSEC-OK        VALUE '00'.
       01 WS-TIENE-AUTORIDAD       PIC X(1).
       01 WS-MODO-LLAMADA          PIC X(1).
           88 WS-SOLO-CONSULTA     VALUE 'C'.
           88 WS-AUTORIDAD-SI      VALUE 'S'.
       LINKAGE SECTION.
       01 LK-OPERADOR              PIC X(4).
           88 LK-FUNCION-LIBERA-CHQ VALUE 'Q'.
           88 LK-FUNCION-PERIODO   VALUE 'P'.
           88 LK-FUNCION-CASTIGO   VALUE 'W'.
           88 LK-FUNCION-LIMITE    VALUE 'K'.
           88 LK-FUNCION-CUMPLIMIENTO VALUE 'V'.
           88 LK-FUNCION-CONVENIO  VALUE 'N'.
           88 LK-FUNCION-EXCEPCION VALUE 'X'.
           88 LK-FUNCION-INGRESO   VALUE 'I'.
       01 LK-AUTORIZADO            PIC X(1).
           88 LK-AUTORIZADO-SI     VALUE 'S'.
           88 LK-AUTORIZADO-NO     VALUE 'N'.
       PROCEDURE DIVISION USING LK-OPERADOR LK-FUNCION
               LK-AUTORIZADO LK-RETORNO.
       PROCEDIMIENTO-PRINCIPAL.
           MOVE LK-AUTORIZADO TO WS-MODO-LLAMADA.
           SET LK-AUTORIZADO-NO TO TRUE.
           MOVE ZERO TO LK-RETORNO.
           OPEN I-O OPERSEC-FILE.
                   IF OP-PUEDE-CASTIGO
                       SET WS-AUTORIDAD-SI TO TRUE
                   END-IF
               WHEN LK-FUNCION-LIMITE
                   IF OP-PUEDE-LIMITE
                       SET WS-AUTORIDAD-SI TO TRUE
                   END-IF
               WHEN LK-FUNCION-CUMPLIMIENTO
                   IF OP-PUEDE-CUMPLIMIENTO
                       SET WS-AUTORIDAD-SI TO TRUE
                   END-IF
               WHEN LK-FUNCION-CONVENIO
                   IF OP-PUEDE-CONVENIO
                       SET WS-AUTORIDAD-SI TO TRUE
                   END-IF
               WHEN LK-FUNCION-EXCEPCION
                   IF OP-PUEDE-EXCEPCION
                       SET WS-AUTORIDAD-SI TO TRUE
                   END-IF
               WHEN LK-FUNCION-INGRESO
                   SET WS-AUTORIDAD-SI TO TRUE
           END-EVALUATE.
           IF WS-SOLO-CONSULTA
               IF WS-AUTORIDAD-SI
                   SET LK-AUTORIZADO-SI TO TRUE
               ELSE
                   MOVE 01 TO LK-RETORNO
               END-IF
           ELSE
               PERFORM 260-ASENTAR-INTENTO
           END-IF.

       260-ASENTAR-INTENTO.
           IF WS-AUTORIDAD-SI
               SET LK-AUTORIZADO-SI TO TRUE
               MOVE ZERO TO OP-INTENTOS-FALLIDOS
           ELSE
               MOVE 01 TO LK-RETORNO
      *  Solo las entradas tecleadas en terminal alimentan el
      *  bloqueo: las funciones de merge, castigo y cumplimiento
      *  llegan de archivos de decisiones por lotes, y tres lineas mal
      *  codificadas no deben deshabilitar el ID para todas las
      *  funciones sin que nadie este en la pantalla.
               IF NOT LK-FUNCION-MERGE
                  AND NOT LK-FUNCION-CASTIGO
                  AND NOT LK-FUNCION-CUMPLIMIENTO
                   ADD 1 TO OP-INTENTOS-FALLIDOS
                   IF OP-INTENTOS-FALLIDOS >= 3
                       SET OP-DESHABILITADO TO TRUE
