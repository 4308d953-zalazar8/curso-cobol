           05  JA-CIUDAD           PIC X(15).
           05  JA-TELEFONO         PIC X(12).
           05  JA-PRODUCTO         PIC X(2).
           05  JA-GRADO-RIESGO     PIC X(1).
           05  JA-PUNTAJE-RIESGO   PIC X(3).
           05  FILLER              PIC X(3).
           05  JA-DOMICILIO-ESTADO PIC X(1).
           05  JA-DOMICILIO-DOCUMENTO PIC X(1).
           05  JA-FALLECIDO        PIC X(1).
           05  JA-DIGITO           PIC X(1).
           05  FILLER              PIC X(1).
       01 LK-REGISTRO-DESPUES.
           05  JD-CUST-NUMBER      PIC X(6).
           05  JD-ESTADO-CIVIL     PIC X(1).
           05  JD-CIUDAD           PIC X(15).
           05  JD-TELEFONO         PIC X(12).
           05  JD-PRODUCTO         PIC X(2).
           05  JD-GRADO-RIESGO     PIC X(1).
           05  JD-PUNTAJE-RIESGO   PIC X(3).
           05  FILLER              PIC X(3).
           05  JD-DOMICILIO-ESTADO PIC X(1).
           05  JD-DOMICILIO-DOCUMENTO PIC X(1).
           05  JD-FALLECIDO        PIC X(1).
           05  JD-DIGITO           PIC X(1).
           05  FILLER              PIC X(1).
       PROCEDURE DIVISION USING LK-PROGRAMA LK-ACCION
               LK-REGISTRO-ANTES LK-REGISTRO-DESPUES.
       PROCEDIMIENTO-PRINCIPAL.
               MOVE JD-PRODUCTO TO JR-VALOR-DESPUES
               PERFORM 300-ASENTAR-CAMBIO
           END-IF.
           IF JA-GRADO-RIESGO NOT = JD-GRADO-RIESGO
               MOVE 'GRADO-RIESGO' TO JR-CAMPO
               MOVE JA-GRADO-RIESGO TO JR-VALOR-ANTES
               MOVE JD-GRADO-RIESGO TO JR-VALOR-DESPUES
               PERFORM 300-ASENTAR-CAMBIO
           END-IF.
           IF JA-PUNTAJE-RIESGO NOT = JD-PUNTAJE-RIESGO
               MOVE 'PUNTAJE-RIESGO' TO JR-CAMPO
               MOVE JA-PUNTAJE-RIESGO TO JR-VALOR-ANTES
               MOVE JD-PUNTAJE-RIESGO TO JR-VALOR-DESPUES
               PERFORM 300-ASENTAR-CAMBIO
           END-IF.
      *  Marca de domicilio devuelto y documento que volvio, juntos
      *  en el mismo valor del diario.
           IF JA-DOMICILIO-ESTADO NOT = JD-DOMICILIO-ESTADO
              OR JA-DOMICILIO-DOCUMENTO NOT = JD-DOMICILIO-DOCUMENTO
               MOVE 'DOMICILIO-ESTADO' TO JR-CAMPO
               MOVE SPACES TO JR-VALOR-ANTES
               MOVE JA-DOMICILIO-ESTADO TO JR-VALOR-ANTES(1:1)
               MOVE JA-DOMICILIO-DOCUMENTO TO JR-VALOR-ANTES(2:1)
               MOVE SPACES TO JR-VALOR-DESPUES
               MOVE JD-DOMICILIO-ESTADO TO JR-VALOR-DESPUES(1:1)
               MOVE JD-DOMICILIO-DOCUMENTO TO JR-VALOR-DESPUES(2:1)
               PERFORM 300-ASENTAR-CAMBIO
           END-IF.
           IF JA-FALLECIDO NOT = JD-FALLECIDO
               MOVE 'INDICADOR-FALLECIDO' TO JR-CAMPO
               MOVE JA-FALLECIDO TO JR-VALOR-ANTES
               MOVE JD-FALLECIDO TO JR-VALOR-DESPUES
               PERFORM 300-ASENTAR-CAMBIO
           END-IF.
           IF JA-DIGITO NOT = JD-DIGITO
               MOVE 'DIGITO-VERIFICADOR' TO JR-CAMPO
               MOVE JA-DIGITO TO JR-VALOR-ANTES
               MOVE JD-DIGITO TO JR-VALOR-DESPUES
               PERFORM 300-ASENTAR-CAMBIO
           END-IF.

       300-ASENTAR-CAMBIO.
           MOVE WS-FECHA TO JR-FECHA.
