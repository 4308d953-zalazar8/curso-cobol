           05  SB-OPERADOR         PIC X(4).
           05  SB-ACCION           PIC X(8).
           05  SB-ID-AFECTADO      PIC X(4).
           05  SB-AUTORIDADES-ANTES PIC X(15).
           05  SB-AUTORIDADES-DESPUES PIC X(15).
       WORKING-STORAGE SECTION.
       01 WS-OPERSEC-STATUS        PIC X(2).
           88 WS-OPERSEC-OK        VALUE '00'.
       01 WS-CONTADOR-CAMBIOS      PIC 9(3) VALUE ZERO.
      *****************************************************************
      *  Imagen compacta de autoridades y estado para la bitacora:
      *  E/C/R/M/L/S/A/Q/P/W/K/V/N/X y el estado, en ese orden.
      *****************************************************************
       01 WS-AUTORIDADES-IMAGEN.
           05  WS-AI-ESTADO-CIVIL  PIC X(1).
           05  WS-AI-LIBERA-CHQ    PIC X(1).
           05  WS-AI-PERIODO       PIC X(1).
           05  WS-AI-CASTIGO       PIC X(1).
           05  WS-AI-LIMITE        PIC X(1).
           05  WS-AI-CUMPLIMIENTO  PIC X(1).
           05  WS-AI-CONVENIO      PIC X(1).
           05  WS-AI-EXCEPCION     PIC X(1).
           05  WS-AI-ESTADO        PIC X(1).
       01 WS-IMAGEN-ANTES          PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       PROCEDIMIENTO-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
                   MOVE 'N' TO OP-AUT-LIBERA-CHEQUE
                   MOVE 'N' TO OP-AUT-PERIODO
                   MOVE 'N' TO OP-AUT-CASTIGO
                   MOVE 'N' TO OP-AUT-LIMITE
                   MOVE 'N' TO OP-AUT-CUMPLIMIENTO
                   MOVE 'N' TO OP-AUT-CONVENIO
                   MOVE 'N' TO OP-AUT-EXCEPCION-CIERRE
                   MOVE ZERO TO OP-INTENTOS-FALLIDOS
                   MOVE 'A' TO OP-ESTADO
                   MOVE SPACES TO WS-IMAGEN-ANTES
           DISPLAY 'AUTORIDAD CASTIGO S/N (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           PERFORM 478-APLICAR-CASTIGO.
           DISPLAY 'AUTORIDAD LIMITE CREDITO S/N (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           PERFORM 480-APLICAR-LIMITE.
           DISPLAY 'AUTORIDAD CUMPLIMIENTO S/N (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           PERFORM 482-APLICAR-CUMPLIMIENTO.
           DISPLAY 'AUTORIDAD CONVENIOS S/N (ESPACIOS CONSERVA)'.
           ACCEPT WS-ENTRADA.
           PERFORM 484-APLICAR-CONVENIO.
           DISPLAY 'AUTORIDAD EXCEPCION DE CIERRE S/N (ESPACIOS '
               'CONSERVA)'.
           ACCEPT WS-ENTRADA.
           PERFORM 486-APLICAR-EXCEPCION.

       460-APLICAR-ESTADO-CIVIL.
           IF WS-ENTRADA(1:1) = 'S' OR WS-ENTRADA(1:1) = 'N'
               END-IF
           END-IF.

       480-APLICAR-LIMITE.
           IF WS-ENTRADA(1:1) = 'S' OR WS-ENTRADA(1:1) = 'N'
               MOVE WS-ENTRADA(1:1) TO OP-AUT-LIMITE
           ELSE
               IF WS-ENTRADA NOT = SPACES
                   DISPLAY 'RESPUESTA NO VALIDA, SE CONSERVA'
               END-IF
           END-IF.

       482-APLICAR-CUMPLIMIENTO.
           IF WS-ENTRADA(1:1) = 'S' OR WS-ENTRADA(1:1) = 'N'
               MOVE WS-ENTRADA(1:1) TO OP-AUT-CUMPLIMIENTO
           ELSE
               IF WS-ENTRADA NOT = SPACES
                   DISPLAY 'RESPUESTA NO VALIDA, SE CONSERVA'
               END-IF
           END-IF.

       484-APLICAR-CONVENIO.
           IF WS-ENTRADA(1:1) = 'S' OR WS-ENTRADA(1:1) = 'N'
               MOVE WS-ENTRADA(1:1) TO OP-AUT-CONVENIO
           ELSE
               IF WS-ENTRADA NOT = SPACES
                   DISPLAY 'RESPUESTA NO VALIDA, SE CONSERVA'
               END-IF
           END-IF.

       486-APLICAR-EXCEPCION.
           IF WS-ENTRADA(1:1) = 'S' OR WS-ENTRADA(1:1) = 'N'
               MOVE WS-ENTRADA(1:1) TO OP-AUT-EXCEPCION-CIERRE
           ELSE
               IF WS-ENTRADA NOT = SPACES
                   DISPLAY 'RESPUESTA NO VALIDA, SE CONSERVA'
               END-IF
           END-IF.

      *****************************************************************
      *  Rearme: el contador de intentos vuelve a cero y el ID queda
      *  activo; las autoridades no se tocan.
           MOVE OP-AUT-LIBERA-CHEQUE TO WS-AI-LIBERA-CHQ.
           MOVE OP-AUT-PERIODO TO WS-AI-PERIODO.
           MOVE OP-AUT-CASTIGO TO WS-AI-CASTIGO.
           MOVE OP-AUT-LIMITE TO WS-AI-LIMITE.
           MOVE OP-AUT-CUMPLIMIENTO TO WS-AI-CUMPLIMIENTO.
           MOVE OP-AUT-CONVENIO TO WS-AI-CONVENIO.
           MOVE OP-AUT-EXCEPCION-CIERRE TO WS-AI-EXCEPCION.
           MOVE OP-ESTADO TO WS-AI-ESTADO.

       700-ASENTAR-BITACORA.
