       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESLOG.
      *****************************************************************
      *  Bitacora de accesos (ACCLOG.CPY).  Las transacciones en linea
      *  llaman a este subprograma cada vez que muestran o modifican
      *  los datos de un cliente; el operador sale de la sesion de
      *  SESMENU, asi que el llamador solo informa programa, cliente y
      *  accion.  Abre, escribe y cierra el archivo en cada llamada,
      *  igual que ERRORLOG; sin el DD asignado el acceso no se asienta
      *  y la consulta sigue.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCLOG-FILE.
           COPY ACCLOG.
       WORKING-STORAGE SECTION.
       01 WS-ACCLOG-STATUS         PIC X(2).
           88 WS-ACCLOG-OK         VALUE '00'.
       01 WS-SE-FUNCION            PIC X(1) VALUE 'C'.
       01 WS-SE-OPERADOR           PIC X(4).
       01 WS-SE-CLIENTE            PIC 9(6).
       01 WS-SE-RETORNO            PIC 9(2).
       LINKAGE SECTION.
       01 LK-PROGRAMA              PIC X(8).
       01 LK-CUST-NUMBER           PIC 9(6).
       01 LK-ACCION                PIC X(1).
       PROCEDURE DIVISION USING LK-PROGRAMA LK-CUST-NUMBER LK-ACCION.
       PROCEDIMIENTO-PRINCIPAL.
           CALL 'SESMENU' USING WS-SE-FUNCION WS-SE-OPERADOR
               WS-SE-CLIENTE WS-SE-RETORNO.
           OPEN EXTEND ACCLOG-FILE.
           IF WS-ACCLOG-OK
               MOVE SPACES TO ACCLOG-REGISTRO
               ACCEPT AL-FECHA FROM DATE YYYYMMDD
               ACCEPT AL-HORA FROM TIME
               MOVE WS-SE-OPERADOR TO AL-OPERADOR
               MOVE LK-PROGRAMA TO AL-PROGRAMA
               MOVE LK-CUST-NUMBER TO AL-CUST-NUMBER
               MOVE LK-ACCION TO AL-ACCION
               WRITE ACCLOG-REGISTRO
               CLOSE ACCLOG-FILE
           END-IF.
           GOBACK.
       END PROGRAM ACCESLOG.
