           05  SB-OPERADOR         PIC X(4).
           05  SB-ACCION           PIC X(8).
           05  SB-ID-AFECTADO      PIC X(4).
           05  SB-AUT-ANTES        PIC X(15).
           05  SB-AUT-DESPUES      PIC X(15).
       FD  DIARIO-FILE.
           COPY CMJRNL.
       FD  REPORTE-FILE.
