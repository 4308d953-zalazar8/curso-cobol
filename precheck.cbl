       FD  MOVEIN-FILE.
       01  MOVEIN-REGISTRO         PIC X(31).
       FD  NEGIN-FILE.
       01  NEGIN-REGISTRO          PIC X(26).
       FD  CONTEOIN-FILE.
       01  CONTEOIN-REGISTRO       PIC X(18).
       FD  SOLICIN-FILE.
           05  SOLI-MARCA          PIC X(1).
               88  SOLI-ES-CABECERA VALUE 'H'.
               88  SOLI-ES-COLA    VALUE 'T'.
           05  FILLER              PIC X(159).
       01  SOLICIN-DETALLE.
           05  SOLI-CUST-NUMBER    PIC 9(6).
           05  FILLER              PIC X(154).
       01  SOLICIN-COLA.
           05  FILLER              PIC X(1).
           05  SOLI-CANTIDAD       PIC 9(7).
           05  SOLI-HASH           PIC S9(9).
           05  FILLER              PIC X(143).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  CUSTMAST-FILE.
