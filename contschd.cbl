       DATA DIVISION.
       FILE SECTION.
       FD  ITEMS-FILE.
           COPY ITEMMAST.
       FD  ESTADO-FILE.
           COPY CONTSTAT.
       FD  ESTADO-SAL-FILE.
