               RECORD KEY IS CM-CUST-NUMBER
               ALTERNATE RECORD KEY IS CM-DOCUMENTO-IDENTIDAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-NOMBRE-CLAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
