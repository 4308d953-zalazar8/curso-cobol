      *****************************************************************
      *  STMCORR.CPY
      *  Bitacora de corridas de estados de cuenta: CUSTSTMT asienta
      *  un registro al terminar cada corrida con la fecha de proceso
      *  y el ciclo de extracto que atendio (cero = todos los
      *  ciclos).  CIERRCHK la lee para saber si MONTHLY corrio para
      *  cada CM-CICLO-EXTRACTO del periodo antes del cierre.  Crece
      *  con DISP=MOD, igual que AUDITLOG y CUSTHIST.
      *****************************************************************
       01  STMCORR-REGISTRO.
           05  SC-FECHA                PIC 9(8).
           05  SC-HORA                 PIC 9(6).
           05  SC-CICLO                PIC 9(1).
           05  SC-ESTADOS              PIC 9(7).
           05  FILLER                  PIC X(18).
