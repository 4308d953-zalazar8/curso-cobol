      *****************************************************************
      *  GLSALDO.CPY
      *  Saldo propio de mayor por cuenta y periodo contable de PERCTL
      *  (AAAAMM), acceso por GS-CLAVE.  Lo acumula GLSALDO con cada
      *  lote GLFEED del dia (cargos positivos al debe, abonos al
      *  haber, por la fecha valor del detalle) y PERCTLM, al cerrar
      *  un periodo, arrastra el saldo final de cada cuenta como saldo
      *  inicial del periodo siguiente.
      *    GS-SALDO-FINAL = GS-SALDO-INICIAL + GS-DEBE - GS-HABER
      *  La cuenta que recibe su primer movimiento del periodo toma
      *  como inicial el final del periodo anterior, si lo tiene; un
      *  movimiento tardio a un periodo ya arrastrado corre tambien
      *  los saldos de los periodos siguientes de la cuenta.
      *****************************************************************
       01  GLSALDO-REGISTRO.
           05  GS-CLAVE.
               10  GS-CUENTA           PIC X(6).
               10  GS-PERIODO          PIC 9(6).
           05  GS-SALDO-INICIAL        PIC S9(13)V999.
           05  GS-DEBE                 PIC S9(13)V999.
           05  GS-HABER                PIC S9(13)V999.
           05  GS-SALDO-FINAL          PIC S9(13)V999.
           05  GS-FECHA-ACTUALIZA      PIC 9(8).
           05  FILLER                  PIC X(16).
