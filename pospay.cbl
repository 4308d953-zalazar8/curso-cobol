      *  vencimientos de BANKRECN salen 'V' para que el banco los
      *  rebote.  Los eventos 'P' que deja la conciliacion no se
      *  exportan: el banco ya pago ese numero y no hay nada que
      *  decirle; tampoco la remesa 'A' de CHKABAN, que cae sobre
      *  un numero que el banco ya tiene anulado desde su 'S'.  Los
      *  desembolsos por transferencia (y su anulacion al volver
      *  devueltos) tampoco: al banco no se le presenta papel con
      *  ese numero.  El total de control suma el importe absoluto
      *  de todo lo exportado.
      *****************************************************************
       300-EXPORTAR-EVENTO.
           IF NOT CR-PAGADO AND NOT CR-ABANDONADO
              AND NOT CR-PAGO-TRANSFERENCIA
               MOVE CR-NUMERO TO PP-NUMERO
               MOVE CR-FECHA TO PP-FECHA
               MOVE FUNCTION ABS(CR-IMPORTE) TO PP-IMPORTE
