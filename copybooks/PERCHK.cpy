      *****************************************************************
      *  PERCHK.CPY
      *  Lista de cierre de periodo contable: CIERRCHK agrega un
      *  registro por corrida con el periodo revisado, el resultado
      *  de cada chequeo y el resultado general.  PERCTLM no cierra
      *  un periodo cuya lista mas reciente no este aprobada, salvo
      *  excepcion firmada por un segundo operador.  Los chequeos,
      *  en orden ('S' pasa, 'N' falla):
      *    1 todos los lotes GLXMIT del periodo aceptados ('A');
      *    2 residuo abierto de la cuenta puente (SUSPRECN) en cero
      *      o con cada partida explicada por finanzas;
      *    3 sin quiebres de RECONGL en el periodo;
      *    4 sin posteos liberados ('L') pendientes en NEGHOLD;
      *    5 MONTHLY corrio para cada CM-CICLO-EXTRACTO en uso;
      *    6 sin cheques retenidos sin aprobar en CHKHOLD fechados
      *      en el periodo.
      *  Crece con DISP=MOD.
      *****************************************************************
       01  PERCHK-REGISTRO.
           05  PK-PERIODO              PIC 9(6).
           05  PK-FECHA                PIC 9(8).
           05  PK-HORA                 PIC 9(6).
           05  PK-RESULTADO            PIC X(1).
               88  PK-APTO             VALUE 'S'.
               88  PK-NO-APTO          VALUE 'N'.
           05  PK-CHEQUEOS.
               10  PK-CHEQUEO          PIC X(1) OCCURS 6 TIMES.
           05  FILLER                  PIC X(13).
