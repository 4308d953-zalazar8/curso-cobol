      *****************************************************************
      *  CERTDEC.CPY
      *  Hoja de decisiones de la recertificacion de operadores: un
      *  registro por ID de OPERSEC, en orden de gerente revisor.
      *  OPERCERT la emite con las autoridades vigentes y CERTAPL
      *  aplica la que vuelve firmada por los gerentes:
      *    CD-AUTORIDADES - imagen S/N en el orden de SECAUD
      *                     (E C R M L S A Q P W K V N X); el
      *                     gerente cambia a 'N' la que se revoca.
      *                     Una 'S' donde el ID no la tiene no otorga
      *                     nada: las altas de autoridad siguen
      *                     siendo de OPERSECM;
      *    CD-DECISION    - 'C' certifica, 'R' revoca las marcadas en
      *                     'N', 'D' deshabilita el ID.  OPERCERT la
      *                     deja en 'D' para los ID inactivos y en
      *                     espacios para los demas; espacios al
      *                     volver es decision pendiente.
      *****************************************************************
       01  CERTDEC-REGISTRO.
           05  CD-GERENTE              PIC X(4).
           05  CD-OPERADOR             PIC X(4).
           05  CD-NOMBRE               PIC X(30).
           05  CD-AUTORIDADES          PIC X(14).
           05  CD-ESTADO               PIC X(1).
           05  CD-INACTIVO             PIC X(1).
               88  CD-ID-INACTIVO      VALUE 'S'.
           05  CD-DECISION             PIC X(1).
               88  CD-CERTIFICA        VALUE 'C'.
               88  CD-REVOCA           VALUE 'R'.
               88  CD-DESHABILITA      VALUE 'D'.
               88  CD-PENDIENTE        VALUE SPACE.
           05  CD-FECHA-CORTE          PIC 9(8).
           05  FILLER                  PIC X(17).
