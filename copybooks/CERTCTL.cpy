      *****************************************************************
      *  CERTCTL.CPY
      *  Archivo de control de la recertificacion trimestral de
      *  operadores, mantenido por seguridad informatica.  Dos tipos
      *  de registro:
      *    'G' gerente   - el gerente revisor de cada ID de OPERSEC;
      *                    un ID sin registro 'G' sale en el reporte
      *                    como sin gerente y no se puede decidir;
      *    'C' conflicto - regla de segregacion de funciones: un par
      *                    de autoridades que un mismo ID no debe
      *                    tener a la vez.  Las autoridades se nombran
      *                    con la letra de funcion de OPERAUTH
      *                    (E C R M L S A Q P W K V N X, el mismo
      *                    orden de la imagen de autoridades de
      *                    SECAUD).
      *  OPERCERT arma con el el reporte y la hoja de decisiones;
      *  CERTAPL valida contra el que cada decision venga del gerente
      *  asignado.
      *****************************************************************
       01  CERTCTL-REGISTRO.
           05  CT-TIPO                 PIC X(1).
               88  CT-GERENTE          VALUE 'G'.
               88  CT-CONFLICTO        VALUE 'C'.
           05  CT-DATOS                PIC X(79).
           05  CT-GER REDEFINES CT-DATOS.
               10  CT-GER-OPERADOR     PIC X(4).
               10  CT-GER-GERENTE      PIC X(4).
               10  CT-GER-NOMBRE       PIC X(30).
               10  FILLER              PIC X(41).
           05  CT-CON REDEFINES CT-DATOS.
               10  CT-CON-AUTORIDAD-1  PIC X(1).
               10  CT-CON-AUTORIDAD-2  PIC X(1).
               10  CT-CON-DESCRIPCION  PIC X(40).
               10  FILLER              PIC X(37).
