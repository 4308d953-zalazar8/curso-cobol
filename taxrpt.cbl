      *  reconstruia con calculadora sobre copias de estados.  Los
      *  devengos de ACRMENS postean por CUSTHIST como todo lo demas
      *  (interes en las secuencias 7000000+, cargo por servicio en
      *  las 7500000+) y los recargos por mora de LATEFEE tambien (en
      *  las 7800000+), asi que este job anual:
      *    - selecciona del vivo y de las generaciones concatenadas
      *      (CUSTHGEN) los posteos de devengo del ano fiscal
      *      tecleado por SYSIN;
      *    - los ordena por cliente (SORT interno, como CUSTSORT) y
      *      totaliza por quiebre de control interes abonado,
      *      interes cargado y cargos (servicio mas recargos por
      *      mora);
      *    - imprime un certificado por cliente por las plantillas
      *      protegidas de LAYOUTLIB (TAXCERT) con el titular y su
      *      domicilio del maestro, y deja el registro resumen

      *****************************************************************
      *  Quiebre de control por cliente: interes abonado (positivo),
      *  interes cargado (negativo, secuencias 70xxxxx) y cargos:
      *  por servicio (secuencias 75xxxxx) y recargos por mora
      *  (secuencias 78xxxxx).
      *****************************************************************
       300-ACUMULAR-CLIENTE.
           IF NOT WS-CLIENTE-EN-CURSO
           PERFORM 460-ESCRIBIR-PLANTILLA-01.
           MOVE WS-CARGOS TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-TEXTO-LINEA.
           STRING 'CARGOS Y RECARGOS   ' WS-IMPORTE-EDIT
               DELIMITED BY SIZE INTO WS-TEXTO-LINEA.
           PERFORM 460-ESCRIBIR-PLANTILLA-01.
           MOVE SPACES TO REGISTRO-LINEA.
