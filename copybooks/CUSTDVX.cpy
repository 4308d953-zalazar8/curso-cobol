      *****************************************************************
      *  CUSTDVX.CPY
      *  Referencia cruzada de numeros de cliente en el formato
      *  anterior (seis digitos sin digito verificador), acceso por
      *  DX-CUST-NUMBER.  CUSTDVC la carga en la conversion con cada
      *  cliente del maestro y su digito; CUSTDV la consulta cuando
      *  una entrada trae el numero sin digito.  El numero viejo solo
      *  se acepta si el cliente existia al convertir y la fecha no
      *  paso DX-FECHA-LIMITE (cero = sin limite): un cliente dado de
      *  alta despues de la conversion nunca circulo sin digito y no
      *  tiene registro aqui.
      *****************************************************************
       01  CUSTDVX-REGISTRO.
           05  DX-CUST-NUMBER          PIC 9(6).
           05  DX-DIGITO               PIC X(1).
           05  DX-FECHA-CONVERSION     PIC 9(8).
           05  DX-FECHA-LIMITE         PIC 9(8).
           05  FILLER                  PIC X(17).
