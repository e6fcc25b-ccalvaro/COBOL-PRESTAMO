           05  CM-NOMBRE               PIC X(30).
           05  CM-NIF                  PIC X(09).
           05  CM-SUCURSAL             PIC 9(04).
      *----------------------------------------------------------*
      * Direccion postal del cliente para el envio de cartas      *
      * (espacios en los clientes anteriores a este campo,        *
      * convertidos por CLIENTE-CONV).                            *
      *----------------------------------------------------------*
           05  CM-DIRECCION.
               10  CM-DOMICILIO        PIC X(40).
               10  CM-COD-POSTAL       PIC X(05).
               10  CM-POBLACION        PIC X(25).
               10  CM-PROVINCIA        PIC X(20).
      *----------------------------------------------------------*
      * Ingresos netos mensuales declarados por el cliente, para  *
      * el analisis de solvencia de las solicitudes (cero en los  *
      * clientes anteriores a este campo, convertidos por         *
      * CLIENTE-CONV; cero o no numerico se trata como no         *
      * declarado).                                               *
      *----------------------------------------------------------*
           05  CM-INGRESOS-MENSUALES   PIC 9(07)V99.
           05  FILLER                  PIC X(02).
