      *----------------------------------------------------------*
      * CTRLEJEC - Registro del fichero de control de ejecuciones *
      * de la cadena batch (CONTROL-EJECUCION-FILE). Cada         *
      * programa graba al arrancar una ejecucion en curso para su *
      * periodo y la cierra al terminar con sus contadores y su   *
      * codigo de retorno; las ejecuciones rechazadas tambien se  *
      * graban.                                                   *
      * Clave primaria: CE-CLAVE (programa + periodo + numero de  *
      * ejecucion). El periodo es la fecha de proceso AAAAMMDD en *
      * los programas diarios y AAAAMM00 en los mensuales.        *
      * Clave alternativa: CE-FECHA-INICIO (con duplicados).      *
      * CE-LEIDOS y CE-GRABADOS son los registros tratados y los  *
      * generados o actualizados por la ejecucion (cero si el     *
      * programa no los cuenta).                                  *
      *----------------------------------------------------------*
       01  CONTROL-EJECUCION-RECORD.
           05  CE-CLAVE.
               10  CE-PROGRAMA         PIC X(16).
               10  CE-PERIODO          PIC 9(08).
               10  CE-EJECUCION        PIC 9(03).
           05  CE-FECHA-INICIO         PIC 9(08).
           05  CE-HORA-INICIO          PIC 9(08).
           05  CE-FECHA-FIN            PIC 9(08).
           05  CE-HORA-FIN             PIC 9(08).
           05  CE-LEIDOS               PIC 9(07).
           05  CE-GRABADOS             PIC 9(07).
           05  CE-RETURN-CODE          PIC 9(03).
           05  CE-ESTADO               PIC X(01).
               88  CE-EN-CURSO         VALUE "E".
               88  CE-CERRADA          VALUE "C".
               88  CE-FALLIDA          VALUE "F".
               88  CE-RECHAZADA        VALUE "R".
           05  CE-REEJECUCION          PIC X(01).
               88  CE-ES-REEJECUCION   VALUE "S".
           05  FILLER                  PIC X(20).
