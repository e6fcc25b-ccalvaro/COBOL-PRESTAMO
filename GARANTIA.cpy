      *----------------------------------------------------------*
      * GARANTIA - Registro del fichero de garantias reales de    *
      * los prestamos (GARANTIA-FILE).                            *
      * Clave primaria: GA-CLAVE (prestamo + numero de garantia). *
      * Una garantia liberada se conserva con estado "L" y su     *
      * fecha de liberacion.                                      *
      *----------------------------------------------------------*
       01  GARANTIA-RECORD.
           05  GA-CLAVE.
               10  GA-LOAN-ID          PIC 9(14).
               10  GA-NUMERO           PIC 9(02).
           05  GA-REF-INMUEBLE         PIC X(20).
           05  GA-VALOR-TASACION       PIC 9(09)V99.
           05  GA-FECHA-TASACION       PIC 9(08).
           05  GA-RANGO                PIC 9(01).
           05  GA-ESTADO               PIC X(01).
               88  GA-VIGENTE          VALUE "A".
               88  GA-LIBERADA         VALUE "L".
           05  GA-FECHA-LIBERACION     PIC 9(08).
           05  FILLER                  PIC X(10).
