      *----------------------------------------------------------*
      * AVALISTA - Registro del fichero de avalistas de los       *
      * prestamos (AVALISTA-FILE). El avalista es un cliente de   *
      * CUSTMAST.                                                 *
      * Clave primaria: AV-CLAVE (prestamo + cliente avalista).   *
      * Clave alternativa (con duplicados): AV-CLIENTE.           *
      *----------------------------------------------------------*
       01  AVALISTA-RECORD.
           05  AV-CLAVE.
               10  AV-LOAN-ID          PIC 9(14).
               10  AV-CLIENTE          PIC 9(06).
           05  AV-FECHA-ALTA           PIC 9(08).
           05  AV-ESTADO               PIC X(01).
               88  AV-VIGENTE          VALUE "A".
               88  AV-LIBERADO         VALUE "L".
           05  AV-FECHA-LIBERACION     PIC 9(08).
           05  FILLER                  PIC X(10).
