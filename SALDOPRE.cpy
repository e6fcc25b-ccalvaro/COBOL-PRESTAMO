      *----------------------------------------------------------*
      * SALDOPRE - Registro del fichero de movimientos contables  *
      * por cuenta, prestamo y periodo (SALDO-PRESTAMO-FILE):     *
      * desglose por prestamo de los saldos de SALDOCTA, para     *
      * explicar las diferencias de la conciliacion.              *
      * Clave primaria: SP-CLAVE (cuenta + prestamo + periodo).   *
      *----------------------------------------------------------*
       01  SALDO-PRESTAMO-RECORD.
           05  SP-CLAVE.
               10  SP-CUENTA           PIC 9(06).
               10  SP-LOAN-ID          PIC 9(14).
               10  SP-PERIODO          PIC 9(06).
           05  SP-DEBE                 PIC 9(11)V99.
           05  SP-HABER                PIC 9(11)V99.
           05  FILLER                  PIC X(10).
