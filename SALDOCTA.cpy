      *----------------------------------------------------------*
      * SALDOCTA - Registro del fichero de saldos contables por   *
      * cuenta y periodo (SALDO-CUENTA-FILE), que mantiene el     *
      * pase al mayor de los diarios de ASIENTOS.                 *
      * Clave primaria: SC-CLAVE (cuenta + periodo AAAAMM).       *
      * Los saldos son deudores en positivo y acreedores en       *
      * negativo; el saldo final de un periodo es el inicial del  *
      * siguiente con movimiento en la cuenta.                    *
      *----------------------------------------------------------*
       01  SALDO-CUENTA-RECORD.
           05  SC-CLAVE.
               10  SC-CUENTA           PIC 9(06).
               10  SC-PERIODO          PIC 9(06).
           05  SC-SALDO-INICIAL        PIC S9(11)V99.
           05  SC-DEBE                 PIC 9(11)V99.
           05  SC-HABER                PIC 9(11)V99.
           05  SC-SALDO-FINAL          PIC S9(11)V99.
           05  SC-FECHA-PASE           PIC 9(08).
           05  FILLER                  PIC X(10).
