      *----------------------------------------------------------*
      * SOLICIT - Registro del fichero de solicitudes de          *
      * prestamo (SOLICITUD-FILE). Una solicitud por prestamo     *
      * calculado, con el analisis de solvencia, el nivel de      *
      * aprobacion y la decision tomada. Las solicitudes          *
      * denegadas se conservan.                                   *
      * Clave primaria: SO-LOAN-ID.                               *
      *----------------------------------------------------------*
       01  SOLICITUD-RECORD.
           05  SO-LOAN-ID              PIC 9(14).
           05  SO-CLIENTE              PIC 9(06).
           05  SO-FECHA-SOLICITUD      PIC 9(08).
           05  SO-PRESTADO             PIC 9(07)V99.
           05  SO-CUOTA-NUEVA          PIC 9(07)V99.
           05  SO-CUOTAS-OTRAS         PIC 9(07)V99.
           05  SO-INGRESOS             PIC 9(07)V99.
      *----------------------------------------------------------*
      * Esfuerzo: cuotas (nueva mas otras activas) sobre los      *
      * ingresos mensuales, en %; 999,99 si no hay ingresos       *
      * declarados.                                               *
      *----------------------------------------------------------*
           05  SO-ESFUERZO             PIC 999V99.
           05  SO-SW-ESFUERZO          PIC X(01).
               88  SO-SUPERA-ESFUERZO  VALUE "S".
           05  SO-NIVEL                PIC 9(01).
           05  SO-ESTADO               PIC X(01).
               88  SO-PENDIENTE        VALUE "P".
               88  SO-APROBADA         VALUE "A".
               88  SO-DENEGADA         VALUE "D".
           05  SO-FECHA-DECISION       PIC 9(08).
           05  SO-DECISOR              PIC X(08).
           05  SO-MOTIVO               PIC X(40).
           05  FILLER                  PIC X(10).
