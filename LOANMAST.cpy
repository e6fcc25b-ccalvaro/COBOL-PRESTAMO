               88  LM-ACTIVO           VALUE "A".
               88  LM-CANCELADO        VALUE "C".
               88  LM-PAGADO           VALUE "P".
               88  LM-FALLIDO          VALUE "F".
      *----------------------------------------------------------*
      * Solicitud pendiente de aprobacion (S) o denegada (D): el  *
      * prestamo no esta vivo hasta que se aprueba (APROBACION).  *
      *----------------------------------------------------------*
               88  LM-PENDIENTE-APROB  VALUE "S".
               88  LM-DENEGADO         VALUE "D".
           05  LM-CLIENTE              PIC 9(06).
           05  LM-TIPO-INTERES         PIC X(01).
               88  LM-TIPO-FIJO        VALUE "F".
