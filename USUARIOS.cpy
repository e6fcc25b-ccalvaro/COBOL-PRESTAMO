      *----------------------------------------------------------*
      * USUARIOS - Registro del fichero de operadores de los      *
      * programas en linea (USUARIO-FILE), con su contrasena, su  *
      * sucursal y su rol: E empleado de oficina, S supervisor o  *
      * A auditor. El nivel de aprobacion (1 a 3, cero sin       *
      * facultades) es el que usa APROBACION. Tras tres intentos  *
      * de acceso fallidos seguidos el operador queda bloqueado;  *
      * un operador dado de baja se conserva para la auditoria.   *
      * Clave primaria: US-OPERADOR.                              *
      *----------------------------------------------------------*
       01  USUARIO-RECORD.
           05  US-OPERADOR             PIC X(08).
           05  US-NOMBRE               PIC X(30).
           05  US-PASSWORD             PIC X(08).
           05  US-SUCURSAL             PIC 9(04).
           05  US-ROL                  PIC X(01).
               88  US-EMPLEADO         VALUE "E".
               88  US-SUPERVISOR       VALUE "S".
               88  US-AUDITOR          VALUE "A".
               88  US-ROL-VALIDO       VALUE "E" "S" "A".
           05  US-NIVEL-APROBACION     PIC 9(01).
           05  US-ESTADO               PIC X(01).
               88  US-ACTIVO           VALUE "A".
               88  US-BLOQUEADO        VALUE "B".
               88  US-DADO-DE-BAJA     VALUE "X".
           05  US-INTENTOS-FALLIDOS    PIC 9(01).
           05  US-FECHA-ALTA           PIC 9(08).
           05  US-FECHA-ULTIMO-ACCESO  PIC 9(08).
           05  FILLER                  PIC X(20).
