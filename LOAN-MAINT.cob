      *                del prestamo (activo/cancelado/pagado).    *
      * 22/08/2026 AC  Se muestra el numero de cliente del        *
      *                prestamo.                                  *
      * 15/10/2026 AC  Se muestra el estado fallido (F) que       *
      *                asigna el programa FALLIDO; un prestamo    *
      *                fallido no admite cambio de estado.        *
      * 15/10/2026 AC  Se muestran los estados pendiente de       *
      *                aprobacion (S) y denegado (D); esos        *
      *                prestamos no admiten cambio de estado, que *
      *                solo se decide en APROBACION.              *
      * 15/10/2026 AC  Acceso con operador y contrasena           *
      *                (USUARIOS) y permisos de cada opcion del   *
      *                menu por rol: el cambio de estado queda    *
      *                para el supervisor y se anota en el log de *
      *                auditoria PRESTAUD con el operador y los   *
      *                estados anterior y nuevo.                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   WITH DUPLICATES
               FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT USUARIO-FILE ASSIGN TO "USUARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-OPERADOR
               FILE STATUS IS USUARIO-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "PRESTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

       LOCAL-STORAGE SECTION.
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  USUARIO-STATUS             PIC XX.
           88  USUARIO-OK             VALUE "00".
       01  SW-ACCESO-AUTORIZADO       PIC X VALUE "N".
           88  ACCESO-AUTORIZADO      VALUE "S".
       01  OPERADOR                   PIC X(08).
       01  CLAVE-OPERADOR             PIC X(08).
       01  OPERADOR-ROL               PIC X(01).
           88  OPERADOR-EMPLEADO      VALUE "E".
           88  OPERADOR-SUPERVISOR    VALUE "S".
           88  OPERADOR-AUDITOR       VALUE "A".
       01  OPERADOR-SUCURSAL          PIC 9(04).
       01  OPERADOR-NIVEL             PIC 9(01).
       01  FECHA-ACCESO               PIC 9(08).
       01  INTENTOS-ACCESO            PIC 9(01) COMP.
       01  MAX-INTENTOS-ACCESO        PIC 9(01) COMP VALUE 3.
       01  AUDIT-LOG-STATUS           PIC XX.
           88  AUDIT-LOG-OK           VALUE "00".
       01  SW-FIN-PROGRAMA            PIC X VALUE "N".
           88  FIN-PROGRAMA           VALUE "S".
       01  OPCION-MENU                PIC X.
       01  BUSCA-FECHA                PIC 9(08).
       01  NUEVO-ESTADO               PIC X.
           88  ESTADO-VALIDO          VALUE "A" "C" "P".
       01  ESTADO-ANTERIOR            PIC X.
       01  SW-OPCION-PERMITIDA        PIC X VALUE "S".
           88  OPCION-PERMITIDA       VALUE "S".
       01  IND-PERMISO                PIC 9(01).
      *----------------------------------------------------------*
      * Permisos de las opciones del menu (1 a 9) por rol del     *
      * operador: en cada entrada, empleado, supervisor y auditor *
      * (S permitida, N denegada). Las consultas son libres; el   *
      * cambio de estado queda para el supervisor.                *
      *----------------------------------------------------------*
       01  TABLA-PERMISOS.
           05  FILLER                 PIC X(03) VALUE "SSS".
           05  FILLER                 PIC X(03) VALUE "SSS".
           05  FILLER                 PIC X(03) VALUE "SSS".
           05  FILLER                 PIC X(03) VALUE "SSS".
           05  FILLER                 PIC X(03) VALUE "NSN".
           05  FILLER                 PIC X(03) VALUE "NNN".
           05  FILLER                 PIC X(03) VALUE "NNN".
           05  FILLER                 PIC X(03) VALUE "NNN".
           05  FILLER                 PIC X(03) VALUE "SSS".
       01  TABLA-PERMISOS-R REDEFINES TABLA-PERMISOS.
           05  PERMISO-OPCION OCCURS 9 TIMES.
               10  PE-EMPLEADO        PIC X(01).
               10  PE-SUPERVISOR      PIC X(01).
               10  PE-AUDITOR         PIC X(01).
       01  HORA-AUDITORIA             PIC 9(08).
       COPY PRESTAUD.

       01  LINEA-PRESTAMO.
           05  FILLER                 PIC X(10) VALUE "PRESTADO: ".

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ACCESO-AUTORIZADO
               STOP RUN
           END-IF.
           PERFORM 2000-MENU THRU 2000-EXIT
               UNTIL FIN-PROGRAMA.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Identifica al operador y abre el maestro de prestamos; si *
      * no existe no hay nada que consultar y el programa         *
      * termina. El log de auditoria se amplia.                   *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Consulta y mantenimiento de prestamos (LOANMAST)".
           PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT.
           IF NOT ACCESO-AUTORIZADO
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de prestamos "
                       "(LOANMAST), estado " LOAN-MASTER-STATUS
               SET FIN-PROGRAMA TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT AUDIT-LOG-OK
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1200-IDENTIFICAR-OPERADOR                                 *
      * Pide el operador y su contrasena y los comprueba contra   *
      * el fichero de usuarios (USUARIOS), con tres intentos como *
      * maximo. Si el acceso es correcto deja el rol, la sucursal *
      * y el nivel de aprobacion del operador para los permisos   *
      * del programa.                                             *
      *----------------------------------------------------------*
       1200-IDENTIFICAR-OPERADOR.
           MOVE "N" TO SW-ACCESO-AUTORIZADO.
           ACCEPT FECHA-ACCESO FROM DATE YYYYMMDD.
           OPEN I-O USUARIO-FILE.
           IF NOT USUARIO-OK
               DISPLAY "No se pudo abrir el fichero de usuarios "
                       "(USUARIOS), estado " USUARIO-STATUS
               GO TO 1200-EXIT
           END-IF.
           MOVE ZERO TO INTENTOS-ACCESO.
           PERFORM 1210-COMPROBAR-CLAVE THRU 1210-EXIT
               UNTIL ACCESO-AUTORIZADO
                  OR INTENTOS-ACCESO NOT < MAX-INTENTOS-ACCESO.
           CLOSE USUARIO-FILE.
           IF NOT ACCESO-AUTORIZADO
               DISPLAY "Acceso denegado, fin del programa"
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1210-COMPROBAR-CLAVE                                      *
      * Lee el operador tecleado y compara su contrasena. Cada    *
      * fallo se cuenta en el registro del operador, que queda    *
      * bloqueado al tercero seguido hasta que un supervisor lo   *
      * desbloquee (USUARIO-MANT); un acceso correcto pone la     *
      * cuenta a cero y anota la fecha del ultimo acceso.         *
      *----------------------------------------------------------*
       1210-COMPROBAR-CLAVE.
           COMPUTE INTENTOS-ACCESO = INTENTOS-ACCESO + 1.
           DISPLAY "Operador (hasta 8 caracteres)".
           MOVE SPACES TO OPERADOR.
           ACCEPT OPERADOR.
           DISPLAY "Contrasena".
           MOVE SPACES TO CLAVE-OPERADOR.
           ACCEPT CLAVE-OPERADOR.
           MOVE OPERADOR TO US-OPERADOR.
           READ USUARIO-FILE
               INVALID KEY
                   DISPLAY "Operador o contrasena no validos"
                   GO TO 1210-EXIT
           END-READ.
           IF NOT US-ACTIVO
               DISPLAY "El operador " OPERADOR " esta bloqueado o "
                       "dado de baja; acuda a un supervisor"
               GO TO 1210-EXIT
           END-IF.
           IF US-PASSWORD NOT = CLAVE-OPERADOR
               COMPUTE US-INTENTOS-FALLIDOS =
                   US-INTENTOS-FALLIDOS + 1
               IF US-INTENTOS-FALLIDOS NOT < MAX-INTENTOS-ACCESO
                   SET US-BLOQUEADO TO TRUE
                   DISPLAY "Demasiados intentos fallidos, el "
                           "operador " OPERADOR " queda bloqueado"
               ELSE
                   DISPLAY "Operador o contrasena no validos"
               END-IF
               REWRITE USUARIO-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: no se pudo regrabar el "
                               "operador " US-OPERADOR
                               " en USUARIOS"
               END-REWRITE
               GO TO 1210-EXIT
           END-IF.
           MOVE ZERO         TO US-INTENTOS-FALLIDOS.
           MOVE FECHA-ACCESO TO US-FECHA-ULTIMO-ACCESO.
           REWRITE USUARIO-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el operador "
                           US-OPERADOR " en USUARIOS"
           END-REWRITE.
           MOVE US-ROL              TO OPERADOR-ROL.
           MOVE US-SUCURSAL         TO OPERADOR-SUCURSAL.
           MOVE US-NIVEL-APROBACION TO OPERADOR-NIVEL.
           SET ACCESO-AUTORIZADO TO TRUE.
           DISPLAY "Operador " OPERADOR " " US-NOMBRE.
           DISPLAY "Sucursal " US-SUCURSAL ", rol " US-ROL
                   " (E empleado, S supervisor, A auditor)".
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-MENU                                                 *
      * Muestra el menu de opciones y encamina cada opcion a su   *
           DISPLAY "(5) Cambiar el estado de un prestamo".
           DISPLAY "(9) Fin".
           ACCEPT OPCION-MENU.
           PERFORM 2100-COMPROBAR-PERMISO THRU 2100-EXIT.
           IF NOT OPCION-PERMITIDA
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   PERFORM 3000-CONSULTAR-ID THRU 3000-EXIT
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-COMPROBAR-PERMISO                                    *
      * Comprueba en la tabla de permisos si el rol del operador  *
      * puede usar la opcion elegida; las opciones no reconocidas *
      * siguen su curso normal.                                   *
      *----------------------------------------------------------*
       2100-COMPROBAR-PERMISO.
           SET OPCION-PERMITIDA TO TRUE.
           IF OPCION-MENU NOT NUMERIC OR OPCION-MENU = "0"
               GO TO 2100-EXIT
           END-IF.
           MOVE OPCION-MENU TO IND-PERMISO.
           EVALUATE TRUE
               WHEN OPERADOR-EMPLEADO
                   MOVE PE-EMPLEADO (IND-PERMISO)
                       TO SW-OPCION-PERMITIDA
               WHEN OPERADOR-SUPERVISOR
                   MOVE PE-SUPERVISOR (IND-PERMISO)
                       TO SW-OPCION-PERMITIDA
               WHEN OPERADOR-AUDITOR
                   MOVE PE-AUDITOR (IND-PERMISO)
                       TO SW-OPCION-PERMITIDA
               WHEN OTHER
                   MOVE "N" TO SW-OPCION-PERMITIDA
           END-EVALUATE.
           IF NOT OPCION-PERMITIDA
               DISPLAY "Opcion no permitida para el rol del "
                       "operador (" OPERADOR-ROL ")"
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-CONSULTAR-ID                                         *
      * Lee y muestra el prestamo cuyo identificador se teclea;   *
      * Lee el prestamo tecleado, muestra su estado actual y      *
      * graba el nuevo estado (A=activo, C=cancelado, P=pagado),  *
      * para que un prestamo calculado por error pueda marcarse   *
      * como cancelado en lugar de quedarse en el maestro. El     *
      * cambio queda en el log de auditoria con el operador.      *
      *----------------------------------------------------------*
       3400-CAMBIAR-ESTADO.
           DISPLAY "Identificador del prestamo (14 digitos)".
                   GO TO 3400-EXIT
           END-READ.
           PERFORM 8000-MOSTRAR-PRESTAMO THRU 8000-EXIT.
           IF LM-FALLIDO
               DISPLAY "El prestamo esta pasado a fallido y ya esta "
                       "dado de baja en contabilidad, no se cambia "
                       "su estado"
               GO TO 3400-EXIT
           END-IF.
           IF LM-PENDIENTE-APROB OR LM-DENEGADO
               DISPLAY "El prestamo es una solicitud pendiente o "
                       "denegada; su estado solo se decide en el "
                       "programa de aprobacion (APROBACION)"
               GO TO 3400-EXIT
           END-IF.
           DISPLAY "Nuevo estado: (A)ctivo, (C)ancelado o (P)agado".
           ACCEPT NUEVO-ESTADO.
           IF NOT ESTADO-VALIDO
                       "prestamo"
               GO TO 3400-EXIT
           END-IF.
           MOVE LM-ESTADO TO ESTADO-ANTERIOR.
           MOVE NUEVO-ESTADO TO LM-ESTADO.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el prestamo "
                           LM-LOAN-ID " en LOAN-MASTER"
                   GO TO 3400-EXIT
           END-REWRITE.
           DISPLAY "Estado del prestamo " LM-LOAN-ID
                   " cambiado a " LM-ESTADO.
           MOVE "ESTADO"        TO AU-ACCION.
           MOVE LM-LOAN-ID      TO AU-LOAN-ID.
           MOVE LM-CLIENTE      TO AU-CLIENTE.
           MOVE SPACES          TO AU-USUARIO.
           MOVE "ESTADO"        TO AU-CAMPO.
           MOVE ESTADO-ANTERIOR TO AU-VALOR-ANTES.
           MOVE LM-ESTADO       TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
       3400-EXIT.
           EXIT.

                   DISPLAY "ESTADO: CANCELADO"
               WHEN LM-PAGADO
                   DISPLAY "ESTADO: PAGADO"
               WHEN LM-FALLIDO
                   DISPLAY "ESTADO: FALLIDO"
               WHEN LM-PENDIENTE-APROB
                   DISPLAY "ESTADO: PENDIENTE DE APROBACION"
               WHEN LM-DENEGADO
                   DISPLAY "ESTADO: DENEGADO"
               WHEN OTHER
                   DISPLAY "ESTADO: " LM-ESTADO
           END-EVALUATE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8500-REGISTRAR-AUDITORIA                                  *
      * Anade al log PRESTAUD la linea del campo cambiado que se  *
      * ha dejado en AUDITORIA-LINEA (accion, prestamo, cliente,  *
      * campo y valores anterior y posterior), con la fecha, la   *
      * hora y el operador; si el valor no cambia no se anota.    *
      *----------------------------------------------------------*
       8500-REGISTRAR-AUDITORIA.
           IF AU-VALOR-ANTES = AU-VALOR-DESPUES
               GO TO 8500-EXIT
           END-IF.
           ACCEPT AU-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA-AUDITORIA FROM TIME.
           MOVE HORA-AUDITORIA (1:6) TO AU-HORA.
           MOVE OPERADOR             TO AU-OPERADOR.
           MOVE "LOAN-MAINT"         TO AU-PROGRAMA.
           WRITE AUDIT-LOG-RECORD FROM AUDITORIA-LINEA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra el maestro de prestamos y el log de auditoria.     *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE LOAN-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.
       9000-EXIT.
           EXIT.
