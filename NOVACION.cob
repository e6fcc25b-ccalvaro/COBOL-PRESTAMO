      *                que la repreciacion no convierta sus       *
      *                cuotas de solo intereses en               *
      *                amortizables.                              *
      * 15/10/2026 AC  Acceso con operador y contrasena           *
      *                (USUARIOS); solo un supervisor puede       *
      *                novar. La linea de auditoria pasa al       *
      *                formato comun de PRESTAUD, con el operador *
      *                y los valores anterior y posterior de      *
      *                tipo, cuota, plazo, fecha de revision y    *
      *                cuotas pendientes.                         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS LS-CLAVE
               FILE STATUS IS LOAN-SCHEDULE-STATUS.

           SELECT USUARIO-FILE ASSIGN TO "USUARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-OPERADOR
               FILE STATUS IS USUARIO-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "PRESTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

       LOCAL-STORAGE SECTION.
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  AUDIT-LOG-STATUS           PIC XX.
           88  AUDIT-LOG-OK           VALUE "00".
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
       01  SW-FIN-PROGRAMA            PIC X VALUE "N".
           88  FIN-PROGRAMA           VALUE "S".
       01  SW-FIN-CUOTAS              PIC X VALUE "N".
           88  NOVACION-VIABLE        VALUE "S".
       01  BUSCA-LOAN-ID              PIC 9(14).
       01  FECHA-PROCESO              PIC 9(08).
       01  CONFIRMA-NOVACION          PIC X.
           88  NOVACION-CONFIRMADA    VALUE "S" "s".

       01  PRESTAMOS-NOVADOS          PIC 9(05) COMP VALUE 0.
       01  IMPORTE-EDITADO            PIC Z(08)9,99.

      *----------------------------------------------------------*
      * Condiciones del prestamo antes de la novacion, para el    *
      * log de auditoria.                                         *
      *----------------------------------------------------------*
       01  INTERES-ANTERIOR           PIC 99V99.
       01  MENSUAL-ANTERIOR           PIC 9(07)V99.
       01  PLAZO-ANTERIOR             PIC 9(03).
       01  REVISION-ANTERIOR          PIC 9(08).
       01  INTERES-EDITADO            PIC Z9,99.
       01  PLAZO-EDITADO              PIC ZZ9.
       01  HORA-AUDITORIA             PIC 9(08).
       COPY PRESTAUD.

      *----------------------------------------------------------*
      * Area de trabajo del calculo de fechas (8100-SUMAR-MESES). *

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ACCESO-AUTORIZADO
               STOP RUN
           END-IF.
           PERFORM 2000-TRATAR-PRESTAMO THRU 2000-EXIT
               UNTIL FIN-PROGRAMA.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Identifica al operador (solo un supervisor puede novar) y *
      * abre los ficheros; el log de auditoria se amplia para     *
      * conservar las lineas anteriores.                          *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Novacion de prestamos".
           PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT.
           IF ACCESO-AUTORIZADO AND NOT OPERADOR-SUPERVISOR
               DISPLAY "Solo un supervisor puede novar prestamos, "
                       "fin del programa"
               MOVE "N" TO SW-ACCESO-AUTORIZADO
           END-IF.
           IF NOT ACCESO-AUTORIZADO
               GO TO 1000-EXIT
           END-IF.
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de prestamos "
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
      * 2000-TRATAR-PRESTAMO                                      *
      * Pide el prestamo y las nuevas condiciones, muestra el     *
      * 4000-APLICAR-NOVACION                                     *
      * Aplica la novacion confirmada: borra las cuotas           *
      * pendientes, regenera el cuadro desde el capital vivo,     *
      * actualiza el maestro y deja en el log de auditoria las    *
      * condiciones anteriores y las nuevas.                      *
      *----------------------------------------------------------*
       4000-APLICAR-NOVACION.
           MOVE LM-INTERES        TO INTERES-ANTERIOR.
           MOVE LM-MENSUAL        TO MENSUAL-ANTERIOR.
           MOVE LM-PLAZO-M        TO PLAZO-ANTERIOR.
           MOVE LM-FECHA-REVISION TO REVISION-ANTERIOR.
           PERFORM 4100-BORRAR-PENDIENTES THRU 4100-EXIT.
           PERFORM 4200-REGENERAR-CUADRO THRU 4200-EXIT.
           MOVE TASA-NUEVA TO LM-INTERES.
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el prestamo "
                           LM-LOAN-ID " en LOAN-MASTER"
               NOT INVALID KEY
                   PERFORM 4500-AUDITAR-NOVACION THRU 4500-EXIT
           END-REWRITE.
           COMPUTE PRESTAMOS-NOVADOS = PRESTAMOS-NOVADOS + 1.
           DISPLAY "Prestamo " LM-LOAN-ID " novado ("
                   CUOTAS-BORRADAS " cuotas borradas, "
           EXIT.

      *----------------------------------------------------------*
      * 4500-AUDITAR-NOVACION                                     *
      * Anota en el log de auditoria las condiciones del prestamo *
      * que cambian con la novacion (tipo, cuota, plazo y fecha   *
      * de revision) y las cuotas pendientes borradas y           *
      * regeneradas.                                              *
      *----------------------------------------------------------*
       4500-AUDITAR-NOVACION.
           MOVE "NOVACION"        TO AU-ACCION.
           MOVE LM-LOAN-ID        TO AU-LOAN-ID.
           MOVE LM-CLIENTE        TO AU-CLIENTE.
           MOVE SPACES            TO AU-USUARIO.
           MOVE "INTERES"         TO AU-CAMPO.
           MOVE INTERES-ANTERIOR  TO INTERES-EDITADO.
           MOVE INTERES-EDITADO   TO AU-VALOR-ANTES.
           MOVE LM-INTERES        TO INTERES-EDITADO.
           MOVE INTERES-EDITADO   TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "CUOTA"           TO AU-CAMPO.
           MOVE MENSUAL-ANTERIOR  TO IMPORTE-EDITADO.
           MOVE IMPORTE-EDITADO   TO AU-VALOR-ANTES.
           MOVE LM-MENSUAL        TO IMPORTE-EDITADO.
           MOVE IMPORTE-EDITADO   TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "PLAZO"           TO AU-CAMPO.
           MOVE PLAZO-ANTERIOR    TO PLAZO-EDITADO.
           MOVE PLAZO-EDITADO     TO AU-VALOR-ANTES.
           MOVE LM-PLAZO-M        TO PLAZO-EDITADO.
           MOVE PLAZO-EDITADO     TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "FECHA REVISION"  TO AU-CAMPO.
           MOVE REVISION-ANTERIOR TO AU-VALOR-ANTES.
           MOVE LM-FECHA-REVISION TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "CUOTAS PEND."    TO AU-CAMPO.
           MOVE CUOTAS-BORRADAS   TO AU-VALOR-ANTES.
           MOVE CUOTAS-A-GENERAR  TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
       4500-EXIT.
           EXIT.

       8100-EXIT.
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
           MOVE "NOVACION"           TO AU-PROGRAMA.
           WRITE AUDIT-LOG-RECORD FROM AUDITORIA-LINEA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros y muestra el total de la sesion.      *
