       IDENTIFICATION DIVISION.
       PROGRAM-ID.  USUARIO-MANT.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: mantenimiento de los      *
      *                operadores de los programas en linea       *
      *                (USUARIOS): alta, consulta, modificacion,  *
      *                desbloqueo con nueva contrasena y baja,    *
      *                reservados al supervisor, y cambio de la   *
      *                contrasena propia para cualquier operador. *
      *                Con el fichero vacio se da de alta el      *
      *                primer supervisor sin identificarse. Cada  *
      *                cambio se anota en el log de auditoria     *
      *                PRESTAUD (las contrasenas nunca).          *
      * 15/10/2026 AC  Solo se crea el fichero de usuarios si no  *
      *                existe; cualquier otro error al abrirlo    *
      *                termina con codigo de retorno 8.           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

       LOCAL-STORAGE SECTION.
       01  USUARIO-STATUS             PIC XX.
           88  USUARIO-OK             VALUE "00".
           88  USUARIO-NO-EXISTE      VALUE "35".
       01  SW-USUARIOS-DISPONIBLES    PIC X VALUE "S".
           88  USUARIOS-DISPONIBLES   VALUE "S".
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
       01  SW-PRIMER-OPERADOR         PIC X VALUE "N".
           88  PRIMER-OPERADOR        VALUE "S".
       01  SW-DATOS-VALIDOS           PIC X VALUE "N".
           88  DATOS-VALIDOS          VALUE "S".
       01  SW-ALTA-GRABADA            PIC X VALUE "N".
           88  ALTA-GRABADA           VALUE "S".
       01  OPCION-MENU                PIC X.
           88  OPCION-ALTA            VALUE "1".
           88  OPCION-CONSULTA        VALUE "2".
           88  OPCION-MODIFICAR       VALUE "3".
           88  OPCION-DESBLOQUEAR     VALUE "4".
           88  OPCION-BAJA            VALUE "5".
           88  OPCION-CONTRASENA      VALUE "6".
           88  OPCION-FIN             VALUE "9".
       01  BUSCA-OPERADOR             PIC X(08).
       01  CLAVE-NUEVA                PIC X(08).
       01  CLAVE-REPETIDA             PIC X(08).
       01  CONFIRMA-BAJA              PIC X.
           88  BAJA-CONFIRMADA        VALUE "S" "s".
       01  FECHA-HOY                  PIC 9(08).
       01  SW-OPCION-PERMITIDA        PIC X VALUE "S".
           88  OPCION-PERMITIDA       VALUE "S".
       01  IND-PERMISO                PIC 9(01).
      *----------------------------------------------------------*
      * Permisos de las opciones del menu (1 a 9) por rol del     *
      * operador: en cada entrada, empleado, supervisor y auditor *
      * (S permitida, N denegada). El mantenimiento es del        *
      * supervisor, el auditor puede consultar y todos pueden     *
      * cambiar su propia contrasena.                             *
      *----------------------------------------------------------*
       01  TABLA-PERMISOS.
           05  FILLER                 PIC X(03) VALUE "NSN".
           05  FILLER                 PIC X(03) VALUE "NSS".
           05  FILLER                 PIC X(03) VALUE "NSN".
           05  FILLER                 PIC X(03) VALUE "NSN".
           05  FILLER                 PIC X(03) VALUE "NSN".
           05  FILLER                 PIC X(03) VALUE "SSS".
           05  FILLER                 PIC X(03) VALUE "NNN".
           05  FILLER                 PIC X(03) VALUE "NNN".
           05  FILLER                 PIC X(03) VALUE "SSS".
       01  TABLA-PERMISOS-R REDEFINES TABLA-PERMISOS.
           05  PERMISO-OPCION OCCURS 9 TIMES.
               10  PE-EMPLEADO        PIC X(01).
               10  PE-SUPERVISOR      PIC X(01).
               10  PE-AUDITOR         PIC X(01).
      *----------------------------------------------------------*
      * Operador antes y despues de cada cambio, para el log de   *
      * auditoria (espacios en el anterior en las altas).         *
      *----------------------------------------------------------*
       01  USUARIO-ANTERIOR.
           05  UA-OPERADOR            PIC X(08).
           05  UA-NOMBRE              PIC X(30).
           05  UA-PASSWORD            PIC X(08).
           05  UA-SUCURSAL            PIC X(04).
           05  UA-ROL                 PIC X(01).
           05  UA-NIVEL-APROBACION    PIC X(01).
           05  UA-ESTADO              PIC X(01).
           05  UA-INTENTOS-FALLIDOS   PIC X(01).
           05  UA-FECHA-ALTA          PIC X(08).
           05  UA-FECHA-ULTIMO-ACCESO PIC X(08).
           05  FILLER                 PIC X(20).
       01  USUARIO-POSTERIOR.
           05  UP-OPERADOR            PIC X(08).
           05  UP-NOMBRE              PIC X(30).
           05  UP-PASSWORD            PIC X(08).
           05  UP-SUCURSAL            PIC X(04).
           05  UP-ROL                 PIC X(01).
           05  UP-NIVEL-APROBACION    PIC X(01).
           05  UP-ESTADO              PIC X(01).
           05  UP-INTENTOS-FALLIDOS   PIC X(01).
           05  UP-FECHA-ALTA          PIC X(08).
           05  UP-FECHA-ULTIMO-ACCESO PIC X(08).
           05  FILLER                 PIC X(20).
       01  HORA-AUDITORIA             PIC 9(08).
       COPY PRESTAUD.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ACCESO-AUTORIZADO
               STOP RUN
           END-IF.
           PERFORM 2000-MENU THRU 2000-EXIT
               UNTIL FIN-PROGRAMA.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Comprueba si hay operadores dados de alta: si el fichero  *
      * de usuarios esta vacio (o no existe) se da de alta el     *
      * primer supervisor sin identificarse; si no, el operador   *
      * se identifica con su contrasena. Abre el fichero de       *
      * usuarios para su mantenimiento y amplia el log de         *
      * auditoria.                                                *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Mantenimiento de operadores (USUARIOS)".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1100-COMPROBAR-USUARIOS THRU 1100-EXIT.
           IF NOT USUARIOS-DISPONIBLES
               GO TO 1000-EXIT
           END-IF.
           IF NOT PRIMER-OPERADOR
               PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT
               IF NOT ACCESO-AUTORIZADO
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           OPEN I-O USUARIO-FILE.
           IF NOT USUARIO-OK
               DISPLAY "No se pudo abrir el fichero de usuarios "
                       "(USUARIOS), estado " USUARIO-STATUS
               MOVE "N" TO SW-ACCESO-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT AUDIT-LOG-OK
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           IF PRIMER-OPERADOR
               PERFORM 1300-PRIMER-SUPERVISOR THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-COMPROBAR-USUARIOS                                   *
      * Abre el fichero de usuarios (creandolo vacio solo si no   *
      * existe) y comprueba si tiene algun operador. Cualquier    *
      * otro error de apertura (bloqueo, permisos) termina el     *
      * programa con codigo de retorno 8 sin dar de alta el       *
      * primer supervisor, para no vaciar el fichero.             *
      *----------------------------------------------------------*
       1100-COMPROBAR-USUARIOS.
           MOVE "N" TO SW-PRIMER-OPERADOR.
           OPEN I-O USUARIO-FILE.
           IF USUARIO-NO-EXISTE
               OPEN OUTPUT USUARIO-FILE
               CLOSE USUARIO-FILE
               OPEN I-O USUARIO-FILE
           END-IF.
           IF NOT USUARIO-OK
               DISPLAY "No se pudo abrir el fichero de usuarios "
                       "(USUARIOS), estado " USUARIO-STATUS
               MOVE "N" TO SW-USUARIOS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           MOVE LOW-VALUES TO US-OPERADOR.
           START USUARIO-FILE
               KEY IS NOT LESS THAN US-OPERADOR
               INVALID KEY
                   SET PRIMER-OPERADOR TO TRUE
           END-START.
           IF NOT PRIMER-OPERADOR
               READ USUARIO-FILE NEXT RECORD
                   AT END
                       SET PRIMER-OPERADOR TO TRUE
               END-READ
           END-IF.
           CLOSE USUARIO-FILE.
       1100-EXIT.
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
      * 1300-PRIMER-SUPERVISOR                                    *
      * Con el fichero de usuarios vacio, da de alta el primer    *
      * operador, que ha de ser supervisor; queda identificado    *
      * como el operador de la sesion para seguir dando de alta a *
      * los demas. Si no se da de alta, el programa termina.      *
      *----------------------------------------------------------*
       1300-PRIMER-SUPERVISOR.
           DISPLAY "No hay operadores dados de alta: se da de alta "
                   "el primer supervisor".
           PERFORM 3000-ALTA-USUARIO THRU 3000-EXIT.
           IF NOT ALTA-GRABADA
               DISPLAY "No se dio de alta el primer supervisor, fin "
                       "del programa"
               CLOSE USUARIO-FILE
               CLOSE AUDIT-LOG-FILE
               MOVE "N" TO SW-ACCESO-AUTORIZADO
               GO TO 1300-EXIT
           END-IF.
           MOVE US-OPERADOR         TO OPERADOR.
           MOVE US-ROL              TO OPERADOR-ROL.
           MOVE US-SUCURSAL         TO OPERADOR-SUCURSAL.
           MOVE US-NIVEL-APROBACION TO OPERADOR-NIVEL.
           SET ACCESO-AUTORIZADO TO TRUE.
           MOVE "N" TO SW-PRIMER-OPERADOR.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-MENU                                                 *
      * Muestra el menu de opciones y encamina cada opcion a su   *
      * parrafo.                                                  *
      *----------------------------------------------------------*
       2000-MENU.
           DISPLAY " ".
           DISPLAY "(1) Alta de un operador".
           DISPLAY "(2) Consulta de un operador".
           DISPLAY "(3) Modificacion de un operador".
           DISPLAY "(4) Desbloqueo y nueva contrasena de un operador".
           DISPLAY "(5) Baja de un operador".
           DISPLAY "(6) Cambio de la contrasena propia".
           DISPLAY "(9) Fin".
           ACCEPT OPCION-MENU.
           PERFORM 2100-COMPROBAR-PERMISO THRU 2100-EXIT.
           IF NOT OPCION-PERMITIDA
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 3000-ALTA-USUARIO THRU 3000-EXIT
               WHEN OPCION-CONSULTA
                   PERFORM 3100-CONSULTAR-USUARIO THRU 3100-EXIT
               WHEN OPCION-MODIFICAR
                   PERFORM 3200-MODIFICAR-USUARIO THRU 3200-EXIT
               WHEN OPCION-DESBLOQUEAR
                   PERFORM 3300-DESBLOQUEAR-USUARIO THRU 3300-EXIT
               WHEN OPCION-BAJA
                   PERFORM 3400-BAJA-USUARIO THRU 3400-EXIT
               WHEN OPCION-CONTRASENA
                   PERFORM 3500-CAMBIAR-CONTRASENA THRU 3500-EXIT
               WHEN OPCION-FIN
                   SET FIN-PROGRAMA TO TRUE
               WHEN OTHER
                   DISPLAY "Opcion no reconocida"
           END-EVALUATE.
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
      * 3000-ALTA-USUARIO                                         *
      * Da de alta un operador nuevo con sus datos y su           *
      * contrasena inicial, activo y sin intentos fallidos. El    *
      * primer operador del fichero ha de ser supervisor.         *
      *----------------------------------------------------------*
       3000-ALTA-USUARIO.
           MOVE "N" TO SW-ALTA-GRABADA.
           DISPLAY "Codigo del operador nuevo (hasta 8 caracteres)".
           MOVE SPACES TO BUSCA-OPERADOR.
           ACCEPT BUSCA-OPERADOR.
           IF BUSCA-OPERADOR = SPACES
               DISPLAY "Error: el codigo del operador es obligatorio"
               GO TO 3000-EXIT
           END-IF.
           MOVE BUSCA-OPERADOR TO US-OPERADOR.
           READ USUARIO-FILE
               NOT INVALID KEY
                   DISPLAY "Ya existe el operador " BUSCA-OPERADOR
                   GO TO 3000-EXIT
           END-READ.
           MOVE SPACES TO USUARIO-RECORD.
           MOVE BUSCA-OPERADOR TO US-OPERADOR.
           PERFORM 3900-PEDIR-DATOS-USUARIO THRU 3900-EXIT.
           IF DATOS-VALIDOS AND PRIMER-OPERADOR
                   AND NOT US-SUPERVISOR
               DISPLAY "Error: el primer operador ha de ser "
                       "supervisor (S)"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS
               PERFORM 3800-PEDIR-CONTRASENA THRU 3800-EXIT
           END-IF.
           IF NOT DATOS-VALIDOS
               DISPLAY "Operador no dado de alta"
               GO TO 3000-EXIT
           END-IF.
           MOVE CLAVE-NUEVA TO US-PASSWORD.
           SET US-ACTIVO TO TRUE.
           MOVE ZERO      TO US-INTENTOS-FALLIDOS.
           MOVE FECHA-HOY TO US-FECHA-ALTA.
           MOVE ZERO      TO US-FECHA-ULTIMO-ACCESO.
           WRITE USUARIO-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo grabar el operador "
                           US-OPERADOR " en USUARIOS"
                   GO TO 3000-EXIT
           END-WRITE.
           SET ALTA-GRABADA TO TRUE.
           DISPLAY "Operador " US-OPERADOR " dado de alta".
           IF PRIMER-OPERADOR
               MOVE US-OPERADOR TO OPERADOR
           END-IF.
           MOVE SPACES TO USUARIO-ANTERIOR.
           MOVE "ALTA" TO AU-ACCION.
           PERFORM 3950-AUDITAR-USUARIO THRU 3950-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-CONSULTAR-USUARIO                                    *
      * Lee y muestra el operador cuyo codigo se teclea (sin su   *
      * contrasena).                                              *
      *----------------------------------------------------------*
       3100-CONSULTAR-USUARIO.
           PERFORM 8000-LEER-USUARIO THRU 8000-EXIT.
           IF USUARIO-OK
               PERFORM 8100-MOSTRAR-USUARIO THRU 8100-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-MODIFICAR-USUARIO                                    *
      * Lee el operador tecleado, muestra sus datos y los vuelve  *
      * a pedir para regrabarlos. Un operador dado de baja no se  *
      * modifica, y el supervisor no puede quitarse a si mismo el *
      * rol de supervisor.                                        *
      *----------------------------------------------------------*
       3200-MODIFICAR-USUARIO.
           PERFORM 8000-LEER-USUARIO THRU 8000-EXIT.
           IF NOT USUARIO-OK
               GO TO 3200-EXIT
           END-IF.
           IF US-DADO-DE-BAJA
               DISPLAY "El operador esta dado de baja, no se "
                       "modifica"
               GO TO 3200-EXIT
           END-IF.
           PERFORM 8100-MOSTRAR-USUARIO THRU 8100-EXIT.
           MOVE USUARIO-RECORD TO USUARIO-ANTERIOR.
           PERFORM 3900-PEDIR-DATOS-USUARIO THRU 3900-EXIT.
           IF DATOS-VALIDOS AND US-OPERADOR = OPERADOR
                   AND NOT US-SUPERVISOR
               DISPLAY "Error: no puede quitarse a si mismo el rol "
                       "de supervisor"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF NOT DATOS-VALIDOS
               DISPLAY "Operador no modificado"
               GO TO 3200-EXIT
           END-IF.
           REWRITE USUARIO-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el operador "
                           US-OPERADOR " en USUARIOS"
                   GO TO 3200-EXIT
           END-REWRITE.
           DISPLAY "Operador " US-OPERADOR " modificado".
           MOVE "MODIFICACION" TO AU-ACCION.
           PERFORM 3950-AUDITAR-USUARIO THRU 3950-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3300-DESBLOQUEAR-USUARIO                                  *
      * Da una contrasena nueva al operador tecleado y, si estaba *
      * bloqueado por intentos fallidos, lo vuelve a activar con  *
      * la cuenta de intentos a cero.                             *
      *----------------------------------------------------------*
       3300-DESBLOQUEAR-USUARIO.
           PERFORM 8000-LEER-USUARIO THRU 8000-EXIT.
           IF NOT USUARIO-OK
               GO TO 3300-EXIT
           END-IF.
           IF US-DADO-DE-BAJA
               DISPLAY "El operador esta dado de baja, no se "
                       "desbloquea"
               GO TO 3300-EXIT
           END-IF.
           PERFORM 8100-MOSTRAR-USUARIO THRU 8100-EXIT.
           MOVE USUARIO-RECORD TO USUARIO-ANTERIOR.
           PERFORM 3800-PEDIR-CONTRASENA THRU 3800-EXIT.
           IF NOT DATOS-VALIDOS
               DISPLAY "Operador no modificado"
               GO TO 3300-EXIT
           END-IF.
           MOVE CLAVE-NUEVA TO US-PASSWORD.
           SET US-ACTIVO TO TRUE.
           MOVE ZERO TO US-INTENTOS-FALLIDOS.
           REWRITE USUARIO-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el operador "
                           US-OPERADOR " en USUARIOS"
                   GO TO 3300-EXIT
           END-REWRITE.
           DISPLAY "Operador " US-OPERADOR " activo con contrasena "
                   "nueva".
           MOVE "CONTRASENA" TO AU-ACCION.
           PERFORM 3950-AUDITAR-USUARIO THRU 3950-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3400-BAJA-USUARIO                                         *
      * Previa confirmacion, da de baja al operador tecleado: ya  *
      * no podra identificarse, pero su registro se conserva para *
      * la auditoria. El supervisor no puede darse de baja a si   *
      * mismo.                                                    *
      *----------------------------------------------------------*
       3400-BAJA-USUARIO.
           PERFORM 8000-LEER-USUARIO THRU 8000-EXIT.
           IF NOT USUARIO-OK
               GO TO 3400-EXIT
           END-IF.
           IF US-OPERADOR = OPERADOR
               DISPLAY "Error: no puede darse de baja a si mismo"
               GO TO 3400-EXIT
           END-IF.
           IF US-DADO-DE-BAJA
               DISPLAY "El operador ya estaba dado de baja"
               GO TO 3400-EXIT
           END-IF.
           PERFORM 8100-MOSTRAR-USUARIO THRU 8100-EXIT.
           DISPLAY "Confirmar la baja del operador (S/N)".
           ACCEPT CONFIRMA-BAJA.
           IF NOT BAJA-CONFIRMADA
               DISPLAY "Baja no confirmada, no se modifica el "
                       "operador"
               GO TO 3400-EXIT
           END-IF.
           MOVE USUARIO-RECORD TO USUARIO-ANTERIOR.
           SET US-DADO-DE-BAJA TO TRUE.
           REWRITE USUARIO-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el operador "
                           US-OPERADOR " en USUARIOS"
                   GO TO 3400-EXIT
           END-REWRITE.
           DISPLAY "Operador " US-OPERADOR " dado de baja".
           MOVE "BAJA" TO AU-ACCION.
           PERFORM 3950-AUDITAR-USUARIO THRU 3950-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3500-CAMBIAR-CONTRASENA                                   *
      * Cambia la contrasena del operador identificado, previa    *
      * comprobacion de la contrasena actual.                     *
      *----------------------------------------------------------*
       3500-CAMBIAR-CONTRASENA.
           MOVE OPERADOR TO US-OPERADOR.
           READ USUARIO-FILE
               INVALID KEY
                   DISPLAY "No existe el operador " OPERADOR
                   GO TO 3500-EXIT
           END-READ.
           DISPLAY "Contrasena actual".
           MOVE SPACES TO CLAVE-OPERADOR.
           ACCEPT CLAVE-OPERADOR.
           IF CLAVE-OPERADOR NOT = US-PASSWORD
               DISPLAY "Contrasena no valida, no se cambia"
               GO TO 3500-EXIT
           END-IF.
           MOVE USUARIO-RECORD TO USUARIO-ANTERIOR.
           PERFORM 3800-PEDIR-CONTRASENA THRU 3800-EXIT.
           IF NOT DATOS-VALIDOS
               DISPLAY "Contrasena no cambiada"
               GO TO 3500-EXIT
           END-IF.
           MOVE CLAVE-NUEVA TO US-PASSWORD.
           REWRITE USUARIO-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el operador "
                           US-OPERADOR " en USUARIOS"
                   GO TO 3500-EXIT
           END-REWRITE.
           DISPLAY "Contrasena cambiada".
           MOVE "CONTRASENA" TO AU-ACCION.
           PERFORM 3950-AUDITAR-USUARIO THRU 3950-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3800-PEDIR-CONTRASENA                                     *
      * Pide dos veces la contrasena nueva y la deja en CLAVE-    *
      * NUEVA si no esta en blanco y las dos coinciden.           *
      *----------------------------------------------------------*
       3800-PEDIR-CONTRASENA.
           MOVE "S" TO SW-DATOS-VALIDOS.
           DISPLAY "Contrasena nueva (hasta 8 caracteres)".
           MOVE SPACES TO CLAVE-NUEVA.
           ACCEPT CLAVE-NUEVA.
           DISPLAY "Repita la contrasena nueva".
           MOVE SPACES TO CLAVE-REPETIDA.
           ACCEPT CLAVE-REPETIDA.
           IF CLAVE-NUEVA = SPACES
               DISPLAY "Error: la contrasena no puede quedar en "
                       "blanco"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF CLAVE-NUEVA NOT = CLAVE-REPETIDA
               DISPLAY "Error: las dos contrasenas no coinciden"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3900-PEDIR-DATOS-USUARIO                                  *
      * Pide por pantalla el nombre, la sucursal, el rol y el     *
      * nivel de aprobacion del operador que este en el area de   *
      * registro, y los valida. Solo el supervisor tiene nivel de *
      * aprobacion.                                               *
      *----------------------------------------------------------*
       3900-PEDIR-DATOS-USUARIO.
           MOVE "S" TO SW-DATOS-VALIDOS.
           DISPLAY "Nombre del operador (hasta 30 caracteres)".
           ACCEPT US-NOMBRE.
           DISPLAY "Sucursal (4 digitos)".
           ACCEPT US-SUCURSAL.
           DISPLAY "Rol: (E) empleado, (S) supervisor, (A) auditor".
           ACCEPT US-ROL.
           DISPLAY "Nivel de aprobacion (0 sin facultades, 1 "
                   "oficina, 2 zona, 3 comite de riesgos)".
           ACCEPT US-NIVEL-APROBACION.
           IF US-NOMBRE = SPACES
               DISPLAY "Error: el nombre del operador es "
                       "obligatorio"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF US-SUCURSAL NOT NUMERIC
               DISPLAY "Error: la sucursal ha de ser numerica"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF NOT US-ROL-VALIDO
               DISPLAY "Error: el rol " US-ROL " no es valido"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF US-NIVEL-APROBACION NOT NUMERIC
                   OR US-NIVEL-APROBACION > 3
               DISPLAY "Error: el nivel de aprobacion ha de ser "
                       "de 0 a 3"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS AND NOT US-SUPERVISOR
                   AND US-NIVEL-APROBACION > ZERO
               DISPLAY "Aviso: solo el supervisor tiene nivel de "
                       "aprobacion, se deja a cero"
               MOVE ZERO TO US-NIVEL-APROBACION
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3950-AUDITAR-USUARIO                                      *
      * Anota en el log de auditoria los datos del operador que   *
      * cambian (la accion llega en AU-ACCION), comparando el     *
      * operador anterior con el grabado. De la contrasena solo   *
      * se anota que se ha asignado o cambiado, nunca su valor.   *
      *----------------------------------------------------------*
       3950-AUDITAR-USUARIO.
           MOVE USUARIO-RECORD TO USUARIO-POSTERIOR.
           MOVE ZERO           TO AU-LOAN-ID.
           MOVE ZERO           TO AU-CLIENTE.
           MOVE UP-OPERADOR    TO AU-USUARIO.
           MOVE "NOMBRE"       TO AU-CAMPO.
           MOVE UA-NOMBRE      TO AU-VALOR-ANTES.
           MOVE UP-NOMBRE      TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "SUCURSAL"     TO AU-CAMPO.
           MOVE UA-SUCURSAL    TO AU-VALOR-ANTES.
           MOVE UP-SUCURSAL    TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "ROL"          TO AU-CAMPO.
           MOVE UA-ROL         TO AU-VALOR-ANTES.
           MOVE UP-ROL         TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "NIVEL APROB."      TO AU-CAMPO.
           MOVE UA-NIVEL-APROBACION TO AU-VALOR-ANTES.
           MOVE UP-NIVEL-APROBACION TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "ESTADO"       TO AU-CAMPO.
           MOVE UA-ESTADO      TO AU-VALOR-ANTES.
           MOVE UP-ESTADO      TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           IF UA-PASSWORD NOT = UP-PASSWORD
               MOVE "CONTRASENA" TO AU-CAMPO
               MOVE SPACES       TO AU-VALOR-ANTES
               IF UA-PASSWORD = SPACES
                   MOVE "ASIGNADA" TO AU-VALOR-DESPUES
               ELSE
                   MOVE "CAMBIADA" TO AU-VALOR-DESPUES
               END-IF
               PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT
           END-IF.
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-LEER-USUARIO                                         *
      * Pide el codigo de un operador y lo lee de USUARIOS.       *
      *----------------------------------------------------------*
       8000-LEER-USUARIO.
           DISPLAY "Codigo del operador (hasta 8 caracteres)".
           MOVE SPACES TO BUSCA-OPERADOR.
           ACCEPT BUSCA-OPERADOR.
           MOVE BUSCA-OPERADOR TO US-OPERADOR.
           READ USUARIO-FILE
               INVALID KEY
                   DISPLAY "No existe el operador " BUSCA-OPERADOR
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8100-MOSTRAR-USUARIO                                      *
      * Muestra por pantalla los datos del operador que este en   *
      * el area de registro, salvo la contrasena.                 *
      *----------------------------------------------------------*
       8100-MOSTRAR-USUARIO.
           DISPLAY "------------------------".
           DISPLAY "OPERADOR:  " US-OPERADOR " " US-NOMBRE.
           DISPLAY "SUCURSAL:  " US-SUCURSAL.
           DISPLAY "ROL:       " US-ROL
                   " (E empleado, S supervisor, A auditor)".
           DISPLAY "NIVEL:     " US-NIVEL-APROBACION.
           DISPLAY "ESTADO:    " US-ESTADO
                   " (A activo, B bloqueado, X de baja)".
           DISPLAY "INTENTOS FALLIDOS: " US-INTENTOS-FALLIDOS.
           DISPLAY "ALTA:      " US-FECHA-ALTA
                   "  ULTIMO ACCESO: " US-FECHA-ULTIMO-ACCESO.
           DISPLAY "------------------------".
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
           MOVE "USUARIO-MANT"       TO AU-PROGRAMA.
           WRITE AUDIT-LOG-RECORD FROM AUDITORIA-LINEA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE USUARIO-FILE.
           CLOSE AUDIT-LOG-FILE.
       9000-EXIT.
           EXIT.
