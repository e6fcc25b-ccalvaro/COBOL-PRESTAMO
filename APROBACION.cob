       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APROBACION.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: aprobacion de las         *
      *                solicitudes de prestamo (SOLICIT). El      *
      *                aprobador se identifica con su codigo y    *
      *                su nivel de aprobacion, lista las          *
      *                solicitudes pendientes y aprueba (el       *
      *                prestamo pasa a activo en LOANMAST) o      *
      *                deniega con motivo (el prestamo queda      *
      *                denegado y la solicitud se conserva). Se   *
      *                anota quien decide y cuando. Informe de    *
      *                todas las solicitudes en APROBIMP.         *
      * 15/10/2026 AC  El aprobador ya no teclea su codigo ni su  *
      *                nivel: se identifica con operador y        *
      *                contrasena (USUARIOS) y su nivel es el de  *
      *                su perfil. Permisos de cada opcion por rol *
      *                (decide solo el supervisor) y cada         *
      *                aprobacion o denegacion se anota en el log *
      *                de auditoria PRESTAUD.                     *
      * 15/10/2026 AC  No se aprueba una solicitud cuyo primer    *
      *                vencimiento ya ha pasado; el prestamo hay  *
      *                que volver a calcularlo.                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUD-FILE ASSIGN TO "SOLICIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-LOAN-ID
               FILE STATUS IS SOLICITUD-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               ALTERNATE RECORD KEY IS LM-FECHA-ALTA
                   WITH DUPLICATES
               FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLIENTE
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT INFORME-FILE ASSIGN TO "APROBIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

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
       FD  SOLICITUD-FILE.
       COPY SOLICIT.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

       LOCAL-STORAGE SECTION.
       01  SOLICITUD-STATUS           PIC XX.
           88  SOLICITUD-OK           VALUE "00".
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  CUSTOMER-MASTER-STATUS     PIC XX.
           88  CUSTOMER-MASTER-OK     VALUE "00".
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
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
       01  SW-FIN-SOLICITUDES         PIC X VALUE "N".
           88  FIN-SOLICITUDES        VALUE "S".
       01  SW-SOLICITUD-DECIDIBLE     PIC X VALUE "N".
           88  SOLICITUD-DECIDIBLE    VALUE "S".
       01  OPCION-MENU                PIC X.
           88  OPCION-PENDIENTES      VALUE "1".
           88  OPCION-APROBAR         VALUE "2".
           88  OPCION-DENEGAR         VALUE "3".
           88  OPCION-INFORME         VALUE "4".
           88  OPCION-FIN             VALUE "9".
       01  APROBADOR                  PIC X(08).
       01  NIVEL-APROBADOR            PIC 9(01).
           88  NIVEL-APROBADOR-VALIDO VALUE 1 THRU 3.
       01  BUSCA-LOAN-ID              PIC 9(14).
       01  MOTIVO-DECISION            PIC X(40).
       01  CONFIRMA-DECISION          PIC X.
           88  DECISION-CONFIRMADA    VALUE "S" "s".
       01  FECHA-HOY                  PIC 9(08).
       01  SOLICITUDES-LISTADAS       PIC 9(05) COMP VALUE 0.
       01  SOLICITUDES-PENDIENTES     PIC 9(05) COMP VALUE 0.
       01  SOLICITUDES-APROBADAS      PIC 9(05) COMP VALUE 0.
       01  SOLICITUDES-DENEGADAS      PIC 9(05) COMP VALUE 0.
       01  SW-OPCION-PERMITIDA        PIC X VALUE "S".
           88  OPCION-PERMITIDA       VALUE "S".
       01  IND-PERMISO                PIC 9(01).
      *----------------------------------------------------------*
      * Permisos de las opciones del menu (1 a 9) por rol del     *
      * operador: en cada entrada, empleado, supervisor y auditor *
      * (S permitida, N denegada). Aprobar y denegar quedan para  *
      * el supervisor, dentro de su nivel de aprobacion; el       *
      * auditor puede sacar el informe.                           *
      *----------------------------------------------------------*
       01  TABLA-PERMISOS.
           05  FILLER                 PIC X(03) VALUE "SSS".
           05  FILLER                 PIC X(03) VALUE "NSN".
           05  FILLER                 PIC X(03) VALUE "NSN".
           05  FILLER                 PIC X(03) VALUE "NSS".
           05  FILLER                 PIC X(03) VALUE "NNN".
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

       01  LINEA-INF-TITULO.
           05  FILLER                 PIC X(34)
               VALUE "INFORME DE SOLICITUDES DE PRESTAMO".
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE "FECHA: ".
           05  LIT-FECHA              PIC 9(08).

       01  LINEA-INF-COLS.
           05  FILLER                 PIC X(15) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(07) VALUE "CLIENTE".
           05  FILLER                 PIC X(12) VALUE "    PRESTADO".
           05  FILLER                 PIC X(08) VALUE " ESFUER.".
           05  FILLER                 PIC X(04) VALUE " NIV".
           05  FILLER                 PIC X(11) VALUE " ESTADO".
           05  FILLER                 PIC X(09) VALUE "DECISOR".
           05  FILLER                 PIC X(08) VALUE "FECHA".

       01  LINEA-INF-DETALLE.
           05  LID-LOAN-ID            PIC 9(14).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LID-CLIENTE            PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LID-PRESTADO           PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LID-ESFUERZO           PIC ZZ9,99.
           05  LID-SUPERA             PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LID-NIVEL              PIC 9(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LID-ESTADO             PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LID-DECISOR            PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LID-FECHA-DECISION     PIC 9(08).

       01  LINEA-INF-MOTIVO.
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE "MOTIVO: ".
           05  LIM-MOTIVO             PIC X(40).

       01  LINEA-INF-TOTAL.
           05  LIT-TEXTO              PIC X(33).
           05  LIT-VALOR              PIC Z(06)9.

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
      * Identifica al operador y abre los ficheros. El aprobador  *
      * es el operador identificado: su codigo se anota en cada   *
      * decision y el nivel de aprobacion de su perfil en         *
      * USUARIOS limita las solicitudes que puede decidir.        *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Aprobacion de solicitudes de prestamo".
           PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT.
           IF NOT ACCESO-AUTORIZADO
               GO TO 1000-EXIT
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O SOLICITUD-FILE.
           IF NOT SOLICITUD-OK
               DISPLAY "No se pudo abrir el fichero de solicitudes "
                       "(SOLICIT), estado " SOLICITUD-STATUS
               SET FIN-PROGRAMA TO TRUE
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de prestamos "
                       "(LOANMAST), estado " LOAN-MASTER-STATUS
               SET FIN-PROGRAMA TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT INFORME-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT AUDIT-LOG-OK
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           MOVE OPERADOR       TO APROBADOR.
           MOVE OPERADOR-NIVEL TO NIVEL-APROBADOR.
           IF OPERADOR-SUPERVISOR AND NOT NIVEL-APROBADOR-VALIDO
               DISPLAY "Aviso: el operador no tiene nivel de "
                       "aprobacion, no podra decidir solicitudes"
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
      * parrafo.                                                  *
      *----------------------------------------------------------*
       2000-MENU.
           DISPLAY " ".
           DISPLAY "(1) Lista de solicitudes pendientes".
           DISPLAY "(2) Aprobar una solicitud".
           DISPLAY "(3) Denegar una solicitud".
           DISPLAY "(4) Informe de todas las solicitudes (APROBIMP)".
           DISPLAY "(9) Fin".
           ACCEPT OPCION-MENU.
           PERFORM 2100-COMPROBAR-PERMISO THRU 2100-EXIT.
           IF NOT OPCION-PERMITIDA
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN OPCION-PENDIENTES
                   PERFORM 3000-LISTAR-PENDIENTES THRU 3000-EXIT
               WHEN OPCION-APROBAR
                   PERFORM 4000-APROBAR-SOLICITUD THRU 4000-EXIT
               WHEN OPCION-DENEGAR
                   PERFORM 4100-DENEGAR-SOLICITUD THRU 4100-EXIT
               WHEN OPCION-INFORME
                   PERFORM 5000-INFORME-SOLICITUDES THRU 5000-EXIT
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
      * 3000-LISTAR-PENDIENTES                                    *
      * Muestra por pantalla las solicitudes pendientes de        *
      * decision, indicando las que superan el nivel del          *
      * aprobador.                                                *
      *----------------------------------------------------------*
       3000-LISTAR-PENDIENTES.
           MOVE ZERO TO SOLICITUDES-LISTADAS.
           MOVE "N" TO SW-FIN-SOLICITUDES.
           MOVE ZERO TO SO-LOAN-ID.
           START SOLICITUD-FILE
               KEY IS NOT LESS THAN SO-LOAN-ID
               INVALID KEY
                   SET FIN-SOLICITUDES TO TRUE
           END-START.
           PERFORM 3100-LEER-PENDIENTE THRU 3100-EXIT
               UNTIL FIN-SOLICITUDES.
           DISPLAY "Solicitudes pendientes: " SOLICITUDES-LISTADAS.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-LEER-PENDIENTE                                       *
      * Lee la siguiente solicitud y, si esta pendiente, la       *
      * muestra.                                                  *
      *----------------------------------------------------------*
       3100-LEER-PENDIENTE.
           READ SOLICITUD-FILE NEXT RECORD
               AT END
                   SET FIN-SOLICITUDES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF NOT SO-PENDIENTE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 8000-MOSTRAR-SOLICITUD THRU 8000-EXIT.
           IF SO-NIVEL > NIVEL-APROBADOR
               DISPLAY "   (requiere nivel " SO-NIVEL ")"
           END-IF.
           COMPUTE SOLICITUDES-LISTADAS = SOLICITUDES-LISTADAS + 1.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-APROBAR-SOLICITUD                                    *
      * Aprueba la solicitud tecleada: el prestamo pasa a activo  *
      * en LOANMAST y la solicitud queda aprobada con el          *
      * aprobador, la fecha y las observaciones. No se aprueba    *
      * un prestamo cuyo primer vencimiento ya ha pasado: su      *
      * cuadro ya no sirve y hay que volver a calcularlo.         *
      *----------------------------------------------------------*
       4000-APROBAR-SOLICITUD.
           PERFORM 4900-LEER-SOLICITUD THRU 4900-EXIT.
           IF NOT SOLICITUD-DECIDIBLE
               GO TO 4000-EXIT
           END-IF.
           IF LM-FECHA-PRIMER-VTO NOT > FECHA-HOY
               DISPLAY "El primer vencimiento del prestamo ("
                       LM-FECHA-PRIMER-VTO ") ya ha pasado; hay que "
                       "volver a calcular el prestamo, la solicitud "
                       "sigue pendiente"
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Observaciones de la aprobacion (opcional, hasta "
                   "40 caracteres)".
           MOVE SPACES TO MOTIVO-DECISION.
           ACCEPT MOTIVO-DECISION.
           DISPLAY "Confirmar la aprobacion de la solicitud (S/N)".
           ACCEPT CONFIRMA-DECISION.
           IF NOT DECISION-CONFIRMADA
               DISPLAY "Aprobacion no confirmada, la solicitud "
                       "sigue pendiente"
               GO TO 4000-EXIT
           END-IF.
           SET LM-ACTIVO TO TRUE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el prestamo "
                           LM-LOAN-ID " en LOAN-MASTER"
                   GO TO 4000-EXIT
           END-REWRITE.
           SET SO-APROBADA TO TRUE.
           PERFORM 4950-ANOTAR-DECISION THRU 4950-EXIT.
           MOVE "APROBACION" TO AU-ACCION.
           PERFORM 4960-AUDITAR-DECISION THRU 4960-EXIT.
           DISPLAY "Solicitud " SO-LOAN-ID " aprobada, prestamo "
                   "activo".
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4100-DENEGAR-SOLICITUD                                    *
      * Deniega la solicitud tecleada con un motivo obligatorio:  *
      * el prestamo queda denegado en LOANMAST (no se borra) y la *
      * solicitud se conserva para los informes.                  *
      *----------------------------------------------------------*
       4100-DENEGAR-SOLICITUD.
           PERFORM 4900-LEER-SOLICITUD THRU 4900-EXIT.
           IF NOT SOLICITUD-DECIDIBLE
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "Motivo de la denegacion (hasta 40 caracteres)".
           MOVE SPACES TO MOTIVO-DECISION.
           ACCEPT MOTIVO-DECISION.
           IF MOTIVO-DECISION = SPACES
               DISPLAY "El motivo de la denegacion es obligatorio, "
                       "la solicitud sigue pendiente"
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "Confirmar la denegacion de la solicitud (S/N)".
           ACCEPT CONFIRMA-DECISION.
           IF NOT DECISION-CONFIRMADA
               DISPLAY "Denegacion no confirmada, la solicitud "
                       "sigue pendiente"
               GO TO 4100-EXIT
           END-IF.
           SET LM-DENEGADO TO TRUE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el prestamo "
                           LM-LOAN-ID " en LOAN-MASTER"
                   GO TO 4100-EXIT
           END-REWRITE.
           SET SO-DENEGADA TO TRUE.
           PERFORM 4950-ANOTAR-DECISION THRU 4950-EXIT.
           MOVE "DENEGACION" TO AU-ACCION.
           PERFORM 4960-AUDITAR-DECISION THRU 4960-EXIT.
           DISPLAY "Solicitud " SO-LOAN-ID " denegada".
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4900-LEER-SOLICITUD                                       *
      * Pide el prestamo, lee su solicitud y su registro de       *
      * LOANMAST y comprueba que este pendiente y dentro del      *
      * nivel del aprobador.                                      *
      *----------------------------------------------------------*
       4900-LEER-SOLICITUD.
           MOVE "N" TO SW-SOLICITUD-DECIDIBLE.
           DISPLAY "Numero de prestamo (14 digitos)".
           ACCEPT BUSCA-LOAN-ID.
           MOVE BUSCA-LOAN-ID TO SO-LOAN-ID.
           READ SOLICITUD-FILE
               INVALID KEY
                   DISPLAY "No existe la solicitud del prestamo "
                           BUSCA-LOAN-ID
                   GO TO 4900-EXIT
           END-READ.
           PERFORM 8000-MOSTRAR-SOLICITUD THRU 8000-EXIT.
           IF NOT SO-PENDIENTE
               DISPLAY "La solicitud ya fue decidida por "
                       SO-DECISOR " el " SO-FECHA-DECISION
               GO TO 4900-EXIT
           END-IF.
           IF SO-NIVEL > NIVEL-APROBADOR
               DISPLAY "La solicitud requiere nivel de aprobacion "
                       SO-NIVEL ", su nivel es " NIVEL-APROBADOR
               GO TO 4900-EXIT
           END-IF.
           MOVE BUSCA-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "No existe el prestamo " BUSCA-LOAN-ID
                           " en el maestro de prestamos (LOANMAST)"
                   GO TO 4900-EXIT
           END-READ.
           IF NOT LM-PENDIENTE-APROB
               DISPLAY "El prestamo no esta pendiente de "
                       "aprobacion (estado " LM-ESTADO ")"
               GO TO 4900-EXIT
           END-IF.
           SET SOLICITUD-DECIDIBLE TO TRUE.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4950-ANOTAR-DECISION                                      *
      * Anota en la solicitud quien decide, cuando y el motivo,   *
      * y la regraba.                                             *
      *----------------------------------------------------------*
       4950-ANOTAR-DECISION.
           MOVE FECHA-HOY       TO SO-FECHA-DECISION.
           MOVE APROBADOR       TO SO-DECISOR.
           MOVE MOTIVO-DECISION TO SO-MOTIVO.
           REWRITE SOLICITUD-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar la solicitud "
                           SO-LOAN-ID " en SOLICIT"
           END-REWRITE.
       4950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4960-AUDITAR-DECISION                                     *
      * Anota en el log de auditoria la decision tomada (la       *
      * accion, aprobacion o denegacion, llega en AU-ACCION): el  *
      * cambio de estado del prestamo y el motivo u               *
      * observaciones.                                            *
      *----------------------------------------------------------*
       4960-AUDITAR-DECISION.
           MOVE LM-LOAN-ID      TO AU-LOAN-ID.
           MOVE LM-CLIENTE      TO AU-CLIENTE.
           MOVE SPACES          TO AU-USUARIO.
           MOVE "ESTADO"        TO AU-CAMPO.
           MOVE "S"             TO AU-VALOR-ANTES.
           MOVE LM-ESTADO       TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "MOTIVO"        TO AU-CAMPO.
           MOVE SPACES          TO AU-VALOR-ANTES.
           MOVE MOTIVO-DECISION TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
       4960-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-INFORME-SOLICITUDES                                  *
      * Escribe en APROBIMP todas las solicitudes (pendientes,    *
      * aprobadas y denegadas) con su decision y los totales por  *
      * estado.                                                   *
      *----------------------------------------------------------*
       5000-INFORME-SOLICITUDES.
           MOVE ZERO TO SOLICITUDES-PENDIENTES.
           MOVE ZERO TO SOLICITUDES-APROBADAS.
           MOVE ZERO TO SOLICITUDES-DENEGADAS.
           MOVE FECHA-HOY TO LIT-FECHA.
           WRITE INFORME-RECORD FROM LINEA-INF-TITULO.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           WRITE INFORME-RECORD FROM LINEA-INF-COLS.
           MOVE "N" TO SW-FIN-SOLICITUDES.
           MOVE ZERO TO SO-LOAN-ID.
           START SOLICITUD-FILE
               KEY IS NOT LESS THAN SO-LOAN-ID
               INVALID KEY
                   SET FIN-SOLICITUDES TO TRUE
           END-START.
           PERFORM 5100-LINEA-SOLICITUD THRU 5100-EXIT
               UNTIL FIN-SOLICITUDES.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "SOLICITUDES PENDIENTES:" TO LIT-TEXTO.
           MOVE SOLICITUDES-PENDIENTES TO LIT-VALOR.
           WRITE INFORME-RECORD FROM LINEA-INF-TOTAL.
           MOVE "SOLICITUDES APROBADAS:" TO LIT-TEXTO.
           MOVE SOLICITUDES-APROBADAS TO LIT-VALOR.
           WRITE INFORME-RECORD FROM LINEA-INF-TOTAL.
           MOVE "SOLICITUDES DENEGADAS:" TO LIT-TEXTO.
           MOVE SOLICITUDES-DENEGADAS TO LIT-VALOR.
           WRITE INFORME-RECORD FROM LINEA-INF-TOTAL.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD BEFORE ADVANCING PAGE.
           DISPLAY "Informe de solicitudes escrito en APROBIMP".
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-LINEA-SOLICITUD                                      *
      * Lee la siguiente solicitud, escribe su linea (y la del    *
      * motivo si lo tiene) y la cuenta en su estado.             *
      *----------------------------------------------------------*
       5100-LINEA-SOLICITUD.
           READ SOLICITUD-FILE NEXT RECORD
               AT END
                   SET FIN-SOLICITUDES TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           MOVE SO-LOAN-ID        TO LID-LOAN-ID.
           MOVE SO-CLIENTE        TO LID-CLIENTE.
           MOVE SO-PRESTADO       TO LID-PRESTADO.
           MOVE SO-ESFUERZO       TO LID-ESFUERZO.
           IF SO-SUPERA-ESFUERZO
               MOVE "*" TO LID-SUPERA
           ELSE
               MOVE SPACE TO LID-SUPERA
           END-IF.
           MOVE SO-NIVEL          TO LID-NIVEL.
           MOVE SO-DECISOR        TO LID-DECISOR.
           MOVE SO-FECHA-DECISION TO LID-FECHA-DECISION.
           EVALUATE TRUE
               WHEN SO-PENDIENTE
                   MOVE "PENDIENTE" TO LID-ESTADO
                   COMPUTE SOLICITUDES-PENDIENTES =
                       SOLICITUDES-PENDIENTES + 1
               WHEN SO-APROBADA
                   MOVE "APROBADA"  TO LID-ESTADO
                   COMPUTE SOLICITUDES-APROBADAS =
                       SOLICITUDES-APROBADAS + 1
               WHEN SO-DENEGADA
                   MOVE "DENEGADA"  TO LID-ESTADO
                   COMPUTE SOLICITUDES-DENEGADAS =
                       SOLICITUDES-DENEGADAS + 1
               WHEN OTHER
                   MOVE SO-ESTADO   TO LID-ESTADO
           END-EVALUATE.
           WRITE INFORME-RECORD FROM LINEA-INF-DETALLE.
           IF SO-MOTIVO NOT = SPACES
               MOVE SO-MOTIVO TO LIM-MOTIVO
               WRITE INFORME-RECORD FROM LINEA-INF-MOTIVO
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-MOSTRAR-SOLICITUD                                    *
      * Muestra por pantalla la solicitud que este en el area de  *
      * registro de SOLICIT, con el nombre del cliente.           *
      *----------------------------------------------------------*
       8000-MOSTRAR-SOLICITUD.
           MOVE SO-CLIENTE TO CM-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-NOMBRE
           END-READ.
           DISPLAY "------------------------".
           DISPLAY "PRESTAMO: " SO-LOAN-ID " FECHA: "
                   SO-FECHA-SOLICITUD " NIVEL: " SO-NIVEL.
           DISPLAY "CLIENTE: " SO-CLIENTE " " CM-NOMBRE.
           DISPLAY "PRESTADO: " SO-PRESTADO " CUOTA: "
                   SO-CUOTA-NUEVA " OTRAS CUOTAS: " SO-CUOTAS-OTRAS.
           DISPLAY "INGRESOS: " SO-INGRESOS " ESFUERZO: "
                   SO-ESFUERZO "%".
           IF SO-SUPERA-ESFUERZO
               DISPLAY "   SUPERA EL ESFUERZO MAXIMO"
           END-IF.
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
           MOVE "APROBACION"         TO AU-PROGRAMA.
           WRITE AUDIT-LOG-RECORD FROM AUDITORIA-LINEA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE SOLICITUD-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE INFORME-FILE.
           CLOSE AUDIT-LOG-FILE.
       9000-EXIT.
           EXIT.
