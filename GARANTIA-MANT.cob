       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GARANTIA-MANT.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: mantenimiento de las      *
      *                garantias reales (GARANTIA) y de los       *
      *                avalistas (AVALISTA) de cada prestamo:     *
      *                alta, modificacion y liberacion de         *
      *                garantias, alta y liberacion de avalistas  *
      *                (clientes de CUSTMAST) y consulta de todo  *
      *                lo que respalda un prestamo, con su LTV.   *
      * 15/10/2026 AC  Acceso con operador y contrasena           *
      *                (USUARIOS) y permisos de cada opcion por   *
      *                rol (el auditor solo consulta). Cada alta, *
      *                modificacion o liberacion de garantias y   *
      *                avalistas se anota en el log de auditoria  *
      *                PRESTAUD con el operador y los valores     *
      *                anterior y nuevo.                          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARANTIA-FILE ASSIGN TO "GARANTIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CLAVE
               FILE STATUS IS GARANTIA-STATUS.

           SELECT AVALISTA-FILE ASSIGN TO "AVALISTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CLAVE
               ALTERNATE RECORD KEY IS AV-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS AVALISTA-STATUS.

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
       FD  GARANTIA-FILE.
       COPY GARANTIA.

       FD  AVALISTA-FILE.
       COPY AVALISTA.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

       LOCAL-STORAGE SECTION.
       01  GARANTIA-STATUS            PIC XX.
           88  GARANTIA-OK            VALUE "00".
       01  AVALISTA-STATUS            PIC XX.
           88  AVALISTA-OK            VALUE "00".
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  CUSTOMER-MASTER-STATUS     PIC XX.
           88  CUSTOMER-MASTER-OK     VALUE "00".
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
       01  SW-FIN-GARANTIAS           PIC X VALUE "N".
           88  FIN-GARANTIAS          VALUE "S".
       01  SW-FIN-AVALISTAS           PIC X VALUE "N".
           88  FIN-AVALISTAS          VALUE "S".
       01  SW-DATOS-VALIDOS           PIC X VALUE "N".
           88  DATOS-VALIDOS          VALUE "S".
       01  OPCION-MENU                PIC X.
           88  OPCION-ALTA-GARANTIA   VALUE "1".
           88  OPCION-MODIF-GARANTIA  VALUE "2".
           88  OPCION-LIBERA-GARANTIA VALUE "3".
           88  OPCION-ALTA-AVALISTA   VALUE "4".
           88  OPCION-LIBERA-AVALISTA VALUE "5".
           88  OPCION-CONSULTA        VALUE "6".
           88  OPCION-FIN             VALUE "9".
       01  BUSCA-LOAN-ID              PIC 9(14).
       01  BUSCA-NUMERO               PIC 9(02).
       01  BUSCA-CLIENTE              PIC 9(06).
       01  ULTIMO-NUMERO              PIC 9(02).
       01  CONFIRMA-LIBERACION        PIC X.
           88  LIBERACION-CONFIRMADA  VALUE "S" "s".
       01  FECHA-HOY                  PIC 9(08).
       01  GARANTIAS-PRESTAMO         PIC 9(03) COMP VALUE 0.
       01  AVALISTAS-PRESTAMO         PIC 9(03) COMP VALUE 0.
       01  TOTAL-TASACION             PIC 9(11)V99 VALUE 0.
       01  LTV-PRESTAMO               PIC 9(05)V99 VALUE 0.
       01  SW-OPCION-PERMITIDA        PIC X VALUE "S".
           88  OPCION-PERMITIDA       VALUE "S".
       01  IND-PERMISO                PIC 9(01).
      *----------------------------------------------------------*
      * Permisos de las opciones del menu (1 a 9) por rol del     *
      * operador: en cada entrada, empleado, supervisor y auditor *
      * (S permitida, N denegada). El auditor solo consulta.      *
      *----------------------------------------------------------*
       01  TABLA-PERMISOS.
           05  FILLER                 PIC X(03) VALUE "SSN".
           05  FILLER                 PIC X(03) VALUE "SSN".
           05  FILLER                 PIC X(03) VALUE "SSN".
           05  FILLER                 PIC X(03) VALUE "SSN".
           05  FILLER                 PIC X(03) VALUE "SSN".
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
      * Garantia y avalista antes y despues de cada cambio, para  *
      * el log de auditoria (espacios en el anterior en las       *
      * altas).                                                   *
      *----------------------------------------------------------*
       01  GARANTIA-ANTERIOR.
           05  GAA-CLAVE              PIC X(16).
           05  GAA-REF-INMUEBLE       PIC X(20).
           05  GAA-VALOR-TASACION     PIC 9(09)V99.
           05  GAA-FECHA-TASACION     PIC X(08).
           05  GAA-RANGO              PIC X(01).
           05  GAA-ESTADO             PIC X(01).
           05  GAA-FECHA-LIBERACION   PIC X(08).
           05  FILLER                 PIC X(10).
       01  GARANTIA-POSTERIOR.
           05  GAP-CLAVE              PIC X(16).
           05  GAP-REF-INMUEBLE       PIC X(20).
           05  GAP-VALOR-TASACION     PIC 9(09)V99.
           05  GAP-FECHA-TASACION     PIC X(08).
           05  GAP-RANGO              PIC X(01).
           05  GAP-ESTADO             PIC X(01).
           05  GAP-FECHA-LIBERACION   PIC X(08).
           05  FILLER                 PIC X(10).
       01  AVALISTA-ANTERIOR.
           05  AVA-CLAVE              PIC X(20).
           05  AVA-FECHA-ALTA         PIC X(08).
           05  AVA-ESTADO             PIC X(01).
           05  AVA-FECHA-LIBERACION   PIC X(08).
           05  FILLER                 PIC X(10).
       01  HORA-AUDITORIA             PIC 9(08).
       01  VALOR-AUDITORIA            PIC Z(08)9,99.
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
      * Abre los ficheros de garantias y de avalistas (creandolos *
      * vacios si no existen) y los maestros de prestamos y de    *
      * clientes, contra los que se valida cada alta, tras        *
      * identificar al operador. El log de auditoria se amplia.   *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Mantenimiento de garantias y avalistas".
           PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT.
           IF NOT ACCESO-AUTORIZADO
               GO TO 1000-EXIT
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O GARANTIA-FILE.
           IF NOT GARANTIA-OK
               CLOSE GARANTIA-FILE
               OPEN OUTPUT GARANTIA-FILE
               CLOSE GARANTIA-FILE
               OPEN I-O GARANTIA-FILE
           END-IF.
           IF NOT GARANTIA-OK
               DISPLAY "No se pudo abrir el fichero de garantias "
                       "(GARANTIA), estado " GARANTIA-STATUS
               SET FIN-PROGRAMA TO TRUE
           END-IF.
           OPEN I-O AVALISTA-FILE.
           IF NOT AVALISTA-OK
               CLOSE AVALISTA-FILE
               OPEN OUTPUT AVALISTA-FILE
               CLOSE AVALISTA-FILE
               OPEN I-O AVALISTA-FILE
           END-IF.
           IF NOT AVALISTA-OK
               DISPLAY "No se pudo abrir el fichero de avalistas "
                       "(AVALISTA), estado " AVALISTA-STATUS
               SET FIN-PROGRAMA TO TRUE
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de prestamos "
                       "(LOANMAST), estado " LOAN-MASTER-STATUS
               SET FIN-PROGRAMA TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de clientes "
                       "(CUSTMAST), estado " CUSTOMER-MASTER-STATUS
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
      * parrafo.                                                  *
      *----------------------------------------------------------*
       2000-MENU.
           DISPLAY " ".
           DISPLAY "(1) Alta de una garantia".
           DISPLAY "(2) Modificacion de una garantia".
           DISPLAY "(3) Liberacion de una garantia".
           DISPLAY "(4) Alta de un avalista".
           DISPLAY "(5) Liberacion de un avalista".
           DISPLAY "(6) Consulta de garantias y avalistas de un "
                   "prestamo".
           DISPLAY "(9) Fin".
           ACCEPT OPCION-MENU.
           PERFORM 2100-COMPROBAR-PERMISO THRU 2100-EXIT.
           IF NOT OPCION-PERMITIDA
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN OPCION-ALTA-GARANTIA
                   PERFORM 3000-ALTA-GARANTIA THRU 3000-EXIT
               WHEN OPCION-MODIF-GARANTIA
                   PERFORM 3100-MODIFICAR-GARANTIA THRU 3100-EXIT
               WHEN OPCION-LIBERA-GARANTIA
                   PERFORM 3200-LIBERAR-GARANTIA THRU 3200-EXIT
               WHEN OPCION-ALTA-AVALISTA
                   PERFORM 4000-ALTA-AVALISTA THRU 4000-EXIT
               WHEN OPCION-LIBERA-AVALISTA
                   PERFORM 4100-LIBERAR-AVALISTA THRU 4100-EXIT
               WHEN OPCION-CONSULTA
                   PERFORM 5000-CONSULTAR-PRESTAMO THRU 5000-EXIT
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
      * 3000-ALTA-GARANTIA                                        *
      * Da de alta una garantia nueva sobre un prestamo de        *
      * LOANMAST, con el siguiente numero de garantia libre del   *
      * prestamo.                                                 *
      *----------------------------------------------------------*
       3000-ALTA-GARANTIA.
           PERFORM 8000-PEDIR-PRESTAMO THRU 8000-EXIT.
           IF NOT LOAN-MASTER-OK
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO ULTIMO-NUMERO.
           MOVE "N" TO SW-FIN-GARANTIAS.
           MOVE BUSCA-LOAN-ID TO GA-LOAN-ID.
           MOVE ZERO TO GA-NUMERO.
           START GARANTIA-FILE
               KEY IS NOT LESS THAN GA-CLAVE
               INVALID KEY
                   SET FIN-GARANTIAS TO TRUE
           END-START.
           PERFORM 3050-BUSCAR-ULTIMO-NUMERO THRU 3050-EXIT
               UNTIL FIN-GARANTIAS.
           IF ULTIMO-NUMERO = 99
               DISPLAY "El prestamo " BUSCA-LOAN-ID " ya tiene el "
                       "maximo de garantias (99)"
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO GARANTIA-RECORD.
           MOVE BUSCA-LOAN-ID TO GA-LOAN-ID.
           COMPUTE GA-NUMERO = ULTIMO-NUMERO + 1.
           PERFORM 3900-PEDIR-DATOS-GARANTIA THRU 3900-EXIT.
           IF NOT DATOS-VALIDOS
               DISPLAY "Garantia no dada de alta"
               GO TO 3000-EXIT
           END-IF.
           SET GA-VIGENTE TO TRUE.
           MOVE ZERO TO GA-FECHA-LIBERACION.
           WRITE GARANTIA-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo grabar la garantia "
                           GA-NUMERO " del prestamo " GA-LOAN-ID
                           " en GARANTIA"
                   GO TO 3000-EXIT
           END-WRITE.
           DISPLAY "Garantia " GA-NUMERO " del prestamo " GA-LOAN-ID
                   " dada de alta".
           MOVE SPACES TO GARANTIA-ANTERIOR.
           MOVE "ALTA" TO AU-ACCION.
           PERFORM 3950-AUDITAR-GARANTIA THRU 3950-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3050-BUSCAR-ULTIMO-NUMERO                                 *
      * Lee la siguiente garantia y, mientras sea del prestamo    *
      * tecleado, guarda su numero como el ultimo usado.          *
      *----------------------------------------------------------*
       3050-BUSCAR-ULTIMO-NUMERO.
           READ GARANTIA-FILE NEXT RECORD
               AT END
                   SET FIN-GARANTIAS TO TRUE
                   GO TO 3050-EXIT
           END-READ.
           IF GA-LOAN-ID NOT = BUSCA-LOAN-ID
               SET FIN-GARANTIAS TO TRUE
               GO TO 3050-EXIT
           END-IF.
           MOVE GA-NUMERO TO ULTIMO-NUMERO.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-MODIFICAR-GARANTIA                                   *
      * Lee la garantia tecleada, muestra sus datos y los vuelve  *
      * a pedir para regrabarlos. Una garantia liberada no se     *
      * modifica.                                                 *
      *----------------------------------------------------------*
       3100-MODIFICAR-GARANTIA.
           PERFORM 8100-LEER-GARANTIA THRU 8100-EXIT.
           IF NOT GARANTIA-OK
               GO TO 3100-EXIT
           END-IF.
           IF GA-LIBERADA
               DISPLAY "La garantia esta liberada desde "
                       GA-FECHA-LIBERACION ", no se modifica"
               GO TO 3100-EXIT
           END-IF.
           PERFORM 8200-MOSTRAR-GARANTIA THRU 8200-EXIT.
           MOVE GARANTIA-RECORD TO GARANTIA-ANTERIOR.
           PERFORM 3900-PEDIR-DATOS-GARANTIA THRU 3900-EXIT.
           IF NOT DATOS-VALIDOS
               DISPLAY "Garantia no modificada"
               GO TO 3100-EXIT
           END-IF.
           REWRITE GARANTIA-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar la garantia "
                           GA-NUMERO " del prestamo " GA-LOAN-ID
                           " en GARANTIA"
                   GO TO 3100-EXIT
           END-REWRITE.
           DISPLAY "Garantia " GA-NUMERO " del prestamo " GA-LOAN-ID
                   " modificada".
           MOVE "MODIFICACION" TO AU-ACCION.
           PERFORM 3950-AUDITAR-GARANTIA THRU 3950-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-LIBERAR-GARANTIA                                     *
      * Lee la garantia tecleada y, previa confirmacion, la marca *
      * como liberada con la fecha del dia. El registro se        *
      * conserva como historico.                                  *
      *----------------------------------------------------------*
       3200-LIBERAR-GARANTIA.
           PERFORM 8100-LEER-GARANTIA THRU 8100-EXIT.
           IF NOT GARANTIA-OK
               GO TO 3200-EXIT
           END-IF.
           PERFORM 8200-MOSTRAR-GARANTIA THRU 8200-EXIT.
           IF GA-LIBERADA
               DISPLAY "La garantia ya estaba liberada"
               GO TO 3200-EXIT
           END-IF.
           DISPLAY "Confirmar la liberacion de la garantia (S/N)".
           ACCEPT CONFIRMA-LIBERACION.
           IF NOT LIBERACION-CONFIRMADA
               DISPLAY "Liberacion no confirmada, no se modifica "
                       "la garantia"
               GO TO 3200-EXIT
           END-IF.
           MOVE GARANTIA-RECORD TO GARANTIA-ANTERIOR.
           SET GA-LIBERADA TO TRUE.
           MOVE FECHA-HOY TO GA-FECHA-LIBERACION.
           REWRITE GARANTIA-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar la garantia "
                           GA-NUMERO " del prestamo " GA-LOAN-ID
                           " en GARANTIA"
                   GO TO 3200-EXIT
           END-REWRITE.
           DISPLAY "Garantia " GA-NUMERO " del prestamo " GA-LOAN-ID
                   " liberada".
           MOVE "LIBERACION" TO AU-ACCION.
           PERFORM 3950-AUDITAR-GARANTIA THRU 3950-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3900-PEDIR-DATOS-GARANTIA                                 *
      * Pide por pantalla la referencia del inmueble, el valor y  *
      * la fecha de tasacion y el rango de la hipoteca de la      *
      * garantia que este en el area de registro, y los valida.   *
      *----------------------------------------------------------*
       3900-PEDIR-DATOS-GARANTIA.
           MOVE "S" TO SW-DATOS-VALIDOS.
           DISPLAY "Referencia del inmueble (catastral o registral, "
                   "hasta 20 caracteres)".
           ACCEPT GA-REF-INMUEBLE.
           DISPLAY "Valor de tasacion (use coma para los centimos)".
           ACCEPT GA-VALOR-TASACION.
           DISPLAY "Fecha de tasacion (AAAAMMDD)".
           ACCEPT GA-FECHA-TASACION.
           DISPLAY "Rango de la hipoteca (1 primera, 2 segunda...)".
           ACCEPT GA-RANGO.
           IF GA-REF-INMUEBLE = SPACES
               DISPLAY "Error: la referencia del inmueble es "
                       "obligatoria"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF GA-VALOR-TASACION = ZERO
               DISPLAY "Error: el valor de tasacion debe ser mayor "
                       "que cero"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF GA-FECHA-TASACION = ZERO
                   OR GA-FECHA-TASACION > FECHA-HOY
               DISPLAY "Error: la fecha de tasacion "
                       GA-FECHA-TASACION " no es valida"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF GA-RANGO = ZERO
               DISPLAY "Error: el rango de la hipoteca debe ser "
                       "mayor que cero"
               MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3950-AUDITAR-GARANTIA                                     *
      * Anota en el log de auditoria los datos de la garantia que *
      * cambian (la accion llega en AU-ACCION), comparando la     *
      * garantia anterior con la grabada; la fecha de liberacion  *
      * solo se anota al liberar.                                 *
      *----------------------------------------------------------*
       3950-AUDITAR-GARANTIA.
           MOVE GARANTIA-RECORD TO GARANTIA-POSTERIOR.
           MOVE GA-LOAN-ID      TO AU-LOAN-ID.
           MOVE ZERO            TO AU-CLIENTE.
           MOVE SPACES          TO AU-USUARIO.
           MOVE "REF. INMUEBLE" TO AU-CAMPO.
           MOVE GAA-REF-INMUEBLE TO AU-VALOR-ANTES.
           MOVE GAP-REF-INMUEBLE TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "TASACION"      TO AU-CAMPO.
           MOVE SPACES          TO AU-VALOR-ANTES.
           IF GAA-VALOR-TASACION NUMERIC
               MOVE GAA-VALOR-TASACION TO VALOR-AUDITORIA
               MOVE VALOR-AUDITORIA    TO AU-VALOR-ANTES
           END-IF.
           MOVE GAP-VALOR-TASACION TO VALOR-AUDITORIA.
           MOVE VALOR-AUDITORIA TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "FECHA TASACION" TO AU-CAMPO.
           MOVE GAA-FECHA-TASACION TO AU-VALOR-ANTES.
           MOVE GAP-FECHA-TASACION TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "RANGO"         TO AU-CAMPO.
           MOVE GAA-RANGO       TO AU-VALOR-ANTES.
           MOVE GAP-RANGO       TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "ESTADO"        TO AU-CAMPO.
           MOVE GAA-ESTADO      TO AU-VALOR-ANTES.
           MOVE GAP-ESTADO      TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           IF GA-LIBERADA
               MOVE "FECHA LIBERACION"   TO AU-CAMPO
               MOVE SPACES               TO AU-VALOR-ANTES
               MOVE GAP-FECHA-LIBERACION TO AU-VALOR-DESPUES
               PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT
           END-IF.
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-ALTA-AVALISTA                                        *
      * Vincula un cliente de CUSTMAST como avalista de un        *
      * prestamo. El titular no puede avalar su propio prestamo.  *
      * Si el cliente ya avalo el prestamo y fue liberado, el     *
      * vinculo se reactiva con la fecha del dia.                 *
      *----------------------------------------------------------*
       4000-ALTA-AVALISTA.
           PERFORM 8000-PEDIR-PRESTAMO THRU 8000-EXIT.
           IF NOT LOAN-MASTER-OK
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Numero de cliente del avalista (6 digitos)".
           ACCEPT BUSCA-CLIENTE.
           IF BUSCA-CLIENTE = LM-CLIENTE
               DISPLAY "El cliente " BUSCA-CLIENTE " es el titular "
                       "del prestamo, no puede ser su avalista"
               GO TO 4000-EXIT
           END-IF.
           MOVE BUSCA-CLIENTE TO CM-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "No existe el cliente " BUSCA-CLIENTE
                           " en el maestro de clientes (CUSTMAST)"
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY "Avalista: " CM-CLIENTE " " CM-NOMBRE.
           MOVE BUSCA-LOAN-ID TO AV-LOAN-ID.
           MOVE BUSCA-CLIENTE TO AV-CLIENTE.
           READ AVALISTA-FILE
               INVALID KEY
                   MOVE SPACES TO AVALISTA-RECORD
                   MOVE BUSCA-LOAN-ID TO AV-LOAN-ID
                   MOVE BUSCA-CLIENTE TO AV-CLIENTE
                   MOVE FECHA-HOY TO AV-FECHA-ALTA
                   SET AV-VIGENTE TO TRUE
                   MOVE ZERO TO AV-FECHA-LIBERACION
                   WRITE AVALISTA-RECORD
                       INVALID KEY
                           DISPLAY "Aviso: no se pudo grabar el "
                                   "avalista en AVALISTA"
                       NOT INVALID KEY
                           DISPLAY "Avalista " AV-CLIENTE
                                   " dado de alta en el prestamo "
                                   AV-LOAN-ID
                           MOVE SPACES TO AVALISTA-ANTERIOR
                           MOVE "ALTA" TO AU-ACCION
                           PERFORM 4950-AUDITAR-AVALISTA
                               THRU 4950-EXIT
                   END-WRITE
                   GO TO 4000-EXIT
           END-READ.
           IF AV-VIGENTE
               DISPLAY "El cliente " BUSCA-CLIENTE " ya es avalista "
                       "del prestamo " BUSCA-LOAN-ID
               GO TO 4000-EXIT
           END-IF.
           MOVE AVALISTA-RECORD TO AVALISTA-ANTERIOR.
           MOVE FECHA-HOY TO AV-FECHA-ALTA.
           SET AV-VIGENTE TO TRUE.
           MOVE ZERO TO AV-FECHA-LIBERACION.
           REWRITE AVALISTA-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el avalista "
                           "en AVALISTA"
               NOT INVALID KEY
                   DISPLAY "Avalista " AV-CLIENTE " dado de alta de "
                           "nuevo en el prestamo " AV-LOAN-ID
                   MOVE "ALTA" TO AU-ACCION
                   PERFORM 4950-AUDITAR-AVALISTA THRU 4950-EXIT
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4100-LIBERAR-AVALISTA                                     *
      * Previa confirmacion, libera al avalista tecleado de un    *
      * prestamo; el vinculo se conserva como historico con la    *
      * fecha de liberacion.                                      *
      *----------------------------------------------------------*
       4100-LIBERAR-AVALISTA.
           DISPLAY "Numero de prestamo (14 digitos)".
           ACCEPT BUSCA-LOAN-ID.
           DISPLAY "Numero de cliente del avalista (6 digitos)".
           ACCEPT BUSCA-CLIENTE.
           MOVE BUSCA-LOAN-ID TO AV-LOAN-ID.
           MOVE BUSCA-CLIENTE TO AV-CLIENTE.
           READ AVALISTA-FILE
               INVALID KEY
                   DISPLAY "El cliente " BUSCA-CLIENTE " no es "
                           "avalista del prestamo " BUSCA-LOAN-ID
                   GO TO 4100-EXIT
           END-READ.
           IF AV-LIBERADO
               DISPLAY "El avalista ya estaba liberado desde "
                       AV-FECHA-LIBERACION
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "Confirmar la liberacion del avalista (S/N)".
           ACCEPT CONFIRMA-LIBERACION.
           IF NOT LIBERACION-CONFIRMADA
               DISPLAY "Liberacion no confirmada, no se modifica "
                       "el avalista"
               GO TO 4100-EXIT
           END-IF.
           MOVE AVALISTA-RECORD TO AVALISTA-ANTERIOR.
           SET AV-LIBERADO TO TRUE.
           MOVE FECHA-HOY TO AV-FECHA-LIBERACION.
           REWRITE AVALISTA-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el avalista "
                           "en AVALISTA"
               NOT INVALID KEY
                   DISPLAY "Avalista " AV-CLIENTE " liberado del "
                           "prestamo " AV-LOAN-ID
                   MOVE "LIBERACION" TO AU-ACCION
                   PERFORM 4950-AUDITAR-AVALISTA THRU 4950-EXIT
           END-REWRITE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4950-AUDITAR-AVALISTA                                     *
      * Anota en el log de auditoria el alta, la reactivacion o   *
      * la liberacion del avalista (la accion llega en AU-        *
      * ACCION), con el cliente avalista y su estado y fechas     *
      * anteriores y nuevos.                                      *
      *----------------------------------------------------------*
       4950-AUDITAR-AVALISTA.
           MOVE AV-LOAN-ID      TO AU-LOAN-ID.
           MOVE AV-CLIENTE      TO AU-CLIENTE.
           MOVE SPACES          TO AU-USUARIO.
           MOVE "ESTADO AVAL"   TO AU-CAMPO.
           MOVE AVA-ESTADO      TO AU-VALOR-ANTES.
           MOVE AV-ESTADO       TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "FECHA ALTA"    TO AU-CAMPO.
           MOVE AVA-FECHA-ALTA  TO AU-VALOR-ANTES.
           MOVE AV-FECHA-ALTA   TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           IF AV-LIBERADO OR AVA-ESTADO = "L"
               MOVE "FECHA LIBERACION"   TO AU-CAMPO
               MOVE AVA-FECHA-LIBERACION TO AU-VALOR-ANTES
               MOVE AV-FECHA-LIBERACION  TO AU-VALOR-DESPUES
               PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT
           END-IF.
       4950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-CONSULTAR-PRESTAMO                                   *
      * Muestra un prestamo con todas sus garantias y avalistas   *
      * y el LTV actual: importe prestado sobre la suma de las    *
      * tasaciones de las garantias vigentes.                     *
      *----------------------------------------------------------*
       5000-CONSULTAR-PRESTAMO.
           PERFORM 8000-PEDIR-PRESTAMO THRU 8000-EXIT.
           IF NOT LOAN-MASTER-OK
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "------------------------".
           DISPLAY "PRESTAMO: " LM-LOAN-ID " TITULAR: " LM-CLIENTE
                   " PRESTADO: " LM-PRESTADO.
           MOVE ZERO TO GARANTIAS-PRESTAMO.
           MOVE ZERO TO AVALISTAS-PRESTAMO.
           MOVE ZERO TO TOTAL-TASACION.
           MOVE "N" TO SW-FIN-GARANTIAS.
           MOVE BUSCA-LOAN-ID TO GA-LOAN-ID.
           MOVE ZERO TO GA-NUMERO.
           START GARANTIA-FILE
               KEY IS NOT LESS THAN GA-CLAVE
               INVALID KEY
                   SET FIN-GARANTIAS TO TRUE
           END-START.
           PERFORM 5100-LISTAR-GARANTIA THRU 5100-EXIT
               UNTIL FIN-GARANTIAS.
           MOVE "N" TO SW-FIN-AVALISTAS.
           MOVE BUSCA-LOAN-ID TO AV-LOAN-ID.
           MOVE ZERO TO AV-CLIENTE.
           START AVALISTA-FILE
               KEY IS NOT LESS THAN AV-CLAVE
               INVALID KEY
                   SET FIN-AVALISTAS TO TRUE
           END-START.
           PERFORM 5200-LISTAR-AVALISTA THRU 5200-EXIT
               UNTIL FIN-AVALISTAS.
           IF TOTAL-TASACION > ZERO
               COMPUTE LTV-PRESTAMO ROUNDED =
                   LM-PRESTADO * 100 / TOTAL-TASACION
                   ON SIZE ERROR
                       MOVE 99999,99 TO LTV-PRESTAMO
               END-COMPUTE
               DISPLAY "LTV ACTUAL: " LTV-PRESTAMO "%"
           ELSE
               DISPLAY "LTV ACTUAL: sin garantias vigentes"
           END-IF.
           DISPLAY "GARANTIAS: " GARANTIAS-PRESTAMO
                   " AVALISTAS: " AVALISTAS-PRESTAMO.
           DISPLAY "------------------------".
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-LISTAR-GARANTIA                                      *
      * Lee la siguiente garantia y, si es del prestamo           *
      * consultado, la muestra y acumula su tasacion cuando esta  *
      * vigente.                                                  *
      *----------------------------------------------------------*
       5100-LISTAR-GARANTIA.
           READ GARANTIA-FILE NEXT RECORD
               AT END
                   SET FIN-GARANTIAS TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF GA-LOAN-ID NOT = BUSCA-LOAN-ID
               SET FIN-GARANTIAS TO TRUE
               GO TO 5100-EXIT
           END-IF.
           PERFORM 8200-MOSTRAR-GARANTIA THRU 8200-EXIT.
           COMPUTE GARANTIAS-PRESTAMO = GARANTIAS-PRESTAMO + 1.
           IF GA-VIGENTE
               COMPUTE TOTAL-TASACION =
                   TOTAL-TASACION + GA-VALOR-TASACION
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5200-LISTAR-AVALISTA                                      *
      * Lee el siguiente avalista y, si es del prestamo           *
      * consultado, lo muestra con su nombre de CUSTMAST.         *
      *----------------------------------------------------------*
       5200-LISTAR-AVALISTA.
           READ AVALISTA-FILE NEXT RECORD
               AT END
                   SET FIN-AVALISTAS TO TRUE
                   GO TO 5200-EXIT
           END-READ.
           IF AV-LOAN-ID NOT = BUSCA-LOAN-ID
               SET FIN-AVALISTAS TO TRUE
               GO TO 5200-EXIT
           END-IF.
           MOVE AV-CLIENTE TO CM-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "(NO EXISTE EN CUSTMAST)" TO CM-NOMBRE
           END-READ.
           DISPLAY "AVALISTA: " AV-CLIENTE " " CM-NOMBRE
                   " ALTA: " AV-FECHA-ALTA " ESTADO: " AV-ESTADO
                   " LIBERADO: " AV-FECHA-LIBERACION.
           COMPUTE AVALISTAS-PRESTAMO = AVALISTAS-PRESTAMO + 1.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-PEDIR-PRESTAMO                                       *
      * Pide el numero de prestamo y lo lee de LOANMAST; deja el  *
      * estado de LOANMAST distinto de "00" si no existe.         *
      *----------------------------------------------------------*
       8000-PEDIR-PRESTAMO.
           DISPLAY "Numero de prestamo (14 digitos)".
           ACCEPT BUSCA-LOAN-ID.
           MOVE BUSCA-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "No existe el prestamo " BUSCA-LOAN-ID
                           " en el maestro de prestamos (LOANMAST)"
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8100-LEER-GARANTIA                                        *
      * Pide el numero de prestamo y el numero de garantia y la   *
      * lee de GARANTIA; deja el estado distinto de "00" si no    *
      * existe.                                                   *
      *----------------------------------------------------------*
       8100-LEER-GARANTIA.
           DISPLAY "Numero de prestamo (14 digitos)".
           ACCEPT BUSCA-LOAN-ID.
           DISPLAY "Numero de garantia del prestamo (2 digitos)".
           ACCEPT BUSCA-NUMERO.
           MOVE BUSCA-LOAN-ID TO GA-LOAN-ID.
           MOVE BUSCA-NUMERO  TO GA-NUMERO.
           READ GARANTIA-FILE
               INVALID KEY
                   DISPLAY "No existe la garantia " BUSCA-NUMERO
                           " del prestamo " BUSCA-LOAN-ID
           END-READ.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8200-MOSTRAR-GARANTIA                                     *
      * Muestra por pantalla la garantia que este en el area de   *
      * registro de GARANTIA.                                     *
      *----------------------------------------------------------*
       8200-MOSTRAR-GARANTIA.
           DISPLAY "GARANTIA: " GA-NUMERO " INMUEBLE: "
                   GA-REF-INMUEBLE " RANGO: " GA-RANGO.
           DISPLAY "   TASACION: " GA-VALOR-TASACION
                   " FECHA: " GA-FECHA-TASACION
                   " ESTADO: " GA-ESTADO
                   " LIBERADA: " GA-FECHA-LIBERACION.
       8200-EXIT.
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
           MOVE "GARANTIA-MANT"      TO AU-PROGRAMA.
           WRITE AUDIT-LOG-RECORD FROM AUDITORIA-LINEA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE GARANTIA-FILE.
           CLOSE AVALISTA-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.
       9000-EXIT.
           EXIT.
