      *                e informe de posicion por cliente con      *
      *                todos sus prestamos de LOAN-MASTER         *
      *                (CLIPOS).                                  *
      * 15/10/2026 AC  La posicion del cliente muestra el estado  *
      *                fallido (F) de sus prestamos.              *
      * 15/10/2026 AC  Alta y modificacion de la direccion postal *
      *                del cliente (domicilio, codigo postal,     *
      *                poblacion y provincia), que se muestra en  *
      *                la consulta y en la cabecera de CLIPOS.    *
      * 15/10/2026 AC  El informe de posicion (CLIPOS) lista      *
      *                ademas los prestamos en los que el cliente *
      *                es avalista vigente (fichero AVALISTA),    *
      *                con su total avalado.                      *
      * 15/10/2026 AC  Alta y modificacion de los ingresos netos  *
      *                mensuales del cliente, para el analisis de *
      *                solvencia de las solicitudes. CLIPOS       *
      *                muestra las solicitudes pendientes y       *
      *                denegadas; las denegadas no suman en los   *
      *                totales.                                   *
      * 15/10/2026 AC  Acceso con operador y contrasena           *
      *                (USUARIOS) y permisos de cada opcion del   *
      *                menu por rol: la baja de clientes queda    *
      *                para el supervisor y el auditor solo       *
      *                consulta. Las altas, modificaciones y      *
      *                bajas anotan en el log de auditoria        *
      *                PRESTAUD cada campo cambiado con el        *
      *                operador y los valores anterior y nuevo.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   WITH DUPLICATES
               FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT AVALISTA-FILE ASSIGN TO "AVALISTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CLAVE
               ALTERNATE RECORD KEY IS AV-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS AVALISTA-STATUS.

           SELECT POSICION-FILE ASSIGN TO "CLIPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSICION-STATUS.

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
       FD  CUSTOMER-MASTER-FILE.
       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  AVALISTA-FILE.
       COPY AVALISTA.

       FD  POSICION-FILE.
       01  POSICION-RECORD             PIC X(80).

       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

       LOCAL-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS     PIC XX.
           88  CUSTOMER-MASTER-OK     VALUE "00".
           88  LOAN-MASTER-OK         VALUE "00".
       01  POSICION-STATUS            PIC XX.
           88  POSICION-OK            VALUE "00".
       01  AVALISTA-STATUS            PIC XX.
           88  AVALISTA-OK            VALUE "00".
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
       01  SW-AVALISTA-DISPONIBLE     PIC X VALUE "N".
           88  AVALISTA-DISPONIBLE    VALUE "S".
       01  SW-FIN-AVALES              PIC X VALUE "N".
           88  FIN-AVALES             VALUE "S".
       01  SW-FIN-PROGRAMA            PIC X VALUE "N".
           88  FIN-PROGRAMA           VALUE "S".
       01  SW-LOANMAST-DISPONIBLE     PIC X VALUE "N".
           88  BAJA-CONFIRMADA        VALUE "S" "s".
       01  PRESTAMOS-CLIENTE          PIC 9(05) COMP VALUE 0.
       01  TOTAL-PRESTADO             PIC 9(09)V99 VALUE 0.
       01  PRESTAMOS-AVALADOS         PIC 9(05) COMP VALUE 0.
       01  TOTAL-AVALADO              PIC 9(09)V99 VALUE 0.
       01  SW-OPCION-PERMITIDA        PIC X VALUE "S".
           88  OPCION-PERMITIDA       VALUE "S".
       01  IND-PERMISO                PIC 9(01).
      *----------------------------------------------------------*
      * Permisos de las opciones del menu (1 a 9) por rol del     *
      * operador: en cada entrada, empleado, supervisor y auditor *
      * (S permitida, N denegada). La baja de clientes queda para *
      * el supervisor y el auditor solo consulta.                 *
      *----------------------------------------------------------*
       01  TABLA-PERMISOS.
           05  FILLER                 PIC X(03) VALUE "SSN".
           05  FILLER                 PIC X(03) VALUE "SSS".
           05  FILLER                 PIC X(03) VALUE "SSN".
           05  FILLER                 PIC X(03) VALUE "NSN".
           05  FILLER                 PIC X(03) VALUE "SSS".
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
       01  VALOR-AUDITORIA            PIC Z(08)9,99.
       COPY PRESTAUD.

      *----------------------------------------------------------*
      * Datos del cliente antes y despues del cambio, con la      *
      * misma disposicion que CUSTMAST, para anotar en el log de  *
      * auditoria los campos cambiados (espacios antes del alta y *
      * despues de la baja).                                      *
      *----------------------------------------------------------*
       01  CLIENTE-ANTERIOR.
           05  CA-CLIENTE             PIC 9(06).
           05  CA-NOMBRE              PIC X(30).
           05  CA-NIF                 PIC X(09).
           05  CA-SUCURSAL            PIC X(04).
           05  CA-DOMICILIO           PIC X(40).
           05  CA-COD-POSTAL          PIC X(05).
           05  CA-POBLACION           PIC X(25).
           05  CA-PROVINCIA           PIC X(20).
           05  CA-INGRESOS-MENSUALES  PIC 9(07)V99.
           05  FILLER                 PIC X(02).
       01  CLIENTE-POSTERIOR.
           05  CP-CLIENTE             PIC 9(06).
           05  CP-NOMBRE              PIC X(30).
           05  CP-NIF                 PIC X(09).
           05  CP-SUCURSAL            PIC X(04).
           05  CP-DOMICILIO           PIC X(40).
           05  CP-COD-POSTAL          PIC X(05).
           05  CP-POBLACION           PIC X(25).
           05  CP-PROVINCIA           PIC X(20).
           05  CP-INGRESOS-MENSUALES  PIC 9(07)V99.
           05  FILLER                 PIC X(02).

       01  LINEA-POS-CAB-1.
           05  FILLER                 PIC X(09) VALUE "CLIENTE: ".
           05  FILLER                 PIC X(10) VALUE "SUCURSAL: ".
           05  PC2-SUCURSAL           PIC 9(04).

       01  LINEA-POS-CAB-3.
           05  FILLER                 PIC X(11) VALUE "DIRECCION: ".
           05  PC3-DOMICILIO          PIC X(40).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PC3-COD-POSTAL         PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PC3-POBLACION          PIC X(22).

       01  LINEA-POS-COLS.
           05  FILLER                 PIC X(17) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(11) VALUE "FECHA ALTA".
           05  FILLER                 PIC X(11) VALUE "PRESTAMOS: ".
           05  PT-PRESTAMOS           PIC ZZZZ9.

       01  LINEA-AVAL-TITULO.
           05  FILLER                 PIC X(44)
               VALUE "PRESTAMOS EN LOS QUE EL CLIENTE ES AVALISTA:".

       01  LINEA-AVAL-COLS.
           05  FILLER                 PIC X(17) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(09) VALUE "TITULAR".
           05  FILLER                 PIC X(12) VALUE "PRESTADO".
           05  FILLER                 PIC X(12) VALUE "CUOTA".
           05  FILLER                 PIC X(11) VALUE "ESTADO".
           05  FILLER                 PIC X(10) VALUE "AVAL DESDE".

       01  LINEA-AVAL-DETALLE.
           05  AD-LOAN-ID             PIC 9(14).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  AD-TITULAR             PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  AD-PRESTADO            PIC Z(06)9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  AD-MENSUAL             PIC Z(06)9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  AD-ESTADO              PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  AD-FECHA-ALTA          PIC 9(08).

       01  LINEA-AVAL-TOTAL.
           05  FILLER                 PIC X(20)
               VALUE "TOTAL AVALADO:".
           05  PV-TOTAL-AVALADO       PIC Z(08)9,99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "PRESTAMOS: ".
           05  PV-PRESTAMOS           PIC ZZZZ9.

       PROCEDURE DIVISION.

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
      * Identifica al operador y abre el maestro de clientes      *
      * (creandolo vacio si no existe), el maestro de prestamos,  *
      * el fichero del informe de posicion y el log de auditoria. *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Mantenimiento de clientes (CUSTMAST)".
           PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT.
           IF NOT ACCESO-AUTORIZADO
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK
               CLOSE CUSTOMER-MASTER-FILE
           IF LOAN-MASTER-OK
               SET LOANMAST-DISPONIBLE TO TRUE
           END-IF.
           OPEN INPUT AVALISTA-FILE.
           IF AVALISTA-OK
               SET AVALISTA-DISPONIBLE TO TRUE
           END-IF.
           OPEN OUTPUT POSICION-FILE.
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
           DISPLAY "(5) Informe de posicion de un cliente".
           DISPLAY "(9) Fin".
           ACCEPT OPCION-MENU.
           PERFORM 2100-COMPROBAR-PERMISO THRU 2100-EXIT.
           IF NOT OPCION-PERMITIDA
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 3000-ALTA-CLIENTE THRU 3000-EXIT
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
      * 3000-ALTA-CLIENTE                                         *
      * Da de alta un cliente nuevo en CUSTMAST, comprobando      *
      * antes que el numero de cliente no exista ya, y anota sus  *
      * datos en el log de auditoria.                             *
      *----------------------------------------------------------*
       3000-ALTA-CLIENTE.
           DISPLAY "Numero de cliente (6 digitos)".
               INVALID KEY
                   DISPLAY "Aviso: no se pudo grabar el cliente "
                           CM-CLIENTE " en CUSTMAST"
                   GO TO 3000-EXIT
           END-WRITE.
           DISPLAY "Cliente " CM-CLIENTE " dado de alta".
           MOVE SPACES TO CLIENTE-ANTERIOR.
           MOVE CUSTOMER-MASTER-RECORD TO CLIENTE-POSTERIOR.
           MOVE "ALTA" TO AU-ACCION.
           PERFORM 3950-AUDITAR-CLIENTE THRU 3950-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-MODIFICAR-CLIENTE                                    *
      * Lee el cliente tecleado, muestra sus datos y los vuelve   *
      * a pedir para regrabarlos; los campos cambiados se anotan  *
      * en el log de auditoria.                                   *
      *----------------------------------------------------------*
       3200-MODIFICAR-CLIENTE.
           DISPLAY "Numero de cliente (6 digitos)".
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 8000-MOSTRAR-CLIENTE THRU 8000-EXIT.
           MOVE CUSTOMER-MASTER-RECORD TO CLIENTE-ANTERIOR.
           PERFORM 3900-PEDIR-DATOS-CLIENTE THRU 3900-EXIT.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el cliente "
                           CM-CLIENTE " en CUSTMAST"
                   GO TO 3200-EXIT
           END-REWRITE.
           DISPLAY "Cliente " CM-CLIENTE " modificado".
           MOVE CUSTOMER-MASTER-RECORD TO CLIENTE-POSTERIOR.
           MOVE "MODIFICACION" TO AU-ACCION.
           PERFORM 3950-AUDITAR-CLIENTE THRU 3950-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3300-BAJA-CLIENTE                                         *
      * Lee el cliente tecleado, muestra sus datos y, previa      *
      * confirmacion, lo borra de CUSTMAST; sus datos quedan en   *
      * el log de auditoria.                                      *
      *----------------------------------------------------------*
       3300-BAJA-CLIENTE.
           DISPLAY "Numero de cliente (6 digitos)".
               DISPLAY "Baja no confirmada, no se borra el cliente"
               GO TO 3300-EXIT
           END-IF.
           MOVE CUSTOMER-MASTER-RECORD TO CLIENTE-ANTERIOR.
           DELETE CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Aviso: no se pudo borrar el cliente "
                           BUSCA-CLIENTE " de CUSTMAST"
                   GO TO 3300-EXIT
           END-DELETE.
           DISPLAY "Cliente " BUSCA-CLIENTE " dado de baja".
           MOVE SPACES TO CLIENTE-POSTERIOR.
           MOVE "BAJA" TO AU-ACCION.
           PERFORM 3950-AUDITAR-CLIENTE THRU 3950-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3900-PEDIR-DATOS-CLIENTE                                  *
      * Pide por pantalla el nombre, el NIF, la sucursal, la      *
      * direccion postal y los ingresos mensuales del cliente     *
      * que este en el area de registro.                          *
      *----------------------------------------------------------*
       3900-PEDIR-DATOS-CLIENTE.
           DISPLAY "Nombre del cliente (hasta 30 caracteres)".
           ACCEPT CM-NIF.
           DISPLAY "Sucursal del cliente (4 digitos)".
           ACCEPT CM-SUCURSAL.
           DISPLAY "Domicilio: calle y numero (hasta 40 caracteres)".
           ACCEPT CM-DOMICILIO.
           DISPLAY "Codigo postal (5 digitos)".
           ACCEPT CM-COD-POSTAL.
           DISPLAY "Poblacion (hasta 25 caracteres)".
           ACCEPT CM-POBLACION.
           DISPLAY "Provincia (hasta 20 caracteres)".
           ACCEPT CM-PROVINCIA.
           DISPLAY "Ingresos netos mensuales (use coma para los "
                   "centimos, 0 si no los declara)".
           ACCEPT CM-INGRESOS-MENSUALES.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3950-AUDITAR-CLIENTE                                      *
      * Anota en el log de auditoria, con la accion que se deja   *
      * en AU-ACCION, cada campo del cliente cuyo valor en        *
      * CLIENTE-ANTERIOR difiere del de CLIENTE-POSTERIOR.        *
      *----------------------------------------------------------*
       3950-AUDITAR-CLIENTE.
           MOVE ZERO          TO AU-LOAN-ID.
           MOVE BUSCA-CLIENTE TO AU-CLIENTE.
           MOVE SPACES        TO AU-USUARIO.
           MOVE "NOMBRE"      TO AU-CAMPO.
           MOVE CA-NOMBRE     TO AU-VALOR-ANTES.
           MOVE CP-NOMBRE     TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "NIF"         TO AU-CAMPO.
           MOVE CA-NIF        TO AU-VALOR-ANTES.
           MOVE CP-NIF        TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "SUCURSAL"    TO AU-CAMPO.
           MOVE CA-SUCURSAL   TO AU-VALOR-ANTES.
           MOVE CP-SUCURSAL   TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "DOMICILIO"   TO AU-CAMPO.
           MOVE CA-DOMICILIO  TO AU-VALOR-ANTES.
           MOVE CP-DOMICILIO  TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "CODIGO POSTAL" TO AU-CAMPO.
           MOVE CA-COD-POSTAL TO AU-VALOR-ANTES.
           MOVE CP-COD-POSTAL TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "POBLACION"   TO AU-CAMPO.
           MOVE CA-POBLACION  TO AU-VALOR-ANTES.
           MOVE CP-POBLACION  TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "PROVINCIA"   TO AU-CAMPO.
           MOVE CA-PROVINCIA  TO AU-VALOR-ANTES.
           MOVE CP-PROVINCIA  TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "INGRESOS"    TO AU-CAMPO.
           MOVE SPACES        TO AU-VALOR-ANTES.
           MOVE SPACES        TO AU-VALOR-DESPUES.
           IF CA-INGRESOS-MENSUALES NUMERIC
               MOVE CA-INGRESOS-MENSUALES TO VALOR-AUDITORIA
               MOVE VALOR-AUDITORIA       TO AU-VALOR-ANTES
           END-IF.
           IF CP-INGRESOS-MENSUALES NUMERIC
               MOVE CP-INGRESOS-MENSUALES TO VALOR-AUDITORIA
               MOVE VALOR-AUDITORIA       TO AU-VALOR-DESPUES
           END-IF.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-INFORME-POSICION                                     *
      * Escribe en CLIPOS la posicion de un cliente: sus datos    *
      * de CUSTMAST y, debajo, todos sus prestamos de             *
      * LOAN-MASTER con el total prestado (los prestamos          *
      * cancelados y las solicitudes denegadas se listan pero no  *
      * suman en el total).                                       *
      *----------------------------------------------------------*
       4000-INFORME-POSICION.
           DISPLAY "Numero de cliente (6 digitos)".
           PERFORM 4200-LEER-PRESTAMO THRU 4200-EXIT
               UNTIL FIN-PRESTAMOS.
           PERFORM 4300-TOTAL-POSICION THRU 4300-EXIT.
           PERFORM 4400-AVALES-POSICION THRU 4400-EXIT.
           DISPLAY "Informe de posicion del cliente " BUSCA-CLIENTE
                   " escrito en CLIPOS (" PRESTAMOS-CLIENTE
                   " prestamos, " PRESTAMOS-AVALADOS " avalados)".
       4000-EXIT.
           EXIT.

           MOVE CM-NOMBRE   TO PC1-NOMBRE.
           MOVE CM-NIF      TO PC2-NIF.
           MOVE CM-SUCURSAL TO PC2-SUCURSAL.
           MOVE CM-DOMICILIO  TO PC3-DOMICILIO.
           MOVE CM-COD-POSTAL TO PC3-COD-POSTAL.
           MOVE CM-POBLACION  TO PC3-POBLACION.
           WRITE POSICION-RECORD FROM LINEA-POS-CAB-1.
           WRITE POSICION-RECORD FROM LINEA-POS-CAB-2.
           WRITE POSICION-RECORD FROM LINEA-POS-CAB-3.
           MOVE SPACES TO POSICION-RECORD.
           WRITE POSICION-RECORD.
           WRITE POSICION-RECORD FROM LINEA-POS-COLS.
                   MOVE "CANCELADO" TO PD-ESTADO
               WHEN LM-PAGADO
                   MOVE "PAGADO"    TO PD-ESTADO
               WHEN LM-FALLIDO
                   MOVE "FALLIDO"   TO PD-ESTADO
               WHEN LM-PENDIENTE-APROB
                   MOVE "PENDIENTE" TO PD-ESTADO
               WHEN LM-DENEGADO
                   MOVE "DENEGADO"  TO PD-ESTADO
               WHEN OTHER
                   MOVE LM-ESTADO   TO PD-ESTADO
           END-EVALUATE.
           WRITE POSICION-RECORD FROM LINEA-POS-DETALLE.
           COMPUTE PRESTAMOS-CLIENTE = PRESTAMOS-CLIENTE + 1.
           IF NOT LM-CANCELADO AND NOT LM-DENEGADO
               COMPUTE TOTAL-PRESTADO = TOTAL-PRESTADO + LM-PRESTADO
           END-IF.
       4200-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4400-AVALES-POSICION                                      *
      * Escribe debajo de la posicion los prestamos en los que el *
      * cliente figura como avalista vigente (fichero AVALISTA,   *
      * por su clave alternativa de cliente), con su total; los   *
      * prestamos cancelados y denegados se listan pero no suman. *
      *----------------------------------------------------------*
       4400-AVALES-POSICION.
           MOVE ZERO TO PRESTAMOS-AVALADOS.
           MOVE ZERO TO TOTAL-AVALADO.
           IF NOT AVALISTA-DISPONIBLE
               GO TO 4400-EXIT
           END-IF.
           MOVE SPACES TO POSICION-RECORD.
           WRITE POSICION-RECORD.
           WRITE POSICION-RECORD FROM LINEA-AVAL-TITULO.
           WRITE POSICION-RECORD FROM LINEA-AVAL-COLS.
           MOVE "N" TO SW-FIN-AVALES.
           MOVE BUSCA-CLIENTE TO AV-CLIENTE.
           START AVALISTA-FILE
               KEY IS EQUAL TO AV-CLIENTE
               INVALID KEY
                   SET FIN-AVALES TO TRUE
           END-START.
           PERFORM 4500-LEER-AVAL THRU 4500-EXIT
               UNTIL FIN-AVALES.
           MOVE TOTAL-AVALADO      TO PV-TOTAL-AVALADO.
           MOVE PRESTAMOS-AVALADOS TO PV-PRESTAMOS.
           MOVE SPACES TO POSICION-RECORD.
           WRITE POSICION-RECORD.
           WRITE POSICION-RECORD FROM LINEA-AVAL-TOTAL.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4500-LEER-AVAL                                            *
      * Lee el siguiente aval del cliente y, si esta vigente,     *
      * escribe la linea del prestamo avalado con los datos de    *
      * LOAN-MASTER.                                              *
      *----------------------------------------------------------*
       4500-LEER-AVAL.
           READ AVALISTA-FILE NEXT RECORD
               AT END
                   SET FIN-AVALES TO TRUE
                   GO TO 4500-EXIT
           END-READ.
           IF AV-CLIENTE NOT = BUSCA-CLIENTE
               SET FIN-AVALES TO TRUE
               GO TO 4500-EXIT
           END-IF.
           IF NOT AV-VIGENTE
               GO TO 4500-EXIT
           END-IF.
           MOVE AV-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   GO TO 4500-EXIT
           END-READ.
           MOVE LM-LOAN-ID    TO AD-LOAN-ID.
           MOVE LM-CLIENTE    TO AD-TITULAR.
           MOVE LM-PRESTADO   TO AD-PRESTADO.
           MOVE LM-MENSUAL    TO AD-MENSUAL.
           MOVE AV-FECHA-ALTA TO AD-FECHA-ALTA.
           EVALUATE TRUE
               WHEN LM-ACTIVO
                   MOVE "ACTIVO"    TO AD-ESTADO
               WHEN LM-CANCELADO
                   MOVE "CANCELADO" TO AD-ESTADO
               WHEN LM-PAGADO
                   MOVE "PAGADO"    TO AD-ESTADO
               WHEN LM-FALLIDO
                   MOVE "FALLIDO"   TO AD-ESTADO
               WHEN LM-PENDIENTE-APROB
                   MOVE "PENDIENTE" TO AD-ESTADO
               WHEN LM-DENEGADO
                   MOVE "DENEGADO"  TO AD-ESTADO
               WHEN OTHER
                   MOVE LM-ESTADO   TO AD-ESTADO
           END-EVALUATE.
           WRITE POSICION-RECORD FROM LINEA-AVAL-DETALLE.
           COMPUTE PRESTAMOS-AVALADOS = PRESTAMOS-AVALADOS + 1.
           IF NOT LM-CANCELADO AND NOT LM-DENEGADO
               COMPUTE TOTAL-AVALADO = TOTAL-AVALADO + LM-PRESTADO
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-MOSTRAR-CLIENTE                                      *
      * Muestra por pantalla el cliente que este en el area de    *
           DISPLAY "NOMBRE: " CM-NOMBRE.
           DISPLAY "NIF: " CM-NIF.
           DISPLAY "SUCURSAL: " CM-SUCURSAL.
           DISPLAY "DOMICILIO: " CM-DOMICILIO.
           DISPLAY "POBLACION: " CM-COD-POSTAL " " CM-POBLACION.
           DISPLAY "PROVINCIA: " CM-PROVINCIA.
           IF CM-INGRESOS-MENSUALES NUMERIC
               DISPLAY "INGRESOS MENSUALES: " CM-INGRESOS-MENSUALES
           ELSE
               DISPLAY "INGRESOS MENSUALES: NO DECLARADOS"
           END-IF.
           DISPLAY "------------------------".
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
           MOVE "CLIENTE-MANT"       TO AU-PROGRAMA.
           WRITE AUDIT-LOG-RECORD FROM AUDITORIA-LINEA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
       9000-FINALIZAR.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE AVALISTA-FILE.
           CLOSE POSICION-FILE.
           CLOSE AUDIT-LOG-FILE.
       9000-EXIT.
           EXIT.
