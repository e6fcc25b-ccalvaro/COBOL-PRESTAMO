       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDITORIA.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: consulta del log de       *
      *                auditoria (PRESTAUD), reservada al         *
      *                auditor. Lista en AUDIIMP todas las        *
      *                acciones de un operador, de un prestamo o  *
      *                de un cliente entre dos fechas, con los    *
      *                valores anterior y posterior de cada campo *
      *                cambiado. Las lineas del formato anterior  *
      *                del log se cuentan y se saltan.            *
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

           SELECT INFORME-FILE ASSIGN TO "AUDIIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

       LOCAL-STORAGE SECTION.
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
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
       01  SW-FIN-PROGRAMA            PIC X VALUE "N".
           88  FIN-PROGRAMA           VALUE "S".
       01  SW-FIN-AUDITORIA           PIC X VALUE "N".
           88  FIN-AUDITORIA          VALUE "S".
       01  SW-LINEA-SELECCIONADA      PIC X VALUE "N".
           88  LINEA-SELECCIONADA     VALUE "S".
       01  OPCION-MENU                PIC X.
           88  OPCION-OPERADOR        VALUE "1".
           88  OPCION-PRESTAMO        VALUE "2".
           88  OPCION-CLIENTE         VALUE "3".
           88  OPCION-FIN             VALUE "9".
       01  BUSCA-OPERADOR             PIC X(08).
       01  BUSCA-LOAN-ID              PIC 9(14).
       01  BUSCA-CLIENTE              PIC 9(06).
       01  FECHA-DESDE                PIC 9(08).
       01  FECHA-HASTA                PIC 9(08).
       01  FECHA-HOY                  PIC 9(08).
       01  LINEAS-LEIDAS              PIC 9(07) COMP VALUE 0.
       01  LINEAS-LISTADAS            PIC 9(07) COMP VALUE 0.
       01  LINEAS-FORMATO-ANTERIOR    PIC 9(07) COMP VALUE 0.
       COPY PRESTAUD.

       01  LINEA-INF-TITULO.
           05  FILLER                 PIC X(34)
               VALUE "LOG DE AUDITORIA (PRESTAUD)".
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE "FECHA: ".
           05  LIT-FECHA              PIC 9(08).

       01  LINEA-INF-CRITERIO.
           05  LIC-CRITERIO           PIC X(10).
           05  LIC-VALOR              PIC X(14).
           05  FILLER                 PIC X(08) VALUE "  DESDE ".
           05  LIC-FECHA-DESDE        PIC 9(08).
           05  FILLER                 PIC X(07) VALUE "  HASTA".
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LIC-FECHA-HASTA        PIC 9(08).

       01  LINEA-INF-COLS.
           05  FILLER                 PIC X(09) VALUE "FECHA".
           05  FILLER                 PIC X(09) VALUE "HORA".
           05  FILLER                 PIC X(09) VALUE "OPERADOR".
           05  FILLER                 PIC X(17) VALUE "PROGRAMA".
           05  FILLER                 PIC X(13) VALUE "ACCION".
           05  FILLER                 PIC X(15) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(07) VALUE "CLIENTE".

      *----------------------------------------------------------*
      * Cada accion ocupa tres lineas: la cabecera con quien, que *
      * y sobre que prestamo o cliente, el campo con su valor     *
      * anterior y el valor posterior (con el operador modificado *
      * en los cambios del fichero de usuarios).                  *
      *----------------------------------------------------------*
       01  LINEA-INF-ACCION.
           05  LIA-FECHA              PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LIA-HORA.
               10  LIA-HH             PIC 9(02).
               10  FILLER             PIC X(01) VALUE ":".
               10  LIA-MI             PIC 9(02).
               10  FILLER             PIC X(01) VALUE ":".
               10  LIA-SS             PIC 9(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LIA-OPERADOR           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LIA-PROGRAMA           PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LIA-ACCION             PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LIA-LOAN-ID            PIC 9(14).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LIA-CLIENTE            PIC 9(06).

       01  LINEA-INF-ANTES.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  LIB-CAMPO              PIC X(16).
           05  FILLER                 PIC X(10) VALUE " ANTES:   ".
           05  LIB-VALOR              PIC X(40).

       01  LINEA-INF-DESPUES.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  LID-ETIQUETA           PIC X(08).
           05  LID-USUARIO            PIC X(08).
           05  FILLER                 PIC X(10) VALUE " DESPUES: ".
           05  LID-VALOR              PIC X(40).

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
      * Identifica al operador, que ha de tener el rol de         *
      * auditor, y abre el informe. El log de auditoria se abre y *
      * se recorre entero en cada consulta.                       *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Consulta del log de auditoria (PRESTAUD)".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT.
           IF ACCESO-AUTORIZADO AND NOT OPERADOR-AUDITOR
               DISPLAY "Solo un auditor puede consultar el log de "
                       "auditoria, fin del programa"
               MOVE "N" TO SW-ACCESO-AUTORIZADO
           END-IF.
           IF NOT ACCESO-AUTORIZADO
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT INFORME-FILE.
           MOVE FECHA-HOY TO LIT-FECHA.
           WRITE INFORME-RECORD FROM LINEA-INF-TITULO.
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
      * Muestra el menu de consultas y encamina cada opcion a su  *
      * parrafo.                                                  *
      *----------------------------------------------------------*
       2000-MENU.
           DISPLAY " ".
           DISPLAY "(1) Acciones de un operador".
           DISPLAY "(2) Acciones sobre un prestamo".
           DISPLAY "(3) Acciones sobre un cliente".
           DISPLAY "(9) Fin".
           ACCEPT OPCION-MENU.
           EVALUATE TRUE
               WHEN OPCION-OPERADOR
                   DISPLAY "Codigo del operador (hasta 8 caracteres)"
                   MOVE SPACES TO BUSCA-OPERADOR
                   ACCEPT BUSCA-OPERADOR
                   MOVE "OPERADOR: " TO LIC-CRITERIO
                   MOVE BUSCA-OPERADOR TO LIC-VALOR
                   PERFORM 3000-CONSULTAR-LOG THRU 3000-EXIT
               WHEN OPCION-PRESTAMO
                   DISPLAY "Numero de prestamo (14 digitos)"
                   ACCEPT BUSCA-LOAN-ID
                   MOVE "PRESTAMO: " TO LIC-CRITERIO
                   MOVE BUSCA-LOAN-ID TO LIC-VALOR
                   PERFORM 3000-CONSULTAR-LOG THRU 3000-EXIT
               WHEN OPCION-CLIENTE
                   DISPLAY "Numero de cliente (6 digitos)"
                   ACCEPT BUSCA-CLIENTE
                   MOVE "CLIENTE:  " TO LIC-CRITERIO
                   MOVE BUSCA-CLIENTE TO LIC-VALOR
                   PERFORM 3000-CONSULTAR-LOG THRU 3000-EXIT
               WHEN OPCION-FIN
                   SET FIN-PROGRAMA TO TRUE
               WHEN OTHER
                   DISPLAY "Opcion no reconocida"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-CONSULTAR-LOG                                        *
      * Pide el intervalo de fechas y recorre el log de auditoria *
      * entero, listando en AUDIIMP las acciones que cumplen el   *
      * criterio elegido, con los totales de la consulta.         *
      *----------------------------------------------------------*
       3000-CONSULTAR-LOG.
           DISPLAY "Fecha desde (AAAAMMDD, 0 desde el principio)".
           ACCEPT FECHA-DESDE.
           DISPLAY "Fecha hasta (AAAAMMDD, 0 hasta hoy)".
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = ZERO
               MOVE FECHA-HOY TO FECHA-HASTA
           END-IF.
           IF FECHA-DESDE > FECHA-HASTA
               DISPLAY "Error: la fecha desde " FECHA-DESDE
                       " es posterior a la fecha hasta " FECHA-HASTA
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT AUDIT-LOG-OK
               DISPLAY "No se pudo abrir el log de auditoria "
                       "(PRESTAUD), estado " AUDIT-LOG-STATUS
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO LINEAS-LEIDAS.
           MOVE ZERO TO LINEAS-LISTADAS.
           MOVE ZERO TO LINEAS-FORMATO-ANTERIOR.
           MOVE FECHA-DESDE TO LIC-FECHA-DESDE.
           MOVE FECHA-HASTA TO LIC-FECHA-HASTA.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           WRITE INFORME-RECORD FROM LINEA-INF-CRITERIO.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           WRITE INFORME-RECORD FROM LINEA-INF-COLS.
           MOVE "N" TO SW-FIN-AUDITORIA.
           PERFORM 3100-LEER-LINEA THRU 3100-EXIT
               UNTIL FIN-AUDITORIA.
           CLOSE AUDIT-LOG-FILE.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "LINEAS LEIDAS DEL LOG:" TO LIT-TEXTO.
           MOVE LINEAS-LEIDAS TO LIT-VALOR.
           WRITE INFORME-RECORD FROM LINEA-INF-TOTAL.
           MOVE "CAMBIOS LISTADOS:" TO LIT-TEXTO.
           MOVE LINEAS-LISTADAS TO LIT-VALOR.
           WRITE INFORME-RECORD FROM LINEA-INF-TOTAL.
           MOVE "LINEAS DE FORMATO ANTERIOR:" TO LIT-TEXTO.
           MOVE LINEAS-FORMATO-ANTERIOR TO LIT-VALOR.
           WRITE INFORME-RECORD FROM LINEA-INF-TOTAL.
           DISPLAY "Cambios listados en AUDIIMP: " LINEAS-LISTADAS.
           IF LINEAS-FORMATO-ANTERIOR > ZERO
               DISPLAY "Lineas de formato anterior no tratadas: "
                       LINEAS-FORMATO-ANTERIOR
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-LEER-LINEA                                           *
      * Lee la siguiente linea del log y, si es del formato       *
      * actual, esta dentro del intervalo de fechas y cumple el   *
      * criterio de la consulta, la lista.                        *
      *----------------------------------------------------------*
       3100-LEER-LINEA.
           READ AUDIT-LOG-FILE INTO AUDITORIA-LINEA
               AT END
                   SET FIN-AUDITORIA TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           COMPUTE LINEAS-LEIDAS = LINEAS-LEIDAS + 1.
           IF NOT AU-ACCION-VALIDA OR AU-FECHA NOT NUMERIC
               COMPUTE LINEAS-FORMATO-ANTERIOR =
                   LINEAS-FORMATO-ANTERIOR + 1
               GO TO 3100-EXIT
           END-IF.
           IF AU-FECHA < FECHA-DESDE OR AU-FECHA > FECHA-HASTA
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO SW-LINEA-SELECCIONADA.
           EVALUATE TRUE
               WHEN OPCION-OPERADOR
                   IF AU-OPERADOR = BUSCA-OPERADOR
                       SET LINEA-SELECCIONADA TO TRUE
                   END-IF
               WHEN OPCION-PRESTAMO
                   IF AU-LOAN-ID = BUSCA-LOAN-ID
                       SET LINEA-SELECCIONADA TO TRUE
                   END-IF
               WHEN OPCION-CLIENTE
                   IF AU-CLIENTE = BUSCA-CLIENTE
                       SET LINEA-SELECCIONADA TO TRUE
                   END-IF
           END-EVALUATE.
           IF NOT LINEA-SELECCIONADA
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-LISTAR-LINEA THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-LISTAR-LINEA                                         *
      * Escribe en AUDIIMP las tres lineas de la accion que esta  *
      * en AUDITORIA-LINEA.                                       *
      *----------------------------------------------------------*
       3200-LISTAR-LINEA.
           MOVE AU-FECHA        TO LIA-FECHA.
           MOVE AU-HORA (1:2)   TO LIA-HH.
           MOVE AU-HORA (3:2)   TO LIA-MI.
           MOVE AU-HORA (5:2)   TO LIA-SS.
           MOVE AU-OPERADOR     TO LIA-OPERADOR.
           MOVE AU-PROGRAMA     TO LIA-PROGRAMA.
           MOVE AU-ACCION       TO LIA-ACCION.
           MOVE AU-LOAN-ID      TO LIA-LOAN-ID.
           MOVE AU-CLIENTE      TO LIA-CLIENTE.
           WRITE INFORME-RECORD FROM LINEA-INF-ACCION.
           MOVE AU-CAMPO        TO LIB-CAMPO.
           MOVE AU-VALOR-ANTES  TO LIB-VALOR.
           WRITE INFORME-RECORD FROM LINEA-INF-ANTES.
           IF AU-USUARIO = SPACES
               MOVE SPACES      TO LID-ETIQUETA
           ELSE
               MOVE "USUARIO "  TO LID-ETIQUETA
           END-IF.
           MOVE AU-USUARIO      TO LID-USUARIO.
           MOVE AU-VALOR-DESPUES TO LID-VALOR.
           WRITE INFORME-RECORD FROM LINEA-INF-DESPUES.
           COMPUTE LINEAS-LISTADAS = LINEAS-LISTADAS + 1.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra el informe.                                        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD BEFORE ADVANCING PAGE.
           CLOSE INFORME-FILE.
           DISPLAY "Informe de auditoria escrito en AUDIIMP".
       9000-EXIT.
           EXIT.
