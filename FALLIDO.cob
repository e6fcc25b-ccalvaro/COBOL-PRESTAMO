       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FALLIDO.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: pase a fallido de         *
      *                prestamos irrecuperables. Dado un prestamo *
      *                activo muestra su posicion (capital vivo,  *
      *                deuda vencida impagada con su demora y     *
      *                dias de impago de la cuota mas antigua) y, *
      *                previa confirmacion, lo marca como fallido *
      *                en LOAN-MASTER y graba el pase en FALLIDOS *
      *                para la contabilidad (ASIENTOS). Las       *
      *                cuotas pendientes se conservan: la deuda   *
      *                sigue siendo reclamable, pero REMESA,      *
      *                DEMORA y DEVENGO dejan de tratar el        *
      *                prestamo al no estar activo.               *
      * 15/10/2026 AC  Acceso con operador y contrasena           *
      *                (USUARIOS); solo un supervisor puede pasar *
      *                prestamos a fallido. Cada pase se anota en *
      *                el log de auditoria PRESTAUD con el        *
      *                operador, el cambio de estado y la fecha   *
      *                del pase.                                  *
      * 15/10/2026 AC  La fecha del pase no puede ser posterior a *
      *                hoy ni de un mes con el extracto contable  *
      *                (ASIENTOS) ya cerrado en CTRLEJEC.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               ALTERNATE RECORD KEY IS LM-FECHA-ALTA
                   WITH DUPLICATES
               FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-CLAVE
               FILE STATUS IS LOAN-SCHEDULE-STATUS.

           SELECT FALLIDOS-FILE ASSIGN TO "FALLIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FALLIDOS-STATUS.

           SELECT CONTROL-EJECUCION-FILE ASSIGN TO "CTRLEJEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CLAVE
               ALTERNATE RECORD KEY IS CE-FECHA-INICIO
                   WITH DUPLICATES
               FILE STATUS IS CONTROL-EJECUCION-STATUS.

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

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

      *----------------------------------------------------------*
      * Pases a fallido: una linea por prestamo, con el capital   *
      * vivo que se da de baja del activo y la deuda vencida      *
      * impagada en el momento del pase.                          *
      *----------------------------------------------------------*
       FD  FALLIDOS-FILE.
       01  FALLIDOS-RECORD.
           05  FL-FECHA                PIC 9(08).
           05  FL-LOAN-ID              PIC 9(14).
           05  FL-CLIENTE              PIC 9(06).
           05  FL-CAP-VIVO             PIC 9(07)V99.
           05  FL-IMPORTE-VENCIDO      PIC 9(09)V99.
           05  FL-DIAS-IMPAGO          PIC 9(05).

       FD  CONTROL-EJECUCION-FILE.
       COPY CTRLEJEC.

       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

       LOCAL-STORAGE SECTION.
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  LOAN-SCHEDULE-STATUS       PIC XX.
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  FALLIDOS-STATUS            PIC XX.
           88  FALLIDOS-OK            VALUE "00".
       01  CONTROL-EJECUCION-STATUS   PIC XX.
           88  CONTROL-EJECUCION-OK   VALUE "00".
           88  CONTROL-EJECUCION-NO-EXISTE
                                      VALUE "35".
       01  SW-FIN-CONTROL             PIC X VALUE "N".
           88  FIN-CONTROL            VALUE "S".
       01  ULTIMO-MES-CERRADO         PIC 9(06) VALUE 0.
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
       01  SW-FIN-CUOTAS              PIC X VALUE "N".
           88  FIN-CUOTAS             VALUE "S".
       01  BUSCA-LOAN-ID              PIC 9(14).
       01  FECHA-PROCESO              PIC 9(08).
       01  FECHA-FALLIDO              PIC 9(08).
       01  FECHA-FALLIDO-DESG REDEFINES FECHA-FALLIDO.
           05  FF-AAAA                PIC 9(04).
           05  FF-MM                  PIC 9(02).
           05  FF-DD                  PIC 9(02).
       01  CONFIRMA-FALLIDO           PIC X.
           88  FALLIDO-CONFIRMADO     VALUE "S" "s".

      *----------------------------------------------------------*
      * Posicion del prestamo calculada.                          *
      *----------------------------------------------------------*
       01  CAP-VIVO-ACT               PIC 9(07)V99.
       01  IMPORTE-VENCIDO            PIC S9(09)V99.
       01  IMPORTE-IMPAGADO           PIC S9(07)V99.
       01  FECHA-IMPAGO-ANTIGUA       PIC 9(08).
       01  DIAS-IMPAGO                PIC 9(05).
       01  PRESTAMOS-FALLIDOS         PIC 9(05) COMP VALUE 0.

       01  IMPORTE-EDITADO            PIC Z(08)9,99.
       01  HORA-AUDITORIA             PIC 9(08).
       COPY PRESTAUD.

      *----------------------------------------------------------*
      * Area de trabajo del calculo de dias entre fechas          *
      * (8200-DIAS-ENTRE-FECHAS).                                 *
      *----------------------------------------------------------*
       01  FECHA-DESDE                PIC 9(08).
       01  FECHA-HASTA                PIC 9(08).
       01  DIAS-ENTRE                 PIC S9(07) COMP.
       01  FECHA-CALCULO              PIC 9(08).
       01  FECHA-CALCULO-DESG REDEFINES FECHA-CALCULO.
           05  FC-AAAA                PIC 9(04).
           05  FC-MM                  PIC 9(02).
           05  FC-DD                  PIC 9(02).
       01  DIAS-SERIE                 PIC S9(09) COMP.
       01  DIAS-SERIE-DESDE           PIC S9(09) COMP.
       01  ANOS-PREV                  PIC 9(05) COMP.
       01  COCIENTE-AUX               PIC 9(07) COMP.
       01  CUARTOS-AUX                PIC 9(05) COMP.
       01  CIENTOS-AUX                PIC 9(05) COMP.
       01  CUATROCIENTOS-AUX          PIC 9(05) COMP.
       01  REM-4                      PIC 9(03) COMP.
       01  REM-100                    PIC 9(03) COMP.
       01  REM-400                    PIC 9(03) COMP.
       01  IND-MES                    PIC 99 COMP.
       01  TABLA-DIAS-MES.
           05  FILLER                 PIC X(24)
               VALUE "312831303130313130313031".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           05  DIAS-DEL-MES           PIC 99 OCCURS 12 TIMES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ACCESO-AUTORIZADO
               STOP RUN
           END-IF.
           PERFORM 2000-TRATAR-PRESTAMO THRU 2000-EXIT
               UNTIL FIN-PROGRAMA.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Identifica al operador (solo un supervisor puede pasar    *
      * prestamos a fallido) y abre los ficheros de la ejecucion; *
      * el fichero de pases a fallido y el log de auditoria se    *
      * amplian para conservar las lineas anteriores. Busca el    *
      * ultimo mes con el extracto contable cerrado.              *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Pase a fallido de prestamos".
           PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT.
           IF ACCESO-AUTORIZADO AND NOT OPERADOR-SUPERVISOR
               DISPLAY "Solo un supervisor puede pasar prestamos a "
                       "fallido, fin del programa"
               MOVE "N" TO SW-ACCESO-AUTORIZADO
           END-IF.
           IF NOT ACCESO-AUTORIZADO
               GO TO 1000-EXIT
           END-IF.
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM 1500-BUSCAR-MES-CERRADO THRU 1500-EXIT.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de prestamos "
                       "(LOANMAST), estado " LOAN-MASTER-STATUS
               SET FIN-PROGRAMA TO TRUE
           END-IF.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF NOT LOAN-SCHEDULE-OK
               DISPLAY "No se pudo abrir el fichero de cuadros "
                       "(LOANSCHD), estado " LOAN-SCHEDULE-STATUS
               SET FIN-PROGRAMA TO TRUE
           END-IF.
           OPEN EXTEND FALLIDOS-FILE.
           IF NOT FALLIDOS-OK
               OPEN OUTPUT FALLIDOS-FILE
               CLOSE FALLIDOS-FILE
               OPEN EXTEND FALLIDOS-FILE
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
      * 1500-BUSCAR-MES-CERRADO                                   *
      * Recorre en el control de ejecuciones (CTRLEJEC) las       *
      * ejecuciones del extracto contable (ASIENTOS) y deja en    *
      * ULTIMO-MES-CERRADO el ultimo mes con alguna cerrada. Los  *
      * pases de ese mes o anteriores ya no se contabilizarian.   *
      * Sin control de ejecuciones no hay ningun mes cerrado; si  *
      * existe y no se puede leer, no se puede pasar a fallido.   *
      *----------------------------------------------------------*
       1500-BUSCAR-MES-CERRADO.
           MOVE ZERO TO ULTIMO-MES-CERRADO.
           OPEN INPUT CONTROL-EJECUCION-FILE.
           IF CONTROL-EJECUCION-NO-EXISTE
               GO TO 1500-EXIT
           END-IF.
           IF NOT CONTROL-EJECUCION-OK
               DISPLAY "No se pudo abrir el control de ejecuciones "
                       "(CTRLEJEC), estado " CONTROL-EJECUCION-STATUS
               SET FIN-PROGRAMA TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF.
           MOVE "N"        TO SW-FIN-CONTROL.
           MOVE "ASIENTOS" TO CE-PROGRAMA.
           MOVE ZERO       TO CE-PERIODO.
           MOVE ZERO       TO CE-EJECUCION.
           START CONTROL-EJECUCION-FILE
               KEY IS NOT LESS THAN CE-CLAVE
               INVALID KEY
                   SET FIN-CONTROL TO TRUE
           END-START.
           PERFORM 1510-LEER-EXTRACTO THRU 1510-EXIT
               UNTIL FIN-CONTROL.
           CLOSE CONTROL-EJECUCION-FILE.
           IF ULTIMO-MES-CERRADO > ZERO
               DISPLAY "Ultimo mes con el extracto contable cerrado: "
                       ULTIMO-MES-CERRADO
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1510-LEER-EXTRACTO                                        *
      * Lee la siguiente ejecucion de ASIENTOS y, si esta         *
      * cerrada, guarda su mes.                                   *
      *----------------------------------------------------------*
       1510-LEER-EXTRACTO.
           READ CONTROL-EJECUCION-FILE NEXT RECORD
               AT END
                   SET FIN-CONTROL TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF CE-PROGRAMA NOT = "ASIENTOS"
               SET FIN-CONTROL TO TRUE
               GO TO 1510-EXIT
           END-IF.
           IF CE-CERRADA
               MOVE CE-PERIODO (1:6) TO ULTIMO-MES-CERRADO
           END-IF.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-TRATAR-PRESTAMO                                      *
      * Pide el prestamo y la fecha del pase, calcula y muestra   *
      * su posicion y, si se confirma, lo pasa a fallido. La      *
      * fecha no puede ser posterior a hoy ni de un mes con el    *
      * extracto contable ya cerrado, pues el pase no llegaria a  *
      * contabilizarse.                                           *
      *----------------------------------------------------------*
       2000-TRATAR-PRESTAMO.
           DISPLAY " ".
           DISPLAY "Identificador del prestamo a pasar a fallido "
                   "(14 digitos, 0 para terminar)".
           ACCEPT BUSCA-LOAN-ID.
           IF BUSCA-LOAN-ID = ZERO
               SET FIN-PROGRAMA TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE BUSCA-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "No existe el prestamo " BUSCA-LOAN-ID
                   GO TO 2000-EXIT
           END-READ.
           IF NOT LM-ACTIVO
               DISPLAY "El prestamo " BUSCA-LOAN-ID " no esta "
                       "activo, no se puede pasar a fallido"
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Fecha del pase a fallido (AAAAMMDD, 0 para la "
                   "fecha de hoy)".
           ACCEPT FECHA-FALLIDO.
           IF FECHA-FALLIDO = ZERO
               MOVE FECHA-PROCESO TO FECHA-FALLIDO
           END-IF.
           IF FF-MM < 01 OR FF-MM > 12 OR FF-DD < 01 OR FF-DD > 31
               DISPLAY "Error: la fecha " FECHA-FALLIDO
                       " no es valida (AAAAMMDD)"
               GO TO 2000-EXIT
           END-IF.
           IF FECHA-FALLIDO > FECHA-PROCESO
               DISPLAY "Error: la fecha " FECHA-FALLIDO
                       " es posterior a hoy"
               GO TO 2000-EXIT
           END-IF.
           IF FECHA-FALLIDO (1:6) NOT > ULTIMO-MES-CERRADO
               DISPLAY "Error: el extracto contable del mes "
                       FECHA-FALLIDO (1:6) " ya esta cerrado; la "
                       "fecha debe ser del mes abierto"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-CALCULAR-POSICION THRU 3000-EXIT.
           PERFORM 3500-MOSTRAR-POSICION THRU 3500-EXIT.
           DISPLAY "Confirmar el pase a fallido (S/N)".
           ACCEPT CONFIRMA-FALLIDO.
           IF NOT FALLIDO-CONFIRMADO
               DISPLAY "Pase a fallido no confirmado, el prestamo "
                       "sigue activo"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 4000-APLICAR-FALLIDO THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-CALCULAR-POSICION                                    *
      * Recorre el cuadro del prestamo: el capital vivo es el de  *
      * la ultima cuota liquidada y las cuotas pendientes         *
      * vencidas a la fecha del pase con importe impagado suman   *
      * la deuda vencida; la mas antigua da los dias de impago.   *
      *----------------------------------------------------------*
       3000-CALCULAR-POSICION.
           MOVE LM-PRESTADO TO CAP-VIVO-ACT.
           MOVE ZERO TO IMPORTE-VENCIDO.
           MOVE ZERO TO FECHA-IMPAGO-ANTIGUA.
           MOVE ZERO TO DIAS-IMPAGO.
           MOVE "N"  TO SW-FIN-CUOTAS.
           MOVE LM-LOAN-ID TO LS-LOAN-ID.
           MOVE ZERO       TO LS-PLAZO.
           START LOAN-SCHEDULE-FILE
               KEY IS NOT LESS THAN LS-CLAVE
               INVALID KEY
                   SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM 3100-EXAMINAR-CUOTA THRU 3100-EXIT
               UNTIL FIN-CUOTAS.
           IF FECHA-IMPAGO-ANTIGUA NOT = ZERO
               MOVE FECHA-IMPAGO-ANTIGUA TO FECHA-DESDE
               MOVE FECHA-FALLIDO        TO FECHA-HASTA
               PERFORM 8200-DIAS-ENTRE-FECHAS THRU 8200-EXIT
               IF DIAS-ENTRE > ZERO
                   MOVE DIAS-ENTRE TO DIAS-IMPAGO
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-EXAMINAR-CUOTA                                       *
      * Lee la siguiente cuota del prestamo y la acumula en la    *
      * posicion.                                                 *
      *----------------------------------------------------------*
       3100-EXAMINAR-CUOTA.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET FIN-CUOTAS TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF LS-LOAN-ID NOT = LM-LOAN-ID
               SET FIN-CUOTAS TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF LS-LIQUIDADA
               MOVE LS-CAP-VIVO TO CAP-VIVO-ACT
               GO TO 3100-EXIT
           END-IF.
           IF NOT LS-PENDIENTE
               GO TO 3100-EXIT
           END-IF.
           IF LS-FECHA-VTO = ZERO OR LS-FECHA-VTO > FECHA-FALLIDO
               GO TO 3100-EXIT
           END-IF.
           COMPUTE IMPORTE-IMPAGADO = LS-CUOTA-INTE + LS-CUOTA-AMOR
               + LS-DEMORA-ACUM - LS-IMPORTE-PAGADO.
           IF IMPORTE-IMPAGADO NOT > ZERO
               GO TO 3100-EXIT
           END-IF.
           COMPUTE IMPORTE-VENCIDO = IMPORTE-VENCIDO
               + IMPORTE-IMPAGADO.
           IF FECHA-IMPAGO-ANTIGUA = ZERO
                   OR LS-FECHA-VTO < FECHA-IMPAGO-ANTIGUA
               MOVE LS-FECHA-VTO TO FECHA-IMPAGO-ANTIGUA
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3500-MOSTRAR-POSICION                                     *
      * Muestra por pantalla la posicion del prestamo que se va   *
      * a pasar a fallido.                                        *
      *----------------------------------------------------------*
       3500-MOSTRAR-POSICION.
           DISPLAY "------------------------".
           DISPLAY "POSICION DEL PRESTAMO " LM-LOAN-ID
                   " A FECHA " FECHA-FALLIDO.
           DISPLAY "CLIENTE: " LM-CLIENTE.
           MOVE CAP-VIVO-ACT TO IMPORTE-EDITADO.
           DISPLAY "CAPITAL VIVO A DAR DE BAJA: " IMPORTE-EDITADO.
           MOVE IMPORTE-VENCIDO TO IMPORTE-EDITADO.
           DISPLAY "DEUDA VENCIDA IMPAGADA:     " IMPORTE-EDITADO.
           DISPLAY "DIAS DE IMPAGO:             " DIAS-IMPAGO.
           DISPLAY "------------------------".
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-APLICAR-FALLIDO                                      *
      * Marca el prestamo como fallido en LOAN-MASTER, graba el   *
      * pase en FALLIDOS y lo anota en el log de auditoria.       *
      *----------------------------------------------------------*
       4000-APLICAR-FALLIDO.
           SET LM-FALLIDO TO TRUE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo regrabar el prestamo "
                           LM-LOAN-ID " en LOAN-MASTER"
                   GO TO 4000-EXIT
           END-REWRITE.
           MOVE FECHA-FALLIDO   TO FL-FECHA.
           MOVE LM-LOAN-ID      TO FL-LOAN-ID.
           MOVE LM-CLIENTE      TO FL-CLIENTE.
           MOVE CAP-VIVO-ACT    TO FL-CAP-VIVO.
           MOVE IMPORTE-VENCIDO TO FL-IMPORTE-VENCIDO.
           MOVE DIAS-IMPAGO     TO FL-DIAS-IMPAGO.
           WRITE FALLIDOS-RECORD.
           MOVE "FALLIDO"       TO AU-ACCION.
           MOVE LM-LOAN-ID      TO AU-LOAN-ID.
           MOVE LM-CLIENTE      TO AU-CLIENTE.
           MOVE SPACES          TO AU-USUARIO.
           MOVE "ESTADO"        TO AU-CAMPO.
           MOVE "A"             TO AU-VALOR-ANTES.
           MOVE LM-ESTADO       TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "FECHA FALLIDO" TO AU-CAMPO.
           MOVE SPACES          TO AU-VALOR-ANTES.
           MOVE FECHA-FALLIDO   TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           DISPLAY "Prestamo " LM-LOAN-ID " pasado a fallido".
           COMPUTE PRESTAMOS-FALLIDOS = PRESTAMOS-FALLIDOS + 1.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8200-DIAS-ENTRE-FECHAS                                    *
      * Calcula en DIAS-ENTRE los dias naturales entre            *
      * FECHA-DESDE y FECHA-HASTA (positivo si HASTA es           *
      * posterior), convirtiendo cada fecha a un numero de serie  *
      * de dias.                                                  *
      *----------------------------------------------------------*
       8200-DIAS-ENTRE-FECHAS.
           MOVE FECHA-DESDE TO FECHA-CALCULO.
           PERFORM 8210-SERIE-FECHA THRU 8210-EXIT.
           MOVE DIAS-SERIE TO DIAS-SERIE-DESDE.
           MOVE FECHA-HASTA TO FECHA-CALCULO.
           PERFORM 8210-SERIE-FECHA THRU 8210-EXIT.
           COMPUTE DIAS-ENTRE = DIAS-SERIE - DIAS-SERIE-DESDE.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8210-SERIE-FECHA                                          *
      * Convierte FECHA-CALCULO (AAAAMMDD) en un numero de serie  *
      * de dias: los dias de los anos completos anteriores (con   *
      * sus bisiestos) mas los dias transcurridos del ano.        *
      *----------------------------------------------------------*
       8210-SERIE-FECHA.
           COMPUTE ANOS-PREV = FC-AAAA - 1.
           DIVIDE ANOS-PREV BY 4
               GIVING CUARTOS-AUX REMAINDER REM-4.
           DIVIDE ANOS-PREV BY 100
               GIVING CIENTOS-AUX REMAINDER REM-100.
           DIVIDE ANOS-PREV BY 400
               GIVING CUATROCIENTOS-AUX REMAINDER REM-400.
           COMPUTE DIAS-SERIE = ANOS-PREV * 365
               + CUARTOS-AUX - CIENTOS-AUX + CUATROCIENTOS-AUX
               + FC-DD.
           IF FC-MM > 1
               PERFORM 8220-SUMAR-MES-COMPLETO THRU 8220-EXIT
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES >= FC-MM
           END-IF.
           IF FC-MM > 2
               DIVIDE FC-AAAA BY 4
                   GIVING COCIENTE-AUX REMAINDER REM-4
               DIVIDE FC-AAAA BY 100
                   GIVING COCIENTE-AUX REMAINDER REM-100
               DIVIDE FC-AAAA BY 400
                   GIVING COCIENTE-AUX REMAINDER REM-400
               IF REM-4 = ZERO
                       AND (REM-100 NOT = ZERO OR REM-400 = ZERO)
                   COMPUTE DIAS-SERIE = DIAS-SERIE + 1
               END-IF
           END-IF.
       8210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8220-SUMAR-MES-COMPLETO                                   *
      * Suma al numero de serie los dias del mes completo         *
      * IND-MES (febrero como 28; el bisiesto se ajusta aparte).  *
      *----------------------------------------------------------*
       8220-SUMAR-MES-COMPLETO.
           COMPUTE DIAS-SERIE = DIAS-SERIE + DIAS-DEL-MES (IND-MES).
       8220-EXIT.
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
           MOVE "FALLIDO"            TO AU-PROGRAMA.
           WRITE AUDIT-LOG-RECORD FROM AUDITORIA-LINEA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros y muestra el total de la sesion.      *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE FALLIDOS-FILE.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Prestamos pasados a fallido en la sesion: "
                   PRESTAMOS-FALLIDOS.
       9000-EXIT.
           EXIT.
