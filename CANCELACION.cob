      *                cancelacion hasta regularizarla: antes se  *
      *                anulaba sin abonar ese dinero en la        *
      *                liquidacion.                               *
      * 15/10/2026 AC  Control de ejecuciones: cada sesion se     *
      *                registra en CTRLEJEC con las cancelaciones *
      *                hechas, para que el extracto contable del  *
      *                mes compruebe que no queda ninguna sin     *
      *                terminar.                                  *
      * 15/10/2026 AC  Acceso con operador y contrasena           *
      *                (USUARIOS); solo empleados y supervisores  *
      *                pueden cancelar. Cada cancelacion se anota *
      *                en el log de auditoria PRESTAUD con el     *
      *                operador: estado, cuotas anuladas, fecha   *
      *                valor e importe liquidado.                 *
      * 15/10/2026 AC  Codigo de retorno 8 si no se pueden abrir  *
      *                LOANMAST o LOANSCHD.                       *
      * 15/10/2026 AC  El control de ejecuciones CTRLEJEC solo se *
      *                crea si no existe; si no se puede abrir o  *
      *                no se puede registrar la ejecucion, esta   *
      *                se rechaza con codigo de retorno 8. Un     *
      *                supervisor puede dar por terminadas, tras  *
      *                revisarlas, las sesiones de dias           *
      *                anteriores que quedaron pendientes.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQUIDACION-STATUS.

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
           05  LQ-TOTAL                PIC 9(09)V99.
           05  LQ-CUOTAS-ANULADAS      PIC 9(03).

       FD  CONTROL-EJECUCION-FILE.
       COPY CTRLEJEC.

       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

       LOCAL-STORAGE SECTION.
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  LIQUIDACION-STATUS         PIC XX.
           88  LIQUIDACION-OK         VALUE "00".
       01  CONTROL-EJECUCION-STATUS   PIC XX.
           88  CONTROL-EJECUCION-OK   VALUE "00".
           88  CONTROL-EJECUCION-NO-EXISTE
                                      VALUE "35".
       01  SW-EJECUCION-AUTORIZADA    PIC X VALUE "S".
           88  EJECUCION-AUTORIZADA   VALUE "S".
       01  SW-REEJECUCION             PIC X VALUE "N".
           88  REEJECUCION-PEDIDA     VALUE "S".
       01  SW-PERIODO-CERRADO         PIC X VALUE "N".
           88  PERIODO-CERRADO        VALUE "S".
       01  SW-FIN-CONTROL             PIC X VALUE "N".
           88  FIN-CONTROL            VALUE "S".
       01  CONTROL-PROGRAMA           PIC X(16) VALUE "CANCELACION".
       01  CONTROL-PERIODO            PIC 9(08).
       01  CONTROL-EJECUCION          PIC 9(03).
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
       01  PRESTAMOS-CANCELADOS       PIC 9(05) COMP VALUE 0.

       01  IMPORTE-EDITADO            PIC Z(08)9,99.
       01  HORA-AUDITORIA             PIC 9(08).
       COPY PRESTAUD.

      *----------------------------------------------------------*
      * Area de trabajo del calculo de dias entre fechas          *

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ACCESO-AUTORIZADO OR NOT EJECUCION-AUTORIZADA
               STOP RUN
           END-IF.
           PERFORM 2000-TRATAR-PRESTAMO THRU 2000-EXIT
               UNTIL FIN-PROGRAMA.
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Identifica al operador (empleado o supervisor) y abre los *
      * ficheros de la ejecucion; el fichero de liquidaciones y   *
      * el log de auditoria se amplian para conservar las lineas  *
      * anteriores. Si entra un supervisor, revisa antes las      *
      * sesiones de dias anteriores que quedaron sin terminar.    *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Cancelacion anticipada de prestamos".
           PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT.
           IF ACCESO-AUTORIZADO
                   AND NOT OPERADOR-EMPLEADO
                   AND NOT OPERADOR-SUPERVISOR
               DISPLAY "El rol del operador no permite cancelar "
                       "prestamos, fin del programa"
               MOVE "N" TO SW-ACCESO-AUTORIZADO
           END-IF.
           IF NOT ACCESO-AUTORIZADO
               GO TO 1000-EXIT
           END-IF.
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE FECHA-PROCESO TO CONTROL-PERIODO.
           PERFORM 1700-CONTROL-INICIO THRU 1700-EXIT.
           IF NOT EJECUCION-AUTORIZADA
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de prestamos "
                       "(LOANMAST), estado " LOAN-MASTER-STATUS
               SET FIN-PROGRAMA TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF NOT LOAN-SCHEDULE-OK
               DISPLAY "No se pudo abrir el fichero de cuadros "
                       "(LOANSCHD), estado " LOAN-SCHEDULE-STATUS
               SET FIN-PROGRAMA TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN EXTEND LIQUIDACION-FILE.
           IF NOT LIQUIDACION-OK
               CLOSE LIQUIDACION-FILE
               OPEN EXTEND LIQUIDACION-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT AUDIT-LOG-OK
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           IF OPERADOR-SUPERVISOR
               PERFORM 1800-REVISAR-SESIONES THRU 1800-EXIT
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
      * 1700-CONTROL-INICIO                                       *
      * Registra el inicio de la sesion en el control de          *
      * ejecuciones (CTRLEJEC) con la fecha del dia. Puede haber  *
      * varias sesiones en el dia y ninguna se rechaza por las    *
      * anteriores, pero el extracto contable del mes exige que   *
      * todas las del mes esten terminadas (1800).                *
      * Si el control no se puede abrir, o no se puede grabar     *
      * la ejecucion, se rechaza con codigo de retorno 8.         *
      *----------------------------------------------------------*
       1700-CONTROL-INICIO.
           OPEN I-O CONTROL-EJECUCION-FILE.
           IF CONTROL-EJECUCION-NO-EXISTE
               OPEN OUTPUT CONTROL-EJECUCION-FILE
               CLOSE CONTROL-EJECUCION-FILE
               OPEN I-O CONTROL-EJECUCION-FILE
           END-IF.
           IF NOT CONTROL-EJECUCION-OK
               DISPLAY "Rechazado: no se pudo abrir el control de "
                       "ejecuciones (CTRLEJEC), estado "
                       CONTROL-EJECUCION-STATUS
               MOVE "N" TO SW-EJECUCION-AUTORIZADA
               MOVE 8 TO RETURN-CODE
               GO TO 1700-EXIT
           END-IF.
           MOVE ZERO TO CONTROL-EJECUCION.
           MOVE "N"  TO SW-FIN-CONTROL.
           MOVE CONTROL-PROGRAMA TO CE-PROGRAMA.
           MOVE CONTROL-PERIODO  TO CE-PERIODO.
           MOVE ZERO             TO CE-EJECUCION.
           START CONTROL-EJECUCION-FILE
               KEY IS NOT LESS THAN CE-CLAVE
               INVALID KEY
                   SET FIN-CONTROL TO TRUE
           END-START.
           PERFORM 1710-LEER-EJECUCION THRU 1710-EXIT
               UNTIL FIN-CONTROL.
           PERFORM 1790-GRABAR-INICIO THRU 1790-EXIT.
           CLOSE CONTROL-EJECUCION-FILE.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1710-LEER-EJECUCION                                       *
      * Lee la siguiente ejecucion del programa en el periodo,    *
      * guardando su numero y si alguna termino cerrada.          *
      *----------------------------------------------------------*
       1710-LEER-EJECUCION.
           READ CONTROL-EJECUCION-FILE NEXT RECORD
               AT END
                   SET FIN-CONTROL TO TRUE
                   GO TO 1710-EXIT
           END-READ.
           IF CE-PROGRAMA NOT = CONTROL-PROGRAMA
                   OR CE-PERIODO NOT = CONTROL-PERIODO
               SET FIN-CONTROL TO TRUE
               GO TO 1710-EXIT
           END-IF.
           MOVE CE-EJECUCION TO CONTROL-EJECUCION.
           IF CE-CERRADA
               SET PERIODO-CERRADO TO TRUE
           END-IF.
       1710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1790-GRABAR-INICIO                                        *
      * Graba la ejecucion siguiente del periodo: en curso si se  *
      * autoriza y rechazada, con codigo de retorno 8, si no. Si  *
      * no se puede grabar, la ejecucion tampoco se autoriza.     *
      *----------------------------------------------------------*
       1790-GRABAR-INICIO.
           MOVE SPACES TO CONTROL-EJECUCION-RECORD.
           COMPUTE CONTROL-EJECUCION = CONTROL-EJECUCION + 1.
           MOVE CONTROL-PROGRAMA  TO CE-PROGRAMA.
           MOVE CONTROL-PERIODO   TO CE-PERIODO.
           MOVE CONTROL-EJECUCION TO CE-EJECUCION.
           ACCEPT CE-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT CE-HORA-INICIO FROM TIME.
           MOVE ZERO TO CE-FECHA-FIN.
           MOVE ZERO TO CE-HORA-FIN.
           MOVE ZERO TO CE-LEIDOS.
           MOVE ZERO TO CE-GRABADOS.
           MOVE SW-REEJECUCION TO CE-REEJECUCION.
           IF EJECUCION-AUTORIZADA
               SET CE-EN-CURSO TO TRUE
               MOVE ZERO TO CE-RETURN-CODE
           ELSE
               SET CE-RECHAZADA TO TRUE
               MOVE CE-FECHA-INICIO TO CE-FECHA-FIN
               MOVE CE-HORA-INICIO  TO CE-HORA-FIN
               MOVE 8 TO CE-RETURN-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CONTROL-EJECUCION-RECORD
               INVALID KEY
                   DISPLAY "Rechazado: no se pudo registrar la "
                           "ejecucion en el control (CTRLEJEC), "
                           "estado " CONTROL-EJECUCION-STATUS
                   MOVE "N" TO SW-EJECUCION-AUTORIZADA
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
       1790-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1800-REVISAR-SESIONES                                     *
      * Procedimiento de recuperacion del control de sesiones:    *
      * una sesion de un dia anterior que quedo sin terminar (se  *
      * abandono o se corto) o que fallo despues de cancelar      *
      * algun prestamo impide el extracto contable del mes        *
      * (ASIENTOS). El supervisor revisa sus cancelaciones en     *
      * LOANMAST y en el fichero de liquidaciones y, si estan     *
      * completas, la da por terminada: queda cerrada en CTRLEJEC *
      * y el cambio se anota en el log de auditoria.              *
      *----------------------------------------------------------*
       1800-REVISAR-SESIONES.
           OPEN I-O CONTROL-EJECUCION-FILE.
           IF NOT CONTROL-EJECUCION-OK
               DISPLAY "Aviso: no se pudo abrir el control de "
                       "ejecuciones (CTRLEJEC), estado "
                       CONTROL-EJECUCION-STATUS
               GO TO 1800-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CONTROL.
           MOVE CONTROL-PROGRAMA TO CE-PROGRAMA.
           MOVE ZERO             TO CE-PERIODO.
           MOVE ZERO             TO CE-EJECUCION.
           START CONTROL-EJECUCION-FILE
               KEY IS NOT LESS THAN CE-CLAVE
               INVALID KEY
                   SET FIN-CONTROL TO TRUE
           END-START.
           PERFORM 1810-REVISAR-SESION THRU 1810-EXIT
               UNTIL FIN-CONTROL.
           CLOSE CONTROL-EJECUCION-FILE.
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1810-REVISAR-SESION                                       *
      * Lee la siguiente sesion de CANCELACION anterior a hoy y,  *
      * si esta pendiente, pide al supervisor que la de por       *
      * terminada.                                                *
      *----------------------------------------------------------*
       1810-REVISAR-SESION.
           READ CONTROL-EJECUCION-FILE NEXT RECORD
               AT END
                   SET FIN-CONTROL TO TRUE
                   GO TO 1810-EXIT
           END-READ.
           IF CE-PROGRAMA NOT = CONTROL-PROGRAMA
                   OR CE-PERIODO NOT < CONTROL-PERIODO
               SET FIN-CONTROL TO TRUE
               GO TO 1810-EXIT
           END-IF.
           IF NOT CE-EN-CURSO
                   AND NOT (CE-FALLIDA AND CE-GRABADOS > ZERO)
               GO TO 1810-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "Sesion de cancelacion pendiente del dia "
                   CE-PERIODO " (numero " CE-EJECUCION
                   ", estado " CE-ESTADO ", iniciada a las "
                   CE-HORA-INICIO (1:6) ", prestamos cancelados "
                   CE-GRABADOS ")".
           DISPLAY "Revise sus cancelaciones en LOANMAST y en el "
                   "fichero de liquidaciones".
           DISPLAY "Dar la sesion por terminada (S/N)".
           ACCEPT CONFIRMA-CANCELACION.
           IF NOT CANCELACION-CONFIRMADA
               GO TO 1810-EXIT
           END-IF.
           MOVE "ESTADO"         TO AU-ACCION.
           MOVE ZERO             TO AU-LOAN-ID.
           MOVE ZERO             TO AU-CLIENTE.
           MOVE SPACES           TO AU-USUARIO.
           MOVE "SESION CONTROL" TO AU-CAMPO.
           MOVE SPACES           TO AU-VALOR-ANTES.
           STRING CE-PERIODO " " CE-EJECUCION " " CE-ESTADO
               DELIMITED BY SIZE INTO AU-VALOR-ANTES.
           SET CE-CERRADA TO TRUE.
           ACCEPT CE-FECHA-FIN FROM DATE YYYYMMDD.
           ACCEPT CE-HORA-FIN FROM TIME.
           REWRITE CONTROL-EJECUCION-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo cerrar la sesion en el "
                           "control (CTRLEJEC), estado "
                           CONTROL-EJECUCION-STATUS
                   GO TO 1810-EXIT
           END-REWRITE.
           MOVE SPACES           TO AU-VALOR-DESPUES.
           STRING CE-PERIODO " " CE-EJECUCION " " CE-ESTADO
               DELIMITED BY SIZE INTO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           DISPLAY "Sesion " CE-EJECUCION " del dia " CE-PERIODO
                   " dada por terminada".
       1810-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-TRATAR-PRESTAMO                                      *
      * Pide el prestamo y la fecha valor, calcula y muestra la   *
      *----------------------------------------------------------*
      * 4000-APLICAR-CANCELACION                                  *
      * Aplica la cancelacion confirmada: anula las cuotas        *
      * pendientes del cuadro, graba la liquidacion en LIQCANC,   *
      * marca el prestamo como cancelado en LOAN-MASTER y anota   *
      * la cancelacion en el log de auditoria.                    *
      *----------------------------------------------------------*
       4000-APLICAR-CANCELACION.
           MOVE ZERO TO CUOTAS-ANULADAS.
               NOT INVALID KEY
                   DISPLAY "Prestamo " LM-LOAN-ID " cancelado ("
                           CUOTAS-ANULADAS " cuotas anuladas)"
                   PERFORM 4300-AUDITAR-CANCELACION THRU 4300-EXIT
           END-REWRITE.
           COMPUTE PRESTAMOS-CANCELADOS = PRESTAMOS-CANCELADOS + 1.
       4000-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4300-AUDITAR-CANCELACION                                  *
      * Anota en el log de auditoria la cancelacion aplicada: el  *
      * estado del prestamo, las cuotas pendientes anuladas, la   *
      * fecha valor y el importe total de la liquidacion.         *
      *----------------------------------------------------------*
       4300-AUDITAR-CANCELACION.
           MOVE "CANCELACION"     TO AU-ACCION.
           MOVE LM-LOAN-ID        TO AU-LOAN-ID.
           MOVE LM-CLIENTE        TO AU-CLIENTE.
           MOVE SPACES            TO AU-USUARIO.
           MOVE "ESTADO"          TO AU-CAMPO.
           MOVE "A"               TO AU-VALOR-ANTES.
           MOVE LM-ESTADO         TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "CUOTAS PEND."    TO AU-CAMPO.
           MOVE CUOTAS-ANULADAS   TO AU-VALOR-ANTES.
           MOVE "000"             TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "FECHA VALOR"     TO AU-CAMPO.
           MOVE SPACES            TO AU-VALOR-ANTES.
           MOVE FECHA-VALOR       TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "LIQUIDACION"     TO AU-CAMPO.
           MOVE SPACES            TO AU-VALOR-ANTES.
           MOVE TOTAL-LIQUIDACION TO IMPORTE-EDITADO.
           MOVE IMPORTE-EDITADO   TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8200-DIAS-ENTRE-FECHAS                                    *
      * Calcula en DIAS-ENTRE los dias naturales entre            *
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
           MOVE "CANCELACION"        TO AU-PROGRAMA.
           WRITE AUDIT-LOG-RECORD FROM AUDITORIA-LINEA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8900-CONTROL-FIN                                          *
      * Cierra en el control de ejecuciones la ejecucion          *
      * registrada al arrancar, con la fecha y hora de fin, los   *
      * contadores y el codigo de retorno: cerrada si es menor    *
      * que 8 y fallida si no.                                    *
      *----------------------------------------------------------*
       8900-CONTROL-FIN.
           OPEN I-O CONTROL-EJECUCION-FILE.
           IF NOT CONTROL-EJECUCION-OK
               DISPLAY "Aviso: no se pudo abrir el control de "
                       "ejecuciones (CTRLEJEC), estado "
                       CONTROL-EJECUCION-STATUS
               GO TO 8900-EXIT
           END-IF.
           MOVE CONTROL-PROGRAMA  TO CE-PROGRAMA.
           MOVE CONTROL-PERIODO   TO CE-PERIODO.
           MOVE CONTROL-EJECUCION TO CE-EJECUCION.
           READ CONTROL-EJECUCION-FILE
               INVALID KEY
                   DISPLAY "Aviso: la ejecucion " CONTROL-EJECUCION
                           " no esta en el control (CTRLEJEC)"
                   CLOSE CONTROL-EJECUCION-FILE
                   GO TO 8900-EXIT
           END-READ.
           ACCEPT CE-FECHA-FIN FROM DATE YYYYMMDD.
           ACCEPT CE-HORA-FIN FROM TIME.
           MOVE ZERO TO CE-LEIDOS.
           MOVE PRESTAMOS-CANCELADOS TO CE-GRABADOS.
           MOVE RETURN-CODE TO CE-RETURN-CODE.
           IF RETURN-CODE < 8
               SET CE-CERRADA TO TRUE
           ELSE
               SET CE-FALLIDA TO TRUE
           END-IF.
           REWRITE CONTROL-EJECUCION-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo cerrar la ejecucion "
                           "en el control (CTRLEJEC), estado "
                           CONTROL-EJECUCION-STATUS
           END-REWRITE.
           CLOSE CONTROL-EJECUCION-FILE.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros y muestra el total de la sesion.      *
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE LIQUIDACION-FILE.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Prestamos cancelados en la sesion: "
                   PRESTAMOS-CANCELADOS.
       9000-EXIT.
