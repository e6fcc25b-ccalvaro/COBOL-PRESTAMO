      *                leen de el (y se ecoan en el informe de    *
      *                control); sin fichero se pregunta por      *
      *                consola como siempre.                      *
      * 15/10/2026 AC  Cada operacion admite una garantia         *
      *                hipotecaria (referencia del inmueble,      *
      *                valor y fecha de tasacion y rango),        *
      *                tecleada o leida del batch, que se graba   *
      *                en el nuevo fichero GARANTIA; se rechazan  *
      *                las operaciones cuyo LTV supere el maximo  *
      *                de PRESTPAR (80% por defecto), con motivo  *
      *                08 en PRESTERR.                            *
      * 15/10/2026 AC  Los prestamos nacen pendientes de          *
      *                aprobacion (LM-ESTADO S) y se graba su     *
      *                solicitud en SOLICIT, con el analisis de   *
      *                solvencia (cuota nueva mas las de los      *
      *                demas prestamos activos del cliente sobre  *
      *                sus ingresos mensuales) y el nivel de      *
      *                aprobacion por importe, con los limites    *
      *                leidos de APROBPAR.                        *
      * 15/10/2026 AC  Control de ejecuciones: el modo batch se   *
      *                registra en CTRLEJEC y no se repite en una *
      *                fecha con un batch ya cerrado salvo        *
      *                reejecucion pedida en PRESTPAR.            *
      * 15/10/2026 AC  El modo interactivo exige operador y       *
      *                contrasena (USUARIOS), con rol de empleado *
      *                o supervisor. La linea de auditoria pasa   *
      *                al formato comun de PRESTAUD: una linea    *
      *                por dato del alta con el operador (BATCH   *
      *                en el modo batch), solo si el prestamo se  *
      *                grabo.                                     *
      * 15/10/2026 AC  Los limites de APROBPAR que no son         *
      *                numericos o vienen a cero conservan el     *
      *                limite por defecto.                        *
      * 15/10/2026 AC  La garantia y la solicitud solo se graban  *
      *                si se grabo el prestamo; si la solicitud   *
      *                no se puede grabar el prestamo queda       *
      *                denegado, cuenta como rechazado y el       *
      *                codigo de retorno es 8.                    *
      * 15/10/2026 AC  El control de ejecuciones CTRLEJEC solo se *
      *                crea si no existe; si no se puede abrir o  *
      *                no se puede registrar la ejecucion, esta   *
      *                se rechaza con codigo de retorno 8. Los    *
      *                ficheros y el informe PRESTIMP se abren    *
      *                despues de identificar al operador o de    *
      *                autorizar el batch. Nuevo motivo 09 cuando *
      *                faltan datos de la garantia.               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.

           SELECT USUARIO-FILE ASSIGN TO "USUARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-OPERADOR
               FILE STATUS IS USUARIO-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "PRESTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

           SELECT GARANTIA-FILE ASSIGN TO "GARANTIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CLAVE
               FILE STATUS IS GARANTIA-STATUS.

           SELECT SOLICITUD-FILE ASSIGN TO "SOLICIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-LOAN-ID
               FILE STATUS IS SOLICITUD-STATUS.

           SELECT APROB-PARAM-FILE ASSIGN TO "APROBPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APROB-PARAM-STATUS.

           SELECT CONTROL-EJECUCION-FILE ASSIGN TO "CTRLEJEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CLAVE
               ALTERNATE RECORD KEY IS CE-FECHA-INICIO
                   WITH DUPLICATES
               FILE STATUS IS CONTROL-EJECUCION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           05  BI-GASTOS               PIC 9(05)V99.
           05  BI-FECHA-PRIMER-VTO     PIC 9(08).
      *----------------------------------------------------------*
      * Garantia hipotecaria de la operacion (valor de tasacion   *
      * a cero si no tiene garantia real).                        *
      *----------------------------------------------------------*
           05  BI-VALOR-TASACION       PIC 9(09)V99.
           05  BI-REF-INMUEBLE         PIC X(20).
           05  BI-FECHA-TASACION       PIC 9(08).
           05  BI-RANGO                PIC 9(01).
      *----------------------------------------------------------*
      * Relleno que absorbe el codigo de motivo cuando se        *
      * reprocesa PRESTERR como fichero de entrada.              *
      *----------------------------------------------------------*
           05  ER-COMISION             PIC 9V99.
           05  ER-GASTOS               PIC 9(05)V99.
           05  ER-FECHA-PRIMER-VTO     PIC 9(08).
           05  ER-VALOR-TASACION       PIC 9(09)V99.
           05  ER-REF-INMUEBLE         PIC X(20).
           05  ER-FECHA-TASACION       PIC 9(08).
           05  ER-RANGO                PIC 9(01).
           05  ER-MOTIVO               PIC X(02).

       FD  RESTART-FILE.
       FD  CSV-FILE.
       01  CSV-RECORD                  PIC X(80).

       FD  USUARIO-FILE.
       COPY USUARIOS.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(184).

      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: modo de           *
      * ejecucion, exportacion CSV, sistema de amortizacion,      *
      * tipo de arranque del batch y LTV maximo admitido (en      *
      * blanco o a cero se aplica el LTV maximo por defecto).     *
      * PA-REEJECUCION (S) repite un periodo ya cerrado en el     *
      * control de ejecuciones (CTRLEJEC).                        *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-EXPORTAR-CSV         PIC X(01).
           05  PA-METODO               PIC X(01).
           05  PA-ARRANQUE             PIC X(01).
           05  PA-LTV-MAXIMO           PIC 999V99.
           05  PA-REEJECUCION          PIC X(01).

       FD  GARANTIA-FILE.
       COPY GARANTIA.

       FD  SOLICITUD-FILE.
       COPY SOLICIT.

      *----------------------------------------------------------*
      * Limites de aprobacion: importe maximo que aprueba cada    *
      * nivel (por encima del nivel 2 aprueba el nivel 3) y       *
      * esfuerzo maximo sobre los ingresos del cliente, en %.     *
      *----------------------------------------------------------*
       FD  APROB-PARAM-FILE.
       01  APROB-PARAM-RECORD.
           05  AP-LIMITE-NIVEL-1       PIC 9(07)V99.
           05  AP-LIMITE-NIVEL-2       PIC 9(07)V99.
           05  AP-ESFUERZO-MAXIMO      PIC 99V99.

       FD  CONTROL-EJECUCION-FILE.
       COPY CTRLEJEC.

       LOCAL-STORAGE SECTION.
       01  PRESTADO PIC 9(07)V99.
       01  SW-SOLO-FLUJOS             PIC X VALUE "N".
           88  SOLO-FLUJOS            VALUE "S".

      *----------------------------------------------------------*
      * Garantia hipotecaria de la operacion y control del LTV    *
      * (importe prestado sobre valor de tasacion, en %).         *
      *----------------------------------------------------------*
       01  VALOR-TASACION             PIC 9(09)V99 VALUE 0.
       01  REF-INMUEBLE               PIC X(20).
       01  FECHA-TASACION             PIC 9(08) VALUE 0.
       01  RANGO-HIPOTECA             PIC 9(01) VALUE 0.
       01  LTV-CALCULADO              PIC 9(05)V99 VALUE 0.
       01  LTV-MAXIMO                 PIC 999V99 VALUE 80,00.
       01  GARANTIA-STATUS            PIC XX.
           88  GARANTIA-OK            VALUE "00".

      *----------------------------------------------------------*
      * Analisis de solvencia y nivel de aprobacion de la         *
      * solicitud (limites por defecto si no existe APROBPAR).    *
      *----------------------------------------------------------*
       01  LIMITE-NIVEL-1             PIC 9(07)V99 VALUE 60000,00.
       01  LIMITE-NIVEL-2             PIC 9(07)V99 VALUE 300000,00.
       01  ESFUERZO-MAXIMO            PIC 99V99 VALUE 40,00.
       01  CUOTAS-OTRAS               PIC 9(07)V99 VALUE 0.
       01  INGRESOS-CLIENTE           PIC 9(07)V99 VALUE 0.
       01  ESFUERZO-CALCULADO         PIC 999V99 VALUE 0.
       01  NIVEL-APROBACION           PIC 9(01) VALUE 0.
       01  SW-SUPERA-ESFUERZO         PIC X VALUE "N".
           88  SUPERA-ESFUERZO        VALUE "S".
       01  SW-FIN-OTROS-PRESTAMOS     PIC X VALUE "N".
           88  FIN-OTROS-PRESTAMOS    VALUE "S".
       01  SOLICITUD-STATUS           PIC XX.
           88  SOLICITUD-OK           VALUE "00".
       01  APROB-PARAM-STATUS         PIC XX.
           88  APROB-PARAM-OK         VALUE "00".
       01  SOLICITUDES-SOBRE-ESFUERZO PIC 9(07) VALUE 0.

      *----------------------------------------------------------*
      * Area de trabajo del calculo de la TAE: flujos de caja     *
      * del cuadro (una cuota por plazo, mas la amortizacion      *
      * 01 importe cero, 02 interes cero, 03 interes sobre el     *
      * maximo, 04 plazo cero, 05 cliente inexistente o cero,     *
      * 06 plazo sobre el maximo, 07 fecha de primer              *
      * vencimiento no valida, 08 LTV sobre el maximo, 09 faltan  *
      * datos de la garantia (referencia del inmueble, fecha de   *
      * tasacion o rango).                                        *
      *----------------------------------------------------------*
       01  MOTIVO-RECHAZO             PIC X(02).
           88  MOTIVO-IMPORTE-CERO    VALUE "01".
           88  MOTIVO-CLIENTE         VALUE "05".
           88  MOTIVO-PLAZO-MAXIMO    VALUE "06".
           88  MOTIVO-FECHA-VTO       VALUE "07".
           88  MOTIVO-LTV-MAXIMO      VALUE "08".
           88  MOTIVO-DATOS-GARANTIA  VALUE "09".
           88  MOTIVO-SIN-ASIGNAR     VALUE SPACES.
       01  MODO-ARRANQUE              PIC X.
           88  ARRANQUE-RESTART       VALUE "R" "r".
       01  PLAZO-RESTANTE             PIC 999.
       01  AUDIT-LOG-STATUS           PIC XX.
           88  AUDIT-LOG-OK           VALUE "00".
       01  USUARIO-STATUS             PIC XX.
           88  USUARIO-OK             VALUE "00".
       01  SW-ACCESO-AUTORIZADO       PIC X VALUE "N".
           88  ACCESO-AUTORIZADO      VALUE "S".
       01  OPERADOR                   PIC X(08) VALUE "BATCH".
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
       01  SW-PRESTAMO-GRABADO        PIC X VALUE "N".
           88  PRESTAMO-GRABADO       VALUE "S".
       01  SW-SOLICITUD-FALLIDA       PIC X VALUE "N".
           88  SOLICITUD-FALLIDA      VALUE "S".
       01  SW-FICHEROS-ABIERTOS       PIC X VALUE "N".
           88  FICHEROS-ABIERTOS      VALUE "S".
       01  PARAM-STATUS               PIC XX.
           88  PARAM-OK               VALUE "00".
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
       01  CONTROL-PROGRAMA           PIC X(16)
               VALUE "PRESTAMO-FRANCES".
       01  CONTROL-PERIODO            PIC 9(08).
       01  CONTROL-EJECUCION          PIC 9(03).
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".

           05  FILLER                 PIC X(10)
               VALUE " ARRANQUE=".
           05  LPA-ARRANQUE           PIC X(01).
           05  FILLER                 PIC X(05) VALUE " LTV=".
           05  LPA-LTV-MAXIMO         PIC ZZ9,99.

       01  LINEA-LIMITES.
           05  FILLER                 PIC X(19)
               VALUE "LIMITES (APROBPAR):".
           05  FILLER                 PIC X(08) VALUE " NIVEL1=".
           05  LLI-NIVEL-1            PIC Z(06)9,99.
           05  FILLER                 PIC X(08) VALUE " NIVEL2=".
           05  LLI-NIVEL-2            PIC Z(06)9,99.
           05  FILLER                 PIC X(10)
               VALUE " ESFUERZO=".
           05  LLI-ESFUERZO           PIC Z9,99.

       01  HORA-AUDITORIA             PIC 9(08).
       01  VALOR-AUDITORIA            PIC Z(08)9,99.
       01  INTERES-EDITADO            PIC Z9,99.
       01  PLAZO-EDITADO              PIC ZZ9.
       COPY PRESTAUD.

       01  CSV-CABECERA-LINE.
           05  FILLER                 PIC X(30)
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-SELECCIONAR-MODO THRU 2000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Abre los ficheros necesarios para la ejecucion y ecoa en  *
      * el informe los parametros y los limites aplicados. Solo   *
      * se llama con el operador ya identificado (interactivo) o  *
      * con la ejecucion autorizada por el control (batch), para  *
      * que una ejecucion rechazada no toque ningun fichero.      *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               CLOSE LOAN-MASTER-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           OPEN I-O GARANTIA-FILE.
           IF NOT GARANTIA-OK
               CLOSE GARANTIA-FILE
               OPEN OUTPUT GARANTIA-FILE
               CLOSE GARANTIA-FILE
               OPEN I-O GARANTIA-FILE
           END-IF.
           OPEN I-O SOLICITUD-FILE.
           IF NOT SOLICITUD-OK
               CLOSE SOLICITUD-FILE
               OPEN OUTPUT SOLICITUD-FILE
               CLOSE SOLICITUD-FILE
               OPEN I-O SOLICITUD-FILE
           END-IF.
           SET FICHEROS-ABIERTOS TO TRUE.
           IF PARAMETROS-LEIDOS
               WRITE PRINT-RECORD FROM LINEA-PARAMETROS
           END-IF.
           WRITE PRINT-RECORD FROM LINEA-LIMITES.
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
      * Registra el arranque del batch en el control de           *
      * ejecuciones (CTRLEJEC) para la fecha del dia. Rechaza la  *
      * ejecucion si la fecha ya tiene un batch cerrado y no se   *
      * pide la reejecucion en PRESTPAR; la ejecucion rechazada   *
      * tambien queda registrada. Un rearranque tras un batch     *
      * fallido no se rechaza.                                    *
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
           IF PERIODO-CERRADO
               IF REEJECUCION-PEDIDA
                   DISPLAY "Reejecucion del periodo " CONTROL-PERIODO
                           " pedida en los parametros"
               ELSE
                   DISPLAY "Rechazado: el periodo " CONTROL-PERIODO
                           " ya tiene una ejecucion cerrada de "
                           CONTROL-PROGRAMA
                   DISPLAY "Para repetirla pida la reejecucion en "
                           "los parametros"
                   MOVE "N" TO SW-EJECUCION-AUTORIZADA
               END-IF
           END-IF.
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
      * 2000-SELECCIONAR-MODO                                     *
      * Pregunta el modo de ejecucion y lo encamina a interactivo *
      * o a batch. El modo interactivo exige identificar antes al *
      * operador (empleado o supervisor); el batch se anota en la *
      * auditoria con el operador BATCH. Los ficheros se abren    *
      * despues de identificar al operador o de autorizar el      *
      * batch en el control de ejecuciones.                       *
      *----------------------------------------------------------*
       2000-SELECCIONAR-MODO.
           DISPLAY "Calculo de la cuota de un prestamo frances".
           PERFORM 2500-LEER-PARAMETROS THRU 2500-EXIT.
           PERFORM 2600-LEER-LIMITES THRU 2600-EXIT.
           IF PARAMETROS-LEIDOS
               MOVE PA-MODO         TO MODO-EJECUCION
               MOVE PA-EXPORTAR-CSV TO SW-EXPORTAR-CSV
           IF MODO-ES-BATCH
               PERFORM 3000-MODO-BATCH THRU 3000-EXIT
           ELSE
               PERFORM 1200-IDENTIFICAR-OPERADOR THRU 1200-EXIT
               IF ACCESO-AUTORIZADO
                       AND NOT OPERADOR-EMPLEADO
                       AND NOT OPERADOR-SUPERVISOR
                   DISPLAY "El rol del operador no permite dar de "
                           "alta prestamos, fin del programa"
                   MOVE "N" TO SW-ACCESO-AUTORIZADO
               END-IF
               IF ACCESO-AUTORIZADO
                   PERFORM 1000-INICIALIZAR THRU 1000-EXIT
                   PERFORM 5000-MODO-INTERACTIVO THRU 5000-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
                   MOVE PA-EXPORTAR-CSV TO LPA-CSV
                   MOVE PA-METODO       TO LPA-METODO
                   MOVE PA-ARRANQUE     TO LPA-ARRANQUE
                   MOVE PA-REEJECUCION  TO SW-REEJECUCION
                   IF PA-LTV-MAXIMO IS NUMERIC
                           AND PA-LTV-MAXIMO > ZERO
                       MOVE PA-LTV-MAXIMO TO LTV-MAXIMO
                   END-IF
                   MOVE LTV-MAXIMO      TO LPA-LTV-MAXIMO
                   DISPLAY LINEA-PARAMETROS
           END-READ.
           CLOSE PARAM-FILE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2600-LEER-LIMITES                                         *
      * Lee de APROBPAR los importes maximos de cada nivel de     *
      * aprobacion y el esfuerzo maximo admitido; si no existe    *
      * el fichero se aplican los limites por defecto, y lo mismo *
      * para cada importe que no sea numerico o venga a cero. Los *
      * limites aplicados se ecoan en el informe.                 *
      *----------------------------------------------------------*
       2600-LEER-LIMITES.
           OPEN INPUT APROB-PARAM-FILE.
           IF NOT APROB-PARAM-OK
               DISPLAY "No hay fichero de limites de aprobacion "
                       "(APROBPAR), se aplican los limites por "
                       "defecto"
           ELSE
               READ APROB-PARAM-FILE
                   AT END
                       DISPLAY "Aviso: el fichero de limites "
                               "(APROBPAR) esta vacio, se aplican "
                               "los limites por defecto"
                   NOT AT END
                       IF AP-LIMITE-NIVEL-1 IS NUMERIC
                               AND AP-LIMITE-NIVEL-1 > ZERO
                           MOVE AP-LIMITE-NIVEL-1 TO LIMITE-NIVEL-1
                       END-IF
                       IF AP-LIMITE-NIVEL-2 IS NUMERIC
                               AND AP-LIMITE-NIVEL-2 > ZERO
                           MOVE AP-LIMITE-NIVEL-2 TO LIMITE-NIVEL-2
                       END-IF
                       IF AP-ESFUERZO-MAXIMO IS NUMERIC
                               AND AP-ESFUERZO-MAXIMO > ZERO
                           MOVE AP-ESFUERZO-MAXIMO
                               TO ESFUERZO-MAXIMO
                       END-IF
               END-READ
               CLOSE APROB-PARAM-FILE
           END-IF.
           MOVE LIMITE-NIVEL-1  TO LLI-NIVEL-1.
           MOVE LIMITE-NIVEL-2  TO LLI-NIVEL-2.
           MOVE ESFUERZO-MAXIMO TO LLI-ESFUERZO.
           DISPLAY LINEA-LIMITES.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-MODO-BATCH                                           *
      * Recorre BATCH-INPUT-FILE calculando un prestamo por cada  *
      * registro leido, para procesar una cartera completa sin    *
      * intervencion manual. Los ficheros no se abren hasta que   *
      * el control de ejecuciones autoriza el batch.              *
      *----------------------------------------------------------*
       3000-MODO-BATCH.
           IF PARAMETROS-LEIDOS
                       "(R)earranque desde el ultimo checkpoint"
               ACCEPT MODO-ARRANQUE
           END-IF.
           ACCEPT CONTROL-PERIODO FROM DATE YYYYMMDD.
           PERFORM 1700-CONTROL-INICIO THRU 1700-EXIT.
           IF NOT EJECUCION-AUTORIZADA
               GO TO 3000-EXIT
           END-IF.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF ARRANQUE-RESTART
               PERFORM 3200-LEER-CHECKPOINT THRU 3200-EXIT
           END-IF.
               PERFORM 3300-CERRAR-CHECKPOINT THRU 3300-EXIT
               PERFORM 3400-INFORME-CONTROL THRU 3400-EXIT
           END-IF.
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT.
       3000-EXIT.
           EXIT.

           MOVE BI-COMISION     TO COMISION-PCT.
           MOVE BI-GASTOS       TO GASTOS-FIJOS.
           MOVE BI-FECHA-PRIMER-VTO TO FECHA-PRIMER-VTO.
           MOVE BI-VALOR-TASACION   TO VALOR-TASACION.
           MOVE BI-REF-INMUEBLE     TO REF-INMUEBLE.
           MOVE BI-FECHA-TASACION   TO FECHA-TASACION.
           MOVE BI-RANGO            TO RANGO-HIPOTECA.
           PERFORM 5050-VALIDAR-ENTRADA THRU 5050-EXIT.
           IF DATOS-VALIDOS
               PERFORM 5010-CALCULAR-PRESTAMO THRU 5010-EXIT
               IF SOLICITUD-FALLIDA
                   COMPUTE REGISTROS-RECHAZADOS =
                       REGISTROS-RECHAZADOS + 1
               ELSE
                   COMPUTE PRESTAMOS-CALCULADOS =
                       PRESTAMOS-CALCULADOS + 1
               END-IF
           ELSE
               DISPLAY "Aviso: registro de batch rechazado "
                       "(PRESTADO=" BI-PRESTADO
           MOVE REGISTROS-RECHAZADOS TO LCT-VALOR.
           WRITE PRINT-RECORD FROM LINEA-CONTROL.
           DISPLAY LINEA-CONTROL.
           MOVE "SOLICITUDES SOBRE ESFUERZO MAX.:" TO LCT-TEXTO.
           MOVE SOLICITUDES-SOBRE-ESFUERZO TO LCT-VALOR.
           WRITE PRINT-RECORD FROM LINEA-CONTROL.
           DISPLAY LINEA-CONTROL.
           IF REGISTROS-RECHAZADOS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3400-EXIT.
           MOVE BI-COMISION    TO ER-COMISION.
           MOVE BI-GASTOS      TO ER-GASTOS.
           MOVE BI-FECHA-PRIMER-VTO TO ER-FECHA-PRIMER-VTO.
           MOVE BI-VALOR-TASACION TO ER-VALOR-TASACION.
           MOVE BI-REF-INMUEBLE   TO ER-REF-INMUEBLE.
           MOVE BI-FECHA-TASACION TO ER-FECHA-TASACION.
           MOVE BI-RANGO          TO ER-RANGO.
           MOVE MOTIVO-RECHAZO TO ER-MOTIVO.
           WRITE ERROR-RECORD.
       3500-EXIT.
           DISPLAY "Fecha del primer vencimiento (AAAAMMDD, 0 para "
                   "un mes despues del alta)".
           ACCEPT FECHA-PRIMER-VTO.
           DISPLAY "Valor de tasacion de la garantia hipotecaria "
                   "(0 si no hay garantia real)".
           ACCEPT VALOR-TASACION.
           IF VALOR-TASACION > ZERO
               DISPLAY "Referencia del inmueble (catastral o "
                       "registral, hasta 20 caracteres)"
               ACCEPT REF-INMUEBLE
               DISPLAY "Fecha de tasacion (AAAAMMDD)"
               ACCEPT FECHA-TASACION
               DISPLAY "Rango de la hipoteca (1 primera, 2 "
                       "segunda...)"
               ACCEPT RANGO-HIPOTECA
           ELSE
               MOVE SPACES TO REF-INMUEBLE
               MOVE ZERO TO FECHA-TASACION
               MOVE ZERO TO RANGO-HIPOTECA
           END-IF.
           PERFORM 5050-VALIDAR-ENTRADA THRU 5050-EXIT.
           IF DATOS-VALIDOS
               PERFORM 5060-PEDIR-AMORT-EXTRA THRU 5060-EXIT
           IF EXPORTAR-CSV
               PERFORM 6390-CERRAR-CSV THRU 6390-EXIT
           END-IF.
           PERFORM 5970-ANALIZAR-SOLVENCIA THRU 5970-EXIT.
           PERFORM 5900-GRABAR-PRESTAMO THRU 5900-EXIT.
           PERFORM 5960-GRABAR-GARANTIA THRU 5960-EXIT.
           PERFORM 5980-GRABAR-SOLICITUD THRU 5980-EXIT.
           PERFORM 5950-REGISTRAR-AUDITORIA THRU 5950-EXIT.
       5010-EXIT.
           EXIT.
                   END-IF
               END-IF
           END-IF.
      *----------------------------------------------------------*
      * Con garantia hipotecaria, el importe prestado no puede    *
      * superar el LTV maximo sobre el valor de tasacion; sin     *
      * garantia real (tasacion a cero) no se aplica.             *
      *----------------------------------------------------------*
           IF VALOR-TASACION > ZERO
               IF REF-INMUEBLE = SPACES OR FECHA-TASACION = ZERO
                       OR RANGO-HIPOTECA = ZERO
                   DISPLAY "Error: faltan la referencia del "
                           "inmueble, la fecha de tasacion o el "
                           "rango de la hipoteca"
                   MOVE "N" TO SW-DATOS-VALIDOS
                   IF MOTIVO-SIN-ASIGNAR
                       SET MOTIVO-DATOS-GARANTIA TO TRUE
                   END-IF
               END-IF
               COMPUTE LTV-CALCULADO ROUNDED =
                   PRESTADO * 100 / VALOR-TASACION
                   ON SIZE ERROR
                       MOVE 99999,99 TO LTV-CALCULADO
               END-COMPUTE
               IF LTV-CALCULADO > LTV-MAXIMO
                   DISPLAY "Error: el LTV de la operacion ("
                           LTV-CALCULADO "%) supera el maximo "
                           "admitido (" LTV-MAXIMO "%)"
                   MOVE "N" TO SW-DATOS-VALIDOS
                   IF MOTIVO-SIN-ASIGNAR
                       SET MOTIVO-LTV-MAXIMO TO TRUE
                   END-IF
               END-IF
           END-IF.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5900-GRABAR-PRESTAMO                                      *
      * Da de alta el prestamo calculado en LOAN-MASTER, con un   *
      * identificador basado en la fecha y hora de alta. El       *
      * prestamo nace pendiente de aprobacion y no pasa a activo  *
      * hasta que se aprueba su solicitud (APROBACION).           *
      *----------------------------------------------------------*
       5900-GRABAR-PRESTAMO.
           MOVE SPACES              TO LOAN-MASTER-RECORD.
           MOVE MENSUAL             TO LM-MENSUAL.
           MOVE WS-FECHA-ALTA       TO LM-FECHA-ALTA.
           MOVE METODO-AMORTIZACION TO LM-METODO.
           SET LM-PENDIENTE-APROB   TO TRUE.
           MOVE CLIENTE             TO LM-CLIENTE.
           MOVE TIPO-INTERES        TO LM-TIPO-INTERES.
           IF LM-TIPO-VARIABLE
           MOVE FECHA-PRIMER-VTO    TO LM-FECHA-PRIMER-VTO.
           MOVE COMISION-PCT        TO LM-COMISION.
           MOVE GASTOS-FIJOS        TO LM-GASTOS.
           MOVE "N" TO SW-PRESTAMO-GRABADO.
           MOVE "N" TO SW-SOLICITUD-FALLIDA.
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo grabar el prestamo "
                           LM-LOAN-ID " en LOAN-MASTER"
               NOT INVALID KEY
                   SET PRESTAMO-GRABADO TO TRUE
           END-WRITE.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5950-REGISTRAR-AUDITORIA                                  *
      * Anota en el log de auditoria (PRESTAUD) el alta del       *
      * prestamo grabado, con el operador que lo calculo (BATCH   *
      * en el modo batch) y los datos de entrada y salida, para   *
      * poder resolver reclamaciones sobre lo calculado.          *
      *----------------------------------------------------------*
       5950-REGISTRAR-AUDITORIA.
           IF NOT PRESTAMO-GRABADO
               GO TO 5950-EXIT
           END-IF.
           MOVE "ALTA"               TO AU-ACCION.
           MOVE WS-LOAN-ID           TO AU-LOAN-ID.
           MOVE CLIENTE              TO AU-CLIENTE.
           MOVE SPACES               TO AU-USUARIO.
           MOVE SPACES               TO AU-VALOR-ANTES.
           MOVE "PRESTADO"           TO AU-CAMPO.
           MOVE PRESTADO             TO VALOR-AUDITORIA.
           MOVE VALOR-AUDITORIA      TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "INTERES"            TO AU-CAMPO.
           MOVE INTERES              TO INTERES-EDITADO.
           MOVE INTERES-EDITADO      TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "PLAZO"              TO AU-CAMPO.
           MOVE PLAZO-M              TO PLAZO-EDITADO.
           MOVE PLAZO-EDITADO        TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "CUOTA"              TO AU-CAMPO.
           MOVE MENSUAL              TO VALOR-AUDITORIA.
           MOVE VALOR-AUDITORIA      TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "TAE"                TO AU-CAMPO.
           MOVE TAE-CALCULADA        TO INTERES-EDITADO.
           MOVE INTERES-EDITADO      TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
           MOVE "ESTADO"             TO AU-CAMPO.
           MOVE LM-ESTADO            TO AU-VALOR-DESPUES.
           PERFORM 8500-REGISTRAR-AUDITORIA THRU 8500-EXIT.
       5950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5960-GRABAR-GARANTIA                                       *
      * Si la operacion tiene garantia hipotecaria, la da de alta  *
      * en GARANTIA como garantia 01 del prestamo recien grabado;  *
      * el resto de garantias y los avalistas se mantienen con     *
      * GARANTIA-MANT.                                             *
      *----------------------------------------------------------*
       5960-GRABAR-GARANTIA.
           IF NOT PRESTAMO-GRABADO
               GO TO 5960-EXIT
           END-IF.
           IF VALOR-TASACION = ZERO
               GO TO 5960-EXIT
           END-IF.
           MOVE SPACES            TO GARANTIA-RECORD.
           MOVE WS-LOAN-ID        TO GA-LOAN-ID.
           MOVE 1                 TO GA-NUMERO.
           MOVE REF-INMUEBLE      TO GA-REF-INMUEBLE.
           MOVE VALOR-TASACION    TO GA-VALOR-TASACION.
           MOVE FECHA-TASACION    TO GA-FECHA-TASACION.
           MOVE RANGO-HIPOTECA    TO GA-RANGO.
           SET GA-VIGENTE         TO TRUE.
           MOVE ZERO              TO GA-FECHA-LIBERACION.
           WRITE GARANTIA-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo grabar la garantia "
                           "del prestamo " GA-LOAN-ID " en GARANTIA"
           END-WRITE.
       5960-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5970-ANALIZAR-SOLVENCIA                                    *
      * Suma a la cuota nueva las cuotas de los demas prestamos    *
      * activos del cliente y calcula el esfuerzo sobre sus        *
      * ingresos mensuales declarados. Asigna el nivel de          *
      * aprobacion por importe; una solicitud que supera el        *
      * esfuerzo maximo (o sin ingresos declarados) sube al        *
      * nivel 3.                                                   *
      *----------------------------------------------------------*
       5970-ANALIZAR-SOLVENCIA.
           MOVE ZERO TO CUOTAS-OTRAS.
           MOVE ZERO TO INGRESOS-CLIENTE.
           MOVE "N" TO SW-SUPERA-ESFUERZO.
           MOVE CLIENTE TO CM-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-INGRESOS-MENSUALES NUMERIC
                       MOVE CM-INGRESOS-MENSUALES
                           TO INGRESOS-CLIENTE
                   END-IF
           END-READ.
           MOVE "N" TO SW-FIN-OTROS-PRESTAMOS.
           MOVE ZERO TO LM-LOAN-ID.
           START LOAN-MASTER-FILE
               KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   SET FIN-OTROS-PRESTAMOS TO TRUE
           END-START.
           PERFORM 5975-SUMAR-OTRA-CUOTA THRU 5975-EXIT
               UNTIL FIN-OTROS-PRESTAMOS.
           IF INGRESOS-CLIENTE = ZERO
               MOVE 999,99 TO ESFUERZO-CALCULADO
           ELSE
               COMPUTE ESFUERZO-CALCULADO ROUNDED =
                   (MENSUAL + CUOTAS-OTRAS) * 100 / INGRESOS-CLIENTE
                   ON SIZE ERROR
                       MOVE 999,99 TO ESFUERZO-CALCULADO
               END-COMPUTE
           END-IF.
           IF ESFUERZO-CALCULADO > ESFUERZO-MAXIMO
               SET SUPERA-ESFUERZO TO TRUE
               COMPUTE SOLICITUDES-SOBRE-ESFUERZO =
                   SOLICITUDES-SOBRE-ESFUERZO + 1
           END-IF.
           EVALUATE TRUE
               WHEN SUPERA-ESFUERZO
                   MOVE 3 TO NIVEL-APROBACION
               WHEN PRESTADO NOT > LIMITE-NIVEL-1
                   MOVE 1 TO NIVEL-APROBACION
               WHEN PRESTADO NOT > LIMITE-NIVEL-2
                   MOVE 2 TO NIVEL-APROBACION
               WHEN OTHER
                   MOVE 3 TO NIVEL-APROBACION
           END-EVALUATE.
           DISPLAY "Esfuerzo del cliente: " ESFUERZO-CALCULADO
                   "% (maximo " ESFUERZO-MAXIMO "%)".
           IF SUPERA-ESFUERZO
               DISPLAY "Aviso: la solicitud supera el esfuerzo "
                       "maximo sobre los ingresos del cliente"
           END-IF.
           DISPLAY "Prestamo pendiente de aprobacion, nivel "
                   NIVEL-APROBACION.
       5970-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5975-SUMAR-OTRA-CUOTA                                      *
      * Lee el siguiente prestamo y, si es un prestamo activo del  *
      * mismo cliente, suma su cuota.                              *
      *----------------------------------------------------------*
       5975-SUMAR-OTRA-CUOTA.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET FIN-OTROS-PRESTAMOS TO TRUE
                   GO TO 5975-EXIT
           END-READ.
           IF LM-CLIENTE = CLIENTE AND LM-ACTIVO
               COMPUTE CUOTAS-OTRAS = CUOTAS-OTRAS + LM-MENSUAL
           END-IF.
       5975-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5980-GRABAR-SOLICITUD                                      *
      * Graba en SOLICIT la solicitud pendiente del prestamo       *
      * recien grabado, con su analisis de solvencia y su nivel    *
      * de aprobacion. Si no se puede grabar, el prestamo nunca    *
      * podria aprobarse: se deja denegado en LOAN-MASTER, cuenta  *
      * como rechazado y la ejecucion termina con codigo 8.        *
      *----------------------------------------------------------*
       5980-GRABAR-SOLICITUD.
           IF NOT PRESTAMO-GRABADO
               GO TO 5980-EXIT
           END-IF.
           MOVE SPACES             TO SOLICITUD-RECORD.
           MOVE WS-LOAN-ID         TO SO-LOAN-ID.
           MOVE CLIENTE            TO SO-CLIENTE.
           MOVE WS-FECHA-ALTA      TO SO-FECHA-SOLICITUD.
           MOVE PRESTADO           TO SO-PRESTADO.
           MOVE MENSUAL            TO SO-CUOTA-NUEVA.
           MOVE CUOTAS-OTRAS       TO SO-CUOTAS-OTRAS.
           MOVE INGRESOS-CLIENTE   TO SO-INGRESOS.
           MOVE ESFUERZO-CALCULADO TO SO-ESFUERZO.
           MOVE SW-SUPERA-ESFUERZO TO SO-SW-ESFUERZO.
           MOVE NIVEL-APROBACION   TO SO-NIVEL.
           SET SO-PENDIENTE        TO TRUE.
           MOVE ZERO               TO SO-FECHA-DECISION.
           WRITE SOLICITUD-RECORD
               INVALID KEY
                   DISPLAY "Error: no se pudo grabar la solicitud "
                           "del prestamo " SO-LOAN-ID " en SOLICIT, "
                           "estado " SOLICITUD-STATUS
                   SET SOLICITUD-FALLIDA TO TRUE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 5985-DENEGAR-PRESTAMO THRU 5985-EXIT
           END-WRITE.
       5980-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5985-DENEGAR-PRESTAMO                                      *
      * Deja denegado en LOAN-MASTER el prestamo cuya solicitud    *
      * no se pudo grabar.                                         *
      *----------------------------------------------------------*
       5985-DENEGAR-PRESTAMO.
           MOVE WS-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Error: no se encuentra el prestamo "
                           LM-LOAN-ID " en LOAN-MASTER"
                   GO TO 5985-EXIT
           END-READ.
           SET LM-DENEGADO TO TRUE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error: no se pudo denegar el prestamo "
                           LM-LOAN-ID " en LOAN-MASTER"
               NOT INVALID KEY
                   DISPLAY "Prestamo " LM-LOAN-ID " denegado por "
                           "no poder grabar su solicitud"
           END-REWRITE.
       5985-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-IMPRIMIR-CABECERA                                     *
      * Escribe en PRINT-FILE el bloque de cabecera del prestamo   *
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
           MOVE "PRESTAMO-FRANCES"   TO AU-PROGRAMA.
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
           MOVE REGISTROS-LEIDOS-BATCH TO CE-LEIDOS.
           MOVE PRESTAMOS-CALCULADOS TO CE-GRABADOS.
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
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           IF NOT FICHEROS-ABIERTOS
               GO TO 9000-EXIT
           END-IF.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE PRINT-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE GARANTIA-FILE.
           CLOSE SOLICITUD-FILE.
       9000-EXIT.
           EXIT.
