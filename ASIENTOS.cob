      *                fichero de parametros ASIENPAR, el mes de  *
      *                cierre se lee de el; sin fichero se        *
      *                pregunta por consola.                      *
      * 15/10/2026 AC  Contabiliza los pases a fallido del mes    *
      *                (FALLIDOS: baja del capital vivo contra    *
      *                perdidas por fallidos) y la variacion de   *
      *                la provision por riesgo de credito del     *
      *                cierre (PROVISIO: dotacion o recuperacion  *
      *                contra la cuenta de deterioro de           *
      *                creditos).                                 *
      * 15/10/2026 AC  Las solicitudes pendientes de aprobacion y *
      *                las denegadas no se contabilizan; la       *
      *                disposicion de un prestamo aprobado se     *
      *                contabiliza en el mes de su aprobacion     *
      *                (SOLICIT).                                 *
      * 15/10/2026 AC  Periodificacion de intereses: el interes   *
      *                devengado y no vencido del cierre          *
      *                (DEVENGO) se carga a intereses devengados  *
      *                (547000) contra ingresos, y la             *
      *                periodificacion del cierre anterior        *
      *                (DEVENANT) se anula el primer dia del mes, *
      *                para que el mayor refleje los intereses a  *
      *                cobrar.                                    *
      * 15/10/2026 AC  Control de ejecuciones: el extracto se     *
      *                registra en CTRLEJEC, no se repite un mes  *
      *                ya cerrado salvo reejecucion pedida en     *
      *                ASIENPAR y solo corre con el cobro de      *
      *                recibos del mes cerrado y sin sesiones de  *
      *                cancelacion del mes sin terminar.          *
      * 15/10/2026 AC  Codigo de retorno 8 si no se puede abrir   *
      *                un maestro, para que el control de         *
      *                ejecuciones no de por cerrada la           *
      *                ejecucion.                                 *
      * 15/10/2026 AC  El control de ejecuciones CTRLEJEC solo se *
      *                crea si no existe; si no se puede abrir o  *
      *                no se puede registrar la ejecucion, esta   *
      *                se rechaza con codigo de retorno 8. Solo   *
      *                bloquean el extracto las sesiones de       *
      *                CANCELACION sin terminar o fallidas con    *
      *                prestamos cancelados.                      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS LS-CLAVE
               FILE STATUS IS LOAN-SCHEDULE-STATUS.

           SELECT SOLICITUD-FILE ASSIGN TO "SOLICIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-LOAN-ID
               FILE STATUS IS SOLICITUD-STATUS.

           SELECT LIQUIDACION-FILE ASSIGN TO "LIQCANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQUIDACION-STATUS.

           SELECT FALLIDOS-FILE ASSIGN TO "FALLIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FALLIDOS-STATUS.

           SELECT PROVISION-FILE ASSIGN TO "PROVISIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-STATUS.

           SELECT DEVENGO-FILE ASSIGN TO "DEVENGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVENGO-STATUS.

           SELECT DEVENGO-ANT-FILE ASSIGN TO "DEVENANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVENGO-ANT-STATUS.

           SELECT DIARIO-FILE ASSIGN TO "DIARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

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
       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  SOLICITUD-FILE.
       COPY SOLICIT.

       FD  LIQUIDACION-FILE.
       01  LIQUIDACION-RECORD.
           05  LQ-FECHA-VALOR          PIC 9(08).
           05  LQ-TOTAL                PIC 9(09)V99.
           05  LQ-CUOTAS-ANULADAS      PIC 9(03).

      *----------------------------------------------------------*
      * Pases a fallido grabados por el programa FALLIDO.         *
      *----------------------------------------------------------*
       FD  FALLIDOS-FILE.
       01  FALLIDOS-RECORD.
           05  FL-FECHA                PIC 9(08).
           05  FL-LOAN-ID              PIC 9(14).
           05  FL-CLIENTE              PIC 9(06).
           05  FL-CAP-VIVO             PIC 9(07)V99.
           05  FL-IMPORTE-VENCIDO      PIC 9(09)V99.
           05  FL-DIAS-IMPAGO          PIC 9(05).

      *----------------------------------------------------------*
      * Provisiones del cierre grabadas por el batch PROVISION,   *
      * con su variacion sobre el cierre anterior (D=dotacion,    *
      * R=recuperacion).                                          *
      *----------------------------------------------------------*
       FD  PROVISION-FILE.
       01  PROVISION-RECORD.
           05  PV-FECHA-CIERRE         PIC 9(08).
           05  PV-LOAN-ID              PIC 9(14).
           05  PV-CLIENTE              PIC 9(06).
           05  PV-FASE                 PIC X(01).
           05  PV-DIAS-IMPAGO          PIC 9(05).
           05  PV-IMPORTE-VENCIDO      PIC 9(07)V99.
           05  PV-CAP-VIVO             PIC 9(07)V99.
           05  PV-COBERTURA            PIC 999V99.
           05  PV-PROVISION            PIC 9(07)V99.
           05  PV-PROVISION-ANT        PIC 9(07)V99.
           05  PV-TIPO-VARIACION       PIC X(01).
               88  PV-DOTACION         VALUE "D".
               88  PV-RECUPERACION     VALUE "R".
           05  PV-VARIACION            PIC 9(07)V99.

      *----------------------------------------------------------*
      * Interes devengado y no vencido al cierre, grabado por el  *
      * batch DEVENGO (un registro por prestamo activo), y el del *
      * cierre anterior (DEVENANT: el DEVENGO del mes pasado,     *
      * renombrado antes de la ejecucion).                        *
      *----------------------------------------------------------*
       FD  DEVENGO-FILE.
       01  DEVENGO-RECORD.
           05  DV-FECHA-CIERRE         PIC 9(08).
           05  DV-LOAN-ID              PIC 9(14).
           05  DV-CLIENTE              PIC 9(06).
           05  DV-CAP-VIVO             PIC 9(07)V99.
           05  DV-ULTIMO-VTO           PIC 9(08).
           05  DV-DIAS                 PIC 9(03).
           05  DV-INTERES              PIC 99V99.
           05  DV-DEVENGADO            PIC 9(07)V99.

       FD  DEVENGO-ANT-FILE.
       01  DEVENGO-ANT-RECORD.
           05  DVA-FECHA-CIERRE        PIC 9(08).
           05  DVA-LOAN-ID             PIC 9(14).
           05  DVA-CLIENTE             PIC 9(06).
           05  DVA-CAP-VIVO            PIC 9(07)V99.
           05  DVA-ULTIMO-VTO          PIC 9(08).
           05  DVA-DIAS                PIC 9(03).
           05  DVA-INTERES             PIC 99V99.
           05  DVA-DEVENGADO           PIC 9(07)V99.

      *----------------------------------------------------------*
      * Diario contable: un apunte por linea, con la cuenta, el   *
      * signo (D=debe, H=haber), el importe, el prestamo de       *

      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: mes de cierre.    *
      * PA-REEJECUCION (S) repite un periodo ya cerrado en el     *
      * control de ejecuciones (CTRLEJEC).                        *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-MES-CIERRE           PIC 9(06).
           05  PA-REEJECUCION          PIC X(01).

       FD  CONTROL-EJECUCION-FILE.
       COPY CTRLEJEC.

       LOCAL-STORAGE SECTION.
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  LIQUIDACION-STATUS         PIC XX.
           88  LIQUIDACION-OK         VALUE "00".
       01  SOLICITUD-STATUS           PIC XX.
           88  SOLICITUD-OK           VALUE "00".
       01  SW-HAY-SOLICITUDES         PIC X VALUE "S".
           88  HAY-SOLICITUDES        VALUE "S".
       01  FECHA-DISPOSICION          PIC 9(08).
       01  FALLIDOS-STATUS            PIC XX.
           88  FALLIDOS-OK            VALUE "00".
       01  PROVISION-STATUS           PIC XX.
           88  PROVISION-OK           VALUE "00".
       01  DEVENGO-STATUS             PIC XX.
           88  DEVENGO-OK             VALUE "00".
       01  DEVENGO-ANT-STATUS         PIC XX.
           88  DEVENGO-ANT-OK         VALUE "00".
       01  SW-HAY-DEVENGO             PIC X VALUE "S".
           88  HAY-DEVENGO            VALUE "S".
       01  SW-HAY-DEVENGO-ANT         PIC X VALUE "S".
           88  HAY-DEVENGO-ANT        VALUE "S".
       01  SW-FIN-DEVENGO             PIC X VALUE "N".
           88  FIN-DEVENGO            VALUE "S".
       01  SW-FIN-DEVENGO-ANT         PIC X VALUE "N".
           88  FIN-DEVENGO-ANT        VALUE "S".
       01  DIARIO-STATUS              PIC XX.
           88  DIARIO-OK              VALUE "00".
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
       01  SW-PREVIO-CERRADO          PIC X VALUE "N".
           88  PREVIO-CERRADO         VALUE "S".
       01  CONTROL-PROGRAMA           PIC X(16) VALUE "ASIENTOS".
       01  CONTROL-PERIODO            PIC 9(08).
       01  CONTROL-EJECUCION          PIC 9(03).
       01  PREVIO-PROGRAMA            PIC X(16).
       01  PREVIO-DESDE               PIC 9(08).
       01  PREVIO-HASTA               PIC 9(08).
       01  PREVIO-PERIODO             PIC 9(08).
       01  PERIODOS-CERRADOS          PIC 9(03) COMP.
       01  PERIODOS-SIN-CERRAR        PIC 9(03) COMP.
       01  SESIONES-PENDIENTES        PIC 9(03) COMP.
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  SW-MAESTROS-DISPONIBLES    PIC X VALUE "S".
           88  MAESTROS-DISPONIBLES   VALUE "S".
       01  SW-HAY-LIQUIDACIONES       PIC X VALUE "S".
           88  HAY-LIQUIDACIONES      VALUE "S".
       01  SW-HAY-FALLIDOS            PIC X VALUE "S".
           88  HAY-FALLIDOS           VALUE "S".
       01  SW-HAY-PROVISIONES         PIC X VALUE "S".
           88  HAY-PROVISIONES        VALUE "S".
       01  SW-FIN-FALLIDOS            PIC X VALUE "N".
           88  FIN-FALLIDOS           VALUE "S".
       01  SW-FIN-PROVISIONES         PIC X VALUE "N".
           88  FIN-PROVISIONES        VALUE "S".
       01  SW-FIN-MAESTRO             PIC X VALUE "N".
           88  FIN-MAESTRO            VALUE "S".
       01  SW-FIN-CUOTAS              PIC X VALUE "N".
       01  CTA-ING-INTERESES          PIC 9(06) VALUE 762000.
       01  CTA-ING-COMISIONES         PIC 9(06) VALUE 769000.
       01  CTA-ING-DEMORA             PIC 9(06) VALUE 769100.
       01  CTA-DETERIORO-CREDITOS     PIC 9(06) VALUE 298000.
       01  CTA-PERDIDAS-FALLIDOS      PIC 9(06) VALUE 667000.
       01  CTA-DOTACION-DETERIORO     PIC 9(06) VALUE 697000.
       01  CTA-REVERSION-DETERIORO    PIC 9(06) VALUE 797000.
       01  CTA-INT-DEVENGADOS         PIC 9(06) VALUE 547000.

      *----------------------------------------------------------*
      * Apunte en preparacion (lo graba 7000-GRABAR-APUNTE).      *
       01  ALTAS-DEL-MES              PIC 9(07) VALUE 0.
       01  COBROS-DEL-MES             PIC 9(07) VALUE 0.
       01  CANCELACIONES-DEL-MES      PIC 9(07) VALUE 0.
       01  FALLIDOS-DEL-MES           PIC 9(07) VALUE 0.
       01  PROVISIONES-DEL-MES        PIC 9(07) VALUE 0.
       01  PERIODIFICACIONES-DEL-MES  PIC 9(07) VALUE 0.
       01  PERIODIFICACIONES-ANULADAS PIC 9(07) VALUE 0.
       01  DEVENGOS-FUERA-DE-MES      PIC 9(07) VALUE 0.
       01  IMPORTE-EDITADO            PIC Z(10)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EJECUCION-AUTORIZADA
               STOP RUN
           END-IF.
           IF MAESTROS-DISPONIBLES
               PERFORM 3000-ALTAS-DEL-MES THRU 3000-EXIT
               PERFORM 4000-COBROS-DEL-MES THRU 4000-EXIT
               IF HAY-LIQUIDACIONES
                   PERFORM 5000-CANCELACIONES-DEL-MES THRU 5000-EXIT
               END-IF
               IF HAY-FALLIDOS
                   PERFORM 6000-FALLIDOS-DEL-MES THRU 6000-EXIT
               END-IF
               IF HAY-PROVISIONES
                   PERFORM 6500-PROVISIONES-DEL-MES THRU 6500-EXIT
               END-IF
               IF HAY-DEVENGO-ANT
                   PERFORM 6700-ANULAR-PERIODIFICACION THRU 6700-EXIT
               END-IF
               IF HAY-DEVENGO
                   PERFORM 6800-PERIODIFICAR-INTERESES THRU 6800-EXIT
               END-IF
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Pide el mes de cierre y abre los ficheros; si no hay      *
      * fichero de cancelaciones, de fallidos, de provisiones o   *
      * de devengo (del cierre o del anterior) se omite esa       *
      * seccion.                                                  *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Extracto contable de fin de mes".
               DISPLAY "Mes de cierre (AAAAMM)"
               ACCEPT MES-CIERRE
           END-IF.
           COMPUTE CONTROL-PERIODO = MES-CIERRE * 100.
           PERFORM 1700-CONTROL-INICIO THRU 1700-EXIT.
           IF NOT EJECUCION-AUTORIZADA
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de prestamos "
                       "(LOANMAST), estado " LOAN-MASTER-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF NOT LOAN-SCHEDULE-OK
               DISPLAY "No se pudo abrir el fichero de cuadros "
                       "(LOANSCHD), estado " LOAN-SCHEDULE-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT SOLICITUD-FILE.
           IF NOT SOLICITUD-OK
               DISPLAY "No hay fichero de solicitudes (SOLICIT), "
                       "las altas se contabilizan por su fecha de "
                       "alta"
               MOVE "N" TO SW-HAY-SOLICITUDES
           END-IF.
           OPEN INPUT LIQUIDACION-FILE.
           IF NOT LIQUIDACION-OK
                       "no se contabiliza ninguna cancelacion"
               MOVE "N" TO SW-HAY-LIQUIDACIONES
           END-IF.
           OPEN INPUT FALLIDOS-FILE.
           IF NOT FALLIDOS-OK
               DISPLAY "No hay fichero de pases a fallido "
                       "(FALLIDOS), no se contabiliza ningun fallido"
               MOVE "N" TO SW-HAY-FALLIDOS
           END-IF.
           OPEN INPUT PROVISION-FILE.
           IF NOT PROVISION-OK
               DISPLAY "No hay fichero de provisiones (PROVISIO), "
                       "no se contabiliza la variacion de la "
                       "provision"
               MOVE "N" TO SW-HAY-PROVISIONES
           END-IF.
           OPEN INPUT DEVENGO-FILE.
           IF NOT DEVENGO-OK
               DISPLAY "No hay fichero de devengo (DEVENGO), no se "
                       "periodifican los intereses del cierre"
               MOVE "N" TO SW-HAY-DEVENGO
           END-IF.
           OPEN INPUT DEVENGO-ANT-FILE.
           IF NOT DEVENGO-ANT-OK
               DISPLAY "No hay devengo del cierre anterior "
                       "(DEVENANT), no se anula ninguna "
                       "periodificacion"
               MOVE "N" TO SW-HAY-DEVENGO-ANT
           END-IF.
           OPEN OUTPUT DIARIO-FILE.
       1000-EXIT.
           EXIT.
                   CONTINUE
               NOT AT END
                   SET PARAMETROS-LEIDOS TO TRUE
                   MOVE PA-REEJECUCION TO SW-REEJECUCION
                   MOVE PA-MES-CIERRE TO MES-CIERRE
                   DISPLAY "Parametros (ASIENPAR): mes de cierre="
                           MES-CIERRE
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1700-CONTROL-INICIO                                       *
      * Registra el arranque en el control de ejecuciones         *
      * (CTRLEJEC) para el mes de cierre. Rechaza la ejecucion si *
      * el mes ya tiene un extracto cerrado y no se pide la       *
      * reejecucion en ASIENPAR, o si los procesos previos del    *
      * mes no han terminado; la ejecucion rechazada tambien      *
      * queda registrada.                                         *
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
           IF EJECUCION-AUTORIZADA
               PERFORM 1750-COMPROBAR-ORDEN THRU 1750-EXIT
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
      * 1750-COMPROBAR-ORDEN                                      *
      * El extracto del mes exige que el cobro de recibos (COBRO- *
      * RECIBOS) se haya cerrado en algun dia del mes y que       *
      * ningun dia del mes quede con el cobro sin cerrar, y que   *
      * no quede ninguna sesion de cancelacion (CANCELACION) del  *
      * mes sin terminar, o fallida despues de cancelar algun     *
      * prestamo (sus cancelaciones pueden estar incompletas).    *
      * Si no se cumple, la ejecucion se rechaza. Una sesion de   *
      * un dia anterior que quedo asi la da por terminada un      *
      * supervisor al entrar en CANCELACION, tras revisarla.      *
      *----------------------------------------------------------*
       1750-COMPROBAR-ORDEN.
           COMPUTE PREVIO-DESDE = MES-CIERRE * 100 + 1.
           COMPUTE PREVIO-HASTA = MES-CIERRE * 100 + 31.
           MOVE "COBRO-RECIBOS" TO PREVIO-PROGRAMA.
           PERFORM 1760-BUSCAR-PREVIO THRU 1760-EXIT.
           IF PERIODOS-CERRADOS = ZERO
               DISPLAY "Rechazado: no hay ningun cobro de recibos "
                       "(COBRO-RECIBOS) cerrado en el mes "
                       MES-CIERRE
               MOVE "N" TO SW-EJECUCION-AUTORIZADA
           END-IF.
           IF PERIODOS-SIN-CERRAR > ZERO
               DISPLAY "Rechazado: hay " PERIODOS-SIN-CERRAR
                       " dias del mes con el cobro de recibos "
                       "(COBRO-RECIBOS) sin cerrar"
               MOVE "N" TO SW-EJECUCION-AUTORIZADA
           END-IF.
           MOVE "CANCELACION" TO PREVIO-PROGRAMA.
           PERFORM 1760-BUSCAR-PREVIO THRU 1760-EXIT.
           IF SESIONES-PENDIENTES > ZERO
               DISPLAY "Rechazado: hay " SESIONES-PENDIENTES
                       " sesiones de cancelacion (CANCELACION) del "
                       "mes sin terminar"
               DISPLAY "Un supervisor debe revisarlas y darlas por "
                       "terminadas en CANCELACION"
               MOVE "N" TO SW-EJECUCION-AUTORIZADA
           END-IF.
       1750-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1760-BUSCAR-PREVIO                                        *
      * Recorre las ejecuciones de PREVIO-PROGRAMA con periodo    *
      * entre PREVIO-DESDE y PREVIO-HASTA y cuenta los periodos   *
      * con alguna ejecucion cerrada y los que no tienen ninguna  *
      * (fallidas, rechazadas o sin terminar), y las ejecuciones  *
      * pendientes: sin terminar, o fallidas con algun registro   *
      * grabado.                                                  *
      *----------------------------------------------------------*
       1760-BUSCAR-PREVIO.
           MOVE ZERO TO PERIODOS-CERRADOS.
           MOVE ZERO TO PERIODOS-SIN-CERRAR.
           MOVE ZERO TO SESIONES-PENDIENTES.
           MOVE ZERO TO PREVIO-PERIODO.
           MOVE "N"  TO SW-PREVIO-CERRADO.
           MOVE "N"  TO SW-FIN-CONTROL.
           MOVE PREVIO-PROGRAMA TO CE-PROGRAMA.
           MOVE PREVIO-DESDE    TO CE-PERIODO.
           MOVE ZERO            TO CE-EJECUCION.
           START CONTROL-EJECUCION-FILE
               KEY IS NOT LESS THAN CE-CLAVE
               INVALID KEY
                   SET FIN-CONTROL TO TRUE
           END-START.
           PERFORM 1770-LEER-PREVIO THRU 1770-EXIT
               UNTIL FIN-CONTROL.
           PERFORM 1780-CONTAR-PERIODO THRU 1780-EXIT.
       1760-EXIT.
           EXIT.

       1770-LEER-PREVIO.
           READ CONTROL-EJECUCION-FILE NEXT RECORD
               AT END
                   SET FIN-CONTROL TO TRUE
                   GO TO 1770-EXIT
           END-READ.
           IF CE-PROGRAMA NOT = PREVIO-PROGRAMA
                   OR CE-PERIODO > PREVIO-HASTA
               SET FIN-CONTROL TO TRUE
               GO TO 1770-EXIT
           END-IF.
           IF CE-PERIODO NOT = PREVIO-PERIODO
               PERFORM 1780-CONTAR-PERIODO THRU 1780-EXIT
               MOVE CE-PERIODO TO PREVIO-PERIODO
           END-IF.
           IF CE-CERRADA
               SET PREVIO-CERRADO TO TRUE
           END-IF.
           IF CE-EN-CURSO OR (CE-FALLIDA AND CE-GRABADOS > ZERO)
               COMPUTE SESIONES-PENDIENTES = SESIONES-PENDIENTES + 1
           END-IF.
       1770-EXIT.
           EXIT.

       1780-CONTAR-PERIODO.
           IF PREVIO-PERIODO = ZERO
               GO TO 1780-EXIT
           END-IF.
           IF PREVIO-CERRADO
               COMPUTE PERIODOS-CERRADOS = PERIODOS-CERRADOS + 1
           ELSE
               COMPUTE PERIODOS-SIN-CERRAR = PERIODOS-SIN-CERRAR + 1
           END-IF.
           MOVE "N" TO SW-PREVIO-CERRADO.
       1780-EXIT.
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
      * 3000-ALTAS-DEL-MES                                        *
      * Recorre LOAN-MASTER y contabiliza los prestamos dados de  *

      *----------------------------------------------------------*
      * 3100-EXAMINAR-PRESTAMO                                    *
      * Lee el siguiente prestamo y, si su disposicion cae en el  *
      * mes de cierre, genera los apuntes de la disposicion y de  *
      * la comision y gastos de apertura. Las solicitudes         *
      * pendientes o denegadas no se contabilizan; un prestamo    *
      * con solicitud aprobada se dispone en la fecha de la       *
      * aprobacion y los anteriores a SOLICIT en su fecha de      *
      * alta.                                                     *
      *----------------------------------------------------------*
       3100-EXAMINAR-PRESTAMO.
           READ LOAN-MASTER-FILE NEXT RECORD
                   SET FIN-MAESTRO TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF LM-PENDIENTE-APROB OR LM-DENEGADO
               GO TO 3100-EXIT
           END-IF.
           MOVE LM-FECHA-ALTA TO FECHA-DISPOSICION.
           IF HAY-SOLICITUDES
               MOVE LM-LOAN-ID TO SO-LOAN-ID
               READ SOLICITUD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SO-APROBADA
                           MOVE SO-FECHA-DECISION
                               TO FECHA-DISPOSICION
                       END-IF
               END-READ
           END-IF.
           IF FECHA-DISPOSICION (1:6) NOT = MES-CIERRE
               GO TO 3100-EXIT
           END-IF.
           COMPUTE ALTAS-DEL-MES = ALTAS-DEL-MES + 1.
           MOVE FECHA-DISPOSICION TO APUNTE-FECHA.
           MOVE LM-LOAN-ID    TO APUNTE-LOAN-ID.
           MOVE "ALTA PRESTAMO" TO APUNTE-CONCEPTO.
           MOVE CTA-PRESTAMOS TO APUNTE-CUENTA.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-FALLIDOS-DEL-MES                                     *
      * Recorre el fichero de pases a fallido y contabiliza los   *
      * del mes de cierre: el capital vivo se da de baja de la    *
      * cuenta de prestamos contra perdidas por fallidos. La      *
      * provision que tenia el prestamo se libera en la seccion   *
      * de provisiones.                                           *
      *----------------------------------------------------------*
       6000-FALLIDOS-DEL-MES.
           PERFORM 6100-EXAMINAR-FALLIDO THRU 6100-EXIT
               UNTIL FIN-FALLIDOS.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-EXAMINAR-FALLIDO                                     *
      * Lee el siguiente pase a fallido y, si su fecha cae en el  *
      * mes de cierre, genera sus apuntes.                        *
      *----------------------------------------------------------*
       6100-EXAMINAR-FALLIDO.
           READ FALLIDOS-FILE
               AT END
                   SET FIN-FALLIDOS TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           IF FL-FECHA (1:6) NOT = MES-CIERRE
               GO TO 6100-EXIT
           END-IF.
           IF FL-CAP-VIVO = ZERO
               GO TO 6100-EXIT
           END-IF.
           COMPUTE FALLIDOS-DEL-MES = FALLIDOS-DEL-MES + 1.
           MOVE FL-FECHA   TO APUNTE-FECHA.
           MOVE FL-LOAN-ID TO APUNTE-LOAN-ID.
           MOVE "PASE A FALLIDO" TO APUNTE-CONCEPTO.
           MOVE CTA-PERDIDAS-FALLIDOS TO APUNTE-CUENTA.
           MOVE "D" TO APUNTE-DEBE-HABER.
           MOVE FL-CAP-VIVO TO APUNTE-IMPORTE.
           PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT.
           MOVE CTA-PRESTAMOS TO APUNTE-CUENTA.
           MOVE "H" TO APUNTE-DEBE-HABER.
           PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6500-PROVISIONES-DEL-MES                                  *
      * Recorre el fichero de provisiones y contabiliza la        *
      * variacion de cada prestamo en el cierre del mes: la       *
      * dotacion con cargo a perdidas por deterioro y la          *
      * recuperacion con abono a reversion del deterioro, ambas   *
      * contra la cuenta correctora de deterioro de creditos.     *
      *----------------------------------------------------------*
       6500-PROVISIONES-DEL-MES.
           PERFORM 6600-EXAMINAR-PROVISION THRU 6600-EXIT
               UNTIL FIN-PROVISIONES.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6600-EXAMINAR-PROVISION                                   *
      * Lee la siguiente provision y, si es del mes de cierre y   *
      * varia, genera sus apuntes.                                *
      *----------------------------------------------------------*
       6600-EXAMINAR-PROVISION.
           READ PROVISION-FILE
               AT END
                   SET FIN-PROVISIONES TO TRUE
                   GO TO 6600-EXIT
           END-READ.
           IF PV-FECHA-CIERRE (1:6) NOT = MES-CIERRE
               GO TO 6600-EXIT
           END-IF.
           IF PV-VARIACION = ZERO
               GO TO 6600-EXIT
           END-IF.
           COMPUTE PROVISIONES-DEL-MES = PROVISIONES-DEL-MES + 1.
           MOVE PV-FECHA-CIERRE TO APUNTE-FECHA.
           MOVE PV-LOAN-ID      TO APUNTE-LOAN-ID.
           MOVE PV-VARIACION    TO APUNTE-IMPORTE.
           IF PV-RECUPERACION
               MOVE "RECUPERACION PROVIS" TO APUNTE-CONCEPTO
               MOVE CTA-DETERIORO-CREDITOS TO APUNTE-CUENTA
               MOVE "D" TO APUNTE-DEBE-HABER
               PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT
               MOVE CTA-REVERSION-DETERIORO TO APUNTE-CUENTA
               MOVE "H" TO APUNTE-DEBE-HABER
               PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT
           ELSE
               MOVE "DOTACION PROVISION" TO APUNTE-CONCEPTO
               MOVE CTA-DOTACION-DETERIORO TO APUNTE-CUENTA
               MOVE "D" TO APUNTE-DEBE-HABER
               PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT
               MOVE CTA-DETERIORO-CREDITOS TO APUNTE-CUENTA
               MOVE "H" TO APUNTE-DEBE-HABER
               PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT
           END-IF.
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6700-ANULAR-PERIODIFICACION                               *
      * Recorre el devengo del cierre anterior y anula, con fecha *
      * del primer dia del mes de cierre, la periodificacion de   *
      * intereses que se contabilizo entonces: esos intereses se  *
      * abonan a ingresos al cobrarse la cuota.                   *
      *----------------------------------------------------------*
       6700-ANULAR-PERIODIFICACION.
           PERFORM 6710-EXAMINAR-DEVENGO-ANT THRU 6710-EXIT
               UNTIL FIN-DEVENGO-ANT.
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6710-EXAMINAR-DEVENGO-ANT                                 *
      * Lee el siguiente devengo anterior y, si es de un mes      *
      * anterior al de cierre y tiene importe, genera la          *
      * anulacion.                                                *
      *----------------------------------------------------------*
       6710-EXAMINAR-DEVENGO-ANT.
           READ DEVENGO-ANT-FILE
               AT END
                   SET FIN-DEVENGO-ANT TO TRUE
                   GO TO 6710-EXIT
           END-READ.
           IF DVA-FECHA-CIERRE (1:6) NOT < MES-CIERRE
               COMPUTE DEVENGOS-FUERA-DE-MES =
                   DEVENGOS-FUERA-DE-MES + 1
               GO TO 6710-EXIT
           END-IF.
           IF DVA-DEVENGADO = ZERO
               GO TO 6710-EXIT
           END-IF.
           COMPUTE PERIODIFICACIONES-ANULADAS =
               PERIODIFICACIONES-ANULADAS + 1.
           COMPUTE APUNTE-FECHA = MES-CIERRE * 100 + 1.
           MOVE DVA-LOAN-ID   TO APUNTE-LOAN-ID.
           MOVE DVA-DEVENGADO TO APUNTE-IMPORTE.
           MOVE "ANULA PERIODIF. INT" TO APUNTE-CONCEPTO.
           MOVE CTA-ING-INTERESES TO APUNTE-CUENTA.
           MOVE "D" TO APUNTE-DEBE-HABER.
           PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT.
           MOVE CTA-INT-DEVENGADOS TO APUNTE-CUENTA.
           MOVE "H" TO APUNTE-DEBE-HABER.
           PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT.
       6710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6800-PERIODIFICAR-INTERESES                               *
      * Recorre el devengo del cierre y contabiliza el interes    *
      * devengado y no vencido de cada prestamo en la cuenta de   *
      * intereses devengados contra ingresos por intereses.       *
      *----------------------------------------------------------*
       6800-PERIODIFICAR-INTERESES.
           PERFORM 6810-EXAMINAR-DEVENGO THRU 6810-EXIT
               UNTIL FIN-DEVENGO.
       6800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6810-EXAMINAR-DEVENGO                                     *
      * Lee el siguiente devengo y, si es del mes de cierre y     *
      * tiene importe, genera sus apuntes.                        *
      *----------------------------------------------------------*
       6810-EXAMINAR-DEVENGO.
           READ DEVENGO-FILE
               AT END
                   SET FIN-DEVENGO TO TRUE
                   GO TO 6810-EXIT
           END-READ.
           IF DV-FECHA-CIERRE (1:6) NOT = MES-CIERRE
               COMPUTE DEVENGOS-FUERA-DE-MES =
                   DEVENGOS-FUERA-DE-MES + 1
               GO TO 6810-EXIT
           END-IF.
           IF DV-DEVENGADO = ZERO
               GO TO 6810-EXIT
           END-IF.
           COMPUTE PERIODIFICACIONES-DEL-MES =
               PERIODIFICACIONES-DEL-MES + 1.
           MOVE DV-FECHA-CIERRE TO APUNTE-FECHA.
           MOVE DV-LOAN-ID      TO APUNTE-LOAN-ID.
           MOVE DV-DEVENGADO    TO APUNTE-IMPORTE.
           MOVE "PERIODIF. INTERESES" TO APUNTE-CONCEPTO.
           MOVE CTA-INT-DEVENGADOS TO APUNTE-CUENTA.
           MOVE "D" TO APUNTE-DEBE-HABER.
           PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT.
           MOVE CTA-ING-INTERESES TO APUNTE-CUENTA.
           MOVE "H" TO APUNTE-DEBE-HABER.
           PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT.
       6810-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-GRABAR-APUNTE                                        *
      * Graba en DIARIO el apunte preparado en las variables de   *
           DISPLAY "Altas contabilizadas:   " ALTAS-DEL-MES.
           DISPLAY "Cobros contabilizados:  " COBROS-DEL-MES.
           DISPLAY "Cancelaciones:          " CANCELACIONES-DEL-MES.
           DISPLAY "Pases a fallido:        " FALLIDOS-DEL-MES.
           DISPLAY "Variaciones provision:  " PROVISIONES-DEL-MES.
           DISPLAY "Periodificaciones:      "
                   PERIODIFICACIONES-DEL-MES.
           DISPLAY "Periodif. anuladas:     "
                   PERIODIFICACIONES-ANULADAS.
           IF DEVENGOS-FUERA-DE-MES > ZERO
               DISPLAY "Aviso: " DEVENGOS-FUERA-DE-MES " registros "
                       "de DEVENGO/DEVENANT de otro mes, ignorados"
           END-IF.
           DISPLAY "Apuntes grabados:       " APUNTES-GRABADOS.
           MOVE TOTAL-DEBE TO IMPORTE-EDITADO.
           DISPLAY "Total debe:  " IMPORTE-EDITADO.
       8000-EXIT.
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
           MOVE APUNTES-GRABADOS TO CE-GRABADOS.
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
       9000-FINALIZAR.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           IF HAY-SOLICITUDES
               CLOSE SOLICITUD-FILE
           END-IF.
           IF HAY-LIQUIDACIONES
               CLOSE LIQUIDACION-FILE
           END-IF.
           IF HAY-FALLIDOS
               CLOSE FALLIDOS-FILE
           END-IF.
           IF HAY-PROVISIONES
               CLOSE PROVISION-FILE
           END-IF.
           IF HAY-DEVENGO
               CLOSE DEVENGO-FILE
           END-IF.
           IF HAY-DEVENGO-ANT
               CLOSE DEVENGO-ANT-FILE
           END-IF.
           CLOSE DIARIO-FILE.
       9000-EXIT.
           EXIT.
