       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROVISION.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: batch de fin de mes de    *
      *                provisiones por riesgo de credito.         *
      *                Recorre los prestamos activos de           *
      *                LOAN-MASTER y, con las cuotas impagadas de *
      *                LOANSCHD (vencimiento, pagos a cuenta y    *
      *                demora), calcula los dias de impago de la  *
      *                cuota mas antigua y clasifica el prestamo  *
      *                en normal, vigilancia especial o dudoso.   *
      *                Aplica al capital vivo el porcentaje de    *
      *                cobertura de su fase y graba en PROVISIO   *
      *                la provision con su variacion sobre la del *
      *                mes anterior (PROVANT). Los prestamos que  *
      *                salen de la cartera activa (pagados,       *
      *                cancelados o fallidos) liberan la          *
      *                provision que tenian. Emite el informe     *
      *                PROVIMP; ASIENTOS contabiliza la           *
      *                variacion.                                 *
      * 15/10/2026 AC  Codigo de retorno 8 si no se puede abrir   *
      *                un maestro; con cualquier error de         *
      *                arranque no se abren PROVISIO ni PROVIMP,  *
      *                y se conservan los del cierre ya           *
      *                calculado.                                 *
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

           SELECT PROVISION-ANT-FILE ASSIGN TO "PROVANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-ANT-STATUS.

           SELECT PROVISION-FILE ASSIGN TO "PROVISIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-STATUS.

           SELECT INFORME-FILE ASSIGN TO "PROVIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT PARAM-FILE ASSIGN TO "PROVIPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

      *----------------------------------------------------------*
      * Provisiones del cierre anterior: es el PROVISIO del mes   *
      * pasado, renombrado antes de la ejecucion. Viene ordenado  *
      * por prestamo, igual que el recorrido del maestro.         *
      *----------------------------------------------------------*
       FD  PROVISION-ANT-FILE.
       01  PROVISION-ANT-RECORD.
           05  PVA-FECHA-CIERRE        PIC 9(08).
           05  PVA-LOAN-ID             PIC 9(14).
           05  PVA-CLIENTE             PIC 9(06).
           05  PVA-FASE                PIC X(01).
           05  PVA-DIAS-IMPAGO         PIC 9(05).
           05  PVA-IMPORTE-VENCIDO     PIC 9(07)V99.
           05  PVA-CAP-VIVO            PIC 9(07)V99.
           05  PVA-COBERTURA           PIC 999V99.
           05  PVA-PROVISION           PIC 9(07)V99.
           05  PVA-PROVISION-ANT       PIC 9(07)V99.
           05  PVA-TIPO-VARIACION      PIC X(01).
           05  PVA-VARIACION           PIC 9(07)V99.

      *----------------------------------------------------------*
      * Provisiones del cierre: una linea por prestamo activo, y  *
      * una de baja (provision cero) por cada prestamo que tenia  *
      * provision el mes anterior y ya no esta activo. La         *
      * variacion es D=dotacion (sube) o R=recuperacion (baja).   *
      *----------------------------------------------------------*
       FD  PROVISION-FILE.
       01  PROVISION-RECORD.
           05  PV-FECHA-CIERRE         PIC 9(08).
           05  PV-LOAN-ID              PIC 9(14).
           05  PV-CLIENTE              PIC 9(06).
           05  PV-FASE                 PIC X(01).
               88  PV-FASE-NORMAL      VALUE "N".
               88  PV-FASE-VIGILANCIA  VALUE "V".
               88  PV-FASE-DUDOSO      VALUE "D".
               88  PV-FASE-BAJA        VALUE "B".
               88  PV-FASE-FALLIDO     VALUE "F".
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

       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: fecha de cierre   *
      * (cero usa la fecha del dia), dias de impago a partir de   *
      * los que el prestamo pasa a vigilancia especial y a        *
      * dudoso (cero usa 30 y 90) y porcentaje de cobertura de    *
      * cada fase.                                                *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-FECHA-CIERRE         PIC 9(08).
           05  PA-DIAS-VIGILANCIA      PIC 9(03).
           05  PA-DIAS-DUDOSO          PIC 9(03).
           05  PA-COBERTURA-NORMAL     PIC 999V99.
           05  PA-COBERTURA-VIGILANCIA PIC 999V99.
           05  PA-COBERTURA-DUDOSO     PIC 999V99.

       LOCAL-STORAGE SECTION.
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  LOAN-SCHEDULE-STATUS       PIC XX.
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  PROVISION-ANT-STATUS       PIC XX.
           88  PROVISION-ANT-OK       VALUE "00".
       01  PROVISION-STATUS           PIC XX.
           88  PROVISION-OK           VALUE "00".
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
       01  PARAM-STATUS               PIC XX.
           88  PARAM-OK               VALUE "00".
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  LINEA-PARAMETROS.
           05  FILLER                 PIC X(22)
               VALUE "PARAMETROS (PROVIPAR):".
           05  FILLER                 PIC X(08) VALUE " CIERRE=".
           05  LPA-FECHA              PIC 9(08).
           05  FILLER                 PIC X(06) VALUE " DIAS=".
           05  LPA-DIAS-VIGILANCIA    PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE "/".
           05  LPA-DIAS-DUDOSO        PIC ZZ9.
           05  FILLER                 PIC X(07) VALUE " COBER=".
           05  LPA-COBER-NORMAL       PIC ZZ9,99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  LPA-COBER-VIGILANCIA   PIC ZZ9,99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  LPA-COBER-DUDOSO       PIC ZZ9,99.
       01  SW-MAESTROS-DISPONIBLES    PIC X VALUE "S".
           88  MAESTROS-DISPONIBLES   VALUE "S".
       01  SW-HAY-ANTERIOR            PIC X VALUE "S".
           88  HAY-ANTERIOR           VALUE "S".
       01  SW-FIN-MAESTRO             PIC X VALUE "N".
           88  FIN-MAESTRO            VALUE "S".
       01  SW-FIN-CUOTAS              PIC X VALUE "N".
           88  FIN-CUOTAS             VALUE "S".
       01  SW-FIN-ANTERIOR            PIC X VALUE "N".
           88  FIN-ANTERIOR           VALUE "S".
       01  FECHA-CIERRE               PIC 9(08).
       01  FECHA-ARRANQUE             PIC 9(08).

      *----------------------------------------------------------*
      * Umbrales de dias de impago y coberturas por fase (los     *
      * valores iniciales se usan si no hay parametros).          *
      *----------------------------------------------------------*
       01  DIAS-VIGILANCIA            PIC 9(03) VALUE 30.
       01  DIAS-DUDOSO                PIC 9(03) VALUE 90.
       01  COBERTURA-NORMAL           PIC 999V99 VALUE 1,00.
       01  COBERTURA-VIGILANCIA       PIC 999V99 VALUE 5,00.
       01  COBERTURA-DUDOSO           PIC 999V99 VALUE 50,00.
       01  COBERTURA-MAXIMA           PIC 999V99 VALUE 100,00.

      *----------------------------------------------------------*
      * Situacion del prestamo en curso.                          *
      *----------------------------------------------------------*
       01  CAP-VIVO-PRESTAMO          PIC 9(07)V99.
       01  IMPORTE-VENCIDO            PIC S9(09)V99.
       01  IMPORTE-IMPAGADO           PIC S9(07)V99.
       01  FECHA-IMPAGO-ANTIGUA       PIC 9(08).
       01  DIAS-IMPAGO                PIC 9(05).
       01  PROVISION-ANTERIOR         PIC 9(07)V99.
       01  IND-FASE                   PIC 9 COMP.

      *----------------------------------------------------------*
      * Totales por fase: 1 normal, 2 vigilancia especial,        *
      * 3 dudoso.                                                 *
      *----------------------------------------------------------*
       01  TABLA-FASES.
           05  FASE-ENTRADA OCCURS 3 TIMES.
               10  FS-PRESTAMOS       PIC 9(07) COMP.
               10  FS-CAP-VIVO        PIC 9(11)V99.
               10  FS-PROVISION       PIC 9(11)V99.
       01  PRESTAMOS-EXAMINADOS       PIC 9(07) VALUE 0.
       01  PRESTAMOS-BAJA             PIC 9(07) VALUE 0.
       01  TOTAL-PROVISION            PIC 9(11)V99 VALUE 0.
       01  TOTAL-PROVISION-ANT        PIC 9(11)V99 VALUE 0.
       01  TOTAL-DOTACION             PIC 9(11)V99 VALUE 0.
       01  TOTAL-RECUPERACION         PIC 9(11)V99 VALUE 0.
       01  IMPORTE-EDITADO            PIC Z(10)9,99.

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
       01  LINEA-PRV-TITULO.
           05  FILLER                 PIC X(40)
               VALUE "PROVISIONES POR RIESGO DE CREDITO - ".
           05  FILLER                 PIC X(08) VALUE "CIERRE: ".
           05  PT-FECHA               PIC 9(08).

       01  LINEA-PRV-COLS.
           05  FILLER                 PIC X(16) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(07) VALUE "FASE".
           05  FILLER                 PIC X(06) VALUE " DIAS".
           05  FILLER                 PIC X(13) VALUE "  CAP. VIVO".
           05  FILLER                 PIC X(08) VALUE "  COBER.".
           05  FILLER                 PIC X(13) VALUE "  PROVISION".
           05  FILLER                 PIC X(13) VALUE "  VARIACION".

       01  LINEA-PRV-DETALLE.
           05  PD-LOAN-ID             PIC 9(14).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PD-FASE                PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PD-DIAS                PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PD-CAP-VIVO            PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PD-COBERTURA           PIC ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PD-PROVISION           PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PD-VARIACION           PIC Z(06)9,99.
           05  PD-TIPO-VARIACION      PIC X(01).

       01  LINEA-PRV-FASE.
           05  PF-NOMBRE              PIC X(22).
           05  PF-PRESTAMOS           PIC Z(06)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PF-CAP-VIVO            PIC Z(10)9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PF-PROVISION           PIC Z(10)9,99.

       01  LINEA-PRV-TOTAL.
           05  PO-TEXTO               PIC X(40).
           05  PO-IMPORTE             PIC Z(10)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF MAESTROS-DISPONIBLES
               PERFORM 3000-RECORRER-MAESTRO THRU 3000-EXIT
               PERFORM 4000-BAJAS-PENDIENTES THRU 4000-EXIT
               PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Obtiene la fecha de cierre y las coberturas, abre los     *
      * ficheros y lee la primera provision del cierre anterior;  *
      * si no hay fichero anterior todas las provisiones se       *
      * consideran nuevas. Si falta un maestro o hay un error en  *
      * los parametros no se abren PROVISIO ni PROVIMP, para no   *
      * dejar vacios los del cierre ya calculado.                 *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Provisiones por riesgo de credito".
           ACCEPT FECHA-CIERRE FROM DATE YYYYMMDD.
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
           IF NOT PARAMETROS-LEIDOS
               DISPLAY "Fecha de cierre (AAAAMMDD, 0 para hoy)"
               ACCEPT FECHA-ARRANQUE
               IF FECHA-ARRANQUE NOT = ZERO
                   MOVE FECHA-ARRANQUE TO FECHA-CIERRE
               END-IF
               DISPLAY "Cobertura en % de la fase normal (por "
                       "ejemplo 1,00)"
               ACCEPT COBERTURA-NORMAL
               DISPLAY "Cobertura en % de vigilancia especial "
                       "(por ejemplo 5,00)"
               ACCEPT COBERTURA-VIGILANCIA
               DISPLAY "Cobertura en % de dudoso (por ejemplo "
                       "50,00)"
               ACCEPT COBERTURA-DUDOSO
           END-IF.
           IF COBERTURA-NORMAL > COBERTURA-MAXIMA
                   OR COBERTURA-VIGILANCIA > COBERTURA-MAXIMA
                   OR COBERTURA-DUDOSO > COBERTURA-MAXIMA
               DISPLAY "Error: una cobertura supera el 100%, no se "
                       "calculan provisiones"
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF DIAS-VIGILANCIA NOT < DIAS-DUDOSO
               DISPLAY "Error: los dias de vigilancia especial ("
                       DIAS-VIGILANCIA ") no son menores que los "
                       "de dudoso (" DIAS-DUDOSO ")"
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
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
           OPEN INPUT PROVISION-ANT-FILE.
           IF NOT PROVISION-ANT-OK
               DISPLAY "No hay provisiones del cierre anterior "
                       "(PROVANT), todas las provisiones se "
                       "consideran nuevas"
               MOVE "N" TO SW-HAY-ANTERIOR
               SET FIN-ANTERIOR TO TRUE
           ELSE
               PERFORM 6000-LEER-ANTERIOR THRU 6000-EXIT
               IF NOT FIN-ANTERIOR
                       AND PVA-FECHA-CIERRE (1:6)
                           NOT < FECHA-CIERRE (1:6)
                   DISPLAY "Error: PROVANT es del cierre "
                           PVA-FECHA-CIERRE ", no anterior al "
                           "cierre pedido " FECHA-CIERRE
                   MOVE "N" TO SW-MAESTROS-DISPONIBLES
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT MAESTROS-DISPONIBLES
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PROVISION-FILE.
           OPEN OUTPUT INFORME-FILE.
           MOVE FECHA-CIERRE TO PT-FECHA.
           WRITE INFORME-RECORD FROM LINEA-PRV-TITULO.
           IF PARAMETROS-LEIDOS
               WRITE INFORME-RECORD FROM LINEA-PARAMETROS
           END-IF.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           WRITE INFORME-RECORD FROM LINEA-PRV-COLS.
           PERFORM 6500-LIMPIAR-FASE THRU 6500-EXIT
               VARYING IND-FASE FROM 1 BY 1
               UNTIL IND-FASE > 3.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-LEER-PARAMETROS                                      *
      * Si existe el fichero de parametros PROVIPAR toma de el    *
      * la fecha de cierre (cero conserva la del dia), los dias   *
      * de impago de cada fase (cero conserva 30 y 90) y las      *
      * coberturas, para correr desatendido bajo el               *
      * planificador.                                             *
      *----------------------------------------------------------*
       1500-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF NOT PARAM-OK
               GO TO 1500-EXIT
           END-IF.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET PARAMETROS-LEIDOS TO TRUE
                   IF PA-FECHA-CIERRE NOT = ZERO
                       MOVE PA-FECHA-CIERRE TO FECHA-CIERRE
                   END-IF
                   IF PA-DIAS-VIGILANCIA NOT = ZERO
                       MOVE PA-DIAS-VIGILANCIA TO DIAS-VIGILANCIA
                   END-IF
                   IF PA-DIAS-DUDOSO NOT = ZERO
                       MOVE PA-DIAS-DUDOSO TO DIAS-DUDOSO
                   END-IF
                   MOVE PA-COBERTURA-NORMAL  TO COBERTURA-NORMAL
                   MOVE PA-COBERTURA-VIGILANCIA
                       TO COBERTURA-VIGILANCIA
                   MOVE PA-COBERTURA-DUDOSO  TO COBERTURA-DUDOSO
                   MOVE FECHA-CIERRE         TO LPA-FECHA
                   MOVE DIAS-VIGILANCIA      TO LPA-DIAS-VIGILANCIA
                   MOVE DIAS-DUDOSO          TO LPA-DIAS-DUDOSO
                   MOVE COBERTURA-NORMAL     TO LPA-COBER-NORMAL
                   MOVE COBERTURA-VIGILANCIA TO LPA-COBER-VIGILANCIA
                   MOVE COBERTURA-DUDOSO     TO LPA-COBER-DUDOSO
                   DISPLAY LINEA-PARAMETROS
           END-READ.
           CLOSE PARAM-FILE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-RECORRER-MAESTRO                                     *
      * Recorre todos los prestamos de LOAN-MASTER en orden de    *
      * identificador, cruzandolos con las provisiones del        *
      * cierre anterior.                                          *
      *----------------------------------------------------------*
       3000-RECORRER-MAESTRO.
           MOVE ZERO TO LM-LOAN-ID.
           START LOAN-MASTER-FILE
               KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   SET FIN-MAESTRO TO TRUE
           END-START.
           PERFORM 3100-EXAMINAR-PRESTAMO THRU 3100-EXIT
               UNTIL FIN-MAESTRO.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-EXAMINAR-PRESTAMO                                    *
      * Lee el siguiente prestamo. Las provisiones anteriores de  *
      * prestamos que ya no estan en el maestro se dan de baja;   *
      * se toma la provision anterior del prestamo, si la tenia.  *
      * Un prestamo activo se clasifica y provisiona; uno que ya  *
      * no lo esta solo libera su provision anterior.             *
      *----------------------------------------------------------*
       3100-EXAMINAR-PRESTAMO.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET FIN-MAESTRO TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 4100-BAJA-ANTERIOR THRU 4100-EXIT
               UNTIL FIN-ANTERIOR
                  OR PVA-LOAN-ID NOT < LM-LOAN-ID.
           MOVE ZERO TO PROVISION-ANTERIOR.
           IF NOT FIN-ANTERIOR AND PVA-LOAN-ID = LM-LOAN-ID
               MOVE PVA-PROVISION TO PROVISION-ANTERIOR
               PERFORM 6000-LEER-ANTERIOR THRU 6000-EXIT
           END-IF.
           IF NOT LM-ACTIVO
               IF PROVISION-ANTERIOR > ZERO
                   PERFORM 3500-GRABAR-BAJA THRU 3500-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF.
           COMPUTE PRESTAMOS-EXAMINADOS = PRESTAMOS-EXAMINADOS + 1.
           PERFORM 3200-EXAMINAR-CUADRO THRU 3200-EXIT.
           PERFORM 3300-CLASIFICAR THRU 3300-EXIT.
           PERFORM 3400-GRABAR-PROVISION THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-EXAMINAR-CUADRO                                      *
      * Recorre el cuadro del prestamo: obtiene el capital vivo   *
      * (el de la ultima cuota liquidada), la deuda vencida       *
      * impagada y el vencimiento impagado mas antiguo.           *
      *----------------------------------------------------------*
       3200-EXAMINAR-CUADRO.
           MOVE LM-PRESTADO TO CAP-VIVO-PRESTAMO.
           MOVE ZERO TO IMPORTE-VENCIDO.
           MOVE ZERO TO FECHA-IMPAGO-ANTIGUA.
           MOVE "N"  TO SW-FIN-CUOTAS.
           MOVE LM-LOAN-ID TO LS-LOAN-ID.
           MOVE ZERO       TO LS-PLAZO.
           START LOAN-SCHEDULE-FILE
               KEY IS NOT LESS THAN LS-CLAVE
               INVALID KEY
                   SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM 3210-EXAMINAR-CUOTA THRU 3210-EXIT
               UNTIL FIN-CUOTAS.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3210-EXAMINAR-CUOTA                                       *
      * Lee la siguiente cuota del prestamo: las liquidadas       *
      * actualizan el capital vivo; las pendientes vencidas a la  *
      * fecha de cierre con importe impagado (descontados los     *
      * pagos a cuenta) suman deuda vencida y marcan la fecha de  *
      * impago mas antigua.                                       *
      *----------------------------------------------------------*
       3210-EXAMINAR-CUOTA.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET FIN-CUOTAS TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           IF LS-LOAN-ID NOT = LM-LOAN-ID
               SET FIN-CUOTAS TO TRUE
               GO TO 3210-EXIT
           END-IF.
           IF LS-LIQUIDADA
               MOVE LS-CAP-VIVO TO CAP-VIVO-PRESTAMO
               GO TO 3210-EXIT
           END-IF.
           IF NOT LS-PENDIENTE
               GO TO 3210-EXIT
           END-IF.
           IF LS-FECHA-VTO = ZERO OR LS-FECHA-VTO > FECHA-CIERRE
               GO TO 3210-EXIT
           END-IF.
           COMPUTE IMPORTE-IMPAGADO = LS-CUOTA-INTE + LS-CUOTA-AMOR
               + LS-DEMORA-ACUM - LS-IMPORTE-PAGADO.
           IF IMPORTE-IMPAGADO NOT > ZERO
               GO TO 3210-EXIT
           END-IF.
           COMPUTE IMPORTE-VENCIDO = IMPORTE-VENCIDO
               + IMPORTE-IMPAGADO.
           IF FECHA-IMPAGO-ANTIGUA = ZERO
                   OR LS-FECHA-VTO < FECHA-IMPAGO-ANTIGUA
               MOVE LS-FECHA-VTO TO FECHA-IMPAGO-ANTIGUA
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3300-CLASIFICAR                                           *
      * Calcula los dias de impago desde el vencimiento impagado  *
      * mas antiguo hasta la fecha de cierre y asigna la fase y   *
      * su cobertura.                                             *
      *----------------------------------------------------------*
       3300-CLASIFICAR.
           MOVE ZERO TO DIAS-IMPAGO.
           IF FECHA-IMPAGO-ANTIGUA NOT = ZERO
               MOVE FECHA-IMPAGO-ANTIGUA TO FECHA-DESDE
               MOVE FECHA-CIERRE         TO FECHA-HASTA
               PERFORM 8200-DIAS-ENTRE-FECHAS THRU 8200-EXIT
               IF DIAS-ENTRE > ZERO
                   MOVE DIAS-ENTRE TO DIAS-IMPAGO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN DIAS-IMPAGO NOT < DIAS-DUDOSO
                   SET PV-FASE-DUDOSO TO TRUE
                   MOVE COBERTURA-DUDOSO TO PV-COBERTURA
                   MOVE 3 TO IND-FASE
               WHEN DIAS-IMPAGO NOT < DIAS-VIGILANCIA
                   SET PV-FASE-VIGILANCIA TO TRUE
                   MOVE COBERTURA-VIGILANCIA TO PV-COBERTURA
                   MOVE 2 TO IND-FASE
               WHEN OTHER
                   SET PV-FASE-NORMAL TO TRUE
                   MOVE COBERTURA-NORMAL TO PV-COBERTURA
                   MOVE 1 TO IND-FASE
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3400-GRABAR-PROVISION                                     *
      * Calcula la provision del prestamo activo sobre su         *
      * capital vivo, la graba con su variacion y la acumula en   *
      * los totales de su fase.                                   *
      *----------------------------------------------------------*
       3400-GRABAR-PROVISION.
           MOVE FECHA-CIERRE      TO PV-FECHA-CIERRE.
           MOVE LM-LOAN-ID        TO PV-LOAN-ID.
           MOVE LM-CLIENTE        TO PV-CLIENTE.
           MOVE DIAS-IMPAGO       TO PV-DIAS-IMPAGO.
           MOVE IMPORTE-VENCIDO   TO PV-IMPORTE-VENCIDO.
           MOVE CAP-VIVO-PRESTAMO TO PV-CAP-VIVO.
           COMPUTE PV-PROVISION ROUNDED =
               CAP-VIVO-PRESTAMO * PV-COBERTURA / 100.
           PERFORM 3600-GRABAR-REGISTRO THRU 3600-EXIT.
           COMPUTE FS-PRESTAMOS (IND-FASE) =
               FS-PRESTAMOS (IND-FASE) + 1.
           COMPUTE FS-CAP-VIVO (IND-FASE) =
               FS-CAP-VIVO (IND-FASE) + PV-CAP-VIVO.
           COMPUTE FS-PROVISION (IND-FASE) =
               FS-PROVISION (IND-FASE) + PV-PROVISION.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3500-GRABAR-BAJA                                          *
      * El prestamo del maestro tenia provision el mes anterior   *
      * pero ya no esta activo: graba su baja con provision cero  *
      * (fase F si ha pasado a fallido, B en otro caso).          *
      *----------------------------------------------------------*
       3500-GRABAR-BAJA.
           MOVE FECHA-CIERRE TO PV-FECHA-CIERRE.
           MOVE LM-LOAN-ID   TO PV-LOAN-ID.
           MOVE LM-CLIENTE   TO PV-CLIENTE.
           IF LM-FALLIDO
               SET PV-FASE-FALLIDO TO TRUE
           ELSE
               SET PV-FASE-BAJA TO TRUE
           END-IF.
           MOVE ZERO TO PV-DIAS-IMPAGO.
           MOVE ZERO TO PV-IMPORTE-VENCIDO.
           MOVE ZERO TO PV-CAP-VIVO.
           MOVE ZERO TO PV-COBERTURA.
           MOVE ZERO TO PV-PROVISION.
           PERFORM 3600-GRABAR-REGISTRO THRU 3600-EXIT.
           COMPUTE PRESTAMOS-BAJA = PRESTAMOS-BAJA + 1.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3600-GRABAR-REGISTRO                                      *
      * Completa el registro de PROVISIO preparado con la         *
      * provision anterior y la variacion, lo graba, lo lista en  *
      * el informe y acumula los totales generales.               *
      *----------------------------------------------------------*
       3600-GRABAR-REGISTRO.
           MOVE PROVISION-ANTERIOR TO PV-PROVISION-ANT.
           IF PV-PROVISION < PROVISION-ANTERIOR
               SET PV-RECUPERACION TO TRUE
               COMPUTE PV-VARIACION =
                   PROVISION-ANTERIOR - PV-PROVISION
               COMPUTE TOTAL-RECUPERACION =
                   TOTAL-RECUPERACION + PV-VARIACION
           ELSE
               SET PV-DOTACION TO TRUE
               COMPUTE PV-VARIACION =
                   PV-PROVISION - PROVISION-ANTERIOR
               COMPUTE TOTAL-DOTACION =
                   TOTAL-DOTACION + PV-VARIACION
           END-IF.
           WRITE PROVISION-RECORD.
           COMPUTE TOTAL-PROVISION = TOTAL-PROVISION + PV-PROVISION.
           COMPUTE TOTAL-PROVISION-ANT =
               TOTAL-PROVISION-ANT + PROVISION-ANTERIOR.
           MOVE PV-LOAN-ID TO PD-LOAN-ID.
           EVALUATE TRUE
               WHEN PV-FASE-NORMAL
                   MOVE "NORMAL" TO PD-FASE
               WHEN PV-FASE-VIGILANCIA
                   MOVE "VIGIL." TO PD-FASE
               WHEN PV-FASE-DUDOSO
                   MOVE "DUDOSO" TO PD-FASE
               WHEN PV-FASE-FALLIDO
                   MOVE "FALLID" TO PD-FASE
               WHEN OTHER
                   MOVE "BAJA"   TO PD-FASE
           END-EVALUATE.
           MOVE PV-DIAS-IMPAGO    TO PD-DIAS.
           MOVE PV-CAP-VIVO       TO PD-CAP-VIVO.
           MOVE PV-COBERTURA      TO PD-COBERTURA.
           MOVE PV-PROVISION      TO PD-PROVISION.
           MOVE PV-VARIACION      TO PD-VARIACION.
           MOVE PV-TIPO-VARIACION TO PD-TIPO-VARIACION.
           WRITE INFORME-RECORD FROM LINEA-PRV-DETALLE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-BAJAS-PENDIENTES                                     *
      * Terminado el maestro, las provisiones anteriores que      *
      * quedan corresponden a prestamos que ya no existen y se    *
      * dan de baja.                                              *
      *----------------------------------------------------------*
       4000-BAJAS-PENDIENTES.
           PERFORM 4100-BAJA-ANTERIOR THRU 4100-EXIT
               UNTIL FIN-ANTERIOR.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4100-BAJA-ANTERIOR                                        *
      * Da de baja la provision anterior leida, de un prestamo    *
      * que no esta en el maestro, y lee la siguiente.            *
      *----------------------------------------------------------*
       4100-BAJA-ANTERIOR.
           IF PVA-PROVISION > ZERO
               MOVE FECHA-CIERRE  TO PV-FECHA-CIERRE
               MOVE PVA-LOAN-ID   TO PV-LOAN-ID
               MOVE PVA-CLIENTE   TO PV-CLIENTE
               SET PV-FASE-BAJA TO TRUE
               MOVE ZERO TO PV-DIAS-IMPAGO
               MOVE ZERO TO PV-IMPORTE-VENCIDO
               MOVE ZERO TO PV-CAP-VIVO
               MOVE ZERO TO PV-COBERTURA
               MOVE ZERO TO PV-PROVISION
               MOVE PVA-PROVISION TO PROVISION-ANTERIOR
               PERFORM 3600-GRABAR-REGISTRO THRU 3600-EXIT
               COMPUTE PRESTAMOS-BAJA = PRESTAMOS-BAJA + 1
           END-IF.
           PERFORM 6000-LEER-ANTERIOR THRU 6000-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-IMPRIMIR-TOTALES                                     *
      * Escribe en PROVIMP los totales por fase y la conciliacion *
      * de la provision con la del cierre anterior.               *
      *----------------------------------------------------------*
       5000-IMPRIMIR-TOTALES.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "NORMAL" TO PF-NOMBRE.
           MOVE 1 TO IND-FASE.
           PERFORM 5100-LINEA-FASE THRU 5100-EXIT.
           MOVE "VIGILANCIA ESPECIAL" TO PF-NOMBRE.
           MOVE 2 TO IND-FASE.
           PERFORM 5100-LINEA-FASE THRU 5100-EXIT.
           MOVE "DUDOSO" TO PF-NOMBRE.
           MOVE 3 TO IND-FASE.
           PERFORM 5100-LINEA-FASE THRU 5100-EXIT.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "PROVISION DEL CIERRE ANTERIOR:" TO PO-TEXTO.
           MOVE TOTAL-PROVISION-ANT TO PO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-PRV-TOTAL.
           MOVE "DOTACIONES DEL MES:" TO PO-TEXTO.
           MOVE TOTAL-DOTACION TO PO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-PRV-TOTAL.
           MOVE "RECUPERACIONES DEL MES:" TO PO-TEXTO.
           MOVE TOTAL-RECUPERACION TO PO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-PRV-TOTAL.
           MOVE "PROVISION DEL CIERRE:" TO PO-TEXTO.
           MOVE TOTAL-PROVISION TO PO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-PRV-TOTAL.
       5000-EXIT.
           EXIT.

       5100-LINEA-FASE.
           MOVE FS-PRESTAMOS (IND-FASE) TO PF-PRESTAMOS.
           MOVE FS-CAP-VIVO (IND-FASE)  TO PF-CAP-VIVO.
           MOVE FS-PROVISION (IND-FASE) TO PF-PROVISION.
           WRITE INFORME-RECORD FROM LINEA-PRV-FASE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-LEER-ANTERIOR                                        *
      * Lee la siguiente provision del cierre anterior.           *
      *----------------------------------------------------------*
       6000-LEER-ANTERIOR.
           READ PROVISION-ANT-FILE
               AT END
                   SET FIN-ANTERIOR TO TRUE
           END-READ.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6500-LIMPIAR-FASE                                         *
      * Pone a cero la entrada IND-FASE de la tabla de fases.     *
      *----------------------------------------------------------*
       6500-LIMPIAR-FASE.
           MOVE ZERO TO FS-PRESTAMOS (IND-FASE).
           MOVE ZERO TO FS-CAP-VIVO (IND-FASE).
           MOVE ZERO TO FS-PROVISION (IND-FASE).
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RESUMEN-EJECUCION                                    *
      * Muestra los contadores y totales de la ejecucion.         *
      *----------------------------------------------------------*
       8000-RESUMEN-EJECUCION.
           DISPLAY "------------------------".
           DISPLAY "Fecha de cierre:        " FECHA-CIERRE.
           DISPLAY "Prestamos provisionados: " PRESTAMOS-EXAMINADOS.
           DISPLAY "Bajas de provision:     " PRESTAMOS-BAJA.
           MOVE TOTAL-PROVISION TO IMPORTE-EDITADO.
           DISPLAY "Provision del cierre:   " IMPORTE-EDITADO.
           MOVE TOTAL-DOTACION TO IMPORTE-EDITADO.
           DISPLAY "Dotaciones:             " IMPORTE-EDITADO.
           MOVE TOTAL-RECUPERACION TO IMPORTE-EDITADO.
           DISPLAY "Recuperaciones:         " IMPORTE-EDITADO.
           DISPLAY "------------------------".
       8000-EXIT.
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
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           IF HAY-ANTERIOR
               CLOSE PROVISION-ANT-FILE
           END-IF.
           IF MAESTROS-DISPONIBLES
               CLOSE PROVISION-FILE
               CLOSE INFORME-FILE
           END-IF.
       9000-EXIT.
           EXIT.
