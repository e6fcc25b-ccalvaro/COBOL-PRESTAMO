       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RIESGO-TIPOS.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: informe trimestral de     *
      *                riesgo de tipo de interes para Tesoreria.  *
      *                Proyecta los flujos de capital e intereses *
      *                de las cuotas pendientes de LOANSCHD de    *
      *                los prestamos activos en tramos (0-3       *
      *                meses, 3-12 meses, 1-5 anos, mas de 5      *
      *                anos), separando tipo fijo y variable      *
      *                (LM-TIPO-INTERES), y el gap de             *
      *                repreciacion, con los variables situados   *
      *                en su proxima revision                     *
      *                (LM-FECHA-REVISION).                       *
      *                Simula desplazamientos paralelos del       *
      *                indice (por defecto +/-100 y +/-200 pb)    *
      *                sobre el ultimo fixing de EURIFIX mas el   *
      *                diferencial de cada prestamo variable y    *
      *                muestra la variacion del ingreso por       *
      *                intereses a 12 meses de cada escenario.    *
      *                Solo lee: no modifica maestro ni cuadros.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXING-FILE ASSIGN TO "EURIFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIXING-STATUS.

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

           SELECT INFORME-FILE ASSIGN TO "RIESGIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT PARAM-FILE ASSIGN TO "RIESGPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXING-FILE.
       01  FIXING-RECORD.
           05  RF-FECHA                PIC 9(08).
           05  RF-INDICE               PIC 99V99.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: fecha de proceso  *
      * (cero usa la fecha del dia) y los dos desplazamientos del *
      * indice a simular, en puntos basicos (cero usa 100 y 200). *
      * Cada desplazamiento se simula al alza y a la baja.        *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-FECHA-PROCESO        PIC 9(08).
           05  PA-CHOQUE-1             PIC 9(03).
           05  PA-CHOQUE-2             PIC 9(03).

       LOCAL-STORAGE SECTION.
       01  FIXING-STATUS              PIC XX.
           88  FIXING-OK              VALUE "00".
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  LOAN-SCHEDULE-STATUS       PIC XX.
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
       01  PARAM-STATUS               PIC XX.
           88  PARAM-OK               VALUE "00".
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  LINEA-PARAMETROS.
           05  FILLER                 PIC X(22)
               VALUE "PARAMETROS (RIESGPAR):".
           05  FILLER                 PIC X(15)
               VALUE " FECHA PROCESO=".
           05  LPA-FECHA              PIC 9(08).
           05  FILLER                 PIC X(09) VALUE " CHOQUES=".
           05  LPA-CHOQUE-1           PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE "/".
           05  LPA-CHOQUE-2           PIC ZZ9.
           05  FILLER                 PIC X(03) VALUE " PB".
       01  SW-MAESTROS-DISPONIBLES    PIC X VALUE "S".
           88  MAESTROS-DISPONIBLES   VALUE "S".
       01  SW-FIN-FIXINGS             PIC X VALUE "N".
           88  FIN-FIXINGS            VALUE "S".
       01  SW-FIN-MAESTRO             PIC X VALUE "N".
           88  FIN-MAESTRO            VALUE "S".
       01  SW-FIN-CUOTAS              PIC X VALUE "N".
           88  FIN-CUOTAS             VALUE "S".
       01  SW-INDICE-HALLADO          PIC X VALUE "N".
           88  INDICE-HALLADO         VALUE "S".
       01  FECHA-PROCESO              PIC 9(08).
       01  FECHA-ARRANQUE             PIC 9(08).
       01  INDICE-VIGENTE             PIC 99V99.
       01  FECHA-INDICE               PIC 9(08).
       01  INTERES-MAXIMO             PIC 99V99 VALUE 30,00.

      *----------------------------------------------------------*
      * Desplazamientos del indice en puntos basicos (los         *
      * valores iniciales se usan si no hay parametros).          *
      *----------------------------------------------------------*
       01  CHOQUE-1                   PIC 9(03) VALUE 100.
       01  CHOQUE-2                   PIC 9(03) VALUE 200.

      *----------------------------------------------------------*
      * Limites de los tramos: fecha de proceso mas 3, 12 y 60    *
      * meses. Un flujo cae en el primer tramo cuyo limite no     *
      * supera su fecha; los vencidos y no pagados van al primero.*
      *----------------------------------------------------------*
       01  LIMITE-3M                  PIC 9(08).
       01  LIMITE-12M                 PIC 9(08).
       01  LIMITE-60M                 PIC 9(08).
       01  FECHA-TRAMO                PIC 9(08).
       01  IND-TRAMO                  PIC 9 COMP.

      *----------------------------------------------------------*
      * Situacion del prestamo en curso: fecha desde la que se    *
      * reprecia (la de revision; si ya ha vencido, la de         *
      * proceso) y capital pendiente antes de cada cuota.         *
      *----------------------------------------------------------*
       01  FECHA-REPRECIO             PIC 9(08).
       01  CAPITAL-PREVIO             PIC 9(07)V99.
       01  TASA-ESCENARIO             PIC S9(03)V99.
       01  INTERES-ESCENARIO          PIC 9(07)V99.

      *----------------------------------------------------------*
      * Totales por tramo: flujos de capital e intereses por      *
      * vencimiento de cada tipo y capital por fecha de           *
      * repreciacion (los fijos en su vencimiento, los variables  *
      * como mucho en su proxima revision).                       *
      *----------------------------------------------------------*
       01  TABLA-TRAMOS.
           05  TRAMO-ENTRADA OCCURS 4 TIMES.
               10  TR-CAP-FIJO        PIC 9(11)V99.
               10  TR-INT-FIJO        PIC 9(11)V99.
               10  TR-CAP-VARIABLE    PIC 9(11)V99.
               10  TR-INT-VARIABLE    PIC 9(11)V99.
               10  TR-REP-FIJO        PIC 9(11)V99.
               10  TR-REP-VARIABLE    PIC 9(11)V99.
       01  TABLA-NOMBRES-TRAMO.
           05  FILLER                 PIC X(48) VALUE
               "0-3 MESES   3-12 MESES  1-5 ANOS    MAS 5 ANOS".
       01  TABLA-NOMBRES-TRAMO-R REDEFINES TABLA-NOMBRES-TRAMO.
           05  NOMBRE-TRAMO           PIC X(12) OCCURS 4 TIMES.

      *----------------------------------------------------------*
      * Escenarios de la simulacion: desplazamiento del indice en *
      * puntos basicos (con signo) e ingreso por intereses de los *
      * proximos 12 meses. El escenario 3 es la base (indice      *
      * vigente sin desplazar).                                   *
      *----------------------------------------------------------*
       01  TABLA-ESCENARIOS.
           05  ESCENARIO-ENTRADA OCCURS 5 TIMES.
               10  ES-PB              PIC S9(03).
               10  ES-INGRESO         PIC 9(11)V99.
       01  IND-ESC                    PIC 9 COMP.
       01  IND-BASE                   PIC 9 COMP VALUE 3.
       01  VARIACION-INGRESO          PIC S9(11)V99.

       01  TOTAL-CAP-FIJO             PIC 9(11)V99.
       01  TOTAL-INT-FIJO             PIC 9(11)V99.
       01  TOTAL-CAP-VARIABLE         PIC 9(11)V99.
       01  TOTAL-INT-VARIABLE         PIC 9(11)V99.
       01  TOTAL-REP-FIJO             PIC 9(11)V99.
       01  TOTAL-REP-VARIABLE         PIC 9(11)V99.
       01  GAP-ACUMULADO              PIC 9(11)V99.
       01  INGRESO-CUADROS            PIC 9(11)V99 VALUE 0.
       01  PRESTAMOS-FIJOS            PIC 9(07) VALUE 0.
       01  PRESTAMOS-VARIABLES        PIC 9(07) VALUE 0.
       01  CUOTAS-SIN-VTO             PIC 9(07) VALUE 0.
       01  IMPORTE-EDITADO            PIC Z(10)9,99.

      *----------------------------------------------------------*
      * Area de trabajo del calculo de fechas (8100-SUMAR-MESES). *
      *----------------------------------------------------------*
       01  FECHA-BASE                 PIC 9(08).
       01  FECHA-BASE-DESG REDEFINES FECHA-BASE.
           05  FB-AAAA                PIC 9(04).
           05  FB-MM                  PIC 9(02).
           05  FB-DD                  PIC 9(02).
       01  MESES-A-SUMAR              PIC 9(03).
       01  FECHA-RESULTADO            PIC 9(08).
       01  FECHA-RESULTADO-DESG REDEFINES FECHA-RESULTADO.
           05  FR-AAAA                PIC 9(04).
           05  FR-MM                  PIC 9(02).
           05  FR-DD                  PIC 9(02).
       01  MESES-TOTALES              PIC 9(07) COMP.
       01  ANOS-AUX                   PIC 9(05) COMP.
       01  COCIENTE-AUX               PIC 9(07) COMP.
       01  REM-4                      PIC 9(03) COMP.
       01  REM-100                    PIC 9(03) COMP.
       01  REM-400                    PIC 9(03) COMP.
       01  RESTO-MESES                PIC 9(02) COMP.
       01  DIA-TOPE                   PIC 99.
       01  TABLA-DIAS-MES.
           05  FILLER                 PIC X(24)
               VALUE "312831303130313130313031".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           05  DIAS-DEL-MES           PIC 99 OCCURS 12 TIMES.

       01  LINEA-RGO-TITULO.
           05  FILLER                 PIC X(40)
               VALUE "RIESGO DE TIPO DE INTERES - PROCESO: ".
           05  RT-FECHA               PIC 9(08).

       01  LINEA-RGO-SECCION.
           05  RS-TEXTO               PIC X(80).

       01  LINEA-RGO-COLS-1.
           05  FILLER                 PIC X(12) VALUE "TRAMO".
           05  FILLER                 PIC X(32)
               VALUE "  ---------- TIPO FIJO ---------".
           05  FILLER                 PIC X(32)
               VALUE "  -------- TIPO VARIABLE -------".

       01  LINEA-RGO-COLS-2.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(16)
               VALUE "         CAPITAL".
           05  FILLER                 PIC X(16)
               VALUE "       INTERESES".
           05  FILLER                 PIC X(16)
               VALUE "         CAPITAL".
           05  FILLER                 PIC X(16)
               VALUE "       INTERESES".

       01  LINEA-RGO-COLS-GAP.
           05  FILLER                 PIC X(12) VALUE "TRAMO".
           05  FILLER                 PIC X(16)
               VALUE "       TIPO FIJO".
           05  FILLER                 PIC X(16)
               VALUE "   TIPO VARIABLE".
           05  FILLER                 PIC X(16)
               VALUE "     TOTAL TRAMO".
           05  FILLER                 PIC X(16)
               VALUE "       ACUMULADO".

       01  LINEA-RGO-TRAMO.
           05  RD-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RD-IMPORTE-1           PIC Z(10)9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RD-IMPORTE-2           PIC Z(10)9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RD-IMPORTE-3           PIC Z(10)9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RD-IMPORTE-4           PIC Z(10)9,99.

       01  LINEA-RGO-INDICE.
           05  FILLER                 PIC X(16)
               VALUE "INDICE VIGENTE: ".
           05  RI-INDICE              PIC Z9,99.
           05  FILLER                 PIC X(13)
               VALUE "  (FIXING DE ".
           05  RI-FECHA               PIC 9(08).
           05  FILLER                 PIC X(13)
               VALUE ")  HORIZONTE ".
           05  RI-LIMITE              PIC 9(08).

       01  LINEA-RGO-COLS-ESC.
           05  FILLER                 PIC X(14) VALUE "ESCENARIO".
           05  FILLER                 PIC X(22)
               VALUE "  INGRESO 12 MESES".
           05  FILLER                 PIC X(22)
               VALUE "  VARIACION S/BASE".

       01  LINEA-RGO-ESCENARIO.
           05  RE-SIGNO-PB            PIC X(01).
           05  RE-PB                  PIC ZZ9.
           05  FILLER                 PIC X(03) VALUE " PB".
           05  RE-BASE                PIC X(07).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RE-INGRESO             PIC Z(10)9,99.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  RE-VARIACION           PIC Z(10)9,99.
           05  RE-SIGNO-VARIACION     PIC X(01).

       01  LINEA-RGO-TOTAL.
           05  RO-TEXTO               PIC X(40).
           05  RO-IMPORTE             PIC Z(10)9,99.

       01  LINEA-RGO-CONTADOR.
           05  RC-TEXTO               PIC X(40).
           05  RC-CONTADOR            PIC Z(06)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF MAESTROS-DISPONIBLES AND NOT FIN-FIXINGS
               PERFORM 2000-CARGAR-INDICE THRU 2000-EXIT
           END-IF.
           IF MAESTROS-DISPONIBLES
               PERFORM 3000-RECORRER-MAESTRO THRU 3000-EXIT
               PERFORM 5000-IMPRIMIR-TRAMOS THRU 5000-EXIT
               PERFORM 6000-IMPRIMIR-ESCENARIOS THRU 6000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Obtiene la fecha de proceso y los desplazamientos, fija   *
      * los limites de los tramos y los escenarios y abre los     *
      * ficheros (todos de consulta salvo el informe).            *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Riesgo de tipo de interes: gap y escenarios".
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
           IF NOT PARAMETROS-LEIDOS
               DISPLAY "Fecha de proceso (AAAAMMDD, 0 para hoy)"
               ACCEPT FECHA-ARRANQUE
               IF FECHA-ARRANQUE NOT = ZERO
                   MOVE FECHA-ARRANQUE TO FECHA-PROCESO
               END-IF
               DISPLAY "Primer desplazamiento en puntos basicos "
                       "(0 para 100)"
               ACCEPT CHOQUE-1
               IF CHOQUE-1 = ZERO
                   MOVE 100 TO CHOQUE-1
               END-IF
               DISPLAY "Segundo desplazamiento en puntos basicos "
                       "(0 para 200)"
               ACCEPT CHOQUE-2
               IF CHOQUE-2 = ZERO
                   MOVE 200 TO CHOQUE-2
               END-IF
           END-IF.
           MOVE FECHA-PROCESO TO FECHA-BASE.
           MOVE 3 TO MESES-A-SUMAR.
           PERFORM 8100-SUMAR-MESES THRU 8100-EXIT.
           MOVE FECHA-RESULTADO TO LIMITE-3M.
           MOVE 12 TO MESES-A-SUMAR.
           PERFORM 8100-SUMAR-MESES THRU 8100-EXIT.
           MOVE FECHA-RESULTADO TO LIMITE-12M.
           MOVE 60 TO MESES-A-SUMAR.
           PERFORM 8100-SUMAR-MESES THRU 8100-EXIT.
           MOVE FECHA-RESULTADO TO LIMITE-60M.
           COMPUTE ES-PB (1) = CHOQUE-2.
           COMPUTE ES-PB (2) = CHOQUE-1.
           MOVE ZERO TO ES-PB (3).
           COMPUTE ES-PB (4) = ZERO - CHOQUE-1.
           COMPUTE ES-PB (5) = ZERO - CHOQUE-2.
           PERFORM 6900-LIMPIAR-ESCENARIO THRU 6900-EXIT
               VARYING IND-ESC FROM 1 BY 1
               UNTIL IND-ESC > 5.
           PERFORM 5900-LIMPIAR-TRAMO THRU 5900-EXIT
               VARYING IND-TRAMO FROM 1 BY 1
               UNTIL IND-TRAMO > 4.
           OPEN INPUT FIXING-FILE.
           IF NOT FIXING-OK
               DISPLAY "No se pudo abrir el fichero de fixings "
                       "(EURIFIX), no se simulan escenarios"
               SET FIN-FIXINGS TO TRUE
               MOVE 4 TO RETURN-CODE
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
           OPEN OUTPUT INFORME-FILE.
           MOVE FECHA-PROCESO TO RT-FECHA.
           WRITE INFORME-RECORD FROM LINEA-RGO-TITULO.
           IF PARAMETROS-LEIDOS
               WRITE INFORME-RECORD FROM LINEA-PARAMETROS
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-LEER-PARAMETROS                                      *
      * Si existe el fichero de parametros RIESGPAR toma de el    *
      * la fecha de proceso (cero conserva la del dia) y los      *
      * desplazamientos (cero conserva 100 y 200 pb), para        *
      * correr desatendido bajo el planificador.                  *
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
                   IF PA-FECHA-PROCESO NOT = ZERO
                       MOVE PA-FECHA-PROCESO TO FECHA-PROCESO
                   END-IF
                   IF PA-CHOQUE-1 NOT = ZERO
                       MOVE PA-CHOQUE-1 TO CHOQUE-1
                   END-IF
                   IF PA-CHOQUE-2 NOT = ZERO
                       MOVE PA-CHOQUE-2 TO CHOQUE-2
                   END-IF
                   MOVE FECHA-PROCESO TO LPA-FECHA
                   MOVE CHOQUE-1      TO LPA-CHOQUE-1
                   MOVE CHOQUE-2      TO LPA-CHOQUE-2
                   DISPLAY LINEA-PARAMETROS
           END-READ.
           CLOSE PARAM-FILE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-CARGAR-INDICE                                        *
      * Recorre el fichero de fixings y se queda con el mas       *
      * reciente cuya fecha no sea posterior a la de proceso.     *
      *----------------------------------------------------------*
       2000-CARGAR-INDICE.
           MOVE ZERO TO FECHA-INDICE.
           PERFORM 2100-LEER-FIXING THRU 2100-EXIT
               UNTIL FIN-FIXINGS.
           IF NOT INDICE-HALLADO
               DISPLAY "No hay ningun fixing aplicable en EURIFIX, "
                       "no se simulan escenarios"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Indice vigente: " INDICE-VIGENTE
                       " (fixing de " FECHA-INDICE ")"
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-LEER-FIXING                                          *
      * Lee el siguiente fixing del indice de referencia.         *
      *----------------------------------------------------------*
       2100-LEER-FIXING.
           READ FIXING-FILE
               AT END
                   SET FIN-FIXINGS TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF RF-FECHA NOT > FECHA-PROCESO
                   AND RF-FECHA NOT < FECHA-INDICE
               MOVE RF-FECHA  TO FECHA-INDICE
               MOVE RF-INDICE TO INDICE-VIGENTE
               SET INDICE-HALLADO TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-RECORRER-MAESTRO                                     *
      * Recorre LOAN-MASTER en orden de identificador.            *
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
      * Lee el siguiente prestamo; solo los activos tienen flujos *
      * futuros. Para los variables fija la fecha desde la que    *
      * se reprecian: la de revision, o la de proceso si no la    *
      * tienen o ya ha vencido (se repreciaran en el proximo      *
      * proceso de REPRECIO).                                     *
      *----------------------------------------------------------*
       3100-EXAMINAR-PRESTAMO.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET FIN-MAESTRO TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF NOT LM-ACTIVO
               GO TO 3100-EXIT
           END-IF.
           IF LM-TIPO-VARIABLE
               COMPUTE PRESTAMOS-VARIABLES = PRESTAMOS-VARIABLES + 1
               MOVE LM-FECHA-REVISION TO FECHA-REPRECIO
               IF FECHA-REPRECIO = ZERO
                       OR FECHA-REPRECIO < FECHA-PROCESO
                   MOVE FECHA-PROCESO TO FECHA-REPRECIO
               END-IF
           ELSE
               COMPUTE PRESTAMOS-FIJOS = PRESTAMOS-FIJOS + 1
           END-IF.
           MOVE "N"  TO SW-FIN-CUOTAS.
           MOVE LM-LOAN-ID TO LS-LOAN-ID.
           MOVE ZERO       TO LS-PLAZO.
           START LOAN-SCHEDULE-FILE
               KEY IS NOT LESS THAN LS-CLAVE
               INVALID KEY
                   SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM 3200-EXAMINAR-CUOTA THRU 3200-EXIT
               UNTIL FIN-CUOTAS.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-EXAMINAR-CUOTA                                       *
      * Lee la siguiente cuota del prestamo. Cada cuota pendiente *
      * suma su capital e intereses al tramo de su vencimiento y  *
      * su capital al tramo de repreciacion; si vence en los      *
      * proximos 12 meses suma tambien al ingreso simulado.       *
      *----------------------------------------------------------*
       3200-EXAMINAR-CUOTA.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET FIN-CUOTAS TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF LS-LOAN-ID NOT = LM-LOAN-ID
               SET FIN-CUOTAS TO TRUE
               GO TO 3200-EXIT
           END-IF.
           IF NOT LS-PENDIENTE
               GO TO 3200-EXIT
           END-IF.
           IF LS-FECHA-VTO = ZERO
               COMPUTE CUOTAS-SIN-VTO = CUOTAS-SIN-VTO + 1
               GO TO 3200-EXIT
           END-IF.
           MOVE LS-FECHA-VTO TO FECHA-TRAMO.
           PERFORM 3400-DETERMINAR-TRAMO THRU 3400-EXIT.
           IF LM-TIPO-VARIABLE
               COMPUTE TR-CAP-VARIABLE (IND-TRAMO) =
                   TR-CAP-VARIABLE (IND-TRAMO) + LS-CUOTA-AMOR
               COMPUTE TR-INT-VARIABLE (IND-TRAMO) =
                   TR-INT-VARIABLE (IND-TRAMO) + LS-CUOTA-INTE
               IF LS-FECHA-VTO > FECHA-REPRECIO
                   MOVE FECHA-REPRECIO TO FECHA-TRAMO
                   PERFORM 3400-DETERMINAR-TRAMO THRU 3400-EXIT
               END-IF
               COMPUTE TR-REP-VARIABLE (IND-TRAMO) =
                   TR-REP-VARIABLE (IND-TRAMO) + LS-CUOTA-AMOR
           ELSE
               COMPUTE TR-CAP-FIJO (IND-TRAMO) =
                   TR-CAP-FIJO (IND-TRAMO) + LS-CUOTA-AMOR
               COMPUTE TR-INT-FIJO (IND-TRAMO) =
                   TR-INT-FIJO (IND-TRAMO) + LS-CUOTA-INTE
               COMPUTE TR-REP-FIJO (IND-TRAMO) =
                   TR-REP-FIJO (IND-TRAMO) + LS-CUOTA-AMOR
           END-IF.
           IF LS-FECHA-VTO > FECHA-PROCESO
                   AND LS-FECHA-VTO NOT > LIMITE-12M
               PERFORM 3300-SIMULAR-CUOTA THRU 3300-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3300-SIMULAR-CUOTA                                        *
      * Suma los intereses de una cuota de los proximos 12 meses  *
      * al ingreso de cada escenario. Las cuotas a tipo fijo y    *
      * las variables que vencen antes de su revision mantienen   *
      * el interes del cuadro; las posteriores a la revision se   *
      * recalculan sobre el capital pendiente antes de la cuota   *
      * con el indice vigente desplazado mas el diferencial del   *
      * prestamo (sin bajar de cero ni superar el maximo).        *
      *----------------------------------------------------------*
       3300-SIMULAR-CUOTA.
           COMPUTE INGRESO-CUADROS = INGRESO-CUADROS + LS-CUOTA-INTE.
           IF NOT INDICE-HALLADO
               GO TO 3300-EXIT
           END-IF.
           IF LM-TIPO-VARIABLE AND LS-FECHA-VTO > FECHA-REPRECIO
               COMPUTE CAPITAL-PREVIO = LS-CAP-VIVO + LS-CUOTA-AMOR
               PERFORM 3310-INTERES-ESCENARIO THRU 3310-EXIT
                   VARYING IND-ESC FROM 1 BY 1
                   UNTIL IND-ESC > 5
           ELSE
               PERFORM 3320-INTERES-CUADRO THRU 3320-EXIT
                   VARYING IND-ESC FROM 1 BY 1
                   UNTIL IND-ESC > 5
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3310-INTERES-ESCENARIO                                    *
      * Interes de la cuota repreciada en el escenario IND-ESC.   *
      *----------------------------------------------------------*
       3310-INTERES-ESCENARIO.
           COMPUTE TASA-ESCENARIO = INDICE-VIGENTE
               + ES-PB (IND-ESC) / 100 + LM-DIFERENCIAL.
           IF TASA-ESCENARIO < ZERO
               MOVE ZERO TO TASA-ESCENARIO
           END-IF.
           IF TASA-ESCENARIO > INTERES-MAXIMO
               MOVE INTERES-MAXIMO TO TASA-ESCENARIO
           END-IF.
           COMPUTE INTERES-ESCENARIO ROUNDED =
               CAPITAL-PREVIO * TASA-ESCENARIO / 1200.
           COMPUTE ES-INGRESO (IND-ESC) =
               ES-INGRESO (IND-ESC) + INTERES-ESCENARIO.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3320-INTERES-CUADRO                                       *
      * Interes de la cuota sin repreciar en el escenario         *
      * IND-ESC: el que figura en el cuadro.                      *
      *----------------------------------------------------------*
       3320-INTERES-CUADRO.
           COMPUTE ES-INGRESO (IND-ESC) =
               ES-INGRESO (IND-ESC) + LS-CUOTA-INTE.
       3320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3400-DETERMINAR-TRAMO                                     *
      * Deja en IND-TRAMO el tramo de FECHA-TRAMO.                *
      *----------------------------------------------------------*
       3400-DETERMINAR-TRAMO.
           EVALUATE TRUE
               WHEN FECHA-TRAMO NOT > LIMITE-3M
                   MOVE 1 TO IND-TRAMO
               WHEN FECHA-TRAMO NOT > LIMITE-12M
                   MOVE 2 TO IND-TRAMO
               WHEN FECHA-TRAMO NOT > LIMITE-60M
                   MOVE 3 TO IND-TRAMO
               WHEN OTHER
                   MOVE 4 TO IND-TRAMO
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-IMPRIMIR-TRAMOS                                      *
      * Escribe en RIESGIMP los flujos previstos por tramo de     *
      * vencimiento y el gap de repreciacion del capital.         *
      *----------------------------------------------------------*
       5000-IMPRIMIR-TRAMOS.
           MOVE ZERO TO TOTAL-CAP-FIJO.
           MOVE ZERO TO TOTAL-INT-FIJO.
           MOVE ZERO TO TOTAL-CAP-VARIABLE.
           MOVE ZERO TO TOTAL-INT-VARIABLE.
           MOVE ZERO TO TOTAL-REP-FIJO.
           MOVE ZERO TO TOTAL-REP-VARIABLE.
           MOVE ZERO TO GAP-ACUMULADO.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "FLUJOS PREVISTOS POR VENCIMIENTO (CUOTAS PENDIENTES)"
               TO RS-TEXTO.
           WRITE INFORME-RECORD FROM LINEA-RGO-SECCION.
           WRITE INFORME-RECORD FROM LINEA-RGO-COLS-1.
           WRITE INFORME-RECORD FROM LINEA-RGO-COLS-2.
           PERFORM 5100-LINEA-FLUJOS THRU 5100-EXIT
               VARYING IND-TRAMO FROM 1 BY 1
               UNTIL IND-TRAMO > 4.
           MOVE "TOTAL"            TO RD-NOMBRE.
           MOVE TOTAL-CAP-FIJO     TO RD-IMPORTE-1.
           MOVE TOTAL-INT-FIJO     TO RD-IMPORTE-2.
           MOVE TOTAL-CAP-VARIABLE TO RD-IMPORTE-3.
           MOVE TOTAL-INT-VARIABLE TO RD-IMPORTE-4.
           WRITE INFORME-RECORD FROM LINEA-RGO-TRAMO.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "GAP DE REPRECIACION (VARIABLES EN SU PROXIMA REVISION)"
               TO RS-TEXTO.
           WRITE INFORME-RECORD FROM LINEA-RGO-SECCION.
           WRITE INFORME-RECORD FROM LINEA-RGO-COLS-GAP.
           PERFORM 5200-LINEA-GAP THRU 5200-EXIT
               VARYING IND-TRAMO FROM 1 BY 1
               UNTIL IND-TRAMO > 4.
           MOVE "TOTAL"            TO RD-NOMBRE.
           MOVE TOTAL-REP-FIJO     TO RD-IMPORTE-1.
           MOVE TOTAL-REP-VARIABLE TO RD-IMPORTE-2.
           MOVE GAP-ACUMULADO      TO RD-IMPORTE-3.
           MOVE GAP-ACUMULADO      TO RD-IMPORTE-4.
           WRITE INFORME-RECORD FROM LINEA-RGO-TRAMO.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "PRESTAMOS A TIPO FIJO:" TO RC-TEXTO.
           MOVE PRESTAMOS-FIJOS TO RC-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-RGO-CONTADOR.
           MOVE "PRESTAMOS A TIPO VARIABLE:" TO RC-TEXTO.
           MOVE PRESTAMOS-VARIABLES TO RC-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-RGO-CONTADOR.
           IF CUOTAS-SIN-VTO > ZERO
               MOVE "CUOTAS SIN VENCIMIENTO (EXCLUIDAS):"
                   TO RC-TEXTO
               MOVE CUOTAS-SIN-VTO TO RC-CONTADOR
               WRITE INFORME-RECORD FROM LINEA-RGO-CONTADOR
               MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-LINEA-FLUJOS                                         *
      * Linea de flujos del tramo IND-TRAMO y su suma al total.   *
      *----------------------------------------------------------*
       5100-LINEA-FLUJOS.
           MOVE NOMBRE-TRAMO (IND-TRAMO)    TO RD-NOMBRE.
           MOVE TR-CAP-FIJO (IND-TRAMO)     TO RD-IMPORTE-1.
           MOVE TR-INT-FIJO (IND-TRAMO)     TO RD-IMPORTE-2.
           MOVE TR-CAP-VARIABLE (IND-TRAMO) TO RD-IMPORTE-3.
           MOVE TR-INT-VARIABLE (IND-TRAMO) TO RD-IMPORTE-4.
           WRITE INFORME-RECORD FROM LINEA-RGO-TRAMO.
           COMPUTE TOTAL-CAP-FIJO =
               TOTAL-CAP-FIJO + TR-CAP-FIJO (IND-TRAMO).
           COMPUTE TOTAL-INT-FIJO =
               TOTAL-INT-FIJO + TR-INT-FIJO (IND-TRAMO).
           COMPUTE TOTAL-CAP-VARIABLE =
               TOTAL-CAP-VARIABLE + TR-CAP-VARIABLE (IND-TRAMO).
           COMPUTE TOTAL-INT-VARIABLE =
               TOTAL-INT-VARIABLE + TR-INT-VARIABLE (IND-TRAMO).
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5200-LINEA-GAP                                            *
      * Linea del gap de repreciacion del tramo IND-TRAMO con el  *
      * capital sensible acumulado hasta el.                      *
      *----------------------------------------------------------*
       5200-LINEA-GAP.
           COMPUTE GAP-ACUMULADO = GAP-ACUMULADO
               + TR-REP-FIJO (IND-TRAMO) + TR-REP-VARIABLE (IND-TRAMO).
           MOVE NOMBRE-TRAMO (IND-TRAMO)    TO RD-NOMBRE.
           MOVE TR-REP-FIJO (IND-TRAMO)     TO RD-IMPORTE-1.
           MOVE TR-REP-VARIABLE (IND-TRAMO) TO RD-IMPORTE-2.
           COMPUTE RD-IMPORTE-3 =
               TR-REP-FIJO (IND-TRAMO) + TR-REP-VARIABLE (IND-TRAMO).
           MOVE GAP-ACUMULADO               TO RD-IMPORTE-4.
           WRITE INFORME-RECORD FROM LINEA-RGO-TRAMO.
           COMPUTE TOTAL-REP-FIJO =
               TOTAL-REP-FIJO + TR-REP-FIJO (IND-TRAMO).
           COMPUTE TOTAL-REP-VARIABLE =
               TOTAL-REP-VARIABLE + TR-REP-VARIABLE (IND-TRAMO).
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5900-LIMPIAR-TRAMO                                        *
      * Pone a cero la entrada IND-TRAMO de la tabla de tramos.   *
      *----------------------------------------------------------*
       5900-LIMPIAR-TRAMO.
           MOVE ZERO TO TR-CAP-FIJO (IND-TRAMO).
           MOVE ZERO TO TR-INT-FIJO (IND-TRAMO).
           MOVE ZERO TO TR-CAP-VARIABLE (IND-TRAMO).
           MOVE ZERO TO TR-INT-VARIABLE (IND-TRAMO).
           MOVE ZERO TO TR-REP-FIJO (IND-TRAMO).
           MOVE ZERO TO TR-REP-VARIABLE (IND-TRAMO).
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-IMPRIMIR-ESCENARIOS                                  *
      * Escribe en RIESGIMP el ingreso por intereses de los       *
      * proximos 12 meses de cada escenario y su variacion sobre  *
      * el escenario base (indice vigente sin desplazar).         *
      *----------------------------------------------------------*
       6000-IMPRIMIR-ESCENARIOS.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "SIMULACION DEL INGRESO POR INTERESES A 12 MESES"
               TO RS-TEXTO.
           WRITE INFORME-RECORD FROM LINEA-RGO-SECCION.
           MOVE "INGRESO SEGUN CUADROS ACTUALES:" TO RO-TEXTO.
           MOVE INGRESO-CUADROS TO RO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-RGO-TOTAL.
           IF NOT INDICE-HALLADO
               MOVE "SIN FIXING EN EURIFIX: NO SE SIMULAN ESCENARIOS"
                   TO RS-TEXTO
               WRITE INFORME-RECORD FROM LINEA-RGO-SECCION
               GO TO 6000-EXIT
           END-IF.
           MOVE INDICE-VIGENTE TO RI-INDICE.
           MOVE FECHA-INDICE   TO RI-FECHA.
           MOVE LIMITE-12M     TO RI-LIMITE.
           WRITE INFORME-RECORD FROM LINEA-RGO-INDICE.
           WRITE INFORME-RECORD FROM LINEA-RGO-COLS-ESC.
           PERFORM 6100-LINEA-ESCENARIO THRU 6100-EXIT
               VARYING IND-ESC FROM 1 BY 1
               UNTIL IND-ESC > 5.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-LINEA-ESCENARIO                                      *
      * Linea del escenario IND-ESC: desplazamiento, ingreso y    *
      * variacion sobre la base con su signo.                     *
      *----------------------------------------------------------*
       6100-LINEA-ESCENARIO.
           IF ES-PB (IND-ESC) < ZERO
               MOVE "-" TO RE-SIGNO-PB
               COMPUTE RE-PB = ZERO - ES-PB (IND-ESC)
           ELSE
               MOVE "+" TO RE-SIGNO-PB
               MOVE ES-PB (IND-ESC) TO RE-PB
           END-IF.
           IF IND-ESC = IND-BASE
               MOVE " (BASE)" TO RE-BASE
           ELSE
               MOVE SPACES TO RE-BASE
           END-IF.
           MOVE ES-INGRESO (IND-ESC) TO RE-INGRESO.
           COMPUTE VARIACION-INGRESO =
               ES-INGRESO (IND-ESC) - ES-INGRESO (IND-BASE).
           IF VARIACION-INGRESO < ZERO
               MOVE "-" TO RE-SIGNO-VARIACION
               COMPUTE RE-VARIACION = ZERO - VARIACION-INGRESO
           ELSE
               MOVE "+" TO RE-SIGNO-VARIACION
               MOVE VARIACION-INGRESO TO RE-VARIACION
           END-IF.
           WRITE INFORME-RECORD FROM LINEA-RGO-ESCENARIO.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6900-LIMPIAR-ESCENARIO                                    *
      * Pone a cero el ingreso del escenario IND-ESC.             *
      *----------------------------------------------------------*
       6900-LIMPIAR-ESCENARIO.
           MOVE ZERO TO ES-INGRESO (IND-ESC).
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RESUMEN-EJECUCION                                    *
      * Muestra los contadores y totales de la ejecucion.         *
      *----------------------------------------------------------*
       8000-RESUMEN-EJECUCION.
           DISPLAY "------------------------".
           DISPLAY "Fecha de proceso:          " FECHA-PROCESO.
           DISPLAY "Prestamos a tipo fijo:     " PRESTAMOS-FIJOS.
           DISPLAY "Prestamos a tipo variable: " PRESTAMOS-VARIABLES.
           MOVE INGRESO-CUADROS TO IMPORTE-EDITADO.
           DISPLAY "Ingreso 12 meses (cuadros):" IMPORTE-EDITADO.
           IF CUOTAS-SIN-VTO > ZERO
               DISPLAY "Aviso: " CUOTAS-SIN-VTO " cuotas pendientes "
                       "sin fecha de vencimiento, excluidas"
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8100-SUMAR-MESES                                          *
      * Suma MESES-A-SUMAR meses a FECHA-BASE y deja el resultado *
      * en FECHA-RESULTADO, ajustando el dia al ultimo dia del    *
      * mes resultante cuando el dia de partida no existe en el.  *
      *----------------------------------------------------------*
       8100-SUMAR-MESES.
           COMPUTE MESES-TOTALES =
               FB-AAAA * 12 + FB-MM - 1 + MESES-A-SUMAR.
           DIVIDE MESES-TOTALES BY 12
               GIVING ANOS-AUX REMAINDER RESTO-MESES.
           MOVE ANOS-AUX TO FR-AAAA.
           COMPUTE FR-MM = RESTO-MESES + 1.
           MOVE DIAS-DEL-MES (FR-MM) TO DIA-TOPE.
           IF FR-MM = 02
               DIVIDE FR-AAAA BY 4
                   GIVING COCIENTE-AUX REMAINDER REM-4
               DIVIDE FR-AAAA BY 100
                   GIVING COCIENTE-AUX REMAINDER REM-100
               DIVIDE FR-AAAA BY 400
                   GIVING COCIENTE-AUX REMAINDER REM-400
               IF REM-4 = ZERO
                       AND (REM-100 NOT = ZERO OR REM-400 = ZERO)
                   MOVE 29 TO DIA-TOPE
               END-IF
           END-IF.
           MOVE FB-DD TO FR-DD.
           IF FR-DD > DIA-TOPE
               MOVE DIA-TOPE TO FR-DD
           END-IF.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE FIXING-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE INFORME-FILE.
       9000-EXIT.
           EXIT.
