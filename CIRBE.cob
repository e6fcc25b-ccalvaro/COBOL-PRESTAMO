       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIRBE.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: extraccion mensual de la  *
      *                declaracion de riesgos a la CIRBE del      *
      *                Banco de Espana. Recorre LOAN-MASTER con   *
      *                el titular de CUSTMAST y graba en CIRBEDEC *
      *                un registro por prestamo vivo (NIF, fecha  *
      *                de formalizacion, importe original,        *
      *                capital vivo y vencido de LOANSCHD, tipo   *
      *                fijo o variable, vencimiento final y       *
      *                situacion: activo o moroso de mas de 90    *
      *                dias). Se compara con la declaracion del   *
      *                mes anterior (CIRBEANT) para marcar altas, *
      *                modificaciones de situacion y bajas de los *
      *                prestamos cancelados o pagados. Termina    *
      *                con los totales de control en CIRBEIMP.    *
      * 15/10/2026 AC  Codigo de retorno 8 si no se puede abrir   *
      *                un maestro; con cualquier error de         *
      *                arranque no se abren CIRBEDEC ni CIRBEIMP, *
      *                y se conservan los de la declaracion ya    *
      *                emitida.                                   *
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

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLIENTE
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT DECLARACION-ANT-FILE ASSIGN TO "CIRBEANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARACION-ANT-STATUS.

           SELECT DECLARACION-FILE ASSIGN TO "CIRBEDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARACION-STATUS.

           SELECT INFORME-FILE ASSIGN TO "CIRBEIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT PARAM-FILE ASSIGN TO "CIRBEPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

      *----------------------------------------------------------*
      * Declaracion del mes anterior: es el CIRBEDEC del mes      *
      * pasado, renombrado antes de la ejecucion. Viene ordenada  *
      * por prestamo, igual que el recorrido del maestro.         *
      *----------------------------------------------------------*
       FD  DECLARACION-ANT-FILE.
       01  DECLARACION-ANT-RECORD.
           05  DA-FECHA-DECLARACION    PIC 9(08).
           05  DA-TIPO-DECLARACION     PIC X(01).
               88  DA-BAJA             VALUE "B".
           05  DA-NIF                  PIC X(09).
           05  DA-CLIENTE              PIC 9(06).
           05  DA-LOAN-ID              PIC 9(14).
           05  DA-FECHA-ALTA           PIC 9(08).
           05  DA-IMPORTE-ORIGINAL     PIC 9(07)V99.
           05  DA-CAP-VIVO             PIC 9(07)V99.
           05  DA-IMPORTE-VENCIDO      PIC 9(09)V99.
           05  DA-TIPO-INTERES         PIC X(01).
           05  DA-FECHA-VENCIMIENTO    PIC 9(08).
           05  DA-SITUACION            PIC X(01).
           05  DA-DIAS-IMPAGO          PIC 9(05).

      *----------------------------------------------------------*
      * Declaracion del mes: un registro por prestamo. Tipo de    *
      * declaracion A=alta (no declarado el mes anterior),        *
      * M=modificacion (cambia la situacion), S=sin cambio de     *
      * situacion (solo saldos) y B=baja (el prestamo sale de la  *
      * cartera). Situacion A=activo, M=moroso (impago de mas de  *
      * los dias de morosidad, o fallido) y C=cancelado o pagado. *
      *----------------------------------------------------------*
       FD  DECLARACION-FILE.
       01  DECLARACION-RECORD.
           05  CD-FECHA-DECLARACION    PIC 9(08).
           05  CD-TIPO-DECLARACION     PIC X(01).
               88  CD-ALTA             VALUE "A".
               88  CD-MODIFICACION     VALUE "M".
               88  CD-SIN-CAMBIO       VALUE "S".
               88  CD-BAJA             VALUE "B".
           05  CD-NIF                  PIC X(09).
           05  CD-CLIENTE              PIC 9(06).
           05  CD-LOAN-ID              PIC 9(14).
           05  CD-FECHA-ALTA           PIC 9(08).
           05  CD-IMPORTE-ORIGINAL     PIC 9(07)V99.
           05  CD-CAP-VIVO             PIC 9(07)V99.
           05  CD-IMPORTE-VENCIDO      PIC 9(09)V99.
           05  CD-TIPO-INTERES         PIC X(01).
           05  CD-FECHA-VENCIMIENTO    PIC 9(08).
           05  CD-SITUACION            PIC X(01).
               88  CD-SITUACION-ACTIVO VALUE "A".
               88  CD-SITUACION-MOROSO VALUE "M".
               88  CD-SITUACION-CANCELADO VALUE "C".
           05  CD-DIAS-IMPAGO          PIC 9(05).

       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: fecha de la       *
      * declaracion (cero usa la fecha del dia) y dias de impago  *
      * a partir de los que el prestamo se declara moroso (cero   *
      * usa 90).                                                  *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-FECHA-DECLARACION    PIC 9(08).
           05  PA-DIAS-MOROSO          PIC 9(03).

       LOCAL-STORAGE SECTION.
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  LOAN-SCHEDULE-STATUS       PIC XX.
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  CUSTOMER-MASTER-STATUS     PIC XX.
           88  CUSTOMER-MASTER-OK     VALUE "00".
       01  DECLARACION-ANT-STATUS     PIC XX.
           88  DECLARACION-ANT-OK     VALUE "00".
       01  DECLARACION-STATUS         PIC XX.
           88  DECLARACION-OK         VALUE "00".
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
       01  PARAM-STATUS               PIC XX.
           88  PARAM-OK               VALUE "00".
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  LINEA-PARAMETROS.
           05  FILLER                 PIC X(22)
               VALUE "PARAMETROS (CIRBEPAR):".
           05  FILLER                 PIC X(07) VALUE " FECHA=".
           05  LPA-FECHA              PIC 9(08).
           05  FILLER                 PIC X(14) VALUE " DIAS MOROSO=".
           05  LPA-DIAS-MOROSO        PIC ZZ9.
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
       01  SW-DECLARADO-ANTES         PIC X.
           88  DECLARADO-ANTES        VALUE "S".
       01  FECHA-DECLARACION          PIC 9(08).
       01  FECHA-ARRANQUE             PIC 9(08).
       01  DIAS-MOROSO                PIC 9(03) VALUE 90.
       01  SITUACION-ANTERIOR         PIC X(01).

      *----------------------------------------------------------*
      * Situacion del prestamo en curso.                          *
      *----------------------------------------------------------*
       01  CAP-VIVO-PRESTAMO          PIC 9(07)V99.
       01  IMPORTE-VENCIDO            PIC S9(09)V99.
       01  IMPORTE-IMPAGADO           PIC S9(07)V99.
       01  FECHA-IMPAGO-ANTIGUA       PIC 9(08).
       01  FECHA-ULTIMO-VTO           PIC 9(08).
       01  DIAS-IMPAGO                PIC 9(05).

      *----------------------------------------------------------*
      * Totales de control de la declaracion.                     *
      *----------------------------------------------------------*
       01  REGISTROS-DECLARADOS       PIC 9(07) VALUE 0.
       01  REGISTROS-ALTA             PIC 9(07) VALUE 0.
       01  REGISTROS-MODIFICACION     PIC 9(07) VALUE 0.
       01  REGISTROS-SIN-CAMBIO       PIC 9(07) VALUE 0.
       01  REGISTROS-BAJA             PIC 9(07) VALUE 0.
       01  PRESTAMOS-MOROSOS          PIC 9(07) VALUE 0.
       01  CLIENTES-NO-ENCONTRADOS    PIC 9(07) VALUE 0.
       01  TOTAL-IMPORTE-ORIGINAL     PIC 9(11)V99 VALUE 0.
       01  TOTAL-CAP-VIVO             PIC 9(11)V99 VALUE 0.
       01  TOTAL-IMPORTE-VENCIDO      PIC 9(11)V99 VALUE 0.
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
       01  RESTO-MESES                PIC 9(02) COMP.
       01  DIA-TOPE                   PIC 99.

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

       01  LINEA-CIR-TITULO.
           05  FILLER                 PIC X(40)
               VALUE "DECLARACION DE RIESGOS CIRBE - ".
           05  FILLER                 PIC X(07) VALUE "FECHA: ".
           05  CT-FECHA               PIC 9(08).

       01  LINEA-CIR-COLS.
           05  FILLER                 PIC X(15) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(10) VALUE "NIF".
           05  FILLER                 PIC X(05) VALUE "DECL".
           05  FILLER                 PIC X(05) VALUE "SIT.".
           05  FILLER                 PIC X(06) VALUE " DIAS".
           05  FILLER                 PIC X(12) VALUE "  CAP. VIVO".
           05  FILLER                 PIC X(12) VALUE "    VENCIDO".
           05  FILLER                 PIC X(09) VALUE " VENCIM.".

       01  LINEA-CIR-DETALLE.
           05  CL-LOAN-ID             PIC 9(14).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CL-NIF                 PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CL-TIPO-DECLARACION    PIC X(01).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  CL-SITUACION           PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CL-DIAS                PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CL-CAP-VIVO            PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CL-VENCIDO             PIC Z(07)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CL-VENCIMIENTO         PIC 9(08).

       01  LINEA-CIR-TOTAL.
           05  CO-TEXTO               PIC X(40).
           05  CO-IMPORTE             PIC Z(10)9,99.

       01  LINEA-CIR-CONTADOR.
           05  CN-TEXTO               PIC X(40).
           05  CN-REGISTROS           PIC Z(06)9.

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
      * Obtiene la fecha de la declaracion, abre los ficheros y   *
      * lee el primer registro de la declaracion anterior; si no  *
      * hay fichero anterior todos los prestamos se declaran      *
      * como altas. Si falta un maestro o CIRBEANT no es de un    *
      * mes anterior no se abren CIRBEDEC ni CIRBEIMP, para no    *
      * dejar vacios los de la declaracion ya emitida.            *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Declaracion mensual de riesgos a la CIRBE".
           ACCEPT FECHA-DECLARACION FROM DATE YYYYMMDD.
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
           IF NOT PARAMETROS-LEIDOS
               DISPLAY "Fecha de la declaracion (AAAAMMDD, 0 para "
                       "hoy)"
               ACCEPT FECHA-ARRANQUE
               IF FECHA-ARRANQUE NOT = ZERO
                   MOVE FECHA-ARRANQUE TO FECHA-DECLARACION
               END-IF
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
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de clientes "
                       "(CUSTMAST), estado " CUSTOMER-MASTER-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT DECLARACION-ANT-FILE.
           IF NOT DECLARACION-ANT-OK
               DISPLAY "No hay declaracion del mes anterior "
                       "(CIRBEANT), todos los prestamos se declaran "
                       "como altas"
               MOVE "N" TO SW-HAY-ANTERIOR
               SET FIN-ANTERIOR TO TRUE
           ELSE
               PERFORM 6000-LEER-ANTERIOR THRU 6000-EXIT
               IF NOT FIN-ANTERIOR
                       AND DA-FECHA-DECLARACION (1:6)
                           NOT < FECHA-DECLARACION (1:6)
                   DISPLAY "Error: CIRBEANT es de la declaracion "
                           DA-FECHA-DECLARACION ", no anterior a la "
                           "pedida " FECHA-DECLARACION
                   MOVE "N" TO SW-MAESTROS-DISPONIBLES
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT MAESTROS-DISPONIBLES
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT DECLARACION-FILE.
           OPEN OUTPUT INFORME-FILE.
           MOVE FECHA-DECLARACION TO CT-FECHA.
           WRITE INFORME-RECORD FROM LINEA-CIR-TITULO.
           IF PARAMETROS-LEIDOS
               WRITE INFORME-RECORD FROM LINEA-PARAMETROS
           END-IF.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           WRITE INFORME-RECORD FROM LINEA-CIR-COLS.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-LEER-PARAMETROS                                      *
      * Si existe el fichero de parametros CIRBEPAR toma de el la *
      * fecha de la declaracion (cero conserva la del dia) y los  *
      * dias de morosidad (cero conserva 90), para correr         *
      * desatendido bajo el planificador.                         *
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
                   IF PA-FECHA-DECLARACION NOT = ZERO
                       MOVE PA-FECHA-DECLARACION TO FECHA-DECLARACION
                   END-IF
                   IF PA-DIAS-MOROSO NOT = ZERO
                       MOVE PA-DIAS-MOROSO TO DIAS-MOROSO
                   END-IF
                   MOVE FECHA-DECLARACION TO LPA-FECHA
                   MOVE DIAS-MOROSO       TO LPA-DIAS-MOROSO
                   DISPLAY LINEA-PARAMETROS
           END-READ.
           CLOSE PARAM-FILE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-RECORRER-MAESTRO                                     *
      * Recorre todos los prestamos de LOAN-MASTER en orden de    *
      * identificador, cruzandolos con la declaracion anterior.   *
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
      * Lee el siguiente prestamo. Los registros anteriores de    *
      * prestamos que ya no estan en el maestro se dan de baja;   *
      * se toma la situacion declarada el mes anterior, si la     *
      * hay. Un prestamo activo o fallido se declara con sus      *
      * saldos; uno cancelado o pagado solo se declara, como      *
      * baja, si seguia vivo en la declaracion anterior.          *
      *----------------------------------------------------------*
       3100-EXAMINAR-PRESTAMO.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET FIN-MAESTRO TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 4100-BAJA-ANTERIOR THRU 4100-EXIT
               UNTIL FIN-ANTERIOR
                  OR DA-LOAN-ID NOT < LM-LOAN-ID.
           MOVE "N"    TO SW-DECLARADO-ANTES.
           MOVE SPACES TO SITUACION-ANTERIOR.
           IF NOT FIN-ANTERIOR AND DA-LOAN-ID = LM-LOAN-ID
               IF NOT DA-BAJA
                   SET DECLARADO-ANTES TO TRUE
                   MOVE DA-SITUACION TO SITUACION-ANTERIOR
               END-IF
               PERFORM 6000-LEER-ANTERIOR THRU 6000-EXIT
           END-IF.
           IF NOT LM-ACTIVO AND NOT LM-FALLIDO
               IF DECLARADO-ANTES
                   PERFORM 3200-EXAMINAR-CUADRO THRU 3200-EXIT
                   PERFORM 3500-GRABAR-BAJA THRU 3500-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-EXAMINAR-CUADRO THRU 3200-EXIT.
           PERFORM 3300-CLASIFICAR THRU 3300-EXIT.
           PERFORM 3400-GRABAR-DECLARACION THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-EXAMINAR-CUADRO                                      *
      * Recorre el cuadro del prestamo: obtiene el capital vivo   *
      * (el de la ultima cuota liquidada), la deuda vencida       *
      * impagada, el vencimiento impagado mas antiguo y el        *
      * vencimiento de la ultima cuota no anulada.                *
      *----------------------------------------------------------*
       3200-EXAMINAR-CUADRO.
           MOVE LM-PRESTADO TO CAP-VIVO-PRESTAMO.
           MOVE ZERO TO IMPORTE-VENCIDO.
           MOVE ZERO TO FECHA-IMPAGO-ANTIGUA.
           MOVE ZERO TO FECHA-ULTIMO-VTO.
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
           IF FECHA-ULTIMO-VTO = ZERO AND LM-FECHA-PRIMER-VTO > ZERO
                   AND LM-PLAZO-M > ZERO
               MOVE LM-FECHA-PRIMER-VTO TO FECHA-BASE
               COMPUTE MESES-A-SUMAR = LM-PLAZO-M - 1
               PERFORM 8100-SUMAR-MESES THRU 8100-EXIT
               MOVE FECHA-RESULTADO TO FECHA-ULTIMO-VTO
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3210-EXAMINAR-CUOTA                                       *
      * Lee la siguiente cuota del prestamo: las liquidadas       *
      * actualizan el capital vivo; las pendientes vencidas a la  *
      * fecha de la declaracion con importe impagado (descontados *
      * los pagos a cuenta) suman deuda vencida y marcan la fecha *
      * de impago mas antigua.                                    *
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
           IF LS-ANULADA
               GO TO 3210-EXIT
           END-IF.
           IF LS-FECHA-VTO > FECHA-ULTIMO-VTO
               MOVE LS-FECHA-VTO TO FECHA-ULTIMO-VTO
           END-IF.
           IF LS-LIQUIDADA
               MOVE LS-CAP-VIVO TO CAP-VIVO-PRESTAMO
               GO TO 3210-EXIT
           END-IF.
           IF LS-FECHA-VTO = ZERO
                   OR LS-FECHA-VTO > FECHA-DECLARACION
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
      * mas antiguo y asigna la situacion: moroso si supera los   *
      * dias de morosidad o es fallido, activo en otro caso.      *
      *----------------------------------------------------------*
       3300-CLASIFICAR.
           MOVE ZERO TO DIAS-IMPAGO.
           IF FECHA-IMPAGO-ANTIGUA NOT = ZERO
               MOVE FECHA-IMPAGO-ANTIGUA TO FECHA-DESDE
               MOVE FECHA-DECLARACION    TO FECHA-HASTA
               PERFORM 8200-DIAS-ENTRE-FECHAS THRU 8200-EXIT
               IF DIAS-ENTRE > ZERO
                   MOVE DIAS-ENTRE TO DIAS-IMPAGO
               END-IF
           END-IF.
           IF LM-FALLIDO OR DIAS-IMPAGO > DIAS-MOROSO
               SET CD-SITUACION-MOROSO TO TRUE
               COMPUTE PRESTAMOS-MOROSOS = PRESTAMOS-MOROSOS + 1
           ELSE
               SET CD-SITUACION-ACTIVO TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3400-GRABAR-DECLARACION                                   *
      * Declara el prestamo vivo: alta si no estaba en la         *
      * declaracion anterior, modificacion si ha cambiado su      *
      * situacion y sin cambio en otro caso.                      *
      *----------------------------------------------------------*
       3400-GRABAR-DECLARACION.
           PERFORM 3700-DATOS-PRESTAMO THRU 3700-EXIT.
           EVALUATE TRUE
               WHEN NOT DECLARADO-ANTES
                   SET CD-ALTA TO TRUE
               WHEN CD-SITUACION NOT = SITUACION-ANTERIOR
                   SET CD-MODIFICACION TO TRUE
               WHEN OTHER
                   SET CD-SIN-CAMBIO TO TRUE
           END-EVALUATE.
           PERFORM 3600-GRABAR-REGISTRO THRU 3600-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3500-GRABAR-BAJA                                          *
      * El prestamo estaba vivo en la declaracion anterior y ya   *
      * se ha cancelado o pagado: se declara su baja con el       *
      * capital vivo a cero.                                      *
      *----------------------------------------------------------*
       3500-GRABAR-BAJA.
           MOVE ZERO TO DIAS-IMPAGO.
           MOVE ZERO TO CAP-VIVO-PRESTAMO.
           MOVE ZERO TO IMPORTE-VENCIDO.
           SET CD-SITUACION-CANCELADO TO TRUE.
           PERFORM 3700-DATOS-PRESTAMO THRU 3700-EXIT.
           SET CD-BAJA TO TRUE.
           PERFORM 3600-GRABAR-REGISTRO THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3600-GRABAR-REGISTRO                                      *
      * Graba el registro de CIRBEDEC preparado, lo lista en el   *
      * informe y acumula los totales de control.                 *
      *----------------------------------------------------------*
       3600-GRABAR-REGISTRO.
           MOVE FECHA-DECLARACION TO CD-FECHA-DECLARACION.
           WRITE DECLARACION-RECORD.
           COMPUTE REGISTROS-DECLARADOS = REGISTROS-DECLARADOS + 1.
           EVALUATE TRUE
               WHEN CD-ALTA
                   COMPUTE REGISTROS-ALTA = REGISTROS-ALTA + 1
               WHEN CD-MODIFICACION
                   COMPUTE REGISTROS-MODIFICACION =
                       REGISTROS-MODIFICACION + 1
               WHEN CD-SIN-CAMBIO
                   COMPUTE REGISTROS-SIN-CAMBIO =
                       REGISTROS-SIN-CAMBIO + 1
               WHEN CD-BAJA
                   COMPUTE REGISTROS-BAJA = REGISTROS-BAJA + 1
           END-EVALUATE.
           COMPUTE TOTAL-IMPORTE-ORIGINAL =
               TOTAL-IMPORTE-ORIGINAL + CD-IMPORTE-ORIGINAL.
           COMPUTE TOTAL-CAP-VIVO = TOTAL-CAP-VIVO + CD-CAP-VIVO.
           COMPUTE TOTAL-IMPORTE-VENCIDO =
               TOTAL-IMPORTE-VENCIDO + CD-IMPORTE-VENCIDO.
           MOVE CD-LOAN-ID           TO CL-LOAN-ID.
           MOVE CD-NIF               TO CL-NIF.
           MOVE CD-TIPO-DECLARACION  TO CL-TIPO-DECLARACION.
           MOVE CD-SITUACION         TO CL-SITUACION.
           MOVE CD-DIAS-IMPAGO       TO CL-DIAS.
           MOVE CD-CAP-VIVO          TO CL-CAP-VIVO.
           MOVE CD-IMPORTE-VENCIDO   TO CL-VENCIDO.
           MOVE CD-FECHA-VENCIMIENTO TO CL-VENCIMIENTO.
           WRITE INFORME-RECORD FROM LINEA-CIR-DETALLE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3700-DATOS-PRESTAMO                                       *
      * Rellena el registro de la declaracion con los datos del   *
      * prestamo en curso y el NIF de su titular en CUSTMAST.     *
      *----------------------------------------------------------*
       3700-DATOS-PRESTAMO.
           MOVE LM-CLIENTE TO CM-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Aviso: el cliente " LM-CLIENTE
                           " del prestamo " LM-LOAN-ID
                           " no esta en CUSTMAST, se declara sin NIF"
                   MOVE SPACES TO CM-NIF
                   COMPUTE CLIENTES-NO-ENCONTRADOS =
                       CLIENTES-NO-ENCONTRADOS + 1
                   MOVE 4 TO RETURN-CODE
           END-READ.
           MOVE CM-NIF            TO CD-NIF.
           MOVE LM-CLIENTE        TO CD-CLIENTE.
           MOVE LM-LOAN-ID        TO CD-LOAN-ID.
           MOVE LM-FECHA-ALTA     TO CD-FECHA-ALTA.
           MOVE LM-PRESTADO       TO CD-IMPORTE-ORIGINAL.
           MOVE CAP-VIVO-PRESTAMO TO CD-CAP-VIVO.
           MOVE IMPORTE-VENCIDO   TO CD-IMPORTE-VENCIDO.
           IF LM-TIPO-VARIABLE
               MOVE "V" TO CD-TIPO-INTERES
           ELSE
               MOVE "F" TO CD-TIPO-INTERES
           END-IF.
           MOVE FECHA-ULTIMO-VTO  TO CD-FECHA-VENCIMIENTO.
           MOVE DIAS-IMPAGO       TO CD-DIAS-IMPAGO.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-BAJAS-PENDIENTES                                     *
      * Terminado el maestro, los registros anteriores que quedan *
      * corresponden a prestamos que ya no existen y se dan de    *
      * baja.                                                     *
      *----------------------------------------------------------*
       4000-BAJAS-PENDIENTES.
           PERFORM 4100-BAJA-ANTERIOR THRU 4100-EXIT
               UNTIL FIN-ANTERIOR.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4100-BAJA-ANTERIOR                                        *
      * Declara la baja del registro anterior leido, de un        *
      * prestamo que no esta en el maestro, con los datos que se  *
      * declararon el mes pasado, y lee el siguiente.             *
      *----------------------------------------------------------*
       4100-BAJA-ANTERIOR.
           IF NOT DA-BAJA
               MOVE DA-NIF               TO CD-NIF
               MOVE DA-CLIENTE           TO CD-CLIENTE
               MOVE DA-LOAN-ID           TO CD-LOAN-ID
               MOVE DA-FECHA-ALTA        TO CD-FECHA-ALTA
               MOVE DA-IMPORTE-ORIGINAL  TO CD-IMPORTE-ORIGINAL
               MOVE ZERO                 TO CD-CAP-VIVO
               MOVE ZERO                 TO CD-IMPORTE-VENCIDO
               MOVE DA-TIPO-INTERES      TO CD-TIPO-INTERES
               MOVE DA-FECHA-VENCIMIENTO TO CD-FECHA-VENCIMIENTO
               MOVE ZERO                 TO CD-DIAS-IMPAGO
               SET CD-SITUACION-CANCELADO TO TRUE
               SET CD-BAJA TO TRUE
               PERFORM 3600-GRABAR-REGISTRO THRU 3600-EXIT
           END-IF.
           PERFORM 6000-LEER-ANTERIOR THRU 6000-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-IMPRIMIR-TOTALES                                     *
      * Escribe en CIRBEIMP los totales de control de registros   *
      * e importes, que se comprueban antes del envio.            *
      *----------------------------------------------------------*
       5000-IMPRIMIR-TOTALES.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "REGISTROS DECLARADOS:" TO CN-TEXTO.
           MOVE REGISTROS-DECLARADOS TO CN-REGISTROS.
           WRITE INFORME-RECORD FROM LINEA-CIR-CONTADOR.
           MOVE "  ALTAS:" TO CN-TEXTO.
           MOVE REGISTROS-ALTA TO CN-REGISTROS.
           WRITE INFORME-RECORD FROM LINEA-CIR-CONTADOR.
           MOVE "  MODIFICACIONES:" TO CN-TEXTO.
           MOVE REGISTROS-MODIFICACION TO CN-REGISTROS.
           WRITE INFORME-RECORD FROM LINEA-CIR-CONTADOR.
           MOVE "  SIN CAMBIO DE SITUACION:" TO CN-TEXTO.
           MOVE REGISTROS-SIN-CAMBIO TO CN-REGISTROS.
           WRITE INFORME-RECORD FROM LINEA-CIR-CONTADOR.
           MOVE "  BAJAS:" TO CN-TEXTO.
           MOVE REGISTROS-BAJA TO CN-REGISTROS.
           WRITE INFORME-RECORD FROM LINEA-CIR-CONTADOR.
           MOVE "PRESTAMOS MOROSOS:" TO CN-TEXTO.
           MOVE PRESTAMOS-MOROSOS TO CN-REGISTROS.
           WRITE INFORME-RECORD FROM LINEA-CIR-CONTADOR.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "TOTAL IMPORTE ORIGINAL:" TO CO-TEXTO.
           MOVE TOTAL-IMPORTE-ORIGINAL TO CO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-CIR-TOTAL.
           MOVE "TOTAL CAPITAL VIVO:" TO CO-TEXTO.
           MOVE TOTAL-CAP-VIVO TO CO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-CIR-TOTAL.
           MOVE "TOTAL IMPORTE VENCIDO:" TO CO-TEXTO.
           MOVE TOTAL-IMPORTE-VENCIDO TO CO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-CIR-TOTAL.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-LEER-ANTERIOR                                        *
      * Lee el siguiente registro de la declaracion anterior.     *
      *----------------------------------------------------------*
       6000-LEER-ANTERIOR.
           READ DECLARACION-ANT-FILE
               AT END
                   SET FIN-ANTERIOR TO TRUE
           END-READ.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RESUMEN-EJECUCION                                    *
      * Muestra los totales de control de la declaracion.         *
      *----------------------------------------------------------*
       8000-RESUMEN-EJECUCION.
           DISPLAY "------------------------".
           DISPLAY "Fecha de declaracion:   " FECHA-DECLARACION.
           DISPLAY "Registros declarados:   " REGISTROS-DECLARADOS.
           DISPLAY "  Altas:                " REGISTROS-ALTA.
           DISPLAY "  Modificaciones:       " REGISTROS-MODIFICACION.
           DISPLAY "  Sin cambio:           " REGISTROS-SIN-CAMBIO.
           DISPLAY "  Bajas:                " REGISTROS-BAJA.
           DISPLAY "Prestamos morosos:      " PRESTAMOS-MOROSOS.
           DISPLAY "Clientes sin NIF:       " CLIENTES-NO-ENCONTRADOS.
           MOVE TOTAL-IMPORTE-ORIGINAL TO IMPORTE-EDITADO.
           DISPLAY "Importe original:       " IMPORTE-EDITADO.
           MOVE TOTAL-CAP-VIVO TO IMPORTE-EDITADO.
           DISPLAY "Capital vivo:           " IMPORTE-EDITADO.
           MOVE TOTAL-IMPORTE-VENCIDO TO IMPORTE-EDITADO.
           DISPLAY "Importe vencido:        " IMPORTE-EDITADO.
           DISPLAY "------------------------".
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
           CLOSE CUSTOMER-MASTER-FILE.
           IF HAY-ANTERIOR
               CLOSE DECLARACION-ANT-FILE
           END-IF.
           IF MAESTROS-DISPONIBLES
               CLOSE DECLARACION-FILE
               CLOSE INFORME-FILE
           END-IF.
       9000-EXIT.
           EXIT.
