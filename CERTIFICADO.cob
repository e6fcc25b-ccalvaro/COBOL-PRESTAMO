       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CERTIFICADO.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: certificado anual de      *
      *                intereses pagados para la declaracion de   *
      *                la renta. Recorre CUSTMAST y, por cada     *
      *                cliente, sus prestamos de LOAN-MASTER      *
      *                (LM-CLIENTE), sea cual sea su estado.      *
      *                Por prestamo suma lo pagado en el          *
      *                ejercicio: intereses, capital y demora de  *
      *                las cuotas liquidadas en el ano (las ya    *
      *                liquidadas se conservan tras una           *
      *                novacion) y, si se cancelo en el ano, la   *
      *                liquidacion de LIQCANC (capital,           *
      *                intereses devengados, comision y cuotas    *
      *                vencidas anuladas). Imprime un certificado *
      *                por cliente en CERTIMP y graba el resumen  *
      *                de formato fijo CERTRES, una linea por     *
      *                prestamo, para el equipo fiscal.           *
      * 15/10/2026 AC  Lo pagado en el ejercicio se toma de los   *
      *                pagos de PAGOMOV con fecha valor en el     *
      *                ano, imputados a demora, intereses y       *
      *                capital: incluye los pagos a cuenta,       *
      *                reparte las cuotas pagadas entre dos       *
      *                ejercicios y conserva los pagos a cuenta   *
      *                de las cuotas anuladas por cancelacion.    *
      * 15/10/2026 AC  Codigo de retorno 8 si no se puede abrir   *
      *                un maestro.                                *
      * 15/10/2026 AC  Los pagos de PAGOMOV se acumulan por cuota *
      *                en el fichero de trabajo indexado CERTMOV  *
      *                en lugar de una tabla en memoria; un error *
      *                al cargar pagos o cancelaciones termina    *
      *                con codigo de retorno 8 sin emitir         *
      *                certificados ni resumen.                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLIENTE
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

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

           SELECT LIQUIDACION-FILE ASSIGN TO "LIQCANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQUIDACION-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "PAGOMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT PAGO-CUOTA-FILE ASSIGN TO "CERTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CLAVE
               FILE STATUS IS PAGO-CUOTA-STATUS.

           SELECT CERTIFICADO-FILE ASSIGN TO "CERTIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICADO-STATUS.

           SELECT RESUMEN-FILE ASSIGN TO "CERTRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUMEN-STATUS.

           SELECT PARAM-FILE ASSIGN TO "CERTIPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  LIQUIDACION-FILE.
       01  LIQUIDACION-RECORD.
           05  LQ-FECHA-VALOR          PIC 9(08).
           05  LQ-LOAN-ID              PIC 9(14).
           05  LQ-CLIENTE              PIC 9(06).
           05  LQ-IMPORTE-VENCIDO      PIC 9(07)V99.
           05  LQ-CAP-VIVO             PIC 9(07)V99.
           05  LQ-INTERES-DEV          PIC 9(07)V99.
           05  LQ-COMISION             PIC 9(07)V99.
           05  LQ-TOTAL                PIC 9(09)V99.
           05  LQ-CUOTAS-ANULADAS      PIC 9(03).

      *----------------------------------------------------------*
      * Historico de aplicaciones de pagos a cuotas que graban    *
      * COBRO-RECIBOS y RETORNO (T liquida la cuota, P pago a     *
      * cuenta, S sobrante sin cuota).                            *
      *----------------------------------------------------------*
       FD  PAGOS-FILE.
       01  PAGO-RECORD.
           05  PM-FECHA-PROCESO        PIC 9(08).
           05  PM-LOAN-ID              PIC 9(14).
           05  PM-PLAZO                PIC 9(03).
           05  PM-FECHA-VALOR          PIC 9(08).
           05  PM-IMPORTE-APLICADO     PIC 9(07)V99.
           05  PM-TIPO-APLICACION      PIC X(01).
               88  PM-LIQUIDA-CUOTA    VALUE "T".
               88  PM-PAGO-PARCIAL     VALUE "P".
               88  PM-SOBRANTE         VALUE "S".

      *----------------------------------------------------------*
      * Fichero de trabajo: pagos de PAGOMOV acumulados por cuota *
      * (prestamo + numero de cuota) con fecha valor en el        *
      * ejercicio y en los anos posteriores. Se crea vacio en     *
      * cada ejecucion.                                           *
      *----------------------------------------------------------*
       FD  PAGO-CUOTA-FILE.
       01  PAGO-CUOTA-RECORD.
           05  MV-CLAVE.
               10  MV-LOAN-ID          PIC 9(14).
               10  MV-PLAZO            PIC 9(03).
           05  MV-PAGADO-EJERCICIO     PIC 9(09)V99.
           05  MV-PAGADO-POSTERIOR     PIC 9(09)V99.

       FD  CERTIFICADO-FILE.
       01  CERTIFICADO-RECORD          PIC X(80).

      *----------------------------------------------------------*
      * Resumen fiscal de formato fijo: una linea por prestamo    *
      * con pagos en el ejercicio. CR-CANCELADO vale S si el      *
      * prestamo se cancelo anticipadamente en el ano.            *
      *----------------------------------------------------------*
       FD  RESUMEN-FILE.
       01  RESUMEN-RECORD.
           05  CR-EJERCICIO            PIC 9(04).
           05  CR-CLIENTE              PIC 9(06).
           05  CR-NIF                  PIC X(09).
           05  CR-NOMBRE               PIC X(30).
           05  CR-LOAN-ID              PIC 9(14).
           05  CR-INTERESES            PIC 9(09)V99.
           05  CR-CAPITAL              PIC 9(09)V99.
           05  CR-DEMORA               PIC 9(09)V99.
           05  CR-COMISIONES           PIC 9(09)V99.
           05  CR-CANCELADO            PIC X(01).

      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: ejercicio fiscal. *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-EJERCICIO            PIC 9(04).

       LOCAL-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS     PIC XX.
           88  CUSTOMER-MASTER-OK     VALUE "00".
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  LOAN-SCHEDULE-STATUS       PIC XX.
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  LIQUIDACION-STATUS         PIC XX.
           88  LIQUIDACION-OK         VALUE "00".
       01  PAGOS-STATUS               PIC XX.
           88  PAGOS-OK               VALUE "00".
       01  PAGO-CUOTA-STATUS          PIC XX.
           88  PAGO-CUOTA-OK          VALUE "00".
       01  CERTIFICADO-STATUS         PIC XX.
           88  CERTIFICADO-OK         VALUE "00".
       01  RESUMEN-STATUS             PIC XX.
           88  RESUMEN-OK             VALUE "00".
       01  PARAM-STATUS               PIC XX.
           88  PARAM-OK               VALUE "00".
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  SW-MAESTROS-DISPONIBLES    PIC X VALUE "S".
           88  MAESTROS-DISPONIBLES   VALUE "S".
       01  SW-HAY-LIQUIDACIONES       PIC X VALUE "S".
           88  HAY-LIQUIDACIONES      VALUE "S".
       01  SW-HAY-MOVIMIENTOS         PIC X VALUE "S".
           88  HAY-MOVIMIENTOS        VALUE "S".
       01  SW-FIN-MOVIMIENTOS         PIC X VALUE "N".
           88  FIN-MOVIMIENTOS        VALUE "S".
       01  SW-PAGOS-CUOTA             PIC X.
           88  PAGOS-CUOTA-HALLADOS   VALUE "S".
       01  SW-SALIDAS-ABIERTAS        PIC X VALUE "N".
           88  SALIDAS-ABIERTAS       VALUE "S".
       01  SW-FIN-CLIENTES            PIC X VALUE "N".
           88  FIN-CLIENTES           VALUE "S".
       01  SW-FIN-PRESTAMOS           PIC X VALUE "N".
           88  FIN-PRESTAMOS          VALUE "S".
       01  SW-FIN-CUOTAS              PIC X VALUE "N".
           88  FIN-CUOTAS             VALUE "S".
       01  SW-FIN-LIQUIDACIONES       PIC X VALUE "N".
           88  FIN-LIQUIDACIONES      VALUE "S".
       01  SW-CERTIFICADO-ABIERTO     PIC X.
           88  CERTIFICADO-ABIERTO    VALUE "S".
       01  FECHA-PROCESO              PIC 9(08).
       01  EJERCICIO                  PIC 9(04).

      *----------------------------------------------------------*
      * Cancelaciones del ejercicio cargadas de LIQCANC.          *
      *----------------------------------------------------------*
       01  MAXIMO-LIQUIDACIONES       PIC 9(05) COMP VALUE 2000.
       01  LIQUIDACIONES-USADAS       PIC 9(05) COMP VALUE 0.
       01  IND-LIQ                    PIC 9(05) COMP.
       01  LIQ-ENCONTRADA             PIC 9(05) COMP.
       01  TABLA-LIQUIDACIONES.
           05  DETALLE-LIQUIDACION OCCURS 2000 TIMES.
               10  TL-LOAN-ID         PIC 9(14).
               10  TL-FECHA-VALOR     PIC 9(08).
               10  TL-CAP-VIVO        PIC 9(07)V99.
               10  TL-INTERES-DEV     PIC 9(07)V99.
               10  TL-COMISION        PIC 9(07)V99.

       01  MOVIMIENTOS-LEIDOS         PIC 9(07) COMP VALUE 0.
       01  CUOTAS-CON-PAGOS           PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------*
      * Reparto de un tramo de lo pagado en una cuota entre       *
      * demora, intereses y capital.                              *
      *----------------------------------------------------------*
       01  CUOTA-TOTAL                PIC 9(07)V99.
       01  TRAMO-DESDE                PIC S9(07)V99.
       01  TRAMO-HASTA                PIC S9(07)V99.
       01  LIMITE-INFERIOR            PIC 9(07)V99.
       01  LIMITE-SUPERIOR            PIC 9(07)V99.
       01  SOLAPE-DESDE               PIC S9(07)V99.
       01  SOLAPE-HASTA               PIC S9(07)V99.
       01  IMPORTE-SOLAPE             PIC 9(07)V99.

      *----------------------------------------------------------*
      * Importes pagados en el ejercicio: del prestamo en curso   *
      * y acumulados del cliente.                                 *
      *----------------------------------------------------------*
       01  PRESTAMO-INTERESES         PIC 9(09)V99.
       01  PRESTAMO-CAPITAL           PIC 9(09)V99.
       01  PRESTAMO-DEMORA            PIC 9(09)V99.
       01  PRESTAMO-COMISIONES        PIC 9(09)V99.
       01  CLIENTE-INTERESES          PIC 9(09)V99.
       01  CLIENTE-CAPITAL            PIC 9(09)V99.
       01  CLIENTE-DEMORA             PIC 9(09)V99.
       01  CLIENTE-COMISIONES         PIC 9(09)V99.
       01  PRESTAMOS-CLIENTE          PIC 9(05) COMP.

       01  CLIENTES-CERTIFICADOS      PIC 9(07) VALUE 0.
       01  PRESTAMOS-CERTIFICADOS     PIC 9(07) VALUE 0.
       01  TOTAL-INTERESES            PIC 9(11)V99 VALUE 0.
       01  TOTAL-CAPITAL              PIC 9(11)V99 VALUE 0.
       01  TOTAL-DEMORA               PIC 9(11)V99 VALUE 0.
       01  TOTAL-COMISIONES           PIC 9(11)V99 VALUE 0.
       01  IMPORTE-EDITADO            PIC Z(10)9,99.

       01  LINEA-CER-TITULO.
           05  FILLER                 PIC X(46)
               VALUE "CERTIFICADO DE IMPORTES PAGADOS - EJERCICIO ".
           05  CT-EJERCICIO           PIC 9(04).

       01  LINEA-CER-ENTIDAD.
           05  FILLER                 PIC X(40)
               VALUE "APRENDIENDO COBOL S.L.".
           05  FILLER                 PIC X(17)
               VALUE "FECHA DE EMISION:".
           05  CE-FECHA               PIC 9(08).

       01  LINEA-CER-TITULAR.
           05  FILLER                 PIC X(09) VALUE "TITULAR: ".
           05  CH-NOMBRE              PIC X(30).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE "NIF: ".
           05  CH-NIF                 PIC X(09).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE "CLIENTE: ".
           05  CH-CLIENTE             PIC 9(06).

       01  LINEA-CER-COLS.
           05  FILLER                 PIC X(15) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(11) VALUE "  INTERESES".
           05  FILLER                 PIC X(11) VALUE "    CAPITAL".
           05  FILLER                 PIC X(11) VALUE "     DEMORA".
           05  FILLER                 PIC X(11) VALUE "  COMISION".
           05  FILLER                 PIC X(10) VALUE " SITUACION".

       01  LINEA-CER-DETALLE.
           05  CD-LOAN-ID             PIC 9(14).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CD-INTERESES           PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CD-CAPITAL             PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CD-DEMORA              PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CD-COMISIONES          PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CD-SITUACION           PIC X(10).

       01  LINEA-CER-TOTAL.
           05  FILLER                 PIC X(14) VALUE "TOTAL".
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CO-INTERESES           PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CO-CAPITAL             PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CO-DEMORA              PIC Z(06)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CO-COMISIONES          PIC Z(06)9,99.

       01  LINEA-CER-PIE-1.
           05  FILLER                 PIC X(48)
               VALUE "Se certifica que el titular ha satisfecho en el".
           05  FILLER                 PIC X(10) VALUE " ejercicio".
       01  LINEA-CER-PIE-2.
           05  FILLER                 PIC X(42)
               VALUE "los importes detallados por los prestamos ".
           05  FILLER                 PIC X(10) VALUE "indicados.".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF MAESTROS-DISPONIBLES
               IF HAY-LIQUIDACIONES
                   PERFORM 2000-CARGAR-LIQUIDACIONES THRU 2000-EXIT
               END-IF
               IF HAY-MOVIMIENTOS
                   PERFORM 2500-CARGAR-MOVIMIENTOS THRU 2500-EXIT
               END-IF
           END-IF.
           IF MAESTROS-DISPONIBLES
               PERFORM 2900-ABRIR-SALIDAS THRU 2900-EXIT
               PERFORM 3000-RECORRER-CLIENTES THRU 3000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Obtiene el ejercicio fiscal (por defecto el ano anterior  *
      * al de la fecha del dia) y abre los ficheros; si no hay    *
      * fichero de cancelaciones solo se certifican las cuotas,   *
      * y si no hay historico de pagos las cuotas liquidadas se   *
      * certifican enteras por su fecha de pago. Con historico    *
      * crea el fichero de trabajo CERTMOV de pagos por cuota.    *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Certificado anual de importes pagados".
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
           IF NOT PARAMETROS-LEIDOS
               DISPLAY "Ejercicio fiscal (AAAA, 0 para el ano "
                       "anterior)"
               ACCEPT EJERCICIO
           END-IF.
           IF EJERCICIO = ZERO
               COMPUTE EJERCICIO = FECHA-PROCESO / 10000 - 1
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de clientes "
                       "(CUSTMAST), estado " CUSTOMER-MASTER-STATUS
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
           OPEN INPUT LIQUIDACION-FILE.
           IF NOT LIQUIDACION-OK
               DISPLAY "No hay fichero de cancelaciones (LIQCANC), "
                       "no se certifica ninguna cancelacion"
               MOVE "N" TO SW-HAY-LIQUIDACIONES
           END-IF.
           OPEN INPUT PAGOS-FILE.
           IF NOT PAGOS-OK
               DISPLAY "No hay historico de pagos (PAGOMOV), las "
                       "cuotas se certifican por su fecha de pago"
               MOVE "N" TO SW-HAY-MOVIMIENTOS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PAGO-CUOTA-FILE.
           CLOSE PAGO-CUOTA-FILE.
           OPEN I-O PAGO-CUOTA-FILE.
           IF NOT PAGO-CUOTA-OK
               DISPLAY "No se pudo crear el fichero de trabajo de "
                       "pagos por cuota (CERTMOV), estado "
                       PAGO-CUOTA-STATUS
               CLOSE PAGOS-FILE
               MOVE "N" TO SW-HAY-MOVIMIENTOS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-LEER-PARAMETROS                                      *
      * Si existe el fichero de parametros CERTIPAR toma de el    *
      * el ejercicio fiscal (cero usa el ano anterior), para      *
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
                   MOVE PA-EJERCICIO TO EJERCICIO
                   DISPLAY "Parametros (CERTIPAR): ejercicio="
                           EJERCICIO
           END-READ.
           CLOSE PARAM-FILE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-CARGAR-LIQUIDACIONES                                 *
      * Carga en la tabla las cancelaciones anticipadas con       *
      * fecha valor en el ejercicio.                              *
      *----------------------------------------------------------*
       2000-CARGAR-LIQUIDACIONES.
           PERFORM 2100-LEER-LIQUIDACION THRU 2100-EXIT
               UNTIL FIN-LIQUIDACIONES.
           DISPLAY "Cancelaciones del ejercicio cargadas: "
                   LIQUIDACIONES-USADAS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-LEER-LIQUIDACION                                     *
      * Lee la siguiente liquidacion y, si es del ejercicio, la   *
      * anade a la tabla. Si la tabla se llena los certificados   *
      * saldrian incompletos, asi que no se emite ninguno.        *
      *----------------------------------------------------------*
       2100-LEER-LIQUIDACION.
           READ LIQUIDACION-FILE
               AT END
                   SET FIN-LIQUIDACIONES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF LQ-FECHA-VALOR (1:4) NOT = EJERCICIO
               GO TO 2100-EXIT
           END-IF.
           IF LIQUIDACIONES-USADAS >= MAXIMO-LIQUIDACIONES
               DISPLAY "Error: tabla de cancelaciones llena en la "
                       "del prestamo " LQ-LOAN-ID
                       ", no se emiten los certificados"
               SET FIN-LIQUIDACIONES TO TRUE
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           COMPUTE LIQUIDACIONES-USADAS = LIQUIDACIONES-USADAS + 1.
           MOVE LQ-LOAN-ID     TO TL-LOAN-ID (LIQUIDACIONES-USADAS).
           MOVE LQ-FECHA-VALOR
               TO TL-FECHA-VALOR (LIQUIDACIONES-USADAS).
           MOVE LQ-CAP-VIVO    TO TL-CAP-VIVO (LIQUIDACIONES-USADAS).
           MOVE LQ-INTERES-DEV
               TO TL-INTERES-DEV (LIQUIDACIONES-USADAS).
           MOVE LQ-COMISION    TO TL-COMISION (LIQUIDACIONES-USADAS).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-CARGAR-MOVIMIENTOS                                   *
      * Acumula por cuota los pagos de PAGOMOV con fecha valor    *
      * en el ejercicio o posterior; los anteriores no hacen      *
      * falta porque lo pagado hasta el ejercicio se deduce de    *
      * LS-IMPORTE-PAGADO.                                        *
      *----------------------------------------------------------*
       2500-CARGAR-MOVIMIENTOS.
           PERFORM 2600-LEER-MOVIMIENTO THRU 2600-EXIT
               UNTIL FIN-MOVIMIENTOS.
           DISPLAY "Movimientos de pago leidos: " MOVIMIENTOS-LEIDOS
                   ", cuotas con pagos desde el ejercicio: "
                   CUOTAS-CON-PAGOS.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2600-LEER-MOVIMIENTO                                      *
      * Lee el siguiente movimiento y, si es un pago a una cuota  *
      * con fecha valor en el ejercicio o posterior, lo suma en   *
      * el registro de la cuota en CERTMOV, dandolo de alta si no *
      * lo tenia. Un error al grabarlo deja los certificados      *
      * incompletos, asi que no se emite ninguno.                 *
      *----------------------------------------------------------*
       2600-LEER-MOVIMIENTO.
           READ PAGOS-FILE
               AT END
                   SET FIN-MOVIMIENTOS TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           COMPUTE MOVIMIENTOS-LEIDOS = MOVIMIENTOS-LEIDOS + 1.
           IF PM-SOBRANTE OR PM-FECHA-VALOR (1:4) < EJERCICIO
               GO TO 2600-EXIT
           END-IF.
           MOVE PM-LOAN-ID TO MV-LOAN-ID.
           MOVE PM-PLAZO   TO MV-PLAZO.
           MOVE "S" TO SW-PAGOS-CUOTA.
           READ PAGO-CUOTA-FILE
               INVALID KEY
                   MOVE "N" TO SW-PAGOS-CUOTA
           END-READ.
           IF NOT PAGOS-CUOTA-HALLADOS
               MOVE PM-LOAN-ID TO MV-LOAN-ID
               MOVE PM-PLAZO   TO MV-PLAZO
               MOVE ZERO       TO MV-PAGADO-EJERCICIO
               MOVE ZERO       TO MV-PAGADO-POSTERIOR
           END-IF.
           IF PM-FECHA-VALOR (1:4) = EJERCICIO
               COMPUTE MV-PAGADO-EJERCICIO =
                   MV-PAGADO-EJERCICIO + PM-IMPORTE-APLICADO
           ELSE
               COMPUTE MV-PAGADO-POSTERIOR =
                   MV-PAGADO-POSTERIOR + PM-IMPORTE-APLICADO
           END-IF.
           IF PAGOS-CUOTA-HALLADOS
               REWRITE PAGO-CUOTA-RECORD
                   INVALID KEY
                       PERFORM 2650-ERROR-TRABAJO THRU 2650-EXIT
               END-REWRITE
           ELSE
               WRITE PAGO-CUOTA-RECORD
                   INVALID KEY
                       PERFORM 2650-ERROR-TRABAJO THRU 2650-EXIT
                   NOT INVALID KEY
                       COMPUTE CUOTAS-CON-PAGOS = CUOTAS-CON-PAGOS + 1
               END-WRITE
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2650-ERROR-TRABAJO                                        *
      * No se pudo grabar un pago en CERTMOV: se deja de cargar   *
      * el historico y no se emiten los certificados.             *
      *----------------------------------------------------------*
       2650-ERROR-TRABAJO.
           DISPLAY "Error: no se pudo grabar el pago de la cuota "
                   PM-PLAZO " del prestamo " PM-LOAN-ID
                   " en CERTMOV, estado " PAGO-CUOTA-STATUS
                   "; no se emiten los certificados".
           SET FIN-MOVIMIENTOS TO TRUE.
           MOVE "N" TO SW-MAESTROS-DISPONIBLES.
           MOVE 8 TO RETURN-CODE.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2900-ABRIR-SALIDAS                                        *
      * Cargados sin error las cancelaciones y los pagos, abre    *
      * el certificado y el resumen fiscal.                       *
      *----------------------------------------------------------*
       2900-ABRIR-SALIDAS.
           OPEN OUTPUT CERTIFICADO-FILE.
           OPEN OUTPUT RESUMEN-FILE.
           SET SALIDAS-ABIERTAS TO TRUE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-RECORRER-CLIENTES                                    *
      * Recorre todos los clientes de CUSTMAST.                   *
      *----------------------------------------------------------*
       3000-RECORRER-CLIENTES.
           MOVE ZERO TO CM-CLIENTE.
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CLIENTE
               INVALID KEY
                   SET FIN-CLIENTES TO TRUE
           END-START.
           PERFORM 3100-TRATAR-CLIENTE THRU 3100-EXIT
               UNTIL FIN-CLIENTES.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-TRATAR-CLIENTE                                       *
      * Lee el siguiente cliente y recorre todo el maestro de     *
      * prestamos buscando los suyos; el certificado solo se      *
      * abre si algun prestamo tiene pagos en el ejercicio.       *
      *----------------------------------------------------------*
       3100-TRATAR-CLIENTE.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET FIN-CLIENTES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE "N"  TO SW-CERTIFICADO-ABIERTO.
           MOVE ZERO TO PRESTAMOS-CLIENTE.
           MOVE ZERO TO CLIENTE-INTERESES.
           MOVE ZERO TO CLIENTE-CAPITAL.
           MOVE ZERO TO CLIENTE-DEMORA.
           MOVE ZERO TO CLIENTE-COMISIONES.
           MOVE "N"  TO SW-FIN-PRESTAMOS.
           MOVE ZERO TO LM-LOAN-ID.
           START LOAN-MASTER-FILE
               KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   SET FIN-PRESTAMOS TO TRUE
           END-START.
           PERFORM 3200-TRATAR-PRESTAMO THRU 3200-EXIT
               UNTIL FIN-PRESTAMOS.
           IF CERTIFICADO-ABIERTO
               PERFORM 4500-CERRAR-CERTIFICADO THRU 4500-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-TRATAR-PRESTAMO                                      *
      * Lee el siguiente prestamo y, si es del cliente, suma lo   *
      * pagado en el ejercicio y lo certifica si hay algo.        *
      *----------------------------------------------------------*
       3200-TRATAR-PRESTAMO.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF LM-CLIENTE NOT = CM-CLIENTE
               GO TO 3200-EXIT
           END-IF.
           MOVE ZERO TO PRESTAMO-INTERESES.
           MOVE ZERO TO PRESTAMO-CAPITAL.
           MOVE ZERO TO PRESTAMO-DEMORA.
           MOVE ZERO TO PRESTAMO-COMISIONES.
           PERFORM 3300-BUSCAR-LIQUIDACION THRU 3300-EXIT.
           PERFORM 3400-SUMAR-CUADRO THRU 3400-EXIT.
           IF LIQ-ENCONTRADA > ZERO
               COMPUTE PRESTAMO-CAPITAL = PRESTAMO-CAPITAL
                   + TL-CAP-VIVO (LIQ-ENCONTRADA)
               COMPUTE PRESTAMO-INTERESES = PRESTAMO-INTERESES
                   + TL-INTERES-DEV (LIQ-ENCONTRADA)
               COMPUTE PRESTAMO-COMISIONES = PRESTAMO-COMISIONES
                   + TL-COMISION (LIQ-ENCONTRADA)
           END-IF.
           IF PRESTAMO-INTERESES = ZERO AND PRESTAMO-CAPITAL = ZERO
                   AND PRESTAMO-DEMORA = ZERO
                   AND PRESTAMO-COMISIONES = ZERO
               GO TO 3200-EXIT
           END-IF.
           IF NOT CERTIFICADO-ABIERTO
               PERFORM 4000-ABRIR-CERTIFICADO THRU 4000-EXIT
           END-IF.
           PERFORM 4100-LINEA-PRESTAMO THRU 4100-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3300-BUSCAR-LIQUIDACION                                   *
      * Busca en la tabla la cancelacion del prestamo en el       *
      * ejercicio; LIQ-ENCONTRADA queda a cero si no la hay.      *
      *----------------------------------------------------------*
       3300-BUSCAR-LIQUIDACION.
           MOVE ZERO TO LIQ-ENCONTRADA.
           PERFORM 3310-COMPARAR-LIQUIDACION THRU 3310-EXIT
               VARYING IND-LIQ FROM 1 BY 1
               UNTIL IND-LIQ > LIQUIDACIONES-USADAS
                  OR LIQ-ENCONTRADA > ZERO.
       3300-EXIT.
           EXIT.

       3310-COMPARAR-LIQUIDACION.
           IF TL-LOAN-ID (IND-LIQ) = LM-LOAN-ID
               MOVE IND-LIQ TO LIQ-ENCONTRADA
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3350-LEER-PAGOS-CUOTA                                     *
      * Lee de CERTMOV los pagos de la cuota en curso desde el    *
      * ejercicio; PAGOS-CUOTA-HALLADOS queda apagado si no los   *
      * tiene o no hay historico de pagos.                        *
      *----------------------------------------------------------*
       3350-LEER-PAGOS-CUOTA.
           MOVE "N" TO SW-PAGOS-CUOTA.
           IF NOT HAY-MOVIMIENTOS
               GO TO 3350-EXIT
           END-IF.
           MOVE LS-LOAN-ID TO MV-LOAN-ID.
           MOVE LS-PLAZO   TO MV-PLAZO.
           READ PAGO-CUOTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PAGOS-CUOTA-HALLADOS TO TRUE
           END-READ.
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3400-SUMAR-CUADRO                                         *
      * Recorre el cuadro del prestamo sumando lo pagado en el    *
      * ejercicio.                                                *
      *----------------------------------------------------------*
       3400-SUMAR-CUADRO.
           MOVE "N" TO SW-FIN-CUOTAS.
           MOVE LM-LOAN-ID TO LS-LOAN-ID.
           MOVE ZERO       TO LS-PLAZO.
           START LOAN-SCHEDULE-FILE
               KEY IS NOT LESS THAN LS-CLAVE
               INVALID KEY
                   SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM 3410-SUMAR-CUOTA THRU 3410-EXIT
               UNTIL FIN-CUOTAS.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3410-SUMAR-CUOTA                                          *
      * Lee la siguiente cuota del prestamo. Lo pagado en el      *
      * ejercicio sale de los pagos de PAGOMOV con fecha valor en *
      * el ano, sea cual sea el estado actual de la cuota: pagos  *
      * a cuenta, liquidaciones y pagos a cuenta de cuotas luego  *
      * anuladas. Si el prestamo se cancelo en el ejercicio, lo   *
      * que faltaba por pagar de las cuotas vencidas anuladas se  *
      * cobro en la liquidacion. Una cuota liquidada en el        *
      * ejercicio sin pagos en PAGOMOV (anterior al historico)    *
      * aporta entera su interes, capital y demora.               *
      *----------------------------------------------------------*
       3410-SUMAR-CUOTA.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET FIN-CUOTAS TO TRUE
                   GO TO 3410-EXIT
           END-READ.
           IF LS-LOAN-ID NOT = LM-LOAN-ID
               SET FIN-CUOTAS TO TRUE
               GO TO 3410-EXIT
           END-IF.
           COMPUTE CUOTA-TOTAL = LS-DEMORA-ACUM + LS-CUOTA-INTE
               + LS-CUOTA-AMOR.
           PERFORM 3350-LEER-PAGOS-CUOTA THRU 3350-EXIT.
           IF NOT PAGOS-CUOTA-HALLADOS
                   AND LS-LIQUIDADA
                   AND LS-FECHA-PAGO (1:4) = EJERCICIO
               PERFORM 3420-SUMAR-IMPORTES THRU 3420-EXIT
               GO TO 3410-EXIT
           END-IF.
           IF PAGOS-CUOTA-HALLADOS
               PERFORM 3430-PAGADO-EN-EJERCICIO THRU 3430-EXIT
           END-IF.
           IF LS-ANULADA AND LIQ-ENCONTRADA > ZERO
                   AND LS-FECHA-VTO NOT = ZERO
                   AND LS-FECHA-VTO
                       NOT > TL-FECHA-VALOR (LIQ-ENCONTRADA)
               MOVE LS-IMPORTE-PAGADO TO TRAMO-DESDE
               MOVE CUOTA-TOTAL       TO TRAMO-HASTA
               PERFORM 3440-REPARTIR-TRAMO THRU 3440-EXIT
           END-IF.
       3410-EXIT.
           EXIT.

       3420-SUMAR-IMPORTES.
           COMPUTE PRESTAMO-INTERESES =
               PRESTAMO-INTERESES + LS-CUOTA-INTE.
           COMPUTE PRESTAMO-CAPITAL =
               PRESTAMO-CAPITAL + LS-CUOTA-AMOR.
           COMPUTE PRESTAMO-DEMORA =
               PRESTAMO-DEMORA + LS-DEMORA-ACUM.
       3420-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3430-PAGADO-EN-EJERCICIO                                  *
      * Situa lo pagado en el ejercicio dentro de la cuota: lo    *
      * acumulado al cierre del ano es LS-IMPORTE-PAGADO menos    *
      * los pagos posteriores, y lo acumulado al empezarlo es     *
      * eso menos los pagos del ano. Una cuota pagada entre dos   *
      * ejercicios reparte asi cada parte en el suyo.             *
      *----------------------------------------------------------*
       3430-PAGADO-EN-EJERCICIO.
           COMPUTE TRAMO-HASTA = LS-IMPORTE-PAGADO
               - MV-PAGADO-POSTERIOR.
           IF TRAMO-HASTA < ZERO
               MOVE ZERO TO TRAMO-HASTA
           END-IF.
           COMPUTE TRAMO-DESDE = TRAMO-HASTA
               - MV-PAGADO-EJERCICIO.
           IF TRAMO-DESDE < ZERO
               MOVE ZERO TO TRAMO-DESDE
           END-IF.
           PERFORM 3440-REPARTIR-TRAMO THRU 3440-EXIT.
       3430-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3440-REPARTIR-TRAMO                                       *
      * Reparte el tramo TRAMO-DESDE a TRAMO-HASTA de lo pagado   *
      * en la cuota imputandolo por este orden: primero a la      *
      * demora, despues a los intereses y por ultimo al capital.  *
      *----------------------------------------------------------*
       3440-REPARTIR-TRAMO.
           IF TRAMO-HASTA NOT > TRAMO-DESDE
               GO TO 3440-EXIT
           END-IF.
           MOVE ZERO TO LIMITE-INFERIOR.
           MOVE LS-DEMORA-ACUM TO LIMITE-SUPERIOR.
           PERFORM 3450-CALCULAR-SOLAPE THRU 3450-EXIT.
           COMPUTE PRESTAMO-DEMORA =
               PRESTAMO-DEMORA + IMPORTE-SOLAPE.
           MOVE LIMITE-SUPERIOR TO LIMITE-INFERIOR.
           COMPUTE LIMITE-SUPERIOR = LIMITE-INFERIOR + LS-CUOTA-INTE.
           PERFORM 3450-CALCULAR-SOLAPE THRU 3450-EXIT.
           COMPUTE PRESTAMO-INTERESES =
               PRESTAMO-INTERESES + IMPORTE-SOLAPE.
           MOVE LIMITE-SUPERIOR TO LIMITE-INFERIOR.
           MOVE CUOTA-TOTAL     TO LIMITE-SUPERIOR.
           PERFORM 3450-CALCULAR-SOLAPE THRU 3450-EXIT.
           COMPUTE PRESTAMO-CAPITAL =
               PRESTAMO-CAPITAL + IMPORTE-SOLAPE.
       3440-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3450-CALCULAR-SOLAPE                                      *
      * Deja en IMPORTE-SOLAPE la parte del tramo pagado que cae  *
      * entre LIMITE-INFERIOR y LIMITE-SUPERIOR de la cuota.      *
      *----------------------------------------------------------*
       3450-CALCULAR-SOLAPE.
           MOVE TRAMO-DESDE TO SOLAPE-DESDE.
           IF LIMITE-INFERIOR > SOLAPE-DESDE
               MOVE LIMITE-INFERIOR TO SOLAPE-DESDE
           END-IF.
           MOVE TRAMO-HASTA TO SOLAPE-HASTA.
           IF LIMITE-SUPERIOR < SOLAPE-HASTA
               MOVE LIMITE-SUPERIOR TO SOLAPE-HASTA
           END-IF.
           IF SOLAPE-HASTA > SOLAPE-DESDE
               COMPUTE IMPORTE-SOLAPE = SOLAPE-HASTA - SOLAPE-DESDE
           ELSE
               MOVE ZERO TO IMPORTE-SOLAPE
           END-IF.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-ABRIR-CERTIFICADO                                    *
      * Empieza el certificado del cliente en pagina nueva con    *
      * la cabecera, los datos del titular y los titulos.         *
      *----------------------------------------------------------*
       4000-ABRIR-CERTIFICADO.
           IF CLIENTES-CERTIFICADOS > ZERO
               MOVE SPACES TO CERTIFICADO-RECORD
               WRITE CERTIFICADO-RECORD BEFORE ADVANCING PAGE
           END-IF.
           SET CERTIFICADO-ABIERTO TO TRUE.
           COMPUTE CLIENTES-CERTIFICADOS = CLIENTES-CERTIFICADOS + 1.
           MOVE EJERCICIO     TO CT-EJERCICIO.
           WRITE CERTIFICADO-RECORD FROM LINEA-CER-TITULO.
           MOVE FECHA-PROCESO TO CE-FECHA.
           WRITE CERTIFICADO-RECORD FROM LINEA-CER-ENTIDAD.
           MOVE SPACES TO CERTIFICADO-RECORD.
           WRITE CERTIFICADO-RECORD.
           MOVE CM-NOMBRE  TO CH-NOMBRE.
           MOVE CM-NIF     TO CH-NIF.
           MOVE CM-CLIENTE TO CH-CLIENTE.
           WRITE CERTIFICADO-RECORD FROM LINEA-CER-TITULAR.
           MOVE SPACES TO CERTIFICADO-RECORD.
           WRITE CERTIFICADO-RECORD.
           WRITE CERTIFICADO-RECORD FROM LINEA-CER-COLS.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4100-LINEA-PRESTAMO                                       *
      * Escribe la linea del prestamo en el certificado y en el   *
      * resumen fiscal, y la acumula en los totales.              *
      *----------------------------------------------------------*
       4100-LINEA-PRESTAMO.
           MOVE LM-LOAN-ID          TO CD-LOAN-ID.
           MOVE PRESTAMO-INTERESES  TO CD-INTERESES.
           MOVE PRESTAMO-CAPITAL    TO CD-CAPITAL.
           MOVE PRESTAMO-DEMORA     TO CD-DEMORA.
           MOVE PRESTAMO-COMISIONES TO CD-COMISIONES.
           EVALUATE TRUE
               WHEN LIQ-ENCONTRADA > ZERO
                   MOVE "CANCELADO" TO CD-SITUACION
               WHEN LM-ACTIVO
                   MOVE "ACTIVO"    TO CD-SITUACION
               WHEN LM-CANCELADO
                   MOVE "CANCELADO" TO CD-SITUACION
               WHEN LM-PAGADO
                   MOVE "PAGADO"    TO CD-SITUACION
               WHEN LM-FALLIDO
                   MOVE "FALLIDO"   TO CD-SITUACION
               WHEN OTHER
                   MOVE LM-ESTADO   TO CD-SITUACION
           END-EVALUATE.
           WRITE CERTIFICADO-RECORD FROM LINEA-CER-DETALLE.
           MOVE EJERCICIO           TO CR-EJERCICIO.
           MOVE CM-CLIENTE          TO CR-CLIENTE.
           MOVE CM-NIF              TO CR-NIF.
           MOVE CM-NOMBRE           TO CR-NOMBRE.
           MOVE LM-LOAN-ID          TO CR-LOAN-ID.
           MOVE PRESTAMO-INTERESES  TO CR-INTERESES.
           MOVE PRESTAMO-CAPITAL    TO CR-CAPITAL.
           MOVE PRESTAMO-DEMORA     TO CR-DEMORA.
           MOVE PRESTAMO-COMISIONES TO CR-COMISIONES.
           IF LIQ-ENCONTRADA > ZERO
               MOVE "S" TO CR-CANCELADO
           ELSE
               MOVE "N" TO CR-CANCELADO
           END-IF.
           WRITE RESUMEN-RECORD.
           COMPUTE PRESTAMOS-CLIENTE = PRESTAMOS-CLIENTE + 1.
           COMPUTE PRESTAMOS-CERTIFICADOS =
               PRESTAMOS-CERTIFICADOS + 1.
           COMPUTE CLIENTE-INTERESES =
               CLIENTE-INTERESES + PRESTAMO-INTERESES.
           COMPUTE CLIENTE-CAPITAL =
               CLIENTE-CAPITAL + PRESTAMO-CAPITAL.
           COMPUTE CLIENTE-DEMORA =
               CLIENTE-DEMORA + PRESTAMO-DEMORA.
           COMPUTE CLIENTE-COMISIONES =
               CLIENTE-COMISIONES + PRESTAMO-COMISIONES.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4500-CERRAR-CERTIFICADO                                   *
      * Escribe los totales del cliente y el pie del certificado  *
      * y los acumula en los totales de la ejecucion.             *
      *----------------------------------------------------------*
       4500-CERRAR-CERTIFICADO.
           MOVE CLIENTE-INTERESES  TO CO-INTERESES.
           MOVE CLIENTE-CAPITAL    TO CO-CAPITAL.
           MOVE CLIENTE-DEMORA     TO CO-DEMORA.
           MOVE CLIENTE-COMISIONES TO CO-COMISIONES.
           MOVE SPACES TO CERTIFICADO-RECORD.
           WRITE CERTIFICADO-RECORD.
           WRITE CERTIFICADO-RECORD FROM LINEA-CER-TOTAL.
           MOVE SPACES TO CERTIFICADO-RECORD.
           WRITE CERTIFICADO-RECORD.
           WRITE CERTIFICADO-RECORD FROM LINEA-CER-PIE-1.
           WRITE CERTIFICADO-RECORD FROM LINEA-CER-PIE-2.
           COMPUTE TOTAL-INTERESES =
               TOTAL-INTERESES + CLIENTE-INTERESES.
           COMPUTE TOTAL-CAPITAL = TOTAL-CAPITAL + CLIENTE-CAPITAL.
           COMPUTE TOTAL-DEMORA = TOTAL-DEMORA + CLIENTE-DEMORA.
           COMPUTE TOTAL-COMISIONES =
               TOTAL-COMISIONES + CLIENTE-COMISIONES.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RESUMEN-EJECUCION                                    *
      * Muestra los totales certificados, que deben cuadrar con   *
      * la suma del resumen fiscal CERTRES.                       *
      *----------------------------------------------------------*
       8000-RESUMEN-EJECUCION.
           DISPLAY "------------------------".
           DISPLAY "Ejercicio:               " EJERCICIO.
           DISPLAY "Clientes certificados:   " CLIENTES-CERTIFICADOS.
           DISPLAY "Prestamos certificados:  " PRESTAMOS-CERTIFICADOS.
           MOVE TOTAL-INTERESES TO IMPORTE-EDITADO.
           DISPLAY "Total intereses:  " IMPORTE-EDITADO.
           MOVE TOTAL-CAPITAL TO IMPORTE-EDITADO.
           DISPLAY "Total capital:    " IMPORTE-EDITADO.
           MOVE TOTAL-DEMORA TO IMPORTE-EDITADO.
           DISPLAY "Total demora:     " IMPORTE-EDITADO.
           MOVE TOTAL-COMISIONES TO IMPORTE-EDITADO.
           DISPLAY "Total comisiones: " IMPORTE-EDITADO.
           DISPLAY "------------------------".
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           IF HAY-LIQUIDACIONES
               CLOSE LIQUIDACION-FILE
           END-IF.
           IF HAY-MOVIMIENTOS
               CLOSE PAGOS-FILE
               CLOSE PAGO-CUOTA-FILE
           END-IF.
           IF SALIDAS-ABIERTAS
               CLOSE CERTIFICADO-FILE
               CLOSE RESUMEN-FILE
           END-IF.
       9000-EXIT.
           EXIT.
