       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONCILIA.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: conciliacion de fin de    *
      *                mes del mayor (SALDOCTA) con el auxiliar   *
      *                de prestamos. Compara el saldo de la       *
      *                cuenta de prestamos con la suma del        *
      *                capital vivo (LS-CAP-VIVO) de los          *
      *                prestamos activos, el de intereses         *
      *                devengados con el fichero DEVENGO del      *
      *                cierre y los ingresos por demora del mes   *
      *                con la demora (LS-DEMORA-ACUM) de las      *
      *                cuotas cobradas en el. Con el desglose por *
      *                prestamo del mayor (SALDOPRE) lista cada   *
      *                prestamo que explica una diferencia y la   *
      *                parte que no se asigna a ningun prestamo.  *
      * 15/10/2026 AC  Los avisos con codigo de retorno 4 ya no   *
      *                rebajan el 8 de un maestro que no se pudo  *
      *                abrir.                                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDO-CUENTA-FILE ASSIGN TO "SALDOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS SALDO-CUENTA-STATUS.

           SELECT SALDO-PRESTAMO-FILE ASSIGN TO "SALDOPRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CLAVE
               FILE STATUS IS SALDO-PRESTAMO-STATUS.

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

           SELECT SOLICITUD-FILE ASSIGN TO "SOLICIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-LOAN-ID
               FILE STATUS IS SOLICITUD-STATUS.

           SELECT DEVENGO-FILE ASSIGN TO "DEVENGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVENGO-STATUS.

           SELECT INFORME-FILE ASSIGN TO "CONCIIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT PARAM-FILE ASSIGN TO "CONCIPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDO-CUENTA-FILE.
       COPY SALDOCTA.

       FD  SALDO-PRESTAMO-FILE.
       COPY SALDOPRE.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  SOLICITUD-FILE.
       COPY SOLICIT.

      *----------------------------------------------------------*
      * Interes devengado y no vencido al cierre, grabado por el  *
      * batch DEVENGO en orden de prestamo.                       *
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

       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: mes a conciliar.  *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-MES-CIERRE           PIC 9(06).

       LOCAL-STORAGE SECTION.
       01  SALDO-CUENTA-STATUS        PIC XX.
           88  SALDO-CUENTA-OK        VALUE "00".
       01  SALDO-PRESTAMO-STATUS      PIC XX.
           88  SALDO-PRESTAMO-OK      VALUE "00".
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  LOAN-SCHEDULE-STATUS       PIC XX.
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  SOLICITUD-STATUS           PIC XX.
           88  SOLICITUD-OK           VALUE "00".
       01  DEVENGO-STATUS             PIC XX.
           88  DEVENGO-OK             VALUE "00".
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
       01  PARAM-STATUS               PIC XX.
           88  PARAM-OK               VALUE "00".
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  SW-MAESTROS-DISPONIBLES    PIC X VALUE "S".
           88  MAESTROS-DISPONIBLES   VALUE "S".
       01  SW-HAY-SOLICITUDES         PIC X VALUE "S".
           88  HAY-SOLICITUDES        VALUE "S".
       01  SW-HAY-DEVENGO             PIC X VALUE "S".
           88  HAY-DEVENGO            VALUE "S".
       01  SW-FIN-MAESTRO             PIC X VALUE "N".
           88  FIN-MAESTRO            VALUE "S".
       01  SW-FIN-CUOTAS              PIC X VALUE "N".
           88  FIN-CUOTAS             VALUE "S".
       01  SW-FIN-DEVENGO             PIC X VALUE "N".
           88  FIN-DEVENGO            VALUE "S".
       01  SW-FIN-SALDOS              PIC X VALUE "N".
           88  FIN-SALDOS             VALUE "S".
       01  MES-CIERRE                 PIC 9(06).
       01  FECHA-DISPOSICION          PIC 9(08).

      *----------------------------------------------------------*
      * Conceptos conciliados: 1 capital de prestamos (saldo al   *
      * cierre), 2 intereses devengados (saldo al cierre) y       *
      * 3 ingresos por demora (movimiento acreedor del mes).      *
      *----------------------------------------------------------*
       01  TABLA-CUENTAS.
           05  FILLER                 PIC 9(06) VALUE 252000.
           05  FILLER                 PIC 9(06) VALUE 547000.
           05  FILLER                 PIC 9(06) VALUE 769100.
       01  TABLA-CUENTAS-R REDEFINES TABLA-CUENTAS.
           05  CUENTA-CONCEPTO        PIC 9(06) OCCURS 3 TIMES.
       01  TABLA-NOMBRES-CONCEPTO.
           05  FILLER                 PIC X(12) VALUE "CAPITAL".
           05  FILLER                 PIC X(12) VALUE "INT.DEVENG.".
           05  FILLER                 PIC X(12) VALUE "ING.DEMORA".
       01  TABLA-NOMBRES-CONCEPTO-R REDEFINES TABLA-NOMBRES-CONCEPTO.
           05  NOMBRE-CONCEPTO        PIC X(12) OCCURS 3 TIMES.
       01  TABLA-CONCEPTOS.
           05  CONCEPTO-ENTRADA OCCURS 3 TIMES.
               10  CO-MAYOR           PIC S9(11)V99.
               10  CO-AUXILIAR        PIC S9(11)V99.
               10  CO-MAYOR-PRESTAMOS PIC S9(11)V99.
               10  CO-DIF-PRESTAMOS   PIC S9(11)V99.
               10  CO-PRESTAMOS-DIF   PIC 9(07) COMP.
       01  IND-CONCEPTO               PIC 9 COMP.

      *----------------------------------------------------------*
      * Prestamo en conciliacion: importes del mayor (SALDOPRE) y *
      * del auxiliar (cuadro y devengo) de cada concepto.         *
      *----------------------------------------------------------*
       01  PRESTAMO-CONCILIA          PIC 9(14).
       01  CAP-VIVO-CIERRE            PIC 9(07)V99.
       01  DEMORA-COBRADA             PIC 9(07)V99.
       01  DEVENGO-PRESTAMO           PIC 9(07)V99.
       01  MAYOR-PRESTAMO             PIC S9(11)V99.
       01  AUXILIAR-PRESTAMO          PIC S9(11)V99.
       01  DIFERENCIA                 PIC S9(11)V99.
       01  PRESTAMOS-EXAMINADOS       PIC 9(07) VALUE 0.
       01  DEVENGOS-SIN-PRESTAMO      PIC 9(07) VALUE 0.
       01  LINEAS-DIFERENCIA          PIC 9(07) VALUE 0.

      *----------------------------------------------------------*
      * Edicion de importes con signo (7000-EDITAR-IMPORTE).      *
      *----------------------------------------------------------*
       01  IMPORTE-CON-SIGNO          PIC S9(11)V99.
       01  IMPORTE-SIN-SIGNO          PIC 9(11)V99.
       01  SIGNO-EDITADO              PIC X(01).
       01  IMPORTE-EDITADO            PIC Z(10)9,99.

       01  LINEA-PARAMETROS.
           05  FILLER                 PIC X(22)
               VALUE "PARAMETROS (CONCIPAR):".
           05  FILLER                 PIC X(06) VALUE " MES=".
           05  LPA-MES                PIC 9(06).

       01  LINEA-CON-TITULO.
           05  FILLER                 PIC X(48)
               VALUE "CONCILIACION MAYOR - AUXILIAR DE PRESTAMOS - ".
           05  FILLER                 PIC X(09) VALUE "PERIODO: ".
           05  CT-MES                 PIC 9(06).

       01  LINEA-CON-SECCION.
           05  CS-TEXTO               PIC X(80).

       01  LINEA-CON-COLS.
           05  FILLER                 PIC X(16) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(12) VALUE "CONCEPTO".
           05  FILLER                 PIC X(17)
               VALUE "            MAYOR".
           05  FILLER                 PIC X(17)
               VALUE "         AUXILIAR".
           05  FILLER                 PIC X(17)
               VALUE "       DIFERENCIA".

       01  LINEA-CON-DETALLE.
           05  CD-LOAN-ID             PIC 9(14).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CD-CONCEPTO            PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CD-MAYOR               PIC Z(10)9,99.
           05  CD-SIGNO-MAYOR         PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CD-AUXILIAR            PIC Z(10)9,99.
           05  CD-SIGNO-AUXILIAR      PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CD-DIFERENCIA          PIC Z(10)9,99.
           05  CD-SIGNO-DIFERENCIA    PIC X(01).

       01  LINEA-CON-CONCEPTO.
           05  CC-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(09) VALUE " (CUENTA ".
           05  CC-CUENTA              PIC 9(06).
           05  FILLER                 PIC X(01) VALUE ")".

       01  LINEA-CON-TOTAL.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CO-TEXTO               PIC X(38).
           05  CO-IMPORTE             PIC Z(10)9,99.
           05  CO-SIGNO               PIC X(01).

       01  LINEA-CON-CONTADOR.
           05  CN-TEXTO               PIC X(40).
           05  CN-CONTADOR            PIC Z(06)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF MAESTROS-DISPONIBLES
               PERFORM 2000-SALDOS-MAYOR THRU 2000-EXIT
               PERFORM 3000-RECORRER-MAESTRO THRU 3000-EXIT
               PERFORM 3800-DEVENGOS-PENDIENTES THRU 3800-EXIT
               PERFORM 5000-IMPRIMIR-RESUMEN THRU 5000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Obtiene el mes a conciliar, abre los ficheros y lee el    *
      * primer devengo, que ha de ser del mismo mes; sin devengo  *
      * del mes los intereses devengados no se concilian.         *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Conciliacion mayor - auxiliar de prestamos".
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
           IF NOT PARAMETROS-LEIDOS
               DISPLAY "Mes a conciliar (AAAAMM)"
               ACCEPT MES-CIERRE
           END-IF.
           PERFORM 6900-LIMPIAR-CONCEPTO THRU 6900-EXIT
               VARYING IND-CONCEPTO FROM 1 BY 1
               UNTIL IND-CONCEPTO > 3.
           OPEN INPUT SALDO-CUENTA-FILE.
           IF NOT SALDO-CUENTA-OK
               DISPLAY "No se pudo abrir el fichero de saldos por "
                       "cuenta (SALDOCTA), estado "
                       SALDO-CUENTA-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
           END-IF.
           OPEN INPUT SALDO-PRESTAMO-FILE.
           IF NOT SALDO-PRESTAMO-OK
               DISPLAY "No se pudo abrir el fichero de saldos por "
                       "prestamo (SALDOPRE), estado "
                       SALDO-PRESTAMO-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de prestamos "
                       "(LOANMAST), estado " LOAN-MASTER-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
           END-IF.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF NOT LOAN-SCHEDULE-OK
               DISPLAY "No se pudo abrir el fichero de cuadros "
                       "(LOANSCHD), estado " LOAN-SCHEDULE-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
           END-IF.
           IF NOT MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT SOLICITUD-FILE.
           IF NOT SOLICITUD-OK
               DISPLAY "No hay fichero de solicitudes (SOLICIT), "
                       "la disposicion se toma de la fecha de alta"
               MOVE "N" TO SW-HAY-SOLICITUDES
           END-IF.
           OPEN INPUT DEVENGO-FILE.
           IF NOT DEVENGO-OK
               DISPLAY "No hay fichero de devengo (DEVENGO), no se "
                       "concilian los intereses devengados"
               MOVE "N" TO SW-HAY-DEVENGO
               SET FIN-DEVENGO TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 6000-LEER-DEVENGO THRU 6000-EXIT
               IF NOT FIN-DEVENGO
                       AND DV-FECHA-CIERRE (1:6) NOT = MES-CIERRE
                   DISPLAY "El devengo (DEVENGO) es del cierre "
                           DV-FECHA-CIERRE ", no del mes "
                           MES-CIERRE "; no se concilian los "
                           "intereses devengados"
                   MOVE "N" TO SW-HAY-DEVENGO
                   SET FIN-DEVENGO TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           OPEN OUTPUT INFORME-FILE.
           MOVE MES-CIERRE TO CT-MES.
           WRITE INFORME-RECORD FROM LINEA-CON-TITULO.
           IF PARAMETROS-LEIDOS
               WRITE INFORME-RECORD FROM LINEA-PARAMETROS
           END-IF.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "DIFERENCIAS POR PRESTAMO" TO CS-TEXTO.
           WRITE INFORME-RECORD FROM LINEA-CON-SECCION.
           WRITE INFORME-RECORD FROM LINEA-CON-COLS.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-LEER-PARAMETROS                                      *
      * Si existe el fichero de parametros CONCIPAR toma de el    *
      * el mes a conciliar, para correr desatendido bajo el       *
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
                   MOVE PA-MES-CIERRE TO MES-CIERRE
                   MOVE MES-CIERRE    TO LPA-MES
                   DISPLAY LINEA-PARAMETROS
           END-READ.
           CLOSE PARAM-FILE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-SALDOS-MAYOR                                         *
      * Obtiene de SALDOCTA el importe del mayor de cada concepto *
      * en el mes conciliado.                                     *
      *----------------------------------------------------------*
       2000-SALDOS-MAYOR.
           PERFORM 2100-SALDO-CONCEPTO THRU 2100-EXIT
               VARYING IND-CONCEPTO FROM 1 BY 1
               UNTIL IND-CONCEPTO > 3.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-SALDO-CONCEPTO                                       *
      * Recorre los periodos de la cuenta del concepto hasta el   *
      * mes conciliado: los de saldo toman el saldo final del     *
      * ultimo periodo con movimiento; el de ingresos toma el     *
      * haber menos el debe del propio mes.                       *
      *----------------------------------------------------------*
       2100-SALDO-CONCEPTO.
           MOVE ZERO TO CO-MAYOR (IND-CONCEPTO).
           MOVE "N"  TO SW-FIN-SALDOS.
           MOVE CUENTA-CONCEPTO (IND-CONCEPTO) TO SC-CUENTA.
           MOVE ZERO TO SC-PERIODO.
           START SALDO-CUENTA-FILE
               KEY IS NOT LESS THAN SC-CLAVE
               INVALID KEY
                   SET FIN-SALDOS TO TRUE
           END-START.
           PERFORM 2110-LEER-SALDO THRU 2110-EXIT
               UNTIL FIN-SALDOS.
       2100-EXIT.
           EXIT.

       2110-LEER-SALDO.
           READ SALDO-CUENTA-FILE NEXT RECORD
               AT END
                   SET FIN-SALDOS TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           IF SC-CUENTA NOT = CUENTA-CONCEPTO (IND-CONCEPTO)
                   OR SC-PERIODO > MES-CIERRE
               SET FIN-SALDOS TO TRUE
               GO TO 2110-EXIT
           END-IF.
           IF IND-CONCEPTO = 3
               IF SC-PERIODO = MES-CIERRE
                   COMPUTE CO-MAYOR (IND-CONCEPTO) =
                       SC-HABER - SC-DEBE
               END-IF
           ELSE
               MOVE SC-SALDO-FINAL TO CO-MAYOR (IND-CONCEPTO)
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-RECORRER-MAESTRO                                     *
      * Recorre todos los prestamos de LOAN-MASTER en orden de    *
      * identificador, cruzandolos con el devengo del mes.        *
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
      * Lee el siguiente prestamo, obtiene su auxiliar de cada    *
      * concepto y lo concilia con su desglose en el mayor. Los   *
      * devengos de prestamos que no estan en el maestro se       *
      * concilian por su cuenta al pasar por su identificador.    *
      *----------------------------------------------------------*
       3100-EXAMINAR-PRESTAMO.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET FIN-MAESTRO TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           COMPUTE PRESTAMOS-EXAMINADOS = PRESTAMOS-EXAMINADOS + 1.
           PERFORM 3810-DEVENGO-SIN-PRESTAMO THRU 3810-EXIT
               UNTIL FIN-DEVENGO
                  OR DV-LOAN-ID NOT < LM-LOAN-ID.
           MOVE ZERO TO DEVENGO-PRESTAMO.
           IF NOT FIN-DEVENGO AND DV-LOAN-ID = LM-LOAN-ID
               MOVE DV-DEVENGADO TO DEVENGO-PRESTAMO
               PERFORM 6000-LEER-DEVENGO THRU 6000-EXIT
           END-IF.
           PERFORM 3200-EXAMINAR-CUADRO THRU 3200-EXIT.
           MOVE LM-LOAN-ID TO PRESTAMO-CONCILIA.
           MOVE 1 TO IND-CONCEPTO.
           MOVE CAP-VIVO-CIERRE TO AUXILIAR-PRESTAMO.
           PERFORM 4000-CONCILIAR-PRESTAMO THRU 4000-EXIT.
           IF HAY-DEVENGO
               MOVE 2 TO IND-CONCEPTO
               MOVE DEVENGO-PRESTAMO TO AUXILIAR-PRESTAMO
               PERFORM 4000-CONCILIAR-PRESTAMO THRU 4000-EXIT
           END-IF.
           MOVE 3 TO IND-CONCEPTO.
           MOVE DEMORA-COBRADA TO AUXILIAR-PRESTAMO.
           PERFORM 4000-CONCILIAR-PRESTAMO THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-EXAMINAR-CUADRO                                      *
      * Recorre el cuadro del prestamo: el capital vivo al cierre *
      * es el de la ultima cuota liquidada hasta el mes           *
      * conciliado (el prestado si no hay ninguna) y solo cuenta  *
      * en los prestamos activos ya dispuestos en ese mes; la     *
      * demora cobrada es la de las cuotas liquidadas en el mes.  *
      *----------------------------------------------------------*
       3200-EXAMINAR-CUADRO.
           MOVE LM-PRESTADO TO CAP-VIVO-CIERRE.
           MOVE ZERO TO DEMORA-COBRADA.
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
           IF NOT LM-ACTIVO
               MOVE ZERO TO CAP-VIVO-CIERRE
               GO TO 3200-EXIT
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
           IF FECHA-DISPOSICION (1:6) > MES-CIERRE
               MOVE ZERO TO CAP-VIVO-CIERRE
           END-IF.
       3200-EXIT.
           EXIT.

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
           IF NOT LS-LIQUIDADA
               GO TO 3210-EXIT
           END-IF.
           IF LS-FECHA-PAGO (1:6) > MES-CIERRE
               GO TO 3210-EXIT
           END-IF.
           MOVE LS-CAP-VIVO TO CAP-VIVO-CIERRE.
           IF LS-FECHA-PAGO (1:6) = MES-CIERRE
               COMPUTE DEMORA-COBRADA =
                   DEMORA-COBRADA + LS-DEMORA-ACUM
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3800-DEVENGOS-PENDIENTES                                  *
      * Terminado el maestro, los devengos que quedan son de      *
      * prestamos que no estan en el y se concilian por su cuenta.*
      *----------------------------------------------------------*
       3800-DEVENGOS-PENDIENTES.
           PERFORM 3810-DEVENGO-SIN-PRESTAMO THRU 3810-EXIT
               UNTIL FIN-DEVENGO.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3810-DEVENGO-SIN-PRESTAMO                                 *
      * Concilia el devengo leido, de un prestamo que no esta en  *
      * el maestro, y lee el siguiente.                           *
      *----------------------------------------------------------*
       3810-DEVENGO-SIN-PRESTAMO.
           COMPUTE DEVENGOS-SIN-PRESTAMO = DEVENGOS-SIN-PRESTAMO + 1.
           MOVE DV-LOAN-ID   TO PRESTAMO-CONCILIA.
           MOVE 2 TO IND-CONCEPTO.
           MOVE DV-DEVENGADO TO AUXILIAR-PRESTAMO.
           PERFORM 4000-CONCILIAR-PRESTAMO THRU 4000-EXIT.
           PERFORM 6000-LEER-DEVENGO THRU 6000-EXIT.
       3810-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-CONCILIAR-PRESTAMO                                   *
      * Obtiene de SALDOPRE el importe del mayor del concepto     *
      * IND-CONCEPTO para PRESTAMO-CONCILIA, lo acumula con el    *
      * del auxiliar y, si no coinciden, lista la diferencia.     *
      *----------------------------------------------------------*
       4000-CONCILIAR-PRESTAMO.
           MOVE ZERO TO MAYOR-PRESTAMO.
           MOVE "N"  TO SW-FIN-SALDOS.
           MOVE CUENTA-CONCEPTO (IND-CONCEPTO) TO SP-CUENTA.
           MOVE PRESTAMO-CONCILIA TO SP-LOAN-ID.
           MOVE ZERO TO SP-PERIODO.
           START SALDO-PRESTAMO-FILE
               KEY IS NOT LESS THAN SP-CLAVE
               INVALID KEY
                   SET FIN-SALDOS TO TRUE
           END-START.
           PERFORM 4100-LEER-MOVIMIENTO THRU 4100-EXIT
               UNTIL FIN-SALDOS.
           COMPUTE CO-MAYOR-PRESTAMOS (IND-CONCEPTO) =
               CO-MAYOR-PRESTAMOS (IND-CONCEPTO) + MAYOR-PRESTAMO.
           COMPUTE CO-AUXILIAR (IND-CONCEPTO) =
               CO-AUXILIAR (IND-CONCEPTO) + AUXILIAR-PRESTAMO.
           COMPUTE DIFERENCIA = MAYOR-PRESTAMO - AUXILIAR-PRESTAMO.
           IF DIFERENCIA = ZERO
               GO TO 4000-EXIT
           END-IF.
           COMPUTE CO-DIF-PRESTAMOS (IND-CONCEPTO) =
               CO-DIF-PRESTAMOS (IND-CONCEPTO) + DIFERENCIA.
           COMPUTE CO-PRESTAMOS-DIF (IND-CONCEPTO) =
               CO-PRESTAMOS-DIF (IND-CONCEPTO) + 1.
           COMPUTE LINEAS-DIFERENCIA = LINEAS-DIFERENCIA + 1.
           MOVE PRESTAMO-CONCILIA TO CD-LOAN-ID.
           MOVE NOMBRE-CONCEPTO (IND-CONCEPTO) TO CD-CONCEPTO.
           MOVE MAYOR-PRESTAMO TO IMPORTE-CON-SIGNO.
           PERFORM 7000-EDITAR-IMPORTE THRU 7000-EXIT.
           MOVE IMPORTE-SIN-SIGNO TO CD-MAYOR.
           MOVE SIGNO-EDITADO     TO CD-SIGNO-MAYOR.
           MOVE AUXILIAR-PRESTAMO TO IMPORTE-CON-SIGNO.
           PERFORM 7000-EDITAR-IMPORTE THRU 7000-EXIT.
           MOVE IMPORTE-SIN-SIGNO TO CD-AUXILIAR.
           MOVE SIGNO-EDITADO     TO CD-SIGNO-AUXILIAR.
           MOVE DIFERENCIA TO IMPORTE-CON-SIGNO.
           PERFORM 7000-EDITAR-IMPORTE THRU 7000-EXIT.
           MOVE IMPORTE-SIN-SIGNO TO CD-DIFERENCIA.
           MOVE SIGNO-EDITADO     TO CD-SIGNO-DIFERENCIA.
           WRITE INFORME-RECORD FROM LINEA-CON-DETALLE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4100-LEER-MOVIMIENTO                                      *
      * Lee el siguiente movimiento del prestamo en la cuenta:    *
      * los conceptos de saldo suman el debe menos el haber de    *
      * todos los periodos hasta el mes conciliado; el de         *
      * ingresos, el haber menos el debe del propio mes.          *
      *----------------------------------------------------------*
       4100-LEER-MOVIMIENTO.
           READ SALDO-PRESTAMO-FILE NEXT RECORD
               AT END
                   SET FIN-SALDOS TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF SP-CUENTA NOT = CUENTA-CONCEPTO (IND-CONCEPTO)
                   OR SP-LOAN-ID NOT = PRESTAMO-CONCILIA
                   OR SP-PERIODO > MES-CIERRE
               SET FIN-SALDOS TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF IND-CONCEPTO = 3
               IF SP-PERIODO = MES-CIERRE
                   COMPUTE MAYOR-PRESTAMO =
                       MAYOR-PRESTAMO + SP-HABER - SP-DEBE
               END-IF
           ELSE
               COMPUTE MAYOR-PRESTAMO =
                   MAYOR-PRESTAMO + SP-DEBE - SP-HABER
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-IMPRIMIR-RESUMEN                                     *
      * Escribe en CONCIIMP, por concepto, el importe del mayor,  *
      * el del auxiliar, la diferencia, la parte explicada por    *
      * prestamos y la que no se asigna a ningun prestamo del     *
      * maestro (apuntes de prestamos inexistentes o descuadres   *
      * entre SALDOCTA y SALDOPRE).                               *
      *----------------------------------------------------------*
       5000-IMPRIMIR-RESUMEN.
           IF LINEAS-DIFERENCIA = ZERO
               MOVE "SIN DIFERENCIAS POR PRESTAMO" TO CS-TEXTO
               WRITE INFORME-RECORD FROM LINEA-CON-SECCION
           END-IF.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "RESUMEN POR CONCEPTO" TO CS-TEXTO.
           WRITE INFORME-RECORD FROM LINEA-CON-SECCION.
           PERFORM 5100-RESUMEN-CONCEPTO THRU 5100-EXIT
               VARYING IND-CONCEPTO FROM 1 BY 1
               UNTIL IND-CONCEPTO > 3.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "PRESTAMOS EXAMINADOS:" TO CN-TEXTO.
           MOVE PRESTAMOS-EXAMINADOS TO CN-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-CON-CONTADOR.
           IF DEVENGOS-SIN-PRESTAMO > ZERO
               MOVE "DEVENGOS DE PRESTAMOS FUERA DEL MAESTRO:"
                   TO CN-TEXTO
               MOVE DEVENGOS-SIN-PRESTAMO TO CN-CONTADOR
               WRITE INFORME-RECORD FROM LINEA-CON-CONTADOR
           END-IF.
           IF NOT HAY-DEVENGO
               MOVE "SIN DEVENGO DEL MES: INTERESES NO CONCILIADOS"
                   TO CS-TEXTO
               WRITE INFORME-RECORD FROM LINEA-CON-SECCION
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-RESUMEN-CONCEPTO                                     *
      * Bloque del resumen del concepto IND-CONCEPTO.             *
      *----------------------------------------------------------*
       5100-RESUMEN-CONCEPTO.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE NOMBRE-CONCEPTO (IND-CONCEPTO) TO CC-NOMBRE.
           MOVE CUENTA-CONCEPTO (IND-CONCEPTO) TO CC-CUENTA.
           WRITE INFORME-RECORD FROM LINEA-CON-CONCEPTO.
           MOVE "SEGUN EL MAYOR:" TO CO-TEXTO.
           MOVE CO-MAYOR (IND-CONCEPTO) TO IMPORTE-CON-SIGNO.
           PERFORM 5200-LINEA-IMPORTE THRU 5200-EXIT.
           MOVE "SEGUN EL AUXILIAR DE PRESTAMOS:" TO CO-TEXTO.
           MOVE CO-AUXILIAR (IND-CONCEPTO) TO IMPORTE-CON-SIGNO.
           PERFORM 5200-LINEA-IMPORTE THRU 5200-EXIT.
           MOVE "DIFERENCIA:" TO CO-TEXTO.
           COMPUTE IMPORTE-CON-SIGNO =
               CO-MAYOR (IND-CONCEPTO) - CO-AUXILIAR (IND-CONCEPTO).
           PERFORM 5200-LINEA-IMPORTE THRU 5200-EXIT.
           IF IMPORTE-CON-SIGNO NOT = ZERO
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "EXPLICADA POR PRESTAMOS:" TO CO-TEXTO.
           MOVE CO-DIF-PRESTAMOS (IND-CONCEPTO) TO IMPORTE-CON-SIGNO.
           PERFORM 5200-LINEA-IMPORTE THRU 5200-EXIT.
           MOVE "NO ASIGNADA A PRESTAMOS:" TO CO-TEXTO.
           COMPUTE IMPORTE-CON-SIGNO = CO-MAYOR (IND-CONCEPTO)
               - CO-MAYOR-PRESTAMOS (IND-CONCEPTO).
           PERFORM 5200-LINEA-IMPORTE THRU 5200-EXIT.
           MOVE "  PRESTAMOS CON DIFERENCIA:" TO CN-TEXTO.
           MOVE CO-PRESTAMOS-DIF (IND-CONCEPTO) TO CN-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-CON-CONTADOR.
       5100-EXIT.
           EXIT.

       5200-LINEA-IMPORTE.
           PERFORM 7000-EDITAR-IMPORTE THRU 7000-EXIT.
           MOVE IMPORTE-SIN-SIGNO TO CO-IMPORTE.
           MOVE SIGNO-EDITADO     TO CO-SIGNO.
           WRITE INFORME-RECORD FROM LINEA-CON-TOTAL.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-LEER-DEVENGO                                         *
      * Lee el siguiente registro de devengo del mes.             *
      *----------------------------------------------------------*
       6000-LEER-DEVENGO.
           READ DEVENGO-FILE
               AT END
                   SET FIN-DEVENGO TO TRUE
           END-READ.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6900-LIMPIAR-CONCEPTO                                     *
      * Pone a cero la entrada IND-CONCEPTO de la tabla.          *
      *----------------------------------------------------------*
       6900-LIMPIAR-CONCEPTO.
           MOVE ZERO TO CO-MAYOR (IND-CONCEPTO).
           MOVE ZERO TO CO-AUXILIAR (IND-CONCEPTO).
           MOVE ZERO TO CO-MAYOR-PRESTAMOS (IND-CONCEPTO).
           MOVE ZERO TO CO-DIF-PRESTAMOS (IND-CONCEPTO).
           MOVE ZERO TO CO-PRESTAMOS-DIF (IND-CONCEPTO).
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-EDITAR-IMPORTE                                       *
      * Separa IMPORTE-CON-SIGNO en su valor absoluto y un signo  *
      * ("-" si es negativo) para los campos editados.            *
      *----------------------------------------------------------*
       7000-EDITAR-IMPORTE.
           IF IMPORTE-CON-SIGNO < ZERO
               COMPUTE IMPORTE-SIN-SIGNO = ZERO - IMPORTE-CON-SIGNO
               MOVE "-" TO SIGNO-EDITADO
           ELSE
               MOVE IMPORTE-CON-SIGNO TO IMPORTE-SIN-SIGNO
               MOVE SPACE TO SIGNO-EDITADO
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RESUMEN-EJECUCION                                    *
      * Muestra los contadores y diferencias de la ejecucion.     *
      *----------------------------------------------------------*
       8000-RESUMEN-EJECUCION.
           DISPLAY "------------------------".
           DISPLAY "Mes conciliado:         " MES-CIERRE.
           DISPLAY "Prestamos examinados:   " PRESTAMOS-EXAMINADOS.
           DISPLAY "Lineas de diferencia:   " LINEAS-DIFERENCIA.
           IF LINEAS-DIFERENCIA > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "Hay diferencias: ver el informe CONCIIMP"
           END-IF.
           DISPLAY "------------------------".
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE SALDO-CUENTA-FILE.
           CLOSE SALDO-PRESTAMO-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           IF HAY-SOLICITUDES
               CLOSE SOLICITUD-FILE
           END-IF.
           IF HAY-DEVENGO
               CLOSE DEVENGO-FILE
           END-IF.
           CLOSE INFORME-FILE.
       9000-EXIT.
           EXIT.
