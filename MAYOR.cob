       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAYOR.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: pase al mayor del diario  *
      *                de fin de mes de ASIENTOS. Comprueba que   *
      *                todos los apuntes de DIARIO son del mismo  *
      *                periodo, que su signo es valido y que el   *
      *                debe cuadra con el haber; que ese periodo  *
      *                no se ha pasado ya (registro de pases      *
      *                PASEDIAR). Solo entonces aplica cada       *
      *                apunte al saldo de su cuenta y periodo     *
      *                (SALDOCTA), arrastrando la variacion a los *
      *                periodos posteriores ya existentes, y al   *
      *                movimiento de la cuenta por prestamo       *
      *                (SALDOPRE). Emite el informe MAYORIMP con  *
      *                los saldos del periodo pasado.             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-FILE ASSIGN TO "DIARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-STATUS.

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

           SELECT PASES-FILE ASSIGN TO "PASEDIAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PASES-STATUS.

           SELECT INFORME-FILE ASSIGN TO "MAYORIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * Diario contable de ASIENTOS: un apunte por linea, con la  *
      * cuenta, el signo (D=debe, H=haber), el importe, el        *
      * prestamo de referencia y el concepto.                     *
      *----------------------------------------------------------*
       FD  DIARIO-FILE.
       01  DIARIO-RECORD.
           05  DJ-FECHA                PIC 9(08).
           05  DJ-CUENTA               PIC 9(06).
           05  DJ-DEBE-HABER           PIC X(01).
               88  DJ-DEBE             VALUE "D".
               88  DJ-HABER            VALUE "H".
           05  DJ-IMPORTE              PIC 9(09)V99.
           05  DJ-LOAN-ID              PIC 9(14).
           05  DJ-CONCEPTO             PIC X(20).

       FD  SALDO-CUENTA-FILE.
       COPY SALDOCTA.

       FD  SALDO-PRESTAMO-FILE.
       COPY SALDOPRE.

      *----------------------------------------------------------*
      * Registro de pases: una linea por diario pasado al mayor,  *
      * con su periodo, la fecha del pase, el numero de apuntes y *
      * los totales de debe y haber.                              *
      *----------------------------------------------------------*
       FD  PASES-FILE.
       01  PASES-RECORD.
           05  PS-PERIODO              PIC 9(06).
           05  PS-FECHA-PASE           PIC 9(08).
           05  PS-APUNTES              PIC 9(07).
           05  PS-TOTAL-DEBE           PIC 9(11)V99.
           05  PS-TOTAL-HABER          PIC 9(11)V99.

       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

       LOCAL-STORAGE SECTION.
       01  DIARIO-STATUS              PIC XX.
           88  DIARIO-OK              VALUE "00".
       01  SALDO-CUENTA-STATUS        PIC XX.
           88  SALDO-CUENTA-OK        VALUE "00".
       01  SALDO-PRESTAMO-STATUS      PIC XX.
           88  SALDO-PRESTAMO-OK      VALUE "00".
       01  PASES-STATUS               PIC XX.
           88  PASES-OK               VALUE "00".
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
       01  SW-MAESTROS-DISPONIBLES    PIC X VALUE "S".
           88  MAESTROS-DISPONIBLES   VALUE "S".
       01  SW-DIARIO-VALIDO           PIC X VALUE "S".
           88  DIARIO-VALIDO          VALUE "S".
       01  SW-FIN-DIARIO              PIC X VALUE "N".
           88  FIN-DIARIO             VALUE "S".
       01  SW-FIN-PASES               PIC X VALUE "N".
           88  FIN-PASES              VALUE "S".
       01  SW-FIN-SALDOS              PIC X VALUE "N".
           88  FIN-SALDOS             VALUE "S".
       01  SW-SALDO-NUEVO             PIC X VALUE "N".
           88  SALDO-NUEVO            VALUE "S".
       01  FECHA-PASE                 PIC 9(08).
       01  PERIODO-DIARIO             PIC 9(06) VALUE 0.

      *----------------------------------------------------------*
      * Validacion del diario (primera lectura).                  *
      *----------------------------------------------------------*
       01  APUNTES-LEIDOS             PIC 9(07) VALUE 0.
       01  APUNTES-OTRO-PERIODO       PIC 9(07) VALUE 0.
       01  APUNTES-ERRONEOS           PIC 9(07) VALUE 0.
       01  TOTAL-DEBE                 PIC 9(11)V99 VALUE 0.
       01  TOTAL-HABER                PIC 9(11)V99 VALUE 0.

      *----------------------------------------------------------*
      * Aplicacion de un apunte: variacion con signo del saldo    *
      * (debe en positivo) y saldo final del periodo anterior.    *
      *----------------------------------------------------------*
       01  MOVIMIENTO                 PIC S9(11)V99.
       01  SALDO-ANTERIOR             PIC S9(11)V99.
       01  APUNTES-APLICADOS          PIC 9(07) VALUE 0.
       01  CUENTAS-NUEVAS             PIC 9(07) VALUE 0.
       01  PERIODOS-ARRASTRADOS       PIC 9(07) VALUE 0.
       01  CUENTAS-INFORMADAS         PIC 9(07) VALUE 0.
       01  IMPORTE-EDITADO            PIC Z(10)9,99.

       01  LINEA-MAY-TITULO.
           05  FILLER                 PIC X(40)
               VALUE "PASE AL MAYOR DEL DIARIO - PERIODO: ".
           05  MT-PERIODO             PIC 9(06).
           05  FILLER                 PIC X(08) VALUE "  PASE: ".
           05  MT-FECHA               PIC 9(08).

       01  LINEA-MAY-MENSAJE.
           05  MM-TEXTO               PIC X(80).

       01  LINEA-MAY-COLS.
           05  FILLER                 PIC X(08) VALUE "CUENTA".
           05  FILLER                 PIC X(17)
               VALUE "   SALDO INICIAL".
           05  FILLER                 PIC X(15) VALUE "           DEBE".
           05  FILLER                 PIC X(15) VALUE "          HABER".
           05  FILLER                 PIC X(17)
               VALUE "     SALDO FINAL".

       01  LINEA-MAY-DETALLE.
           05  MD-CUENTA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MD-SALDO-INICIAL       PIC Z(10)9,99.
           05  MD-SIGNO-INICIAL       PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MD-DEBE                PIC Z(10)9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MD-HABER               PIC Z(10)9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MD-SALDO-FINAL         PIC Z(10)9,99.
           05  MD-SIGNO-FINAL         PIC X(01).

       01  LINEA-MAY-TOTAL.
           05  MO-TEXTO               PIC X(40).
           05  MO-IMPORTE             PIC Z(10)9,99.

       01  LINEA-MAY-CONTADOR.
           05  MC-TEXTO               PIC X(40).
           05  MC-CONTADOR            PIC Z(06)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF MAESTROS-DISPONIBLES
               PERFORM 2000-VALIDAR-DIARIO THRU 2000-EXIT
           END-IF.
           IF MAESTROS-DISPONIBLES AND DIARIO-VALIDO
               PERFORM 2500-COMPROBAR-PASES THRU 2500-EXIT
           END-IF.
           IF MAESTROS-DISPONIBLES AND DIARIO-VALIDO
               PERFORM 3000-APLICAR-DIARIO THRU 3000-EXIT
               PERFORM 4000-REGISTRAR-PASE THRU 4000-EXIT
               PERFORM 5000-INFORME-SALDOS THRU 5000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Abre el diario y los ficheros de saldos (se crean vacios  *
      * si no existen) y el informe.                              *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Pase al mayor del diario contable".
           ACCEPT FECHA-PASE FROM DATE YYYYMMDD.
           OPEN INPUT DIARIO-FILE.
           IF NOT DIARIO-OK
               DISPLAY "No se pudo abrir el diario (DIARIO), "
                       "estado " DIARIO-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O SALDO-CUENTA-FILE.
           IF NOT SALDO-CUENTA-OK
               CLOSE SALDO-CUENTA-FILE
               OPEN OUTPUT SALDO-CUENTA-FILE
               CLOSE SALDO-CUENTA-FILE
               OPEN I-O SALDO-CUENTA-FILE
           END-IF.
           IF NOT SALDO-CUENTA-OK
               DISPLAY "No se pudo abrir el fichero de saldos por "
                       "cuenta (SALDOCTA), estado "
                       SALDO-CUENTA-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O SALDO-PRESTAMO-FILE.
           IF NOT SALDO-PRESTAMO-OK
               CLOSE SALDO-PRESTAMO-FILE
               OPEN OUTPUT SALDO-PRESTAMO-FILE
               CLOSE SALDO-PRESTAMO-FILE
               OPEN I-O SALDO-PRESTAMO-FILE
           END-IF.
           IF NOT SALDO-PRESTAMO-OK
               DISPLAY "No se pudo abrir el fichero de saldos por "
                       "prestamo (SALDOPRE), estado "
                       SALDO-PRESTAMO-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT INFORME-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-VALIDAR-DIARIO                                       *
      * Primera lectura del diario: toma el periodo del primer    *
      * apunte y comprueba que todos son de ese periodo, que su   *
      * signo es D o H y que el debe cuadra con el haber. Si algo *
      * falla no se aplica ningun apunte.                         *
      *----------------------------------------------------------*
       2000-VALIDAR-DIARIO.
           PERFORM 2100-VALIDAR-APUNTE THRU 2100-EXIT
               UNTIL FIN-DIARIO.
           MOVE PERIODO-DIARIO TO MT-PERIODO.
           MOVE FECHA-PASE     TO MT-FECHA.
           WRITE INFORME-RECORD FROM LINEA-MAY-TITULO.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           IF APUNTES-LEIDOS = ZERO
               DISPLAY "El diario (DIARIO) esta vacio, no hay nada "
                       "que pasar al mayor"
               MOVE "DIARIO VACIO: NO SE PASA NINGUN APUNTE"
                   TO MM-TEXTO
               WRITE INFORME-RECORD FROM LINEA-MAY-MENSAJE
               MOVE "N" TO SW-DIARIO-VALIDO
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF APUNTES-OTRO-PERIODO > ZERO
               DISPLAY "Error: " APUNTES-OTRO-PERIODO " apuntes "
                       "no son del periodo " PERIODO-DIARIO
                       ", el diario no se pasa"
               MOVE "RECHAZADO: APUNTES DE MAS DE UN PERIODO"
                   TO MM-TEXTO
               WRITE INFORME-RECORD FROM LINEA-MAY-MENSAJE
               MOVE "N" TO SW-DIARIO-VALIDO
           END-IF.
           IF APUNTES-ERRONEOS > ZERO
               DISPLAY "Error: " APUNTES-ERRONEOS " apuntes sin "
                       "signo debe/haber valido, el diario no se "
                       "pasa"
               MOVE "RECHAZADO: APUNTES SIN SIGNO DEBE/HABER VALIDO"
                   TO MM-TEXTO
               WRITE INFORME-RECORD FROM LINEA-MAY-MENSAJE
               MOVE "N" TO SW-DIARIO-VALIDO
           END-IF.
           IF TOTAL-DEBE NOT = TOTAL-HABER
               DISPLAY "Error: el diario no cuadra, no se pasa"
               MOVE "RECHAZADO: EL DEBE NO CUADRA CON EL HABER"
                   TO MM-TEXTO
               WRITE INFORME-RECORD FROM LINEA-MAY-MENSAJE
               MOVE "N" TO SW-DIARIO-VALIDO
           END-IF.
           IF NOT DIARIO-VALIDO
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-VALIDAR-APUNTE                                       *
      * Lee el siguiente apunte del diario y lo acumula en los    *
      * contadores y totales de la validacion.                    *
      *----------------------------------------------------------*
       2100-VALIDAR-APUNTE.
           READ DIARIO-FILE
               AT END
                   SET FIN-DIARIO TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           COMPUTE APUNTES-LEIDOS = APUNTES-LEIDOS + 1.
           IF APUNTES-LEIDOS = 1
               MOVE DJ-FECHA (1:6) TO PERIODO-DIARIO
           END-IF.
           IF DJ-FECHA (1:6) NOT = PERIODO-DIARIO
               COMPUTE APUNTES-OTRO-PERIODO =
                   APUNTES-OTRO-PERIODO + 1
           END-IF.
           EVALUATE TRUE
               WHEN DJ-DEBE
                   COMPUTE TOTAL-DEBE = TOTAL-DEBE + DJ-IMPORTE
               WHEN DJ-HABER
                   COMPUTE TOTAL-HABER = TOTAL-HABER + DJ-IMPORTE
               WHEN OTHER
                   COMPUTE APUNTES-ERRONEOS = APUNTES-ERRONEOS + 1
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-COMPROBAR-PASES                                      *
      * Recorre el registro de pases: si el periodo del diario    *
      * ya se paso al mayor se rechaza, indicando si es el mismo  *
      * diario (mismos apuntes y totales) u otro del periodo.     *
      * Un periodo pasado solo se corrige con un diario de        *
      * regularizacion de otro periodo.                           *
      *----------------------------------------------------------*
       2500-COMPROBAR-PASES.
           OPEN INPUT PASES-FILE.
           IF NOT PASES-OK
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2600-EXAMINAR-PASE THRU 2600-EXIT
               UNTIL FIN-PASES OR NOT DIARIO-VALIDO.
           CLOSE PASES-FILE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2600-EXAMINAR-PASE                                        *
      * Lee el siguiente pase y lo compara con el diario.         *
      *----------------------------------------------------------*
       2600-EXAMINAR-PASE.
           READ PASES-FILE
               AT END
                   SET FIN-PASES TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           IF PS-PERIODO NOT = PERIODO-DIARIO
               GO TO 2600-EXIT
           END-IF.
           MOVE "N" TO SW-DIARIO-VALIDO.
           MOVE 8 TO RETURN-CODE.
           IF PS-APUNTES = APUNTES-LEIDOS
                   AND PS-TOTAL-DEBE = TOTAL-DEBE
                   AND PS-TOTAL-HABER = TOTAL-HABER
               DISPLAY "Error: este diario ya se paso al mayor el "
                       PS-FECHA-PASE ", no se vuelve a aplicar"
               MOVE "RECHAZADO: ESTE DIARIO YA SE PASO AL MAYOR"
                   TO MM-TEXTO
           ELSE
               DISPLAY "Error: ya se paso al mayor otro diario del "
                       "periodo " PS-PERIODO " el " PS-FECHA-PASE
                       ", no se aplica"
               MOVE "RECHAZADO: YA SE PASO OTRO DIARIO DEL PERIODO"
                   TO MM-TEXTO
           END-IF.
           WRITE INFORME-RECORD FROM LINEA-MAY-MENSAJE.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-APLICAR-DIARIO                                       *
      * Segunda lectura del diario: aplica cada apunte al saldo   *
      * de su cuenta y al movimiento de la cuenta por prestamo.   *
      *----------------------------------------------------------*
       3000-APLICAR-DIARIO.
           CLOSE DIARIO-FILE.
           OPEN INPUT DIARIO-FILE.
           MOVE "N" TO SW-FIN-DIARIO.
           PERFORM 3100-APLICAR-APUNTE THRU 3100-EXIT
               UNTIL FIN-DIARIO.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-APLICAR-APUNTE                                       *
      * Lee el siguiente apunte y lo aplica.                      *
      *----------------------------------------------------------*
       3100-APLICAR-APUNTE.
           READ DIARIO-FILE
               AT END
                   SET FIN-DIARIO TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF DJ-DEBE
               MOVE DJ-IMPORTE TO MOVIMIENTO
           ELSE
               COMPUTE MOVIMIENTO = ZERO - DJ-IMPORTE
           END-IF.
           PERFORM 3200-SALDO-CUENTA THRU 3200-EXIT.
           PERFORM 3300-ARRASTRAR-SALDO THRU 3300-EXIT.
           PERFORM 3400-SALDO-PRESTAMO THRU 3400-EXIT.
           COMPUTE APUNTES-APLICADOS = APUNTES-APLICADOS + 1.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-SALDO-CUENTA                                         *
      * Aplica el apunte al saldo de la cuenta en el periodo. Si  *
      * la cuenta no tiene aun saldo en el periodo se abre con    *
      * el saldo final de su ultimo periodo anterior.             *
      *----------------------------------------------------------*
       3200-SALDO-CUENTA.
           MOVE "N" TO SW-SALDO-NUEVO.
           MOVE DJ-CUENTA      TO SC-CUENTA.
           MOVE PERIODO-DIARIO TO SC-PERIODO.
           READ SALDO-CUENTA-FILE
               INVALID KEY
                   SET SALDO-NUEVO TO TRUE
           END-READ.
           IF SALDO-NUEVO
               PERFORM 3210-SALDO-ANTERIOR THRU 3210-EXIT
               MOVE DJ-CUENTA      TO SC-CUENTA
               MOVE PERIODO-DIARIO TO SC-PERIODO
               MOVE SALDO-ANTERIOR TO SC-SALDO-INICIAL
               MOVE SALDO-ANTERIOR TO SC-SALDO-FINAL
               MOVE ZERO TO SC-DEBE
               MOVE ZERO TO SC-HABER
           END-IF.
           IF DJ-DEBE
               COMPUTE SC-DEBE = SC-DEBE + DJ-IMPORTE
           ELSE
               COMPUTE SC-HABER = SC-HABER + DJ-IMPORTE
           END-IF.
           COMPUTE SC-SALDO-FINAL = SC-SALDO-FINAL + MOVIMIENTO.
           MOVE FECHA-PASE TO SC-FECHA-PASE.
           IF SALDO-NUEVO
               WRITE SALDO-CUENTA-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: no se pudo grabar el saldo de "
                               "la cuenta " DJ-CUENTA " en SALDOCTA"
               END-WRITE
               COMPUTE CUENTAS-NUEVAS = CUENTAS-NUEVAS + 1
           ELSE
               REWRITE SALDO-CUENTA-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: no se pudo regrabar el saldo "
                               "de la cuenta " DJ-CUENTA
                               " en SALDOCTA"
               END-REWRITE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3210-SALDO-ANTERIOR                                       *
      * Recorre los periodos de la cuenta anteriores al del       *
      * diario y deja en SALDO-ANTERIOR el saldo final del mas    *
      * reciente (cero si la cuenta no tiene ninguno).            *
      *----------------------------------------------------------*
       3210-SALDO-ANTERIOR.
           MOVE ZERO TO SALDO-ANTERIOR.
           MOVE "N"  TO SW-FIN-SALDOS.
           MOVE DJ-CUENTA TO SC-CUENTA.
           MOVE ZERO      TO SC-PERIODO.
           START SALDO-CUENTA-FILE
               KEY IS NOT LESS THAN SC-CLAVE
               INVALID KEY
                   SET FIN-SALDOS TO TRUE
           END-START.
           PERFORM 3220-LEER-PERIODO-ANTERIOR THRU 3220-EXIT
               UNTIL FIN-SALDOS.
       3210-EXIT.
           EXIT.

       3220-LEER-PERIODO-ANTERIOR.
           READ SALDO-CUENTA-FILE NEXT RECORD
               AT END
                   SET FIN-SALDOS TO TRUE
                   GO TO 3220-EXIT
           END-READ.
           IF SC-CUENTA NOT = DJ-CUENTA
                   OR SC-PERIODO NOT < PERIODO-DIARIO
               SET FIN-SALDOS TO TRUE
               GO TO 3220-EXIT
           END-IF.
           MOVE SC-SALDO-FINAL TO SALDO-ANTERIOR.
       3220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3300-ARRASTRAR-SALDO                                      *
      * Si la cuenta ya tiene saldos de periodos posteriores al   *
      * del diario, les suma la variacion del apunte a su saldo   *
      * inicial y final para que sigan encadenados.               *
      *----------------------------------------------------------*
       3300-ARRASTRAR-SALDO.
           MOVE "N" TO SW-FIN-SALDOS.
           MOVE DJ-CUENTA      TO SC-CUENTA.
           MOVE PERIODO-DIARIO TO SC-PERIODO.
           START SALDO-CUENTA-FILE
               KEY IS GREATER THAN SC-CLAVE
               INVALID KEY
                   SET FIN-SALDOS TO TRUE
           END-START.
           PERFORM 3310-ARRASTRAR-PERIODO THRU 3310-EXIT
               UNTIL FIN-SALDOS.
       3300-EXIT.
           EXIT.

       3310-ARRASTRAR-PERIODO.
           READ SALDO-CUENTA-FILE NEXT RECORD
               AT END
                   SET FIN-SALDOS TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF SC-CUENTA NOT = DJ-CUENTA
               SET FIN-SALDOS TO TRUE
               GO TO 3310-EXIT
           END-IF.
           COMPUTE SC-SALDO-INICIAL = SC-SALDO-INICIAL + MOVIMIENTO.
           COMPUTE SC-SALDO-FINAL = SC-SALDO-FINAL + MOVIMIENTO.
           REWRITE SALDO-CUENTA-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo arrastrar el saldo de "
                           "la cuenta " SC-CUENTA " al periodo "
                           SC-PERIODO
           END-REWRITE.
           COMPUTE PERIODOS-ARRASTRADOS = PERIODOS-ARRASTRADOS + 1.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3400-SALDO-PRESTAMO                                       *
      * Acumula el apunte en el movimiento de la cuenta del       *
      * prestamo en el periodo.                                   *
      *----------------------------------------------------------*
       3400-SALDO-PRESTAMO.
           MOVE "N" TO SW-SALDO-NUEVO.
           MOVE DJ-CUENTA      TO SP-CUENTA.
           MOVE DJ-LOAN-ID     TO SP-LOAN-ID.
           MOVE PERIODO-DIARIO TO SP-PERIODO.
           READ SALDO-PRESTAMO-FILE
               INVALID KEY
                   SET SALDO-NUEVO TO TRUE
                   MOVE ZERO TO SP-DEBE
                   MOVE ZERO TO SP-HABER
           END-READ.
           IF DJ-DEBE
               COMPUTE SP-DEBE = SP-DEBE + DJ-IMPORTE
           ELSE
               COMPUTE SP-HABER = SP-HABER + DJ-IMPORTE
           END-IF.
           IF SALDO-NUEVO
               WRITE SALDO-PRESTAMO-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: no se pudo grabar el "
                               "movimiento del prestamo " DJ-LOAN-ID
                               " en SALDOPRE"
               END-WRITE
           ELSE
               REWRITE SALDO-PRESTAMO-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: no se pudo regrabar el "
                               "movimiento del prestamo " DJ-LOAN-ID
                               " en SALDOPRE"
               END-REWRITE
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-REGISTRAR-PASE                                       *
      * Anade el diario aplicado al registro de pases PASEDIAR    *
      * (se crea si no existe).                                   *
      *----------------------------------------------------------*
       4000-REGISTRAR-PASE.
           OPEN EXTEND PASES-FILE.
           IF NOT PASES-OK
               OPEN OUTPUT PASES-FILE
               CLOSE PASES-FILE
               OPEN EXTEND PASES-FILE
           END-IF.
           MOVE PERIODO-DIARIO TO PS-PERIODO.
           MOVE FECHA-PASE     TO PS-FECHA-PASE.
           MOVE APUNTES-LEIDOS TO PS-APUNTES.
           MOVE TOTAL-DEBE     TO PS-TOTAL-DEBE.
           MOVE TOTAL-HABER    TO PS-TOTAL-HABER.
           WRITE PASES-RECORD.
           CLOSE PASES-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-INFORME-SALDOS                                       *
      * Escribe en MAYORIMP el saldo de cada cuenta en el periodo *
      * pasado y los totales del diario.                          *
      *----------------------------------------------------------*
       5000-INFORME-SALDOS.
           WRITE INFORME-RECORD FROM LINEA-MAY-COLS.
           MOVE "N" TO SW-FIN-SALDOS.
           MOVE ZERO TO SC-CUENTA.
           MOVE ZERO TO SC-PERIODO.
           START SALDO-CUENTA-FILE
               KEY IS NOT LESS THAN SC-CLAVE
               INVALID KEY
                   SET FIN-SALDOS TO TRUE
           END-START.
           PERFORM 5100-LINEA-CUENTA THRU 5100-EXIT
               UNTIL FIN-SALDOS.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "APUNTES APLICADOS:" TO MC-TEXTO.
           MOVE APUNTES-APLICADOS TO MC-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-MAY-CONTADOR.
           MOVE "CUENTAS CON MOVIMIENTO:" TO MC-TEXTO.
           MOVE CUENTAS-INFORMADAS TO MC-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-MAY-CONTADOR.
           MOVE "TOTAL DEBE:" TO MO-TEXTO.
           MOVE TOTAL-DEBE TO MO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-MAY-TOTAL.
           MOVE "TOTAL HABER:" TO MO-TEXTO.
           MOVE TOTAL-HABER TO MO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-MAY-TOTAL.
           IF PERIODOS-ARRASTRADOS > ZERO
               MOVE "SALDOS ARRASTRADOS A PERIODOS POSTERIORES:"
                   TO MC-TEXTO
               MOVE PERIODOS-ARRASTRADOS TO MC-CONTADOR
               WRITE INFORME-RECORD FROM LINEA-MAY-CONTADOR
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-LINEA-CUENTA                                         *
      * Lee el siguiente saldo y, si es del periodo pasado, lo    *
      * lista con el signo de sus saldos (D deudor, H acreedor).  *
      *----------------------------------------------------------*
       5100-LINEA-CUENTA.
           READ SALDO-CUENTA-FILE NEXT RECORD
               AT END
                   SET FIN-SALDOS TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF SC-PERIODO NOT = PERIODO-DIARIO
               GO TO 5100-EXIT
           END-IF.
           COMPUTE CUENTAS-INFORMADAS = CUENTAS-INFORMADAS + 1.
           MOVE SC-CUENTA TO MD-CUENTA.
           IF SC-SALDO-INICIAL < ZERO
               COMPUTE MD-SALDO-INICIAL = ZERO - SC-SALDO-INICIAL
               MOVE "H" TO MD-SIGNO-INICIAL
           ELSE
               MOVE SC-SALDO-INICIAL TO MD-SALDO-INICIAL
               MOVE "D" TO MD-SIGNO-INICIAL
           END-IF.
           MOVE SC-DEBE  TO MD-DEBE.
           MOVE SC-HABER TO MD-HABER.
           IF SC-SALDO-FINAL < ZERO
               COMPUTE MD-SALDO-FINAL = ZERO - SC-SALDO-FINAL
               MOVE "H" TO MD-SIGNO-FINAL
           ELSE
               MOVE SC-SALDO-FINAL TO MD-SALDO-FINAL
               MOVE "D" TO MD-SIGNO-FINAL
           END-IF.
           WRITE INFORME-RECORD FROM LINEA-MAY-DETALLE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RESUMEN-EJECUCION                                    *
      * Muestra los contadores y totales de la ejecucion.         *
      *----------------------------------------------------------*
       8000-RESUMEN-EJECUCION.
           DISPLAY "------------------------".
           DISPLAY "Periodo del diario:     " PERIODO-DIARIO.
           DISPLAY "Apuntes leidos:         " APUNTES-LEIDOS.
           DISPLAY "Apuntes aplicados:      " APUNTES-APLICADOS.
           DISPLAY "Cuentas nuevas periodo: " CUENTAS-NUEVAS.
           MOVE TOTAL-DEBE TO IMPORTE-EDITADO.
           DISPLAY "Total debe:  " IMPORTE-EDITADO.
           MOVE TOTAL-HABER TO IMPORTE-EDITADO.
           DISPLAY "Total haber: " IMPORTE-EDITADO.
           IF DIARIO-VALIDO AND MAESTROS-DISPONIBLES
               DISPLAY "Diario pasado al mayor"
           ELSE
               DISPLAY "El diario NO se ha pasado al mayor"
           END-IF.
           DISPLAY "------------------------".
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE DIARIO-FILE.
           CLOSE SALDO-CUENTA-FILE.
           CLOSE SALDO-PRESTAMO-FILE.
           CLOSE INFORME-FILE.
       9000-EXIT.
           EXIT.
