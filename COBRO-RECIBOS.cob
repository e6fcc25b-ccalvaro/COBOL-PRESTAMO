      *                de proceso se lee de el (cero usa la del   *
      *                dia) y se ecoa en el informe de            *
      *                morosidad.                                 *
      * 15/10/2026 AC  Control de ejecuciones: cada ejecucion se  *
      *                registra en CTRLEJEC y no se repite una    *
      *                fecha de proceso ya cerrada salvo          *
      *                reejecucion pedida en COBROPAR.            *
      * 15/10/2026 AC  Codigo de retorno 8 si no se puede abrir   *
      *                un maestro, para que el control de         *
      *                ejecuciones no de por cerrada la           *
      *                ejecucion.                                 *
      * 15/10/2026 AC  El control de ejecuciones CTRLEJEC solo se *
      *                crea si no existe; si no se puede abrir o  *
      *                no se puede registrar la ejecucion, esta   *
      *                se rechaza con codigo de retorno 8.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       FD  RECIBOS-FILE.
      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: fecha de proceso  *
      * (cero usa la fecha del dia).                              *
      * PA-REEJECUCION (S) repite un periodo ya cerrado en el     *
      * control de ejecuciones (CTRLEJEC).                        *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-FECHA-PROCESO        PIC 9(08).
           05  PA-REEJECUCION          PIC X(01).

       FD  CONTROL-EJECUCION-FILE.
       COPY CTRLEJEC.

       LOCAL-STORAGE SECTION.
       01  RECIBOS-STATUS             PIC XX.
           88  PAGOS-OK               VALUE "00".
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
       01  CONTROL-PROGRAMA           PIC X(16) VALUE "COBRO-RECIBOS".
       01  CONTROL-PERIODO            PIC 9(08).
       01  CONTROL-EJECUCION          PIC 9(03).
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  LINEA-PARAMETROS.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EJECUCION-AUTORIZADA
               STOP RUN
           END-IF.
           IF NOT FIN-RECIBOS
               PERFORM 3100-LEER-RECIBO THRU 3100-EXIT
                   UNTIL FIN-RECIBOS
               PERFORM 4000-INFORME-MORA THRU 4000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

           DISPLAY "Cobro de recibos e informe de morosidad".
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
           MOVE FECHA-PROCESO TO CONTROL-PERIODO.
           PERFORM 1700-CONTROL-INICIO THRU 1700-EXIT.
           IF NOT EJECUCION-AUTORIZADA
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT RECIBOS-FILE.
           IF NOT RECIBOS-OK
               DISPLAY "No se pudo abrir el fichero de recibos "
                       "(LOANMAST), estado " LOAN-MASTER-STATUS
               SET FIN-RECIBOS TO TRUE
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF NOT LOAN-SCHEDULE-OK
                       "(LOANSCHD), estado " LOAN-SCHEDULE-STATUS
               SET FIN-RECIBOS TO TRUE
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT MOROSOS-FILE.
           IF PARAMETROS-LEIDOS
                   CONTINUE
               NOT AT END
                   SET PARAMETROS-LEIDOS TO TRUE
                   MOVE PA-REEJECUCION TO SW-REEJECUCION
                   IF PA-FECHA-PROCESO NOT = ZERO
                       MOVE PA-FECHA-PROCESO TO FECHA-PROCESO
                   END-IF
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1700-CONTROL-INICIO                                       *
      * Registra el arranque en el control de ejecuciones         *
      * (CTRLEJEC) para CONTROL-PERIODO. Rechaza la ejecucion si  *
      * el periodo ya tiene una ejecucion cerrada y no se pide la *
      * reejecucion en los parametros; la ejecucion rechazada     *
      * tambien queda registrada.                                 *
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
      * 3100-LEER-RECIBO                                          *
      * Lee un recibo del fichero diario y lo aplica contra la    *
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
           MOVE RECIBOS-LEIDOS TO CE-LEIDOS.
           MOVE RECIBOS-APLICADOS TO CE-GRABADOS.
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
