      *                la remesa y el resto se lista en RETIMP,   *
      *                para que la cuota liquidada y el diario    *
      *                contable cuadren con el extracto.          *
      * 15/10/2026 AC  Ejecucion desatendida con el fichero de    *
      *                parametros RETORPAR (fecha de proceso).    *
      *                Control de ejecuciones: los retornos se    *
      *                registran en CTRLEJEC por el mes de la     *
      *                remesa, solo se procesan con la remesa de  *
      *                ese mes cerrada y no se repiten salvo      *
      *                reejecucion pedida en RETORPAR.            *
      * 15/10/2026 AC  Codigo de retorno 8 si no se puede abrir   *
      *                un maestro, para que el control de         *
      *                ejecuciones no de por cerrada la           *
      *                ejecucion.                                 *
      * 15/10/2026 AC  El retorno de un prestamo que no esta      *
      *                activo no se liquida y se lista como       *
      *                PRESTAMO NO ACTIVO; solo se marca pagado   *
      *                un prestamo activo.                        *
      * 15/10/2026 AC  El control de ejecuciones CTRLEJEC solo se *
      *                crea si no existe; si no se puede abrir o  *
      *                no se puede registrar la ejecucion, esta   *
      *                se rechaza con codigo de retorno 8.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT PARAM-FILE ASSIGN TO "RETORPAR"
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
      *----------------------------------------------------------*
       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

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
       01  RETORNO-STATUS             PIC XX.
           88  RETORNO-OK             VALUE "00".
           88  PAGOS-OK               VALUE "00".
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
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
       01  CONTROL-PROGRAMA           PIC X(16) VALUE "RETORNO".
       01  CONTROL-PERIODO            PIC 9(08).
       01  CONTROL-EJECUCION          PIC 9(03).
       01  PREVIO-PROGRAMA            PIC X(16).
       01  PREVIO-DESDE               PIC 9(08).
       01  PREVIO-HASTA               PIC 9(08).
       01  PREVIO-PERIODO             PIC 9(08).
       01  PERIODOS-CERRADOS          PIC 9(03) COMP.
       01  PERIODOS-SIN-CERRAR        PIC 9(03) COMP.
       01  SW-MAESTROS-DISPONIBLES    PIC X VALUE "S".
           88  MAESTROS-DISPONIBLES   VALUE "S".
       01  SW-FIN-REMESA              PIC X VALUE "N".
       01  SW-REMESA-HALLADA          PIC X.
           88  REMESA-HALLADA         VALUE "S".
       01  FECHA-PROCESO              PIC 9(08).
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  MES-REMESA                 PIC 9(06) VALUE 0.

      *----------------------------------------------------------*
      * Tabla de la remesa emitida, para casar los retornos y     *

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EJECUCION-AUTORIZADA
               STOP RUN
           END-IF.
           IF MAESTROS-DISPONIBLES
               PERFORM 2000-CARGAR-REMESA THRU 2000-EXIT
               PERFORM 3000-PROCESAR-RETORNOS THRU 3000-EXIT
               PERFORM 5000-REMESAS-SIN-RESPUESTA THRU 5000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "Proceso de retornos del banco".
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
           PERFORM 1600-MES-REMESA THRU 1600-EXIT.
           COMPUTE CONTROL-PERIODO = MES-REMESA * 100.
           PERFORM 1700-CONTROL-INICIO THRU 1700-EXIT.
           IF NOT EJECUCION-AUTORIZADA
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT RETORNO-FILE.
           IF NOT RETORNO-OK
               DISPLAY "No se pudo abrir el fichero de retornos "
                       "(RETBANCO), estado " RETORNO-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT REMESA-FILE.
           IF NOT REMESA-OK
               DISPLAY "No se pudo abrir la remesa emitida "
                       "(REMESA), estado " REMESA-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de prestamos "
                       "(LOANMAST), estado " LOAN-MASTER-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF NOT LOAN-SCHEDULE-OK
               DISPLAY "No se pudo abrir el fichero de cuadros "
                       "(LOANSCHD), estado " LOAN-SCHEDULE-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN EXTEND PAGOS-FILE.
           IF NOT PAGOS-OK
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-LEER-PARAMETROS                                      *
      * Si existe el fichero de parametros RETORPAR toma de el la *
      * fecha de proceso (cero conserva la del dia) y la peticion *
      * de reejecucion, para correr desatendido bajo el           *
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
                   IF PA-FECHA-PROCESO NOT = ZERO
                       MOVE PA-FECHA-PROCESO TO FECHA-PROCESO
                   END-IF
                   MOVE PA-REEJECUCION TO SW-REEJECUCION
                   DISPLAY "Parametros (RETORPAR): fecha de proceso="
                           FECHA-PROCESO
           END-READ.
           CLOSE PARAM-FILE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1600-MES-REMESA                                           *
      * Toma el mes de la remesa emitida del vencimiento de su    *
      * primera linea: es el periodo de la ejecucion en el        *
      * control de ejecuciones.                                   *
      *----------------------------------------------------------*
       1600-MES-REMESA.
           OPEN INPUT REMESA-FILE.
           IF NOT REMESA-OK
               GO TO 1600-EXIT
           END-IF.
           READ REMESA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RM-FECHA-VTO (1:6) TO MES-REMESA
           END-READ.
           CLOSE REMESA-FILE.
           IF MES-REMESA = ZERO
               DISPLAY "No se puede determinar el mes de la remesa "
                       "emitida (REMESA)"
           END-IF.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1700-CONTROL-INICIO                                       *
      * Registra el arranque en el control de ejecuciones         *
      * (CTRLEJEC) para el mes de la remesa contestada. Rechaza   *
      * la ejecucion si los retornos de ese mes ya tienen una     *
      * ejecucion cerrada y no se pide la reejecucion en          *
      * RETORPAR, o si la remesa del mes no se ha cerrado; la     *
      * ejecucion rechazada tambien queda registrada.             *
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
      * Los retornos solo se procesan despues de la remesa del    *
      * mismo mes: si la remesa (REMESA) del mes no tiene una     *
      * ejecucion cerrada, la ejecucion se rechaza.               *
      *----------------------------------------------------------*
       1750-COMPROBAR-ORDEN.
           MOVE "REMESA" TO PREVIO-PROGRAMA.
           COMPUTE PREVIO-DESDE = MES-REMESA * 100.
           MOVE PREVIO-DESDE TO PREVIO-HASTA.
           PERFORM 1760-BUSCAR-PREVIO THRU 1760-EXIT.
           IF PERIODOS-CERRADOS = ZERO
               DISPLAY "Rechazado: la remesa del mes " MES-REMESA
                       " no tiene una ejecucion cerrada (REMESA)"
               MOVE "N" TO SW-EJECUCION-AUTORIZADA
           END-IF.
       1750-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1760-BUSCAR-PREVIO                                        *
      * Recorre las ejecuciones de PREVIO-PROGRAMA con periodo    *
      * entre PREVIO-DESDE y PREVIO-HASTA y cuenta los periodos   *
      * con alguna ejecucion cerrada y los que no tienen ninguna  *
      * (fallidas, rechazadas o sin terminar).                    *
      *----------------------------------------------------------*
       1760-BUSCAR-PREVIO.
           MOVE ZERO TO PERIODOS-CERRADOS.
           MOVE ZERO TO PERIODOS-SIN-CERRAR.
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
      * 2000-CARGAR-REMESA                                        *
      * Carga en la tabla las lineas de la remesa emitida, para   *
      * localiza la cuota pendiente del prestamo con el           *
      * vencimiento del retorno, la regraba como liquidada con    *
      * su movimiento en PAGOMOV y comprueba si el prestamo       *
      * queda saldado. El retorno de un prestamo que no esta      *
      * activo (cancelado, pagado o fallido) no se liquida: se    *
      * lista para que se revise.                                 *
      *----------------------------------------------------------*
       4000-LIQUIDAR-RETORNO.
           MOVE RT-LOAN-ID TO LM-LOAN-ID.
                       RETORNOS-SIN-CUOTA + 1
                   GO TO 4000-EXIT
           END-READ.
           IF NOT LM-ACTIVO
               DISPLAY "Aviso: retorno pagado de un prestamo no "
                       "activo (prestamo " RT-LOAN-ID " estado "
                       LM-ESTADO ")"
               COMPUTE RETORNOS-SIN-CUOTA = RETORNOS-SIN-CUOTA + 1
               MOVE "PRESTAMO NO ACTIVO" TO RD-SITUACION
               PERFORM 7000-DETALLE-RETORNO THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-BUSCAR-CUOTA-VTO THRU 4100-EXIT.
           IF NOT CUOTA-HALLADA
               DISPLAY "Aviso: retorno pagado sin cuota pendiente "
      *----------------------------------------------------------*
      * 4300-COMPROBAR-SALDADO                                    *
      * Tras liquidar una cuota, comprueba si al prestamo le      *
      * quedan cuotas pendientes; si no le quedan y sigue activo, *
      * lo marca como pagado en LOAN-MASTER.                      *
      *----------------------------------------------------------*
       4300-COMPROBAR-SALDADO.
           MOVE "N" TO SW-QUEDAN-PENDIENTES.
           END-START.
           PERFORM 4310-BUSCAR-PENDIENTE THRU 4310-EXIT
               UNTIL FIN-CUOTAS OR QUEDAN-PENDIENTES.
           IF NOT QUEDAN-PENDIENTES AND LM-ACTIVO
               SET LM-PAGADO TO TRUE
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
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
           MOVE RETORNOS-LEIDOS TO CE-LEIDOS.
           COMPUTE CE-GRABADOS = RECIBOS-LIQUIDADOS + DEVOLUCIONES.
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
