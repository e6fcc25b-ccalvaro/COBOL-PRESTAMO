       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONTROL-DIARIO.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: informe diario del        *
      *                control de ejecuciones de la cadena batch  *
      *                (CTRLEJEC). Lista las ejecuciones que      *
      *                arrancaron en el dia con sus contadores,   *
      *                codigo de retorno y situacion, y la        *
      *                situacion de cada programa de la cadena    *
      *                en su periodo (el dia o el mes): cerrado,  *
      *                fallido, rechazado, sin terminar o         *
      *                todavia pendiente. Devuelve codigo de      *
      *                retorno 4 si algo ha fallado o falta algun *
      *                proceso diario.                            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-EJECUCION-FILE ASSIGN TO "CTRLEJEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CLAVE
               ALTERNATE RECORD KEY IS CE-FECHA-INICIO
                   WITH DUPLICATES
               FILE STATUS IS CONTROL-EJECUCION-STATUS.

           SELECT INFORME-FILE ASSIGN TO "CTRLIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT PARAM-FILE ASSIGN TO "CTRLPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-EJECUCION-FILE.
       COPY CTRLEJEC.

       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: fecha del informe *
      * (cero usa la fecha del dia).                              *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-FECHA-INFORME        PIC 9(08).

       LOCAL-STORAGE SECTION.
       01  CONTROL-EJECUCION-STATUS   PIC XX.
           88  CONTROL-EJECUCION-OK   VALUE "00".
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
       01  PARAM-STATUS               PIC XX.
           88  PARAM-OK               VALUE "00".
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  SW-CONTROL-DISPONIBLE      PIC X VALUE "S".
           88  CONTROL-DISPONIBLE     VALUE "S".
       01  SW-FIN-CONTROL             PIC X VALUE "N".
           88  FIN-CONTROL            VALUE "S".
       01  SW-PERIODO-CERRADO         PIC X VALUE "N".
           88  PERIODO-CERRADO        VALUE "S".
       01  FECHA-INFORME              PIC 9(08).
       01  FECHA-INFORME-DESG REDEFINES FECHA-INFORME.
           05  FI-AAAA                PIC 9(04).
           05  FI-MM                  PIC 9(02).
           05  FI-DD                  PIC 9(02).
       01  PERIODO-PROGRAMA           PIC 9(08).
       01  ULTIMO-ESTADO              PIC X(01).
       01  EJECUCIONES-PERIODO        PIC 9(03) COMP.

      *----------------------------------------------------------*
      * Programas de la cadena batch en su orden y su frecuencia: *
      * D diario (se espera cada dia), M mensual (se espera una   *
      * vez en el mes) y A a demanda (no se espera).              *
      *----------------------------------------------------------*
       01  TABLA-CADENA.
           05  FILLER                 PIC X(17)
               VALUE "PRESTAMO-FRANCESA".
           05  FILLER                 PIC X(17)
               VALUE "COBRO-RECIBOS   D".
           05  FILLER                 PIC X(17)
               VALUE "DEMORA          D".
           05  FILLER                 PIC X(17)
               VALUE "CANCELACION     A".
           05  FILLER                 PIC X(17)
               VALUE "REPRECIO        A".
           05  FILLER                 PIC X(17)
               VALUE "VERIFICA        D".
           05  FILLER                 PIC X(17)
               VALUE "REMESA          M".
           05  FILLER                 PIC X(17)
               VALUE "RETORNO         M".
           05  FILLER                 PIC X(17)
               VALUE "DEVENGO         M".
           05  FILLER                 PIC X(17)
               VALUE "ASIENTOS        M".
           05  FILLER                 PIC X(17)
               VALUE "SUCURSAL        M".
           05  FILLER                 PIC X(17)
               VALUE "RESUMEN-CARTERA M".
       01  TABLA-CADENA-R REDEFINES TABLA-CADENA.
           05  CADENA-ENTRADA OCCURS 12 TIMES.
               10  CA-PROGRAMA        PIC X(16).
               10  CA-FRECUENCIA      PIC X(01).
                   88  CA-DIARIO      VALUE "D".
                   88  CA-MENSUAL     VALUE "M".
                   88  CA-A-DEMANDA   VALUE "A".
       01  NUM-PROGRAMAS-CADENA       PIC 99 COMP VALUE 12.
       01  IND-CADENA                 PIC 99 COMP.

       01  EJECUCIONES-DEL-DIA        PIC 9(05) COMP VALUE 0.
       01  EJECUCIONES-CERRADAS       PIC 9(05) COMP VALUE 0.
       01  EJECUCIONES-FALLIDAS       PIC 9(05) COMP VALUE 0.
       01  EJECUCIONES-RECHAZADAS     PIC 9(05) COMP VALUE 0.
       01  EJECUCIONES-EN-CURSO       PIC 9(05) COMP VALUE 0.
       01  PROCESOS-QUE-FALTAN        PIC 9(05) COMP VALUE 0.
       01  PROCESOS-PENDIENTES-MES    PIC 9(05) COMP VALUE 0.

       01  LINEA-PARAMETROS.
           05  FILLER                 PIC X(21)
               VALUE "PARAMETROS (CTRLPAR):".
           05  FILLER                 PIC X(07) VALUE " FECHA=".
           05  LPA-FECHA              PIC 9(08).

       01  LINEA-CTL-TITULO.
           05  FILLER                 PIC X(40)
               VALUE "CONTROL DE LA CADENA BATCH - FECHA: ".
           05  CT-FECHA               PIC 9(08).

       01  LINEA-CTL-SECCION.
           05  CS-TEXTO               PIC X(80).

       01  LINEA-CTL-COLS-EJEC.
           05  FILLER                 PIC X(17) VALUE "PROGRAMA".
           05  FILLER                 PIC X(09) VALUE "PERIODO".
           05  FILLER                 PIC X(04) VALUE " EJ".
           05  FILLER                 PIC X(06) VALUE "INICIO".
           05  FILLER                 PIC X(06) VALUE "FIN".
           05  FILLER                 PIC X(08) VALUE " LEIDOS".
           05  FILLER                 PIC X(08) VALUE "  GRAB.".
           05  FILLER                 PIC X(04) VALUE " RC".
           05  FILLER                 PIC X(12) VALUE "SITUACION".

       01  LINEA-CTL-EJECUCION.
           05  CE-L-PROGRAMA          PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CE-L-PERIODO           PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CE-L-EJECUCION         PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CE-L-HORA-INICIO.
               10  CE-L-HI-HH         PIC X(02).
               10  FILLER             PIC X(01) VALUE ":".
               10  CE-L-HI-MM         PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CE-L-HORA-FIN.
               10  CE-L-HF-HH         PIC X(02).
               10  CE-L-HF-SEP        PIC X(01).
               10  CE-L-HF-MM         PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CE-L-LEIDOS            PIC Z(06)9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CE-L-GRABADOS          PIC Z(06)9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CE-L-RETURN-CODE       PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CE-L-SITUACION         PIC X(12).
           05  CE-L-REEJECUCION       PIC X(06).

       01  LINEA-CTL-COLS-CADENA.
           05  FILLER                 PIC X(17) VALUE "PROGRAMA".
           05  FILLER                 PIC X(11) VALUE "FRECUENCIA".
           05  FILLER                 PIC X(09) VALUE "PERIODO".
           05  FILLER                 PIC X(05) VALUE "EJEC.".
           05  FILLER                 PIC X(14) VALUE "SITUACION".

       01  LINEA-CTL-CADENA.
           05  CC-PROGRAMA            PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CC-FRECUENCIA          PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CC-PERIODO             PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CC-EJECUCIONES         PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CC-SITUACION           PIC X(14).

       01  LINEA-CTL-CONTADOR.
           05  CN-TEXTO               PIC X(40).
           05  CN-CONTADOR            PIC Z(04)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF CONTROL-DISPONIBLE
               PERFORM 3000-EJECUCIONES-DEL-DIA THRU 3000-EXIT
               PERFORM 4000-SITUACION-CADENA THRU 4000-EXIT
               PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Obtiene la fecha del informe, abre el control de          *
      * ejecuciones y escribe la cabecera del informe.            *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Informe diario del control de ejecuciones".
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
           IF NOT PARAMETROS-LEIDOS
               DISPLAY "Fecha del informe (AAAAMMDD, 0 para hoy)"
               ACCEPT FECHA-INFORME
           END-IF.
           IF FECHA-INFORME = ZERO
               ACCEPT FECHA-INFORME FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT CONTROL-EJECUCION-FILE.
           IF NOT CONTROL-EJECUCION-OK
               DISPLAY "No se pudo abrir el control de ejecuciones "
                       "(CTRLEJEC), estado " CONTROL-EJECUCION-STATUS
               MOVE "N" TO SW-CONTROL-DISPONIBLE
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT INFORME-FILE.
           MOVE FECHA-INFORME TO CT-FECHA.
           WRITE INFORME-RECORD FROM LINEA-CTL-TITULO.
           IF PARAMETROS-LEIDOS
               WRITE INFORME-RECORD FROM LINEA-PARAMETROS
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-LEER-PARAMETROS                                      *
      * Si existe el fichero de parametros CTRLPAR toma de el la  *
      * fecha del informe (cero usa la del dia), para correr      *
      * desatendido al final de la cadena.                        *
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
                   MOVE PA-FECHA-INFORME TO FECHA-INFORME
                   MOVE FECHA-INFORME    TO LPA-FECHA
                   DISPLAY LINEA-PARAMETROS
           END-READ.
           CLOSE PARAM-FILE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-EJECUCIONES-DEL-DIA                                  *
      * Lista por la clave alternativa CE-FECHA-INICIO todas las  *
      * ejecuciones que arrancaron en la fecha del informe.       *
      *----------------------------------------------------------*
       3000-EJECUCIONES-DEL-DIA.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "EJECUCIONES DEL DIA" TO CS-TEXTO.
           WRITE INFORME-RECORD FROM LINEA-CTL-SECCION.
           WRITE INFORME-RECORD FROM LINEA-CTL-COLS-EJEC.
           MOVE "N" TO SW-FIN-CONTROL.
           MOVE FECHA-INFORME TO CE-FECHA-INICIO.
           START CONTROL-EJECUCION-FILE
               KEY IS NOT LESS THAN CE-FECHA-INICIO
               INVALID KEY
                   SET FIN-CONTROL TO TRUE
           END-START.
           PERFORM 3100-LISTAR-EJECUCION THRU 3100-EXIT
               UNTIL FIN-CONTROL.
           IF EJECUCIONES-DEL-DIA = ZERO
               MOVE "NINGUNA EJECUCION EN EL DIA" TO CS-TEXTO
               WRITE INFORME-RECORD FROM LINEA-CTL-SECCION
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-LISTAR-EJECUCION                                     *
      * Lee la siguiente ejecucion del dia, la cuenta segun su    *
      * situacion y escribe su linea.                             *
      *----------------------------------------------------------*
       3100-LISTAR-EJECUCION.
           READ CONTROL-EJECUCION-FILE NEXT RECORD
               AT END
                   SET FIN-CONTROL TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF CE-FECHA-INICIO NOT = FECHA-INFORME
               SET FIN-CONTROL TO TRUE
               GO TO 3100-EXIT
           END-IF.
           COMPUTE EJECUCIONES-DEL-DIA = EJECUCIONES-DEL-DIA + 1.
           MOVE CE-PROGRAMA     TO CE-L-PROGRAMA.
           MOVE CE-PERIODO      TO CE-L-PERIODO.
           MOVE CE-EJECUCION    TO CE-L-EJECUCION.
           MOVE CE-HORA-INICIO (1:2) TO CE-L-HI-HH.
           MOVE CE-HORA-INICIO (3:2) TO CE-L-HI-MM.
           IF CE-FECHA-FIN = ZERO
               MOVE SPACES TO CE-L-HORA-FIN
           ELSE
               MOVE CE-HORA-FIN (1:2) TO CE-L-HF-HH
               MOVE ":"               TO CE-L-HF-SEP
               MOVE CE-HORA-FIN (3:2) TO CE-L-HF-MM
           END-IF.
           MOVE CE-LEIDOS       TO CE-L-LEIDOS.
           MOVE CE-GRABADOS     TO CE-L-GRABADOS.
           MOVE CE-RETURN-CODE  TO CE-L-RETURN-CODE.
           MOVE CE-ESTADO TO ULTIMO-ESTADO.
           PERFORM 7000-TEXTO-SITUACION THRU 7000-EXIT.
           MOVE CC-SITUACION TO CE-L-SITUACION.
           IF CE-ES-REEJECUCION
               MOVE " REEJ." TO CE-L-REEJECUCION
           ELSE
               MOVE SPACES TO CE-L-REEJECUCION
           END-IF.
           EVALUATE TRUE
               WHEN CE-CERRADA
                   COMPUTE EJECUCIONES-CERRADAS =
                       EJECUCIONES-CERRADAS + 1
               WHEN CE-FALLIDA
                   COMPUTE EJECUCIONES-FALLIDAS =
                       EJECUCIONES-FALLIDAS + 1
               WHEN CE-RECHAZADA
                   COMPUTE EJECUCIONES-RECHAZADAS =
                       EJECUCIONES-RECHAZADAS + 1
               WHEN OTHER
                   COMPUTE EJECUCIONES-EN-CURSO =
                       EJECUCIONES-EN-CURSO + 1
           END-EVALUATE.
           WRITE INFORME-RECORD FROM LINEA-CTL-EJECUCION.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-SITUACION-CADENA                                     *
      * Para cada programa de la cadena muestra la situacion de   *
      * su periodo: el dia del informe para los diarios y a       *
      * demanda y el mes del informe para los mensuales.          *
      *----------------------------------------------------------*
       4000-SITUACION-CADENA.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "SITUACION DE LA CADENA" TO CS-TEXTO.
           WRITE INFORME-RECORD FROM LINEA-CTL-SECCION.
           WRITE INFORME-RECORD FROM LINEA-CTL-COLS-CADENA.
           PERFORM 4100-SITUACION-PROGRAMA THRU 4100-EXIT
               VARYING IND-CADENA FROM 1 BY 1
               UNTIL IND-CADENA > NUM-PROGRAMAS-CADENA.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4100-SITUACION-PROGRAMA                                   *
      * Recorre las ejecuciones del programa IND-CADENA en su     *
      * periodo: esta cerrado si alguna termino cerrada; si no,   *
      * vale la situacion de la ultima. Sin ejecuciones falta si  *
      * es diario, esta pendiente si es mensual y no se ha        *
      * ejecutado si es a demanda.                                *
      *----------------------------------------------------------*
       4100-SITUACION-PROGRAMA.
           IF CA-MENSUAL (IND-CADENA)
               COMPUTE PERIODO-PROGRAMA =
                   FI-AAAA * 10000 + FI-MM * 100
               MOVE "MENSUAL" TO CC-FRECUENCIA
           ELSE
               MOVE FECHA-INFORME TO PERIODO-PROGRAMA
               IF CA-DIARIO (IND-CADENA)
                   MOVE "DIARIO" TO CC-FRECUENCIA
               ELSE
                   MOVE "A DEMANDA" TO CC-FRECUENCIA
               END-IF
           END-IF.
           MOVE ZERO  TO EJECUCIONES-PERIODO.
           MOVE SPACE TO ULTIMO-ESTADO.
           MOVE "N"   TO SW-PERIODO-CERRADO.
           MOVE "N"   TO SW-FIN-CONTROL.
           MOVE CA-PROGRAMA (IND-CADENA) TO CE-PROGRAMA.
           MOVE PERIODO-PROGRAMA         TO CE-PERIODO.
           MOVE ZERO                     TO CE-EJECUCION.
           START CONTROL-EJECUCION-FILE
               KEY IS NOT LESS THAN CE-CLAVE
               INVALID KEY
                   SET FIN-CONTROL TO TRUE
           END-START.
           PERFORM 4200-LEER-EJECUCION THRU 4200-EXIT
               UNTIL FIN-CONTROL.
           MOVE CA-PROGRAMA (IND-CADENA) TO CC-PROGRAMA.
           MOVE PERIODO-PROGRAMA         TO CC-PERIODO.
           MOVE EJECUCIONES-PERIODO      TO CC-EJECUCIONES.
           IF PERIODO-CERRADO
               MOVE "CERRADO" TO CC-SITUACION
           ELSE
               IF EJECUCIONES-PERIODO > ZERO
                   PERFORM 7000-TEXTO-SITUACION THRU 7000-EXIT
                   IF CA-DIARIO (IND-CADENA)
                       COMPUTE PROCESOS-QUE-FALTAN =
                           PROCESOS-QUE-FALTAN + 1
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN CA-DIARIO (IND-CADENA)
                           MOVE "FALTA" TO CC-SITUACION
                           COMPUTE PROCESOS-QUE-FALTAN =
                               PROCESOS-QUE-FALTAN + 1
                       WHEN CA-MENSUAL (IND-CADENA)
                           MOVE "PENDIENTE" TO CC-SITUACION
                           COMPUTE PROCESOS-PENDIENTES-MES =
                               PROCESOS-PENDIENTES-MES + 1
                       WHEN OTHER
                           MOVE "NO EJECUTADO" TO CC-SITUACION
                   END-EVALUATE
               END-IF
           END-IF.
           WRITE INFORME-RECORD FROM LINEA-CTL-CADENA.
       4100-EXIT.
           EXIT.

       4200-LEER-EJECUCION.
           READ CONTROL-EJECUCION-FILE NEXT RECORD
               AT END
                   SET FIN-CONTROL TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           IF CE-PROGRAMA NOT = CA-PROGRAMA (IND-CADENA)
                   OR CE-PERIODO NOT = PERIODO-PROGRAMA
               SET FIN-CONTROL TO TRUE
               GO TO 4200-EXIT
           END-IF.
           COMPUTE EJECUCIONES-PERIODO = EJECUCIONES-PERIODO + 1.
           MOVE CE-ESTADO TO ULTIMO-ESTADO.
           IF CE-CERRADA
               SET PERIODO-CERRADO TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-IMPRIMIR-TOTALES                                     *
      * Escribe los totales del dia al final del informe.         *
      *----------------------------------------------------------*
       5000-IMPRIMIR-TOTALES.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE "EJECUCIONES DEL DIA:" TO CN-TEXTO.
           MOVE EJECUCIONES-DEL-DIA TO CN-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-CTL-CONTADOR.
           MOVE "  CERRADAS:" TO CN-TEXTO.
           MOVE EJECUCIONES-CERRADAS TO CN-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-CTL-CONTADOR.
           MOVE "  FALLIDAS:" TO CN-TEXTO.
           MOVE EJECUCIONES-FALLIDAS TO CN-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-CTL-CONTADOR.
           MOVE "  RECHAZADAS:" TO CN-TEXTO.
           MOVE EJECUCIONES-RECHAZADAS TO CN-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-CTL-CONTADOR.
           MOVE "  SIN TERMINAR:" TO CN-TEXTO.
           MOVE EJECUCIONES-EN-CURSO TO CN-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-CTL-CONTADOR.
           MOVE "PROCESOS DIARIOS QUE FALTAN:" TO CN-TEXTO.
           MOVE PROCESOS-QUE-FALTAN TO CN-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-CTL-CONTADOR.
           MOVE "PROCESOS MENSUALES PENDIENTES DEL MES:" TO CN-TEXTO.
           MOVE PROCESOS-PENDIENTES-MES TO CN-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-CTL-CONTADOR.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-TEXTO-SITUACION                                      *
      * Deja en CC-SITUACION el texto de la situacion de          *
      * ULTIMO-ESTADO.                                            *
      *----------------------------------------------------------*
       7000-TEXTO-SITUACION.
           EVALUATE ULTIMO-ESTADO
               WHEN "C"
                   MOVE "CERRADA" TO CC-SITUACION
               WHEN "F"
                   MOVE "FALLIDA" TO CC-SITUACION
               WHEN "R"
                   MOVE "RECHAZADA" TO CC-SITUACION
               WHEN OTHER
                   MOVE "SIN TERMINAR" TO CC-SITUACION
           END-EVALUATE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RESUMEN-EJECUCION                                    *
      * Muestra los totales y deja codigo de retorno 4 si alguna  *
      * ejecucion del dia fallo, fue rechazada o no termino, o si *
      * falta algun proceso diario.                               *
      *----------------------------------------------------------*
       8000-RESUMEN-EJECUCION.
           DISPLAY "------------------------".
           DISPLAY "Fecha del informe:      " FECHA-INFORME.
           DISPLAY "Ejecuciones del dia:    " EJECUCIONES-DEL-DIA.
           DISPLAY "  fallidas:             " EJECUCIONES-FALLIDAS.
           DISPLAY "  rechazadas:           " EJECUCIONES-RECHAZADAS.
           DISPLAY "  sin terminar:         " EJECUCIONES-EN-CURSO.
           DISPLAY "Procesos que faltan:    " PROCESOS-QUE-FALTAN.
           DISPLAY "------------------------".
           IF RETURN-CODE = ZERO
               IF EJECUCIONES-FALLIDAS > ZERO
                       OR EJECUCIONES-RECHAZADAS > ZERO
                       OR EJECUCIONES-EN-CURSO > ZERO
                       OR PROCESOS-QUE-FALTAN > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           IF CONTROL-DISPONIBLE
               CLOSE CONTROL-EJECUCION-FILE
           END-IF.
           CLOSE INFORME-FILE.
       9000-EXIT.
           EXIT.
