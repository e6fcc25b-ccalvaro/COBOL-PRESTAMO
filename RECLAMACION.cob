       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RECLAMACION.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: batch de cartas de        *
      *                reclamacion de cuotas impagadas por        *
      *                etapas. Para cada prestamo activo calcula  *
      *                los dias desde el vencimiento impagado     *
      *                mas antiguo y la deuda vencida con la      *
      *                demora, y le asigna la etapa: primer aviso *
      *                (15 dias), segundo aviso (30), prejudicial *
      *                (60) y traslado a la asesoria juridica     *
      *                (90). Escribe una carta por cliente en     *
      *                RECLACAR con su nombre y direccion de      *
      *                CUSTMAST y anota cada envio en el          *
      *                historico RECLAHIS, de modo que ninguna    *
      *                etapa se envia dos veces; el prestamo que  *
      *                se pone al dia vuelve a la situacion       *
      *                normal. Informe de acciones en RECLAIMP.   *
      * 15/10/2026 AC  Codigo de retorno 8 si no se puede abrir   *
      *                un maestro.                                *
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

           SELECT HISTORICO-FILE ASSIGN TO "RECLAHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS HISTORICO-STATUS.

           SELECT CARTAS-FILE ASSIGN TO "RECLACAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTAS-STATUS.

           SELECT INFORME-FILE ASSIGN TO "RECLAIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT PARAM-FILE ASSIGN TO "RECLAPAR"
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

      *----------------------------------------------------------*
      * Historico de reclamaciones: un registro por carta enviada *
      * (etapa 1 a 4) y uno de etapa 0 cuando el prestamo         *
      * reclamado se pone al dia. La etapa vigente del prestamo   *
      * es la del ultimo registro de su clave.                    *
      *----------------------------------------------------------*
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD.
           05  RH-CLAVE.
               10  RH-LOAN-ID          PIC 9(14).
               10  RH-FECHA            PIC 9(08).
               10  RH-ETAPA            PIC 9(01).
                   88  RH-NORMAL       VALUE 0.
                   88  RH-PRIMER-AVISO VALUE 1.
                   88  RH-SEGUNDO-AVISO VALUE 2.
                   88  RH-PREJUDICIAL  VALUE 3.
                   88  RH-JURIDICO     VALUE 4.
           05  RH-CLIENTE              PIC 9(06).
           05  RH-FECHA-VTO-ANTIGUA    PIC 9(08).
           05  RH-DIAS-IMPAGO          PIC 9(05).
           05  RH-IMPORTE-DEUDA        PIC 9(09)V99.
           05  RH-MOTIVO-DEV           PIC X(02).
           05  FILLER                  PIC X(10).

       FD  CARTAS-FILE.
       01  CARTAS-RECORD               PIC X(80).

       FD  INFORME-FILE.
       01  INFORME-RECORD              PIC X(80).

      *----------------------------------------------------------*
      * Parametros de la ejecucion desatendida: fecha de proceso  *
      * (cero usa la fecha del dia) y dias de impago de cada      *
      * etapa (cero conserva 15, 30, 60 y 90).                    *
      *----------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PA-FECHA-PROCESO        PIC 9(08).
           05  PA-DIAS-ETAPA           PIC 9(03) OCCURS 4 TIMES.

       LOCAL-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS     PIC XX.
           88  CUSTOMER-MASTER-OK     VALUE "00".
       01  LOAN-MASTER-STATUS         PIC XX.
           88  LOAN-MASTER-OK         VALUE "00".
       01  LOAN-SCHEDULE-STATUS       PIC XX.
           88  LOAN-SCHEDULE-OK       VALUE "00".
       01  HISTORICO-STATUS           PIC XX.
           88  HISTORICO-OK           VALUE "00".
       01  CARTAS-STATUS              PIC XX.
           88  CARTAS-OK              VALUE "00".
       01  INFORME-STATUS             PIC XX.
           88  INFORME-OK             VALUE "00".
       01  PARAM-STATUS               PIC XX.
           88  PARAM-OK               VALUE "00".
       01  SW-PARAMETROS-LEIDOS       PIC X VALUE "N".
           88  PARAMETROS-LEIDOS      VALUE "S".
       01  LINEA-PARAMETROS.
           05  FILLER                 PIC X(22)
               VALUE "PARAMETROS (RECLAPAR):".
           05  FILLER                 PIC X(07) VALUE " FECHA=".
           05  LPA-FECHA              PIC 9(08).
           05  FILLER                 PIC X(07) VALUE " DIAS=".
           05  LPA-DIAS-1             PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE "/".
           05  LPA-DIAS-2             PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE "/".
           05  LPA-DIAS-3             PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE "/".
           05  LPA-DIAS-4             PIC ZZ9.
       01  SW-MAESTROS-DISPONIBLES    PIC X VALUE "S".
           88  MAESTROS-DISPONIBLES   VALUE "S".
       01  SW-FIN-CLIENTES            PIC X VALUE "N".
           88  FIN-CLIENTES           VALUE "S".
       01  SW-FIN-PRESTAMOS           PIC X VALUE "N".
           88  FIN-PRESTAMOS          VALUE "S".
       01  SW-FIN-CUOTAS              PIC X VALUE "N".
           88  FIN-CUOTAS             VALUE "S".
       01  SW-FIN-HISTORICO           PIC X VALUE "N".
           88  FIN-HISTORICO          VALUE "S".
       01  SW-CARTA-ABIERTA           PIC X.
           88  CARTA-ABIERTA          VALUE "S".
       01  FECHA-PROCESO              PIC 9(08).
       01  FECHA-ARRANQUE             PIC 9(08).

      *----------------------------------------------------------*
      * Etapas de reclamacion: dias de impago a partir de los que *
      * se envia cada una (los valores iniciales se usan si no    *
      * hay parametros) y su nombre.                              *
      *----------------------------------------------------------*
       01  IND-ETAPA                  PIC 9 COMP.
       01  TABLA-DIAS-ETAPA.
           05  FILLER                 PIC 9(03) VALUE 15.
           05  FILLER                 PIC 9(03) VALUE 30.
           05  FILLER                 PIC 9(03) VALUE 60.
           05  FILLER                 PIC 9(03) VALUE 90.
       01  TABLA-DIAS-ETAPA-R REDEFINES TABLA-DIAS-ETAPA.
           05  DIAS-ETAPA             PIC 9(03) OCCURS 4 TIMES.
       01  TABLA-NOMBRES-ETAPA.
           05  FILLER                 PIC X(20)
               VALUE "PRIMER AVISO".
           05  FILLER                 PIC X(20)
               VALUE "SEGUNDO AVISO".
           05  FILLER                 PIC X(20)
               VALUE "AVISO PREJUDICIAL".
           05  FILLER                 PIC X(20)
               VALUE "TRASLADO A JURIDICO".
       01  TABLA-NOMBRES-ETAPA-R REDEFINES TABLA-NOMBRES-ETAPA.
           05  NOMBRE-ETAPA           PIC X(20) OCCURS 4 TIMES.

      *----------------------------------------------------------*
      * Texto de la carta segun la etapa mas alta reclamada al    *
      * cliente: dos lineas por etapa.                            *
      *----------------------------------------------------------*
       01  TABLA-TEXTOS-ETAPA.
           05  FILLER                 PIC X(60) VALUE
               "Le rogamos que regularice la deuda lo antes posible.".
           05  FILLER                 PIC X(60) VALUE
               "Si ya ha pagado, no tenga en cuenta este aviso.".
           05  FILLER                 PIC X(60) VALUE
               "Este es el segundo aviso. Le rogamos que regularice".
           05  FILLER                 PIC X(60) VALUE
               "la deuda en el plazo de diez dias.".
           05  FILLER                 PIC X(60) VALUE
               "Si no regulariza la deuda en quince dias, su caso".
           05  FILLER                 PIC X(60) VALUE
               "pasara a nuestra asesoria juridica.".
           05  FILLER                 PIC X(60) VALUE
               "Su expediente ha pasado a nuestra asesoria juridica,".
           05  FILLER                 PIC X(60) VALUE
               "que iniciara las acciones legales oportunas.".
       01  TABLA-TEXTOS-ETAPA-R REDEFINES TABLA-TEXTOS-ETAPA.
           05  TEXTO-ETAPA OCCURS 4 TIMES.
               10  TX-LINEA-1         PIC X(60).
               10  TX-LINEA-2         PIC X(60).

      *----------------------------------------------------------*
      * Situacion del prestamo en curso.                          *
      *----------------------------------------------------------*
       01  IMPORTE-DEUDA              PIC S9(09)V99.
       01  IMPORTE-IMPAGADO           PIC S9(07)V99.
       01  FECHA-IMPAGO-ANTIGUA       PIC 9(08).
       01  MOTIVO-DEVOLUCION          PIC X(02).
       01  DIAS-IMPAGO                PIC 9(05).
       01  ETAPA-ANTERIOR             PIC 9(01).
       01  ETAPA-NUEVA                PIC 9(01).

      *----------------------------------------------------------*
      * Acumulados de la carta del cliente en curso y totales de  *
      * la ejecucion.                                             *
      *----------------------------------------------------------*
       01  ETAPA-CARTA                PIC 9(01).
       01  DEUDA-CARTA                PIC 9(09)V99.
       01  CARTAS-ENVIADAS            PIC 9(07) VALUE 0.
       01  CLIENTES-SIN-DIRECCION     PIC 9(07) VALUE 0.
       01  PRESTAMOS-EXAMINADOS       PIC 9(07) VALUE 0.
       01  PRESTAMOS-REGULARIZADOS    PIC 9(07) VALUE 0.
       01  TOTAL-RECLAMADO            PIC 9(11)V99 VALUE 0.
       01  TABLA-AVISOS.
           05  AVISOS-ETAPA           PIC 9(07) OCCURS 4 TIMES.
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

      *----------------------------------------------------------*
      * Lineas de la carta de reclamacion.                        *
      *----------------------------------------------------------*
       01  LINEA-CAR-ENTIDAD.
           05  FILLER                 PIC X(25)
               VALUE "APRENDIENDO COBOL S.L.".
           05  FILLER                 PIC X(25)
               VALUE "DEPARTAMENTO DE RECOBROS".
           05  FILLER                 PIC X(07) VALUE "FECHA: ".
           05  CE-FECHA               PIC 9(08).

       01  LINEA-CAR-DIRECCION.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  CD-TEXTO               PIC X(50).

       01  LINEA-CAR-POBLACION.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  CP-COD-POSTAL          PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CP-POBLACION           PIC X(25).

       01  LINEA-CAR-ASUNTO.
           05  FILLER                 PIC X(48)
               VALUE "ASUNTO: RECLAMACION DE CUOTAS IMPAGADAS - ".
           05  CA-ETAPA               PIC X(20).

       01  LINEA-CAR-SALUDO.
           05  FILLER                 PIC X(20)
               VALUE "Estimado cliente:".

       01  LINEA-CAR-INTRO-1.
           05  FILLER                 PIC X(60) VALUE
               "Le comunicamos que los prestamos detallados tienen".
       01  LINEA-CAR-INTRO-2.
           05  FILLER                 PIC X(60) VALUE
               "cuotas vencidas pendientes de pago, demora incluida:".

       01  LINEA-CAR-COLS.
           05  FILLER                 PIC X(16) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(10) VALUE "VTO. IMP.".
           05  FILLER                 PIC X(06) VALUE " DIAS".
           05  FILLER                 PIC X(14) VALUE "       DEUDA".
           05  FILLER                 PIC X(06) VALUE " DEV.".
           05  FILLER                 PIC X(20) VALUE "ETAPA".

       01  LINEA-CAR-DETALLE.
           05  CL-LOAN-ID             PIC 9(14).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CL-FECHA-VTO           PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CL-DIAS                PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CL-DEUDA               PIC Z(07)9,99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CL-MOTIVO-DEV          PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CL-ETAPA               PIC X(20).

       01  LINEA-CAR-TOTAL.
           05  FILLER                 PIC X(32)
               VALUE "TOTAL ADEUDADO:".
           05  CT-DEUDA               PIC Z(09)9,99.

       01  LINEA-CAR-TEXTO.
           05  CX-TEXTO               PIC X(60).

       01  LINEA-CAR-FIRMA.
           05  FILLER                 PIC X(40)
               VALUE "Atentamente, Departamento de Recobros.".

      *----------------------------------------------------------*
      * Lineas del informe de acciones RECLAIMP.                  *
      *----------------------------------------------------------*
       01  LINEA-REC-TITULO.
           05  FILLER                 PIC X(40)
               VALUE "RECLAMACION DE CUOTAS IMPAGADAS - ".
           05  FILLER                 PIC X(07) VALUE "FECHA: ".
           05  RT-FECHA               PIC 9(08).

       01  LINEA-REC-COLS.
           05  FILLER                 PIC X(16) VALUE "PRESTAMO NUM.".
           05  FILLER                 PIC X(08) VALUE "CLIENTE".
           05  FILLER                 PIC X(06) VALUE " DIAS".
           05  FILLER                 PIC X(14) VALUE "       DEUDA".
           05  FILLER                 PIC X(20) VALUE "  ACCION".

       01  LINEA-REC-DETALLE.
           05  RD-LOAN-ID             PIC 9(14).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RD-CLIENTE             PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RD-DIAS                PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RD-DEUDA               PIC Z(07)9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RD-ACCION              PIC X(20).

       01  LINEA-REC-CONTADOR.
           05  RC-TEXTO               PIC X(40).
           05  RC-CONTADOR            PIC Z(06)9.

       01  LINEA-REC-TOTAL.
           05  FILLER                 PIC X(40)
               VALUE "TOTAL RECLAMADO:".
           05  RO-IMPORTE             PIC Z(10)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF MAESTROS-DISPONIBLES
               PERFORM 3000-RECORRER-CLIENTES THRU 3000-EXIT
               PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Obtiene la fecha de proceso y los dias de cada etapa y    *
      * abre los ficheros; el historico se crea vacio si aun no   *
      * existe.                                                   *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Reclamacion de cuotas impagadas".
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
           IF NOT PARAMETROS-LEIDOS
               DISPLAY "Fecha de proceso (AAAAMMDD, 0 para hoy)"
               ACCEPT FECHA-ARRANQUE
               IF FECHA-ARRANQUE NOT = ZERO
                   MOVE FECHA-ARRANQUE TO FECHA-PROCESO
               END-IF
           END-IF.
           IF DIAS-ETAPA (1) NOT < DIAS-ETAPA (2)
                   OR DIAS-ETAPA (2) NOT < DIAS-ETAPA (3)
                   OR DIAS-ETAPA (3) NOT < DIAS-ETAPA (4)
               DISPLAY "Error: los dias de las etapas no son "
                       "crecientes (" DIAS-ETAPA (1) "/"
                       DIAS-ETAPA (2) "/" DIAS-ETAPA (3) "/"
                       DIAS-ETAPA (4) ")"
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
           OPEN I-O HISTORICO-FILE.
           IF NOT HISTORICO-OK
               CLOSE HISTORICO-FILE
               OPEN OUTPUT HISTORICO-FILE
               CLOSE HISTORICO-FILE
               OPEN I-O HISTORICO-FILE
           END-IF.
           IF NOT HISTORICO-OK
               DISPLAY "No se pudo abrir el historico de "
                       "reclamaciones (RECLAHIS), estado "
                       HISTORICO-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT CARTAS-FILE.
           OPEN OUTPUT INFORME-FILE.
           MOVE FECHA-PROCESO TO RT-FECHA.
           WRITE INFORME-RECORD FROM LINEA-REC-TITULO.
           IF PARAMETROS-LEIDOS
               WRITE INFORME-RECORD FROM LINEA-PARAMETROS
           END-IF.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           WRITE INFORME-RECORD FROM LINEA-REC-COLS.
           PERFORM 6500-LIMPIAR-ETAPA THRU 6500-EXIT
               VARYING IND-ETAPA FROM 1 BY 1
               UNTIL IND-ETAPA > 4.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-LEER-PARAMETROS                                      *
      * Si existe el fichero de parametros RECLAPAR toma de el la *
      * fecha de proceso (cero conserva la del dia) y los dias de *
      * cada etapa (cero conserva el valor inicial), para correr  *
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
                   IF PA-FECHA-PROCESO NOT = ZERO
                       MOVE PA-FECHA-PROCESO TO FECHA-PROCESO
                   END-IF
                   PERFORM 1510-DIAS-ETAPA THRU 1510-EXIT
                       VARYING IND-ETAPA FROM 1 BY 1
                       UNTIL IND-ETAPA > 4
                   MOVE FECHA-PROCESO  TO LPA-FECHA
                   MOVE DIAS-ETAPA (1) TO LPA-DIAS-1
                   MOVE DIAS-ETAPA (2) TO LPA-DIAS-2
                   MOVE DIAS-ETAPA (3) TO LPA-DIAS-3
                   MOVE DIAS-ETAPA (4) TO LPA-DIAS-4
                   DISPLAY LINEA-PARAMETROS
           END-READ.
           CLOSE PARAM-FILE.
       1500-EXIT.
           EXIT.

       1510-DIAS-ETAPA.
           IF PA-DIAS-ETAPA (IND-ETAPA) NOT = ZERO
               MOVE PA-DIAS-ETAPA (IND-ETAPA)
                   TO DIAS-ETAPA (IND-ETAPA)
           END-IF.
       1510-EXIT.
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
      * Lee el siguiente cliente y recorre el maestro de          *
      * prestamos buscando los suyos; la carta solo se abre si    *
      * algun prestamo alcanza una etapa no enviada todavia.      *
      *----------------------------------------------------------*
       3100-TRATAR-CLIENTE.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET FIN-CLIENTES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE "N"  TO SW-CARTA-ABIERTA.
           MOVE ZERO TO ETAPA-CARTA.
           MOVE ZERO TO DEUDA-CARTA.
           MOVE "N"  TO SW-FIN-PRESTAMOS.
           MOVE ZERO TO LM-LOAN-ID.
           START LOAN-MASTER-FILE
               KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   SET FIN-PRESTAMOS TO TRUE
           END-START.
           PERFORM 3200-TRATAR-PRESTAMO THRU 3200-EXIT
               UNTIL FIN-PRESTAMOS.
           IF CARTA-ABIERTA
               PERFORM 4500-CERRAR-CARTA THRU 4500-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-TRATAR-PRESTAMO                                      *
      * Lee el siguiente prestamo; si es un prestamo activo del   *
      * cliente calcula su deuda y su etapa y la compara con la   *
      * ultima del historico: el prestamo al dia que estaba en    *
      * reclamacion vuelve a la situacion normal, y el que        *
      * alcanza una etapa mayor que la ya enviada se reclama en   *
      * la carta del cliente.                                     *
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
           IF NOT LM-ACTIVO
               GO TO 3200-EXIT
           END-IF.
           COMPUTE PRESTAMOS-EXAMINADOS = PRESTAMOS-EXAMINADOS + 1.
           PERFORM 3300-EXAMINAR-CUADRO THRU 3300-EXIT.
           PERFORM 3400-ETAPA-ANTERIOR THRU 3400-EXIT.
           PERFORM 3500-CALCULAR-ETAPA THRU 3500-EXIT.
           IF IMPORTE-DEUDA NOT > ZERO
               IF ETAPA-ANTERIOR > ZERO
                   PERFORM 3700-REGULARIZAR THRU 3700-EXIT
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF ETAPA-NUEVA NOT > ETAPA-ANTERIOR
               GO TO 3200-EXIT
           END-IF.
           IF NOT CARTA-ABIERTA
               PERFORM 4000-ABRIR-CARTA THRU 4000-EXIT
           END-IF.
           PERFORM 3600-RECLAMAR THRU 3600-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3300-EXAMINAR-CUADRO                                      *
      * Recorre el cuadro del prestamo y obtiene la deuda vencida *
      * impagada con su demora, el vencimiento impagado mas       *
      * antiguo y el ultimo motivo de devolucion bancaria.        *
      *----------------------------------------------------------*
       3300-EXAMINAR-CUADRO.
           MOVE ZERO   TO IMPORTE-DEUDA.
           MOVE ZERO   TO FECHA-IMPAGO-ANTIGUA.
           MOVE SPACES TO MOTIVO-DEVOLUCION.
           MOVE "N"    TO SW-FIN-CUOTAS.
           MOVE LM-LOAN-ID TO LS-LOAN-ID.
           MOVE ZERO       TO LS-PLAZO.
           START LOAN-SCHEDULE-FILE
               KEY IS NOT LESS THAN LS-CLAVE
               INVALID KEY
                   SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM 3310-EXAMINAR-CUOTA THRU 3310-EXIT
               UNTIL FIN-CUOTAS.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3310-EXAMINAR-CUOTA                                       *
      * Lee la siguiente cuota del prestamo: las pendientes       *
      * vencidas a la fecha de proceso con importe impagado       *
      * (descontados los pagos a cuenta) suman deuda y marcan la  *
      * fecha de impago mas antigua.                              *
      *----------------------------------------------------------*
       3310-EXAMINAR-CUOTA.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET FIN-CUOTAS TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF LS-LOAN-ID NOT = LM-LOAN-ID
               SET FIN-CUOTAS TO TRUE
               GO TO 3310-EXIT
           END-IF.
           IF NOT LS-PENDIENTE
               GO TO 3310-EXIT
           END-IF.
           IF LS-FECHA-VTO = ZERO OR LS-FECHA-VTO > FECHA-PROCESO
               GO TO 3310-EXIT
           END-IF.
           COMPUTE IMPORTE-IMPAGADO = LS-CUOTA-INTE + LS-CUOTA-AMOR
               + LS-DEMORA-ACUM - LS-IMPORTE-PAGADO.
           IF IMPORTE-IMPAGADO NOT > ZERO
               GO TO 3310-EXIT
           END-IF.
           COMPUTE IMPORTE-DEUDA = IMPORTE-DEUDA + IMPORTE-IMPAGADO.
           IF FECHA-IMPAGO-ANTIGUA = ZERO
                   OR LS-FECHA-VTO < FECHA-IMPAGO-ANTIGUA
               MOVE LS-FECHA-VTO TO FECHA-IMPAGO-ANTIGUA
           END-IF.
           IF LS-MOTIVO-DEV NOT = SPACES
               MOVE LS-MOTIVO-DEV TO MOTIVO-DEVOLUCION
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3400-ETAPA-ANTERIOR                                       *
      * Lee en el historico los registros del prestamo; la etapa  *
      * vigente es la del ultimo (cero si nunca se reclamo).      *
      *----------------------------------------------------------*
       3400-ETAPA-ANTERIOR.
           MOVE ZERO TO ETAPA-ANTERIOR.
           MOVE "N"  TO SW-FIN-HISTORICO.
           MOVE LM-LOAN-ID TO RH-LOAN-ID.
           MOVE ZERO       TO RH-FECHA.
           MOVE ZERO       TO RH-ETAPA.
           START HISTORICO-FILE
               KEY IS NOT LESS THAN RH-CLAVE
               INVALID KEY
                   SET FIN-HISTORICO TO TRUE
           END-START.
           PERFORM 3410-LEER-HISTORICO THRU 3410-EXIT
               UNTIL FIN-HISTORICO.
       3400-EXIT.
           EXIT.

       3410-LEER-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET FIN-HISTORICO TO TRUE
                   GO TO 3410-EXIT
           END-READ.
           IF RH-LOAN-ID NOT = LM-LOAN-ID
               SET FIN-HISTORICO TO TRUE
               GO TO 3410-EXIT
           END-IF.
           MOVE RH-ETAPA TO ETAPA-ANTERIOR.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3500-CALCULAR-ETAPA                                       *
      * Calcula los dias de impago desde el vencimiento impagado  *
      * mas antiguo y la etapa que le corresponde (cero si no     *
      * llega a la primera).                                      *
      *----------------------------------------------------------*
       3500-CALCULAR-ETAPA.
           MOVE ZERO TO DIAS-IMPAGO.
           MOVE ZERO TO ETAPA-NUEVA.
           IF FECHA-IMPAGO-ANTIGUA = ZERO
               GO TO 3500-EXIT
           END-IF.
           MOVE FECHA-IMPAGO-ANTIGUA TO FECHA-DESDE.
           MOVE FECHA-PROCESO        TO FECHA-HASTA.
           PERFORM 8200-DIAS-ENTRE-FECHAS THRU 8200-EXIT.
           IF DIAS-ENTRE > ZERO
               MOVE DIAS-ENTRE TO DIAS-IMPAGO
           END-IF.
           PERFORM 3510-COMPARAR-ETAPA THRU 3510-EXIT
               VARYING IND-ETAPA FROM 1 BY 1
               UNTIL IND-ETAPA > 4.
       3500-EXIT.
           EXIT.

       3510-COMPARAR-ETAPA.
           IF DIAS-IMPAGO NOT < DIAS-ETAPA (IND-ETAPA)
               MOVE IND-ETAPA TO ETAPA-NUEVA
           END-IF.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3600-RECLAMAR                                             *
      * Escribe el prestamo en la carta del cliente, anota el     *
      * envio de la etapa en el historico y lo lista en el        *
      * informe.                                                  *
      *----------------------------------------------------------*
       3600-RECLAMAR.
           MOVE LM-LOAN-ID                TO CL-LOAN-ID.
           MOVE FECHA-IMPAGO-ANTIGUA      TO CL-FECHA-VTO.
           MOVE DIAS-IMPAGO               TO CL-DIAS.
           MOVE IMPORTE-DEUDA             TO CL-DEUDA.
           MOVE MOTIVO-DEVOLUCION         TO CL-MOTIVO-DEV.
           MOVE NOMBRE-ETAPA (ETAPA-NUEVA) TO CL-ETAPA.
           WRITE CARTAS-RECORD FROM LINEA-CAR-DETALLE.
           IF ETAPA-NUEVA > ETAPA-CARTA
               MOVE ETAPA-NUEVA TO ETAPA-CARTA
           END-IF.
           COMPUTE DEUDA-CARTA = DEUDA-CARTA + IMPORTE-DEUDA.
           COMPUTE AVISOS-ETAPA (ETAPA-NUEVA) =
               AVISOS-ETAPA (ETAPA-NUEVA) + 1.
           COMPUTE TOTAL-RECLAMADO = TOTAL-RECLAMADO + IMPORTE-DEUDA.
           MOVE ETAPA-NUEVA TO RH-ETAPA.
           PERFORM 3800-GRABAR-HISTORICO THRU 3800-EXIT.
           MOVE NOMBRE-ETAPA (ETAPA-NUEVA) TO RD-ACCION.
           PERFORM 3900-LINEA-INFORME THRU 3900-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3700-REGULARIZAR                                          *
      * El prestamo estaba en reclamacion y ya no tiene deuda     *
      * vencida: se anota en el historico la vuelta a la          *
      * situacion normal, con lo que una nueva mora empezara      *
      * otra vez por el primer aviso.                             *
      *----------------------------------------------------------*
       3700-REGULARIZAR.
           MOVE ZERO TO RH-ETAPA.
           PERFORM 3800-GRABAR-HISTORICO THRU 3800-EXIT.
           COMPUTE PRESTAMOS-REGULARIZADOS =
               PRESTAMOS-REGULARIZADOS + 1.
           MOVE "REGULARIZADO" TO RD-ACCION.
           PERFORM 3900-LINEA-INFORME THRU 3900-EXIT.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3800-GRABAR-HISTORICO                                     *
      * Graba en RECLAHIS el registro de la etapa que este en     *
      * RH-ETAPA para el prestamo en curso y la fecha de proceso. *
      *----------------------------------------------------------*
       3800-GRABAR-HISTORICO.
           MOVE LM-LOAN-ID           TO RH-LOAN-ID.
           MOVE FECHA-PROCESO        TO RH-FECHA.
           MOVE LM-CLIENTE           TO RH-CLIENTE.
           MOVE FECHA-IMPAGO-ANTIGUA TO RH-FECHA-VTO-ANTIGUA.
           MOVE DIAS-IMPAGO          TO RH-DIAS-IMPAGO.
           MOVE IMPORTE-DEUDA        TO RH-IMPORTE-DEUDA.
           MOVE MOTIVO-DEVOLUCION    TO RH-MOTIVO-DEV.
           WRITE HISTORICO-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo anotar en RECLAHIS el "
                           "prestamo " LM-LOAN-ID ", estado "
                           HISTORICO-STATUS
                   MOVE 4 TO RETURN-CODE
           END-WRITE.
       3800-EXIT.
           EXIT.

       3900-LINEA-INFORME.
           MOVE LM-LOAN-ID    TO RD-LOAN-ID.
           MOVE LM-CLIENTE    TO RD-CLIENTE.
           MOVE DIAS-IMPAGO   TO RD-DIAS.
           MOVE IMPORTE-DEUDA TO RD-DEUDA.
           WRITE INFORME-RECORD FROM LINEA-REC-DETALLE.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-ABRIR-CARTA                                          *
      * Empieza la carta del cliente en pagina nueva con el       *
      * membrete, la direccion postal de CUSTMAST, el saludo y    *
      * los titulos de la relacion de prestamos.                  *
      *----------------------------------------------------------*
       4000-ABRIR-CARTA.
           IF CARTAS-ENVIADAS > ZERO
               MOVE SPACES TO CARTAS-RECORD
               WRITE CARTAS-RECORD BEFORE ADVANCING PAGE
           END-IF.
           SET CARTA-ABIERTA TO TRUE.
           COMPUTE CARTAS-ENVIADAS = CARTAS-ENVIADAS + 1.
           IF CM-DOMICILIO = SPACES
               DISPLAY "Aviso: el cliente " CM-CLIENTE
                       " no tiene direccion postal en CUSTMAST"
               COMPUTE CLIENTES-SIN-DIRECCION =
                   CLIENTES-SIN-DIRECCION + 1
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE FECHA-PROCESO TO CE-FECHA.
           WRITE CARTAS-RECORD FROM LINEA-CAR-ENTIDAD.
           MOVE SPACES TO CARTAS-RECORD.
           WRITE CARTAS-RECORD.
           MOVE CM-NOMBRE     TO CD-TEXTO.
           WRITE CARTAS-RECORD FROM LINEA-CAR-DIRECCION.
           MOVE CM-DOMICILIO  TO CD-TEXTO.
           WRITE CARTAS-RECORD FROM LINEA-CAR-DIRECCION.
           MOVE CM-COD-POSTAL TO CP-COD-POSTAL.
           MOVE CM-POBLACION  TO CP-POBLACION.
           WRITE CARTAS-RECORD FROM LINEA-CAR-POBLACION.
           MOVE CM-PROVINCIA  TO CD-TEXTO.
           WRITE CARTAS-RECORD FROM LINEA-CAR-DIRECCION.
           MOVE SPACES TO CARTAS-RECORD.
           WRITE CARTAS-RECORD.
           WRITE CARTAS-RECORD FROM LINEA-CAR-SALUDO.
           MOVE SPACES TO CARTAS-RECORD.
           WRITE CARTAS-RECORD.
           WRITE CARTAS-RECORD FROM LINEA-CAR-INTRO-1.
           WRITE CARTAS-RECORD FROM LINEA-CAR-INTRO-2.
           MOVE SPACES TO CARTAS-RECORD.
           WRITE CARTAS-RECORD.
           WRITE CARTAS-RECORD FROM LINEA-CAR-COLS.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4500-CERRAR-CARTA                                         *
      * Termina la carta con el total adeudado, el asunto y el    *
      * texto de la etapa mas alta reclamada al cliente, y la     *
      * firma.                                                    *
      *----------------------------------------------------------*
       4500-CERRAR-CARTA.
           MOVE DEUDA-CARTA TO CT-DEUDA.
           MOVE SPACES TO CARTAS-RECORD.
           WRITE CARTAS-RECORD.
           WRITE CARTAS-RECORD FROM LINEA-CAR-TOTAL.
           MOVE SPACES TO CARTAS-RECORD.
           WRITE CARTAS-RECORD.
           MOVE NOMBRE-ETAPA (ETAPA-CARTA) TO CA-ETAPA.
           WRITE CARTAS-RECORD FROM LINEA-CAR-ASUNTO.
           MOVE TX-LINEA-1 (ETAPA-CARTA) TO CX-TEXTO.
           WRITE CARTAS-RECORD FROM LINEA-CAR-TEXTO.
           MOVE TX-LINEA-2 (ETAPA-CARTA) TO CX-TEXTO.
           WRITE CARTAS-RECORD FROM LINEA-CAR-TEXTO.
           MOVE SPACES TO CARTAS-RECORD.
           WRITE CARTAS-RECORD.
           WRITE CARTAS-RECORD FROM LINEA-CAR-FIRMA.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-IMPRIMIR-TOTALES                                     *
      * Escribe en RECLAIMP los avisos enviados por etapa, las    *
      * regularizaciones y el total reclamado.                    *
      *----------------------------------------------------------*
       5000-IMPRIMIR-TOTALES.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           PERFORM 5100-LINEA-ETAPA THRU 5100-EXIT
               VARYING IND-ETAPA FROM 1 BY 1
               UNTIL IND-ETAPA > 4.
           MOVE "REGULARIZADOS:" TO RC-TEXTO.
           MOVE PRESTAMOS-REGULARIZADOS TO RC-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-REC-CONTADOR.
           MOVE "CARTAS EMITIDAS:" TO RC-TEXTO.
           MOVE CARTAS-ENVIADAS TO RC-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-REC-CONTADOR.
           MOVE TOTAL-RECLAMADO TO RO-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-REC-TOTAL.
       5000-EXIT.
           EXIT.

       5100-LINEA-ETAPA.
           MOVE NOMBRE-ETAPA (IND-ETAPA) TO RC-TEXTO.
           MOVE AVISOS-ETAPA (IND-ETAPA) TO RC-CONTADOR.
           WRITE INFORME-RECORD FROM LINEA-REC-CONTADOR.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6500-LIMPIAR-ETAPA                                        *
      * Pone a cero el contador de avisos de la etapa IND-ETAPA.  *
      *----------------------------------------------------------*
       6500-LIMPIAR-ETAPA.
           MOVE ZERO TO AVISOS-ETAPA (IND-ETAPA).
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RESUMEN-EJECUCION                                    *
      * Muestra los contadores y totales de la ejecucion.         *
      *----------------------------------------------------------*
       8000-RESUMEN-EJECUCION.
           DISPLAY "------------------------".
           DISPLAY "Fecha de proceso:       " FECHA-PROCESO.
           DISPLAY "Prestamos examinados:   " PRESTAMOS-EXAMINADOS.
           DISPLAY "Cartas emitidas:        " CARTAS-ENVIADAS.
           DISPLAY "  Primer aviso:         " AVISOS-ETAPA (1).
           DISPLAY "  Segundo aviso:        " AVISOS-ETAPA (2).
           DISPLAY "  Prejudicial:          " AVISOS-ETAPA (3).
           DISPLAY "  Traslado a juridico:  " AVISOS-ETAPA (4).
           DISPLAY "Prestamos regularizados: " PRESTAMOS-REGULARIZADOS.
           DISPLAY "Clientes sin direccion: " CLIENTES-SIN-DIRECCION.
           MOVE TOTAL-RECLAMADO TO IMPORTE-EDITADO.
           DISPLAY "Total reclamado:        " IMPORTE-EDITADO.
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
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE HISTORICO-FILE.
           CLOSE CARTAS-FILE.
           CLOSE INFORME-FILE.
       9000-EXIT.
           EXIT.
