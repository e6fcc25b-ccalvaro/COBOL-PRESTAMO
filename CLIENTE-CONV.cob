       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIENTE-CONV.
       AUTHOR. Alvaro Calo.
       INSTALLATION. APRENDIENDO COBOL S.L.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED. 15/10/2026
       SECURITY. NON-CONFIDENTIAL.
      *----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                               *
      *----------------------------------------------------------*
      * 15/10/2026 AC  Version inicial: conversion unica del      *
      *                maestro de clientes al registro ampliado   *
      *                de CUSTMAST (de 60 a 150 posiciones, con   *
      *                la direccion postal y los ingresos         *
      *                mensuales). Lee el maestro antiguo         *
      *                CUSTANT y graba cada cliente en el nuevo   *
      *                CUSTMAST con la direccion a espacios y los *
      *                ingresos a cero.                           *
      *----------------------------------------------------------*
      * PROCEDIMIENTO DE CONVERSION                               *
      *----------------------------------------------------------*
      * Se ejecuta una sola vez, al instalar la version de los    *
      * programas que usa el registro de 150 posiciones y antes   *
      * de arrancar ninguno de ellos:                             *
      * 1. Copia de seguridad del maestro de clientes CUSTMAST.   *
      * 2. Renombrar el maestro antiguo CUSTMAST a CUSTANT.       *
      * 3. Ejecutar CLIENTE-CONV, que crea el nuevo CUSTMAST.     *
      * 4. Comprobar en el resumen que los clientes grabados      *
      *    coinciden con los leidos y que el codigo de retorno    *
      *    es cero; despues se puede retirar CUSTANT.             *
      * Si CUSTMAST ya existe con clientes (no se renombro el     *
      * antiguo o la conversion ya se hizo) el programa no graba  *
      * nada y termina con codigo de retorno 8, para no vaciar    *
      * el maestro. Un cliente que no se pueda grabar se lista y  *
      * deja codigo de retorno 4.                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-ANTERIOR-FILE ASSIGN TO "CUSTANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLIENTE
               FILE STATUS IS CLIENTE-ANTERIOR-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLIENTE
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * Registro antiguo del maestro de clientes (60 posiciones), *
      * anterior a la direccion postal y los ingresos.            *
      *----------------------------------------------------------*
       FD  CLIENTE-ANTERIOR-FILE.
       01  CLIENTE-ANTERIOR-RECORD.
           05  CA-CLIENTE              PIC 9(06).
           05  CA-NOMBRE               PIC X(30).
           05  CA-NIF                  PIC X(09).
           05  CA-SUCURSAL             PIC 9(04).
           05  FILLER                  PIC X(11).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       LOCAL-STORAGE SECTION.
       01  CLIENTE-ANTERIOR-STATUS    PIC XX.
           88  CLIENTE-ANTERIOR-OK    VALUE "00".
       01  CUSTOMER-MASTER-STATUS     PIC XX.
           88  CUSTOMER-MASTER-OK     VALUE "00".
           88  CUSTOMER-MASTER-NO-EXISTE
                                      VALUE "35".
       01  SW-MAESTROS-DISPONIBLES    PIC X VALUE "S".
           88  MAESTROS-DISPONIBLES   VALUE "S".
       01  SW-ANTERIOR-ABIERTO        PIC X VALUE "N".
           88  ANTERIOR-ABIERTO       VALUE "S".
       01  SW-FIN-ANTERIOR            PIC X VALUE "N".
           88  FIN-ANTERIOR           VALUE "S".
       01  CLIENTES-LEIDOS            PIC 9(07) VALUE 0.
       01  CLIENTES-GRABADOS          PIC 9(07) VALUE 0.
       01  CLIENTES-RECHAZADOS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF MAESTROS-DISPONIBLES
               PERFORM 3000-CONVERTIR-CLIENTES THRU 3000-EXIT
           END-IF.
           PERFORM 8000-RESUMEN-EJECUCION THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INICIALIZAR                                          *
      * Abre el maestro antiguo CUSTANT, comprueba que el nuevo   *
      * CUSTMAST no existe o esta vacio y lo crea.                *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "Conversion del maestro de clientes al registro "
                   "ampliado".
           OPEN INPUT CLIENTE-ANTERIOR-FILE.
           IF NOT CLIENTE-ANTERIOR-OK
               DISPLAY "No se pudo abrir el maestro antiguo de "
                       "clientes (CUSTANT), estado "
                       CLIENTE-ANTERIOR-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET ANTERIOR-ABIERTO TO TRUE.
           PERFORM 1100-COMPROBAR-DESTINO THRU 1100-EXIT.
           IF NOT MAESTROS-DISPONIBLES
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY "No se pudo crear el maestro de clientes "
                       "(CUSTMAST), estado " CUSTOMER-MASTER-STATUS
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-COMPROBAR-DESTINO                                    *
      * La conversion solo sigue si CUSTMAST no existe o existe   *
      * sin ningun cliente; en otro caso el maestro antiguo no se *
      * ha renombrado o ya se convirtio, y crearlo de nuevo lo    *
      * dejaria vacio.                                            *
      *----------------------------------------------------------*
       1100-COMPROBAR-DESTINO.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUSTOMER-MASTER-NO-EXISTE
               GO TO 1100-EXIT
           END-IF.
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY "Error: ya existe un maestro de clientes "
                       "(CUSTMAST) que no se puede leer, estado "
                       CUSTOMER-MASTER-STATUS "; renombrelo a "
                       "CUSTANT antes de convertir"
               MOVE "N" TO SW-MAESTROS-DISPONIBLES
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "Error: el maestro de clientes "
                           "(CUSTMAST) ya tiene clientes, no se "
                           "convierte"
                   MOVE "N" TO SW-MAESTROS-DISPONIBLES
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE CUSTOMER-MASTER-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-CONVERTIR-CLIENTES                                   *
      * Recorre el maestro antiguo en orden de cliente.           *
      *----------------------------------------------------------*
       3000-CONVERTIR-CLIENTES.
           PERFORM 3100-CONVERTIR-CLIENTE THRU 3100-EXIT
               UNTIL FIN-ANTERIOR.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-CONVERTIR-CLIENTE                                    *
      * Lee el siguiente cliente antiguo y lo graba en el nuevo   *
      * registro: los datos que ya tenia se conservan, la         *
      * direccion queda a espacios y los ingresos a cero hasta    *
      * que se informen en CLIENTE-MANT.                          *
      *----------------------------------------------------------*
       3100-CONVERTIR-CLIENTE.
           READ CLIENTE-ANTERIOR-FILE NEXT RECORD
               AT END
                   SET FIN-ANTERIOR TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           COMPUTE CLIENTES-LEIDOS = CLIENTES-LEIDOS + 1.
           MOVE SPACES      TO CUSTOMER-MASTER-RECORD.
           MOVE CA-CLIENTE  TO CM-CLIENTE.
           MOVE CA-NOMBRE   TO CM-NOMBRE.
           MOVE CA-NIF      TO CM-NIF.
           MOVE CA-SUCURSAL TO CM-SUCURSAL.
           MOVE ZERO        TO CM-INGRESOS-MENSUALES.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo grabar el cliente "
                           CA-CLIENTE " en CUSTMAST, estado "
                           CUSTOMER-MASTER-STATUS
                   COMPUTE CLIENTES-RECHAZADOS =
                       CLIENTES-RECHAZADOS + 1
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   COMPUTE CLIENTES-GRABADOS = CLIENTES-GRABADOS + 1
           END-WRITE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RESUMEN-EJECUCION                                    *
      * Muestra los contadores de la conversion.                  *
      *----------------------------------------------------------*
       8000-RESUMEN-EJECUCION.
           DISPLAY "------------------------".
           DISPLAY "Clientes leidos:        " CLIENTES-LEIDOS.
           DISPLAY "Clientes grabados:      " CLIENTES-GRABADOS.
           DISPLAY "Clientes rechazados:    " CLIENTES-RECHAZADOS.
           DISPLAY "------------------------".
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-FINALIZAR                                            *
      * Cierra los ficheros abiertos durante la ejecucion.        *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           IF ANTERIOR-ABIERTO
               CLOSE CLIENTE-ANTERIOR-FILE
           END-IF.
           IF MAESTROS-DISPONIBLES
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
       9000-EXIT.
           EXIT.
