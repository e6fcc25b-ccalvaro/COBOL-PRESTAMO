      *----------------------------------------------------------*
      * PRESTAUD - Linea del log de auditoria (AUDIT-LOG-FILE).   *
      * Una linea por cada campo cambiado, con el operador que    *
      * hizo el cambio (BATCH en el calculo desatendido) y los    *
      * valores anterior y posterior (espacios en el anterior en  *
      * las altas y en el posterior en las bajas). AU-LOAN-ID y   *
      * AU-CLIENTE quedan a cero cuando el cambio no es de un     *
      * prestamo o de un cliente; AU-USUARIO es el operador       *
      * modificado en los cambios del fichero de usuarios. Las    *
      * lineas anteriores a este formato no llevan una accion     *
      * valida en AU-ACCION.                                      *
      *----------------------------------------------------------*
       01  AUDITORIA-LINEA.
           05  AU-FECHA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-HORA                 PIC 9(06).
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-OPERADOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-PROGRAMA             PIC X(16).
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-ACCION               PIC X(12).
               88  AU-ACCION-VALIDA    VALUE "ALTA" "MODIFICACION"
                                             "BAJA" "ESTADO"
                                             "CANCELACION" "NOVACION"
                                             "APROBACION" "DENEGACION"
                                             "FALLIDO" "LIBERACION"
                                             "CONTRASENA".
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-LOAN-ID              PIC 9(14).
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-CLIENTE              PIC 9(06).
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-USUARIO              PIC X(08).
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-CAMPO                PIC X(16).
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-VALOR-ANTES          PIC X(40).
           05  FILLER                  PIC X(01) VALUE ";".
           05  AU-VALOR-DESPUES        PIC X(40).
