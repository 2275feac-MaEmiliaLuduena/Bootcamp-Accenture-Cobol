      *-----------------------------------------------------------*
      * COPY COBOL DE LA BITACORA DE SEGURIDAD (SEGLOG): UNA      *
      * LINEA POR CADA INTENTO DENEGADO EN UN PROGRAMA DE         *
      * MANTENIMIENTO (OPERADOR NO IDENTIFICADO, INEXISTENTE,     *
      * INACTIVO O CUYO ROL NO TIENE PERMISO PARA LA ACCION), CON *
      * EL COMIENZO DE LA TRANSACCION TAL COMO LLEGO. SE ABRE EN  *
      * EXTEND Y NUNCA SE TRUNCA.                                 *
      * LREC = 130                                                *
      *-----------------------------------------------------------*
       01  SEGLOG-RECORD.
           03  SEGLOG-PROGRAMA                     PIC X(08).
           03  SEGLOG-FECHA.
               05  SEGLOG-FECHA-AAAA               PIC 9(04).
               05  SEGLOG-FECHA-MM                 PIC 9(02).
               05  SEGLOG-FECHA-DD                 PIC 9(02).
           03  SEGLOG-HORA                         PIC 9(06).
           03  SEGLOG-OPERADOR                     PIC X(08).
           03  SEGLOG-ROL                          PIC X(08).
           03  SEGLOG-ACCION                       PIC X(01).
           03  SEGLOG-MOTIVO                       PIC X(10).
           03  SEGLOG-DETALLE                      PIC X(30).
           03  SEGLOG-TRANSACCION                  PIC X(50).
           03  FILLER                              PIC X(01).
