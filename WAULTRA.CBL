      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE TRANSACCIONES DE AULAS          *
      * (AULATRAN) USADO POR EL PROGRAMA DE MANTENIMIENTO MNTAULA.*
      * LO CARGA BEDELIA CON EL RELEVAMIENTO DE AULAS DE CADA     *
      * SEDE.                                                     *
      * LREC = 60                                                 *
      *-----------------------------------------------------------*
       01  AULATRAN-RECORD.
           03  AULATRAN-ACCION                     PIC X(01).
               88  88-AULATRAN-ALTA                 VALUE 'A'.
               88  88-AULATRAN-CAMBIO               VALUE 'C'.
               88  88-AULATRAN-BAJA                 VALUE 'B'.
           03  AULATRAN-CLAVE.
               05  AULATRAN-INSTITUTO              PIC X(10).
               05  AULATRAN-COD-AULA               PIC X(06).
           03  AULATRAN-DESCRIPCION                PIC X(30).
           03  AULATRAN-CAPACIDAD                  PIC 9(04).
           03  AULATRAN-DISPONIBILIDAD.
               05  AULATRAN-DISPONIBLE-MANANA      PIC X(01).
                   88  88-AULATRAN-MANANA-OK        VALUE 'S' 'N'.
               05  AULATRAN-DISPONIBLE-TARDE       PIC X(01).
                   88  88-AULATRAN-TARDE-OK         VALUE 'S' 'N'.
               05  AULATRAN-DISPONIBLE-NOCHE       PIC X(01).
                   88  88-AULATRAN-NOCHE-OK         VALUE 'S' 'N'.
           03  AULATRAN-ACTIVA                     PIC X(01).
               88  88-AULATRAN-ACTIVA-OK            VALUE 'S' 'N'.
           03  FILLER                              PIC X(05).
