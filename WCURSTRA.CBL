      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE TRANSACCIONES DE CURSADAS       *
      * (CURSTRAN) USADO POR EL PROGRAMA DE MANTENIMIENTO MNTCURS.*
      * LO CARGA BEDELIA O LO GENERA BOPGM53 CON EL RESULTADO     *
      * CALCULADO DE CADA CURSADA (ACCION C).                     *
      * LREC = 50                                                 *
      *-----------------------------------------------------------*
       01  CURSTRAN-RECORD.
           03  CURSTRAN-ACCION                     PIC X(01).
               88  88-CURSTRAN-ALTA                 VALUE 'A'.
               88  88-CURSTRAN-CAMBIO               VALUE 'C'.
               88  88-CURSTRAN-BAJA                 VALUE 'B'.
           03  CURSTRAN-CLAVE.
               05  CURSTRAN-COD-ALUMNO             PIC 9(06).
               05  CURSTRAN-COD-MATERIA            PIC X(08).
               05  CURSTRAN-COMISION               PIC X(04).
               05  CURSTRAN-ANIO                   PIC 9(04).
               05  CURSTRAN-CUATRIMESTRE           PIC 9(01).
           03  CURSTRAN-ASISTENCIA                 PIC 9(03).
           03  CURSTRAN-RESULTADO                  PIC X(01).
               88  88-CURSTRAN-RESULTADO-OK         VALUE 'R' 'L' 'P'.
               88  88-CURSTRAN-LIBRE                VALUE 'L'.
           03  CURSTRAN-FECHA-CIERRE               PIC X(08).
           03  FILLER                              PIC X(14).
