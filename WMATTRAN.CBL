      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE TRANSACCIONES DE MATERIAS       *
      * USADO POR EL PROGRAMA DE MANTENIMIENTO MNTMATE            *
      * EN LA ACCION T (TRADUCCION) MATTRAN-NOMBRE ES EL NOMBRE   *
      * DE LA MATERIA EN INGLES (VER WMATINGL); HORAS NO SE USA.  *
      * LREC = 80                                                 *
      *-----------------------------------------------------------*
       01  MATTRAN-RECORD.
               88  88-MATTRAN-ALTA                  VALUE 'A'.
               88  88-MATTRAN-CAMBIO                VALUE 'C'.
               88  88-MATTRAN-BAJA                  VALUE 'B'.
               88  88-MATTRAN-BAJA-FORZADA          VALUE 'F'.
               88  88-MATTRAN-TRADUCCION            VALUE 'T'.
           03  MATTRAN-CODIGO                      PIC X(08).
           03  MATTRAN-NOMBRE                      PIC X(50).
           03  MATTRAN-HORAS                       PIC 9(03).
