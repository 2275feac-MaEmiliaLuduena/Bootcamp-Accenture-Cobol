      * COPY COBOL DEL PLAN DE ESTUDIOS (DETALLE POR CARRERA)     *
      * UNA LINEA DEL ARCHIVO PLANEST POR CADA PAR CARRERA-       *
      * MATERIA (UNA CARRERA TIENE VARIAS MATERIAS DE PLAN)       *
      * CADA CARRERA PUEDE TENER VARIAS VERSIONES DE PLAN VIVAS A *
      * LA VEZ (CAMBIO DE PLAN): LA CLAVE ES CARRERA + VERSION +  *
      * MATERIA. LA VERSION EN BLANCO EQUIVALE A 00 (EL PLAN      *
      * ORIGINAL, ANTERIOR A LAS VERSIONES).                      *
      * LREC = 20                                                 *
      *-----------------------------------------------------------*
       01  PLANEST-RECORD.
           03  PLANEST-CARACTER                    PIC X(01).
               88  88-PLANEST-OBLIGATORIA          VALUE 'O'.
               88  88-PLANEST-ELECTIVA             VALUE 'E'.
      *-------------------------------------------------------------*
      *     VERSION DEL PLAN DE LA CARRERA A LA QUE PERTENECE LA     *
      *     LINEA. SI NO ES NUMERICA SE TOMA COMO 00.                *
      *-------------------------------------------------------------*
           03  PLANEST-VERSION                     PIC 9(02).
           03  FILLER                              PIC X(01).
