      *-----------------------------------------------------------*
      * COPY COBOL DE LOS NOMBRES DE MATERIA EN INGLES (MATINGL): *
      * UN REGISTRO POR MATERIA TRADUCIDA, KEYED POR EL MISMO     *
      * MATERIAS-CODIGO DEL MAESTRO (EL REGISTRO DE MATERIAS NO   *
      * TIENE LUGAR PARA UN SEGUNDO NOMBRE). LO MANTIENE MNTMATE  *
      * CON LA ACCION T (CON DIARIO EN MNTJRN) Y LO USA BOPGM69   *
      * PARA EL TRANSCRIPT EN INGLES; LA MATERIA SIN TRADUCCION   *
      * SALE CON SU NOMBRE DEL MAESTRO.                           *
      * LREC = 80                                                 *
      *-----------------------------------------------------------*
       01  MATINGL-REGISTRO.
           03  MATINGL-CLAVE.
               05  MATINGL-CODIGO                 PIC X(08).
           03  MATINGL-NOMBRE                     PIC X(50).
           03  MATINGL-FECHA-ACTUALIZACION        PIC X(08).
           03  MATINGL-OPERADOR                   PIC X(08).
           03  FILLER                             PIC X(06).
