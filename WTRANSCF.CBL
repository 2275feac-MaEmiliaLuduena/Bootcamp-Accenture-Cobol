      *-----------------------------------------------------------*
      * COPY COBOL DE LA CONVERSION DE ESCALA DEL TRANSCRIPT EN   *
      * INGLES (TRANSCFG), UNA LINEA DEL ARCHIVO DE PARAMETROS:   *
      *   TIPO 'C': HORAS-CREDITO = HORAS CATEDRA (MATERIAS-      *
      *             HORAS) QUE EQUIVALEN A UN CREDITO ECTS.       *
      *   TIPO 'E': UNA BANDA DE LA ESCALA EXTRANJERA: LA NOTA    *
      *             LOCAL MINIMA DE LA BANDA, LA LETRA ECTS, EL   *
      *             PUNTAJE GPA (ESCALA 4.0 DE EEUU) Y LA         *
      *             DESCRIPCION EN INGLES QUE SALE EN LA LEYENDA. *
      * CADA NOTA TOMA LA BANDA DE MINIMA MAS ALTA QUE NO LA      *
      * SUPERE. SIN ARCHIVO (O SIN LINEAS DE UN TIPO) BOPGM69     *
      * USA LA CONVERSION POR DEFECTO DE LA INSTITUCION.          *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  TRANSCFG-RECORD.
           03  TRANSCFG-TIPO                      PIC X(01).
               88  88-TRANSCFG-CREDITO            VALUE 'C'.
               88  88-TRANSCFG-ESCALA             VALUE 'E'.
           03  TRANSCFG-HORAS-CREDITO             PIC 9(03).
           03  TRANSCFG-NOTA-MINIMA               PIC 9(02)V9(01).
           03  TRANSCFG-ECTS                      PIC X(02).
           03  TRANSCFG-GPA                       PIC 9(01)V9(01).
           03  TRANSCFG-DESCRIPCION               PIC X(20).
           03  FILLER                             PIC X(09).
