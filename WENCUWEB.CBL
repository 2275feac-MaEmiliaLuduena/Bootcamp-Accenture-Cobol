      *-----------------------------------------------------------*
      * COPY COBOL DEL EXPORT WEB DE LA ENCUESTA DE FIN DE        *
      * CURSADA (ENCUWEB): UNA LINEA POR FORMULARIO ENVIADO, CON   *
      * EL PERIODO LECTIVO, LA MATERIA, LA SEDE, EL DOCENTE       *
      * EVALUADO (VER WDOCMAT) Y EL PUNTAJE DE CADA PREGUNTA.     *
      * EL LEGAJO VIAJA SOLO PARA QUE BOPGM73 CONTROLE QUE EL     *
      * ALUMNO ESTE INSCRIPTO Y NO RESPONDA DOS VECES LA MISMA    *
      * MATERIA: NUNCA SE GRABA JUNTO CON LAS RESPUESTAS (VER     *
      * WENCUEST). LA WEB ENTREGA EL EXPORT COMPLETO DEL PERIODO  *
      * EN CADA CORRIDA.                                          *
      * LREC = 50                                                 *
      *-----------------------------------------------------------*
       01  ENCUWEB-RECORD.
           03  ENCUWEB-COD-ALUMNO                  PIC 9(06).
      *-------------------------------------------------------------*
      *     PERIODO LECTIVO: ANIO + CUATRIMESTRE (1 O 2; 0 PARA LAS *
      *     MATERIAS ANUALES), IGUAL QUE EN WCURSADA.               *
      *-------------------------------------------------------------*
           03  ENCUWEB-PERIODO.
               05  ENCUWEB-ANIO                    PIC 9(04).
               05  ENCUWEB-CUATRIMESTRE            PIC 9(01).
           03  ENCUWEB-COD-MATERIA                 PIC X(08).
           03  ENCUWEB-INSTITUTO                   PIC X(10).
           03  ENCUWEB-COD-DOCENTE                 PIC X(06).
      *-------------------------------------------------------------*
      *     PUNTAJE DE 1 (MUY EN DESACUERDO) A 5 (MUY DE ACUERDO);  *
      *     0 = PREGUNTA SIN RESPONDER.                             *
      *-------------------------------------------------------------*
           03  ENCUWEB-PUNTAJES.
               05  ENCUWEB-PUNTAJE OCCURS 10 TIMES PIC 9(01).
           03  FILLER                              PIC X(05).
