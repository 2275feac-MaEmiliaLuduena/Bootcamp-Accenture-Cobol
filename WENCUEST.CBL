      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE RESPUESTAS DE LA ENCUESTA DE    *
      * FIN DE CURSADA (ENCUESTA): UNA LINEA POR FORMULARIO       *
      * ACEPTADO POR BOPGM73, SIN NINGUN DATO DEL ALUMNO. SE      *
      * GRABA ORDENADO POR PERIODO + SEDE + DOCENTE + MATERIA Y,  *
      * DENTRO DE CADA GRUPO, POR LAS RESPUESTAS MISMAS: EL ORDEN *
      * DE LLEGADA NO SE CONSERVA, ASI NO SE PUEDE VOLVER A       *
      * VINCULAR CON EL EXPORT DE LA WEB.                         *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  ENCUESTA-RECORD.
           03  ENCUESTA-CLAVE.
               05  ENCUESTA-PERIODO.
                   07  ENCUESTA-ANIO               PIC 9(04).
                   07  ENCUESTA-CUATRIMESTRE       PIC 9(01).
               05  ENCUESTA-INSTITUTO              PIC X(10).
               05  ENCUESTA-COD-DOCENTE            PIC X(06).
               05  ENCUESTA-COD-MATERIA            PIC X(08).
           03  ENCUESTA-PUNTAJES.
               05  ENCUESTA-PUNTAJE OCCURS 10 TIMES PIC 9(01).
           03  FILLER                              PIC X(01).
