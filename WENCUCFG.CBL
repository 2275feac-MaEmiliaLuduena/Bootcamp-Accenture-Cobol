      *-----------------------------------------------------------*
      * COPY COBOL DEL PARAMETRO DE LA ENCUESTA DE FIN DE CURSADA *
      * (ENCUCFG). UNICA LINEA DEL ARCHIVO DE PARAMETROS, USADA   *
      * POR BOPGM73:                                              *
      *   - PERIODO: ANIO + CUATRIMESTRE QUE SE ENCUESTA. LAS     *
      *     RESPUESTAS DE OTRO PERIODO SE RECHAZAN.               *
      *   - FECHA-DESDE / FECHA-HASTA (AAAAMMDD): VENTANA DE      *
      *     INSCRIPCIONES (INSCRIPC) Y NOTAS (STCALIF) QUE HACEN  *
      *     AL ALUMNO INSCRIPTO EN LA MATERIA DEL PERIODO. ES LA  *
      *     BASE DE LA TASA DE RESPUESTA.                         *
      *   - MINIMO-RESPUESTAS: GRUPOS CON MENOS RESPUESTAS NO     *
      *     PUBLICAN PROMEDIOS (DEFECTO 5).                       *
      *   - CANT-PREGUNTAS: PREGUNTAS VIGENTES DEL FORMULARIO,    *
      *     DE 1 A 10 (DEFECTO 10).                               *
      * SIN ARCHIVO O SIN PERIODO NO SE PROCESA LA ENCUESTA.      *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  ENCUCFG-RECORD.
           03  ENCUCFG-PERIODO.
               05  ENCUCFG-ANIO                    PIC 9(04).
               05  ENCUCFG-CUATRIMESTRE            PIC 9(01).
           03  ENCUCFG-FECHA-DESDE                 PIC X(08).
           03  ENCUCFG-FECHA-HASTA                 PIC X(08).
           03  ENCUCFG-MINIMO-RESPUESTAS           PIC 9(03).
           03  ENCUCFG-CANT-PREGUNTAS              PIC 9(02).
           03  FILLER                              PIC X(14).
