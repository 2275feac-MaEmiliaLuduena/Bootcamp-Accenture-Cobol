      *-----------------------------------------------------------*
      * COPY COBOL DEL PARAMETRO DEL GRUPO PARALELO DE LA         *
      * NOCTURNA (GRUPOCFG). UNICA LINEA DEL ARCHIVO DE           *
      * PARAMETROS: LA ACCION QUE BOPGM67 HACE CON LOS CERROJOS   *
      * DE LOS MAESTROS EN NOMBRE DE LOS PASOS DE REPORTE QUE     *
      * CORREN EN PARALELO DESPUES DE BOPGM12.                    *
      *   'T' TOMA LOS CERROJOS ANTES DE ARRANCAR EL GRUPO        *
      *   'L' LOS LIBERA CUANDO EL GRUPO TERMINO                  *
      * LO ESCRIBE run_grades.sh ANTES DE CADA EJECUCION.         *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  GRUPOCFG-RECORD.
           03  GRUPOCFG-ACCION                     PIC X(01).
               88  88-GRUPOCFG-TOMA                VALUE 'T'.
               88  88-GRUPOCFG-LIBERA              VALUE 'L'.
           03  FILLER                              PIC X(29).
