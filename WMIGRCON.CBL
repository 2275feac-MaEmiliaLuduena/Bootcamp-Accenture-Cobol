      *-----------------------------------------------------------*
      * COPY COBOL DE LAS CONFIRMACIONES DE CAMBIO DE PLAN        *
      * (MIGRACONF): UNA LINEA POR ALUMNO CUYO PASE AL PLAN NUEVO *
      * CONFIRMO SECRETARIA DESPUES DE REVISAR LA SIMULACION DE   *
      * BOPGM56. SOLO A ESOS ALUMNOS SE LES APLICA LA MIGRACION.  *
      * LREC = 20                                                 *
      *-----------------------------------------------------------*
       01  MIGRACONF-RECORD.
           03  MIGRACONF-COD-ALUMNO                PIC 9(06).
           03  FILLER                              PIC X(14).
