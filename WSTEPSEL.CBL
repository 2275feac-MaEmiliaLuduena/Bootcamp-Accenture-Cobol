      *-----------------------------------------------------------*
      * COPY COBOL DE LA SELECCION DE PASOS DE LA NOCHE (STEPSEL) *
      * GRABADA POR BOPGM57: UNA LINEA POR PASO OPCIONAL DEL      *
      * STREAM CON LA DECISION DEL CALENDARIO ACADEMICO. EL       *
      * WRAPPER run_grades.sh CORRE EL PASO SOLO SI LA DECISION   *
      * ES 'C'; EN UN REINICIO SE REUSA LA SELECCION YA GRABADA.  *
      * PASO + PROGRAMA + DECISION VAN CONTIGUOS PARA QUE EL      *
      * WRAPPER LOS BUSQUE COMO UNA SOLA CADENA.                  *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  STEPSEL-RECORD.
           03  STEPSEL-PASO                        PIC X(08).
           03  STEPSEL-PROGRAMA                    PIC X(08).
           03  STEPSEL-DECISION                    PIC X(01).
               88  88-STEPSEL-CORRE                VALUE 'C'.
               88  88-STEPSEL-SALTEA               VALUE 'S'.
      *-------------------------------------------------------------*
      *     REFERENCIA DEL EVENTO QUE DISPARO EL PASO (EL ANIO A    *
      *     CERRAR PARA EL CIERRE DE CICLO).                        *
      *-------------------------------------------------------------*
           03  STEPSEL-REFERENCIA                  PIC X(10).
           03  STEPSEL-EVENTO                      PIC X(02).
           03  STEPSEL-FECHA-EVENTO                PIC X(08).
           03  FILLER                              PIC X(03).
