      *     ANIO DE INGRESO A LA CARRERA (AAAA), INFORMATIVO.        *
      *-------------------------------------------------------------*
           03  ALUCARR-ANIO-INGRESO                PIC 9(04).
      *-------------------------------------------------------------*
      *     VERSION DEL PLAN DE ESTUDIOS DE LA CARRERA CONTRA LA QUE *
      *     SE EVALUA AL ALUMNO (VER PLANEST-VERSION). LA TOMA EL    *
      *     ALTA EN MNTALCA Y LA CAMBIA LA MIGRACION DE BOPGM56. EN  *
      *     BLANCO EQUIVALE A 00.                                    *
      *-------------------------------------------------------------*
           03  ALUCARR-PLAN-VERSION                PIC 9(02).
           03  FILLER                              PIC X(02).
