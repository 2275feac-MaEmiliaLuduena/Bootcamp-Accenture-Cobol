      *     INFORMATIVA PARA EL CONTROL DE PLAN DE ESTUDIOS.         *
      *-------------------------------------------------------------*
           03  CARRERAS-ANIOS                      PIC 9(02).
      *-------------------------------------------------------------*
      *     VERSION DEL PLAN VIGENTE: LA QUE RECIBEN LAS NUEVAS      *
      *     INSCRIPCIONES A LA CARRERA (MNTALCA). EN BLANCO ES 00.   *
      *-------------------------------------------------------------*
           03  CARRERAS-PLAN-VIGENTE               PIC 9(02).
           03  FILLER                              PIC X(19).
