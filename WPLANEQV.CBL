      *-----------------------------------------------------------*
      * COPY COBOL DE LA TABLA DE EQUIVALENCIAS ENTRE VERSIONES   *
      * DEL PLAN DE ESTUDIOS (PLANEQUIV), USADA POR BOPGM56 EN EL *
      * CAMBIO DE PLAN. UNA LINEA POR PAR MATERIA DEL PLAN VIEJO -*
      * MATERIA DEL PLAN NUEVO DE UNA CARRERA:                    *
      *   - VARIAS LINEAS CON EL MISMO DESTINO: LA MATERIA NUEVA  *
      *     EXIGE TODAS LAS DE ORIGEN APROBADAS (N A 1).          *
      *   - VARIAS LINEAS CON EL MISMO ORIGEN: LA MATERIA VIEJA   *
      *     CUENTA PARA CADA DESTINO (1 A N).                     *
      * UNA MATERIA QUE CONSERVA SU CODIGO EN EL PLAN NUEVO NO    *
      * NECESITA LINEA: SU APROBACION PASA TAL CUAL.              *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  PLANEQUIV-RECORD.
           03  PLANEQUIV-COD-CARRERA               PIC X(06).
           03  PLANEQUIV-VERSION-ORIGEN            PIC 9(02).
           03  PLANEQUIV-MATERIA-ORIGEN            PIC X(08).
           03  PLANEQUIV-VERSION-DESTINO           PIC 9(02).
           03  PLANEQUIV-MATERIA-DESTINO           PIC X(08).
           03  FILLER                              PIC X(04).
