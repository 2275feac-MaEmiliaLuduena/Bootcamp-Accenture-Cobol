      *
      * POR CADA CADENA ROTA SE LISTAN ADEMAS LOS ALUMNOS HOY
      * BLOQUEADOS POR ELLA: INSCRIPTOS (ALUCARR) EN UNA CARRERA
      * CUYO PLAN (PLANEST, EN LA VERSION DE LA INSCRIPCION)
      * INCLUYE LA MATERIA Y QUE TODAVIA NO
      * LA APROBARON SEGUN EL ESTADO ACADEMICO MATERIALIZADO
      * (ESTADOACAD, GENERADO POR BOPGM12).
      *
                          INDEXED BY WS-IDX-TAB-PLAN.
               05  WS-TAB-PLAN-CARRERA    PIC X(06).
               05  WS-TAB-PLAN-MAT        PIC X(08).
               05  WS-TAB-PLAN-VERSION    PIC 9(02).

      *-------------------------------------------------------------*
      *     INSCRIPCIONES A CARRERA, CARGADAS DE ALUCARR            *
                          INDEXED BY WS-IDX-TAB-ALC.
               05  WS-TAB-ALC-ALUMNO      PIC 9(06).
               05  WS-TAB-ALC-CARRERA     PIC X(06).
               05  WS-TAB-ALC-VERSION     PIC 9(02).

      *-------------------------------------------------------------*
      *     CIERRE DE ALCANCE DE UNA MATERIA: TODAS LAS MATERIAS    *
                                TO WS-TAB-PLAN-CARRERA(WS-IDX-TAB-PLAN)
                   MOVE PLANEST-COD-MATERIA
                                TO WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN)
                   IF  PLANEST-VERSION IS NOT NUMERIC
                       MOVE 0            TO PLANEST-VERSION
                   END-IF
                   MOVE PLANEST-VERSION
                                TO WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN)
               END-IF
           END-PERFORM.

                                TO WS-TAB-ALC-ALUMNO(WS-IDX-TAB-ALC)
                   MOVE ALUCARR-COD-CARRERA
                                TO WS-TAB-ALC-CARRERA(WS-IDX-TAB-ALC)
                   IF  ALUCARR-PLAN-VERSION IS NOT NUMERIC
                       MOVE 0            TO ALUCARR-PLAN-VERSION
                   END-IF
                   MOVE ALUCARR-PLAN-VERSION
                                TO WS-TAB-ALC-VERSION(WS-IDX-TAB-ALC)
               END-IF
           END-PERFORM.

                      OR 88-EN-PLAN-SI
               IF  WS-TAB-PLAN-CARRERA(WS-IDX-TAB-PLAN) =
                          WS-TAB-ALC-CARRERA(WS-IDX-TAB-ALC)
               AND WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN) =
                          WS-TAB-ALC-VERSION(WS-IDX-TAB-ALC)
               AND WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN) =
                          WS-MAT-ANALIZADA
                   SET 88-EN-PLAN-SI     TO TRUE
