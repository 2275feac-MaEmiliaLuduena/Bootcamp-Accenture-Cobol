      * POR PROMEDIO DESCENDENTE CON UN SORT COMO EL CUADRO DE
      * HONOR DE BOPGM03) Y EL ARCHIVO PLANO DE CANDIDATOS
      * (BECASCAND) PARA LA OFICINA DE ADMINISTRACION.
      *-----------------------------------------------------------
      * EL PLAN SE TOMA EN LA VERSION DE LA INSCRIPCION DEL ALUMNO
      * (ALUCARR-PLAN-VERSION): CADA ALUMNO SE EVALUA CONTRA LAS
      * LINEAS DE PLANEST DE SU CARRERA Y DE ESA VERSION, AUNQUE
      * LA CARRERA YA TENGA UN PLAN NUEVO VIGENTE (VER BOPGM56).
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
                          INDEXED BY WS-IDX-TAB-PLAN.
               05  WS-TAB-PLAN-CARRERA    PIC X(06).
               05  WS-TAB-PLAN-MAT        PIC X(08).
               05  WS-TAB-PLAN-VERSION    PIC 9(02).

      *-------------------------------------------------------------*
      *     CORRELATIVAS (MATERIAS PREVIAS), CARGADAS DE CORRELAT    *
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

           EVALUATE TRUE
               WHEN 88-FS-ALUCARR-OK
                    ADD 1              TO WS-INSCRIPTOS-LEIDOS
                    IF  ALUCARR-PLAN-VERSION IS NOT NUMERIC
                        MOVE 0         TO ALUCARR-PLAN-VERSION
                    END-IF
               WHEN 88-FS-ALUCARR-EOF
                    CONTINUE
               WHEN OTHER
           PERFORM UNTIL WS-IDX-TAB-PLAN > WS-CANT-TAB-PLAN
               IF  WS-TAB-PLAN-CARRERA(WS-IDX-TAB-PLAN) =
                                             ALUCARR-COD-CARRERA
               AND WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN) =
                                             ALUCARR-PLAN-VERSION
                   PERFORM 21110-EVALUO-MATERIA-PLAN
               END-IF
               SET WS-IDX-TAB-PLAN       UP BY 1
