      * EL REPORTE (COHORTES) AGRUPA POR CARRERA + ANIO DE
      * INGRESO (SORT Y CORTE DE CONTROL) CON LOS PORCENTAJES DE
      * SUPERVIVENCIA DE CADA COHORTE.
      *-----------------------------------------------------------
      * EL PLAN SE TOMA EN LA VERSION DE LA INSCRIPCION DEL ALUMNO
      * (ALUCARR-PLAN-VERSION): CADA ALUMNO SE EVALUA CONTRA LAS
      * LINEAS DE PLANEST DE SU CARRERA Y DE ESA VERSION, AUNQUE
      * LA CARRERA YA TENGA UN PLAN NUEVO VIGENTE (VER BOPGM56).
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT OPTIONAL STCALIFHIST ASSIGN   TO
               05  ESTADOACAD-MATERIA-FD PIC X(08).
           03  FILLER                    PIC X(26).

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  STCALIFHIST
           RECORDING MODE IS F.
                          INDEXED BY WS-IDX-TAB-PLAN.
               05  WS-TAB-PLAN-CARRERA    PIC X(06).
               05  WS-TAB-PLAN-MAT        PIC X(08).
               05  WS-TAB-PLAN-VERSION    PIC 9(02).

      *-------------------------------------------------------------*
      *     ULTIMO PERIODO CON ACTIVIDAD POR ALUMNO (MISMA PASADA   *
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

               READ ALUCARR INTO ALUCARR-RECORD
               IF  88-FS-ALUCARR-OK
                   ADD 1                 TO WS-INSCRIPTOS-LEIDOS
                   IF  ALUCARR-PLAN-VERSION IS NOT NUMERIC
                       MOVE 0            TO ALUCARR-PLAN-VERSION
                   END-IF
                   PERFORM 21000-CLASIFICO-INSCRIPTO
                   MOVE ALUCARR-COD-CARRERA  TO SORT-COH-CARRERA
                   MOVE ALUCARR-ANIO-INGRESO TO SORT-COH-ANIO
           PERFORM UNTIL WS-IDX-TAB-PLAN > WS-CANT-TAB-PLAN
               IF  WS-TAB-PLAN-CARRERA(WS-IDX-TAB-PLAN) =
                                             ALUCARR-COD-CARRERA
               AND WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN) =
                                             ALUCARR-PLAN-VERSION
                   ADD 1                 TO WS-PLAN-MATERIAS-CARRERA
                   PERFORM 21110-BUSCO-APROBACION
               END-IF
