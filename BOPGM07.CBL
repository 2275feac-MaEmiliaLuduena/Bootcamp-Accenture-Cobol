      *-----------------------------------------------------------
      * REEMPLAZA EL CONTROL MANUAL QUE SECRETARIA HACIA CRUZANDO
      * EL HISTORIAL DE BOPGM02 CON EL PLAN EN PAPEL.
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
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT OPTIONAL CORRELAT ASSIGN      TO
           03  ALU-DNI-FD                PIC 9(08).
           03  FILLER                    PIC X(166).

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  CORRELAT
           RECORDING MODE IS F.
       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.
           88 88-FS-STCALIF-NOKEY                   VALUE '23'.

       77  FS-CORRELAT                   PIC  X(02) VALUE ' '.
           88 88-FS-CORRELAT-OK                     VALUE '00'.
                          INDEXED BY WS-IDX-TAB-PLAN.
               05  WS-TAB-PLAN-CARRERA    PIC X(06).
               05  WS-TAB-PLAN-MAT        PIC X(08).
               05  WS-TAB-PLAN-VERSION    PIC 9(02).
               05  WS-TAB-PLAN-ANIO       PIC 9(02).
               05  WS-TAB-PLAN-CARACTER   PIC X(01).

                                TO WS-TAB-PLAN-CARRERA(WS-IDX-TAB-PLAN)
                   MOVE PLANEST-COD-MATERIA
                                TO WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN)
                   IF  PLANEST-VERSION IS NOT NUMERIC
                       MOVE 0            TO PLANEST-VERSION
                   END-IF
                   MOVE PLANEST-VERSION
                                TO WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN)
                   MOVE PLANEST-ANIO
                                TO WS-TAB-PLAN-ANIO(WS-IDX-TAB-PLAN)
                   MOVE PLANEST-CARACTER
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
                   ADD 1                 TO WS-PLAN-MATERIAS-CARRERA
                   PERFORM 21050-IMPRIMO-MATERIA-PLAN
               END-IF

       21030-ESCANEO-STCALIF-ALUMNO.
      *-----------------------------
      *  STCALIF ES INDEXADO POR ALUMNO+MATERIA+FECHA+INTENTO (VER
      *  WSTCALIF): PARA CADA ALUMNO SE POSICIONA EN SU PRIMER
      *  EXAMEN Y SE LEEN SOLO LOS SUYOS, ARMANDO SU TABLA DE MEJOR
      *  NOTA POR MATERIA, IGUAL QUE 21020-ESCANEO-STCALIF-ALUMNO EN
      *  BOPGM02.
      *-----------------------------

           MOVE 0                        TO WS-CANT-TAB-ALU-MAT.

           IF  88-OPEN-STCALIF-NO
               OPEN INPUT STCALIF
               IF  88-FS-STCALIF-OK
                   SET 88-OPEN-STCALIF-SI TO TRUE
               ELSE
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 21030-ESCANEO-STCALIF-ALUMNO'
                   DISPLAY 'ERROR EN OPEN INPUT STCALIF'
                   DISPLAY 'FILE STATUS       :' FS-STCALIF
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
               END-IF
           END-IF.

           MOVE LOW-VALUES               TO STCALIF-CLAVE-FD.
           MOVE ALUCARR-COD-ALUMNO       TO STCALIF-ALUMNO-FD.

           START STCALIF KEY NOT < STCALIF-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    CONTINUE
               WHEN 88-FS-STCALIF-NOKEY
                    SET 88-FS-STCALIF-EOF TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21030-ESCANEO-STCALIF-ALUMNO'
                    DISPLAY 'ERROR EN START      STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-STCALIF-EOF
               INITIALIZE STCALIF-RECORD
               READ STCALIF NEXT RECORD INTO STCALIF-RECORD
               IF  88-FS-STCALIF-OK
                   IF  STCALIF-COD-ESTUDIANTE NOT = ALUCARR-COD-ALUMNO
                       SET 88-FS-STCALIF-EOF TO TRUE
                   ELSE
                       PERFORM 21035-ACUMULO-MEJOR-INTENTO
                   END-IF
               END-IF
           END-PERFORM.

