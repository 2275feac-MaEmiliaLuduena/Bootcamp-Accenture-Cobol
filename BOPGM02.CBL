
           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT ESTADOACAD       ASSIGN       TO
           03  COD-MATERIAS-FD           PIC X(08).
           03  FILLER                    PIC X(72).

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  ESTADOACAD.
       01  ESTADOACAD-DATOS-FD.
       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.
           88 88-FS-STCALIF-NOKEY                   VALUE '23'.

       77  FS-ESTADOACAD                 PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOACAD-OK                   VALUE '00'.

       21020-ESCANEO-STCALIF-ALUMNO.
      *-----------------------------
      *  STCALIF ES INDEXADO POR ALUMNO+MATERIA+FECHA+INTENTO (VER
      *  WSTCALIF): PARA CADA ALUMNO SE POSICIONA EN SU PRIMER
      *  EXAMEN Y SE LEEN SOLO LOS SUYOS.
      *-----------------------------

           IF  88-OPEN-STCALIF-NO
               OPEN INPUT STCALIF
               IF  88-FS-STCALIF-OK
                   SET 88-OPEN-STCALIF-SI TO TRUE
               ELSE
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 21020-ESCANEO-STCALIF-ALUMNO'
                   DISPLAY 'ERROR EN OPEN INPUT STCALIF'
                   DISPLAY 'FILE STATUS       :' FS-STCALIF
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
               END-IF
           END-IF.

           MOVE LOW-VALUES               TO STCALIF-CLAVE-FD.
           MOVE ALU-CODIGO               TO STCALIF-ALUMNO-FD.

           START STCALIF KEY NOT < STCALIF-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    CONTINUE
               WHEN 88-FS-STCALIF-NOKEY
                    SET 88-FS-STCALIF-EOF TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21020-ESCANEO-STCALIF-ALUMNO'
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
                   IF  STCALIF-COD-ESTUDIANTE NOT = ALU-CODIGO
                       SET 88-FS-STCALIF-EOF TO TRUE
                   ELSE
                       PERFORM 21030-IMPRIMO-DETALLE-EXAMEN
                   END-IF
               END-IF
           END-PERFORM.

