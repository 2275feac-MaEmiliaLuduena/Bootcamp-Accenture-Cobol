      *-----------------------------------------------------------
      * LA CANTIDAD DE PARTICIONES VIENE DE PARTCFG (1 A 4); LAS
      * PARTICIONES NO USADAS QUEDAN VACIAS.
      *-----------------------------------------------------------
      * LAS PARTICIONES SON INDEXADOS CON LAS MISMAS CLAVES QUE
      * STCALIF (VER WSTCALIF), PORQUE CADA BOPGM01 LAS LEE COMO
      * SI FUERAN STCALIF. COMO STCALIF SE LEE EN ORDEN DE CLAVE,
      * CADA PARTICION SE GRABA TAMBIEN EN ORDEN DE CLAVE.
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

           SELECT OPTIONAL PARTCFG ASSIGN       TO

           SELECT STCALIFP1        ASSIGN       TO
                                   'STCALIFP1'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS P1-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            P1-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIFP1.

           SELECT STCALIFP2        ASSIGN       TO
                                   'STCALIFP2'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS P2-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            P2-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIFP2.

           SELECT STCALIFP3        ASSIGN       TO
                                   'STCALIFP3'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS P3-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            P3-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIFP3.

           SELECT STCALIFP4        ASSIGN       TO
                                   'STCALIFP4'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS P4-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            P4-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIFP4.

      *----------------------------------------------------------
       FILE SECTION.
      *------------

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  PARTCFG
           RECORDING MODE IS F.
       01  PARTCFG-RECORD-FD             PIC  X(30).

       FD  STCALIFP1.
       01  REG-STCALIFP1-FD.
           03  P1-CLAVE-FD.
               05  FILLER                PIC X(06).
               05  P1-MATFEC-FD          PIC X(16).
               05  FILLER                PIC X(02).
           03  FILLER                    PIC X(56).

       FD  STCALIFP2.
       01  REG-STCALIFP2-FD.
           03  P2-CLAVE-FD.
               05  FILLER                PIC X(06).
               05  P2-MATFEC-FD          PIC X(16).
               05  FILLER                PIC X(02).
           03  FILLER                    PIC X(56).

       FD  STCALIFP3.
       01  REG-STCALIFP3-FD.
           03  P3-CLAVE-FD.
               05  FILLER                PIC X(06).
               05  P3-MATFEC-FD          PIC X(16).
               05  FILLER                PIC X(02).
           03  FILLER                    PIC X(56).

       FD  STCALIFP4.
       01  REG-STCALIFP4-FD.
           03  P4-CLAVE-FD.
               05  FILLER                PIC X(06).
               05  P4-MATFEC-FD          PIC X(16).
               05  FILLER                PIC X(02).
           03  FILLER                    PIC X(56).

       FD  CERROJOS.
       01  CERROJOS-DATOS-FD.
       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

      *  '02' = CLAVE ALTERNATIVA (MATERIA+FECHA) REPETIDA: ES LO
      *  NORMAL EN UN ACTA CON VARIOS ALUMNOS, LA OPERACION SE HIZO.
       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00' '02'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.

       77  FS-PARTCFG                    PIC  X(02) VALUE ' '.
           88 88-FS-PARTCFG-EOF                     VALUE '10'.

       77  FS-STCALIFP1                  PIC  X(02) VALUE ' '.
           88 88-FS-STCALIFP1-OK                    VALUE '00' '02'.

       77  FS-STCALIFP2                  PIC  X(02) VALUE ' '.
           88 88-FS-STCALIFP2-OK                    VALUE '00' '02'.

       77  FS-STCALIFP3                  PIC  X(02) VALUE ' '.
           88 88-FS-STCALIFP3-OK                    VALUE '00' '02'.

       77  FS-STCALIFP4                  PIC  X(02) VALUE ' '.
           88 88-FS-STCALIFP4-OK                    VALUE '00' '02'.

       77  FS-CERROJOS                   PIC X(02)  VALUE ' '.
           88 88-FS-CERROJOS-OK                     VALUE '00'.
