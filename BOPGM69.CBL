       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM69.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA EMITE EL TRANSCRIPT EN INGLES PARA LOS
      * ALUMNOS DE INTERCAMBIO INTERNACIONAL. ES EL MISMO
      * CONTENIDO QUE EL CERTIFICADO ANALITICO DE BOPGM10 (UNA
      * LINEA POR MATERIA APROBADA CON SU MEJOR INTENTO, CON EL
      * CORTE DE APROBACION VIGENTE A LA FECHA DE CADA EXAMEN),
      * PRESENTADO PARA UNA UNIVERSIDAD EXTRANJERA:
      *   - EL NOMBRE DE CADA MATERIA EN INGLES, DE MATINGL (VER
      *     WMATINGL, MANTENIDO POR MNTMATE CON LA ACCION T). LA
      *     MATERIA SIN TRADUCCION SALE CON EL NOMBRE DEL MAESTRO.
      *   - LA CARGA HORARIA (MATERIAS-HORAS) CONVERTIDA A
      *     CREDITOS ECTS.
      *   - CADA NOTA CONVERTIDA A LA ESCALA EXTRANJERA: LETRA
      *     ECTS Y PUNTAJE GPA DE EEUU (ESCALA 4.0).
      *   - AL PIE, LOS CREDITOS TOTALES, EL GPA PONDERADO POR
      *     CREDITOS Y UNA LEYENDA QUE EXPLICA LA CONVERSION.
      * LA CONVERSION (HORAS POR CREDITO Y BANDAS DE LA ESCALA) SE
      * TOMA DE TRANSCFG (VER WTRANSCF); SIN ARCHIVO RIGE LA
      * CONVERSION POR DEFECTO DE LA INSTITUCION.
      *-----------------------------------------------------------
      * SE PIDE POR LA MISMA COLA DE TRAMITES QUE EL ANALITICO
      * (SOLICITQ, CARGADA POR MNTSOLIC) CON SOLICITQ-DOCUMENTO
      * 'T': EL PROGRAMA EMITE SOLO ESOS TRAMITES PENDIENTES Y LOS
      * MARCA EMITIDOS CON LA FECHA DE EMISION, Y MOSTRADOR
      * REGISTRA LA ENTREGA IGUAL QUE LA DE UN ANALITICO. SIN
      * COLA NO HAY NADA QUE EMITIR. EL ALUMNO CON UN BLOQUEO
      * VIGENTE (VER WBLOQUEO) NO RECIBE SU TRANSCRIPT: EL TRAMITE
      * SIGUE PENDIENTE Y SALE EN LA PAGINA DE EXCEPCIONES
      * TRANSEXC, COMO EN BOPGM10.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------

      *----------------------------------------------------------
      *  SIN DECIMAL-POINT IS COMMA: EL TRANSCRIPT ES UN DOCUMENTO
      *  EN INGLES Y SUS NOTAS, CREDITOS Y GPA SALEN CON PUNTO
      *  DECIMAL.
      *----------------------------------------------------------
       CONFIGURATION SECTION.
      *---------------------

       INPUT-OUTPUT SECTION.
      *--------------------

       FILE-CONTROL.
      *------------

      *----------------------------------------------------------
      *  LOS NOMBRES LOGICOS SE RESUELVEN CONTRA LAS VARIABLES DE
      *  ENTORNO DEL MISMO NOMBRE (VER JOB STREAM GRADES.JCL).
      *----------------------------------------------------------

      *----------------------------------------------------------
      *  COLA DE TRAMITES (VER WSOLICIT). SE TOMAN SOLO LOS
      *  TRAMITES DE TRANSCRIPT (SOLICITQ-DOCUMENTO 'T').
      *----------------------------------------------------------
           SELECT OPTIONAL SOLICITQ ASSIGN      TO
                                   'SOLICITQ'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS SOLICITQ-CLAVE-FD
                                   FILE STATUS  IS FS-SOLICITQ.

           SELECT ALUMNOS          ASSIGN       TO
                                   'ALUMNOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS COD-ALUMNOS-FD
                                   ALTERNATE RECORD KEY IS
                                            ALU-DNI-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-ALUMNOS.

           SELECT MATERIAS         ASSIGN       TO
                                   'MATERIAS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-MATERIAS-FD
                                   FILE STATUS  IS FS-MATERIAS.

      *----------------------------------------------------------
      *  NOMBRES DE MATERIA EN INGLES (VER WMATINGL). OPCIONAL:
      *  SIN ARCHIVO TODAS LAS MATERIAS SALEN CON EL NOMBRE DEL
      *  MAESTRO.
      *----------------------------------------------------------
           SELECT OPTIONAL MATINGL ASSIGN       TO
                                   'MATINGL'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS MATINGL-CODIGO-FD
                                   FILE STATUS  IS FS-MATINGL.

           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

      *----------------------------------------------------------
      *  MAESTRO DE BLOQUEOS ADMINISTRATIVOS (VER WBLOQUEO).
      *  OPCIONAL: SIN MAESTRO NO SE RETIENE NINGUN TRANSCRIPT.
      *----------------------------------------------------------
           SELECT OPTIONAL BLOQUEOS ASSIGN      TO
                                   'BLOQUEOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS BLOQUEOS-CLAVE-FD
                                   FILE STATUS  IS FS-BLOQUEOS.

      *----------------------------------------------------------
      *  ESCALA DE NOTAS (NOTASCFG) Y ESCALA CON VIGENCIA
      *  (NOTASVIG): EL CORTE DE APROBACION SE DERIVA IGUAL QUE
      *  EN BOPGM10, ASI EL TRANSCRIPT Y EL ANALITICO LISTAN LAS
      *  MISMAS MATERIAS APROBADAS.
      *----------------------------------------------------------
           SELECT OPTIONAL NOTASCFG ASSIGN      TO
                                   'NOTASCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-NOTASCFG.

           SELECT OPTIONAL NOTASVIG ASSIGN      TO
                                   'NOTASVIG'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS NOTASVIG-CLAVE-FD
                                   FILE STATUS  IS FS-NOTASVIG.

      *----------------------------------------------------------
      *  CONVERSION A CREDITOS ECTS Y A LA ESCALA EXTRANJERA (VER
      *  WTRANSCF). OPCIONAL.
      *----------------------------------------------------------
           SELECT OPTIONAL TRANSCFG ASSIGN      TO
                                   'TRANSCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-TRANSCFG.

           SELECT TRANSCRIPT       ASSIGN       TO
                                   'TRANSCRIPT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-TRANSCRIPT.

           SELECT TRANSEXC         ASSIGN       TO
                                   'TRANSEXC'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-TRANSEXC.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  SOLICITQ.
       01  SOLICITQ-DATOS-FD.
           03  SOLICITQ-CLAVE-FD.
               05  SOLICITQ-TRAMITE-FD   PIC 9(06).
           03  FILLER                    PIC X(74).

       FD  ALUMNOS.
       01  NRO-LEGAJO-ALUMNO-FD.
           03  COD-ALUMNOS-FD.
               05  ALUMNO-COD-FD         PIC 9(06).
           03  ALU-DNI-FD                PIC 9(08).
           03  FILLER                    PIC X(166).

       FD  MATERIAS.
       01  COD-MATERIAS-DATOS-FD.
           03  COD-MATERIAS-FD           PIC X(08).
           03  FILLER                    PIC X(72).

       FD  MATINGL.
       01  MATINGL-DATOS-FD.
           03  MATINGL-CODIGO-FD         PIC X(08).
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

       FD  BLOQUEOS.
       01  BLOQUEOS-DATOS-FD.
           03  BLOQUEOS-CLAVE-FD.
               05  BLOQUEOS-ALUMNO-FD    PIC 9(06).
               05  BLOQUEOS-TIPO-FD      PIC X(03).
           03  FILLER                    PIC X(51).

       FD  NOTASCFG
           RECORDING MODE IS F.
       01  NOTASCFG-RECORD-FD            PIC  X(30).

       FD  NOTASVIG.
       01  NOTASVIG-DATOS-FD.
           03  NOTASVIG-CLAVE-FD.
               05  NOTASVIG-DESDE-FD     PIC X(08).
               05  NOTASVIG-MINIMA-FD    PIC 9(02)V9(01).
           03  FILLER                    PIC X(39).

       FD  TRANSCFG
           RECORDING MODE IS F.
       01  TRANSCFG-RECORD-FD            PIC  X(40).

       FD  TRANSCRIPT
           RECORDING MODE IS F.
       01  REG-TRANSCRIPT-FD             PIC  X(132).

       FD  TRANSEXC
           RECORDING MODE IS F.
       01  REG-TRANSEXC-FD               PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM69'.

       77  FS-SOLICITQ                   PIC X(02)  VALUE ' '.
           88 88-FS-SOLICITQ-OK                     VALUE '00'.
           88 88-FS-SOLICITQ-EOF                    VALUE '10'.
           88 88-FS-SOLICITQ-INVKEY                 VALUE '21'.
           88 88-FS-SOLICITQ-NOKEY                  VALUE '23'.

       77  WS-OPEN-SOLICITQ              PIC X      VALUE 'N'.
           88 88-OPEN-SOLICITQ-SI                   VALUE 'S'.
           88 88-OPEN-SOLICITQ-NO                   VALUE 'N'.

       77  WS-TRAMITE-ACTUAL             PIC 9(06)  VALUE 0.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-DUPOK                   VALUE '02'.
           88 88-FS-ALUMNOS-EOF                     VALUE '10'.
           88 88-FS-ALUMNOS-INVKEY                  VALUE '21'.
           88 88-FS-ALUMNOS-DUPKEY                  VALUE '22'.
           88 88-FS-ALUMNOS-NOKEY                   VALUE '23'.

       77  FS-MATERIAS                   PIC X(02)  VALUE ' '.
           88 88-FS-MATERIAS-OK                     VALUE '00'.
           88 88-FS-MATERIAS-EOF                    VALUE '10'.
           88 88-FS-MATERIAS-INVKEY                 VALUE '21'.
           88 88-FS-MATERIAS-DUPKEY                 VALUE '22'.
           88 88-FS-MATERIAS-NOKEY                  VALUE '23'.

       77  FS-MATINGL                    PIC X(02)  VALUE ' '.
           88 88-FS-MATINGL-OK                      VALUE '00'.
           88 88-FS-MATINGL-INVKEY                  VALUE '21'.
           88 88-FS-MATINGL-NOKEY                   VALUE '23'.

       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.
           88 88-FS-STCALIF-NOKEY                   VALUE '23'.

       77  FS-BLOQUEOS                   PIC X(02)  VALUE ' '.
           88 88-FS-BLOQUEOS-OK                     VALUE '00'.
           88 88-FS-BLOQUEOS-EOF                    VALUE '10'.
           88 88-FS-BLOQUEOS-INVKEY                 VALUE '21'.
           88 88-FS-BLOQUEOS-NOKEY                  VALUE '23'.

       77  FS-NOTASCFG                   PIC  X(02) VALUE ' '.
           88 88-FS-NOTASCFG-OK                     VALUE '00'.
           88 88-FS-NOTASCFG-EOF                    VALUE '10'.

       77  FS-NOTASVIG                   PIC X(02)  VALUE ' '.
           88 88-FS-NOTASVIG-OK                     VALUE '00'.
           88 88-FS-NOTASVIG-EOF                    VALUE '10'.

       77  FS-TRANSCFG                   PIC X(02)  VALUE ' '.
           88 88-FS-TRANSCFG-OK                     VALUE '00'.
           88 88-FS-TRANSCFG-EOF                    VALUE '10'.

       77  FS-TRANSCRIPT                 PIC  X(02) VALUE ' '.
           88 88-FS-TRANSCRIPT-OK                   VALUE '00'.

       77  FS-TRANSEXC                   PIC  X(02) VALUE ' '.
           88 88-FS-TRANSEXC-OK                     VALUE '00'.

       77  WS-OPEN-ALUMNOS               PIC X      VALUE 'N'.
           88 88-OPEN-ALUMNOS-SI                    VALUE 'S'.
           88 88-OPEN-ALUMNOS-NO                    VALUE 'N'.

       77  WS-OPEN-MATERIAS              PIC X      VALUE 'N'.
           88 88-OPEN-MATERIAS-SI                   VALUE 'S'.
           88 88-OPEN-MATERIAS-NO                   VALUE 'N'.

       77  WS-OPEN-MATINGL               PIC X      VALUE 'N'.
           88 88-OPEN-MATINGL-SI                    VALUE 'S'.
           88 88-OPEN-MATINGL-NO                    VALUE 'N'.

       77  WS-OPEN-STCALIF               PIC X      VALUE 'N'.
           88 88-OPEN-STCALIF-SI                    VALUE 'S'.
           88 88-OPEN-STCALIF-NO                    VALUE 'N'.

       77  WS-OPEN-BLOQUEOS              PIC X      VALUE 'N'.
           88 88-OPEN-BLOQUEOS-SI                   VALUE 'S'.
           88 88-OPEN-BLOQUEOS-NO                   VALUE 'N'.

       77  WS-OPEN-TRANSCRIPT            PIC X      VALUE 'N'.
           88 88-OPEN-TRANSCRIPT-SI                 VALUE 'S'.
           88 88-OPEN-TRANSCRIPT-NO                 VALUE 'N'.

       77  WS-OPEN-TRANSEXC              PIC X      VALUE 'N'.
           88 88-OPEN-TRANSEXC-SI                   VALUE 'S'.
           88 88-OPEN-TRANSEXC-NO                   VALUE 'N'.

       77  WS-CON-BLOQUEO                PIC X      VALUE 'N'.
           88 88-CON-BLOQUEO-SI                     VALUE 'S'.
           88 88-CON-BLOQUEO-NO                     VALUE 'N'.

       77  WS-ALUMNO-HALLADO             PIC X      VALUE 'N'.
           88 88-ALUMNO-HALLADO-SI                  VALUE 'S'.
           88 88-ALUMNO-HALLADO-NO                  VALUE 'N'.

       77  WS-SOLICITUDES-LEIDAS         PIC 9(07)  VALUE 0.
       77  WS-TRANSCRIPTS-EMITIDOS       PIC 9(07)  VALUE 0.
       77  WS-SOLICITUDES-SIN-ALUMNO     PIC 9(07)  VALUE 0.
       77  WS-SOLICITUDES-RETENIDAS      PIC 9(07)  VALUE 0.
       77  WS-MATERIAS-SIN-TRADUCCION    PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-TRANSCRIPT        PIC 9(09)  VALUE 0.

       77  WS-FOLIO                      PIC 9(06)  VALUE 0.

      *-------------------------------------------------------------*
      *     LINEA DE LA PAGINA DE EXCEPCIONES POR BLOQUEO           *
      *-------------------------------------------------------------*
       01  DET-EXC.
           03  FILLER                    PIC X(20)  VALUE
                'TRANSCRIPT RETENIDO'.
           03  FILLER                    PIC X(09)  VALUE ' LEGAJO: '.
           03  DX-LEGAJO                 PIC 9(06).
           03  FILLER                    PIC X(07)  VALUE ' TIPO: '.
           03  DX-TIPO                   PIC X(03).
           03  FILLER                    PIC X(09)  VALUE ' MOTIVO: '.
           03  DX-MOTIVO                 PIC X(30).
           03  FILLER                    PIC X(10)  VALUE ' TRAMITE: '.
           03  DX-TRAMITE                PIC 9(06).
           03  FILLER                    PIC X(32)  VALUE ' '.

      *-------------------------------------------------------------*
      *     CORTE DE APROBACION, IGUAL QUE EN BOPGM10               *
      *-------------------------------------------------------------*
       77  WS-NOTA-APROBACION            PIC 9(02)V9(01) VALUE 060.

       77  WS-HAY-ESCALA-VIG             PIC X      VALUE 'N'.
           88 88-HAY-ESCALA-VIG-SI                  VALUE 'S'.
           88 88-HAY-ESCALA-VIG-NO                  VALUE 'N'.

       77  WS-CANT-TAB-VIG               PIC 9(02)  VALUE 0.
       01  WS-TABLA-VIGENCIAS.
           03  WS-TAB-VIG OCCURS 30 TIMES
                          INDEXED BY WS-IDX-TAB-VIG.
               05  WS-TAB-VIG-DESDE       PIC X(08).
               05  WS-TAB-VIG-HASTA       PIC X(08).
               05  WS-TAB-VIG-MINIMA      PIC 9(02)V9(01).
               05  WS-TAB-VIG-OBSERV      PIC X(20).

       77  WS-CORTE-FECHA                PIC 9(02)V9(01) VALUE 0.

      *-------------------------------------------------------------*
      *     CONVERSION (TRANSCFG): HORAS CATEDRA POR CREDITO ECTS Y *
      *     BANDAS DE LA ESCALA EXTRANJERA EN EL ORDEN DEL ARCHIVO. *
      *-------------------------------------------------------------*
       77  WS-HORAS-CREDITO              PIC 9(03)  VALUE 0.

       77  WS-CANT-TAB-ESC               PIC 9(02)  VALUE 0.
       01  WS-TABLA-ESCALA.
           03  WS-TAB-ESC OCCURS 20 TIMES
                          INDEXED BY WS-IDX-TAB-ESC.
               05  WS-TAB-ESC-MINIMA      PIC 9(02)V9(01).
               05  WS-TAB-ESC-ECTS        PIC X(02).
               05  WS-TAB-ESC-GPA         PIC 9(01)V9(01).
               05  WS-TAB-ESC-DESCRIP     PIC X(20).

      *-------------------------------------------------------------*
      *     BANDA ELEGIDA PARA LA NOTA EN PROCESO: LA DE MINIMA MAS *
      *     ALTA QUE NO SUPERA LA NOTA.                             *
      *-------------------------------------------------------------*
       77  WS-BANDA-MINIMA               PIC 9(02)V9(01) VALUE 0.
       77  WS-BANDA-ECTS                 PIC X(02)  VALUE ' '.
       77  WS-BANDA-GPA                  PIC 9(01)V9(01) VALUE 0.

       77  WS-BANDA-HALLADA              PIC X      VALUE 'N'.
           88 88-BANDA-HALLADA-SI                   VALUE 'S'.
           88 88-BANDA-HALLADA-NO                   VALUE 'N'.

      *-------------------------------------------------------------*
      *     MEJOR INTENTO POR MATERIA DEL ALUMNO EN PROCESO, CON    *
      *     LA FECHA DE ESE MEJOR INTENTO.                          *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-MEJOR             PIC 9(03)  VALUE 0.
       01  WS-TABLA-MEJOR.
           03  WS-TAB-MEJOR OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-MEJOR.
               05  WS-TAB-MEJOR-MAT       PIC X(08).
               05  WS-TAB-MEJOR-NOTA      PIC 9(02)V9(01).
               05  WS-TAB-MEJOR-FECHA     PIC X(08).

      *-------------------------------------------------------------*
      *     ACUMULADORES DEL ALUMNO: PROMEDIO LOCAL PONDERADO POR   *
      *     MATERIAS-HORAS (EL MISMO DEL ANALITICO), CREDITOS ECTS  *
      *     Y GPA PONDERADO POR CREDITOS.                           *
      *-------------------------------------------------------------*
       77  WS-APROBADAS-ALUMNO           PIC 9(03)  VALUE 0.
       77  WS-ACUM-HORAS                 PIC 9(07)  VALUE 0.
       77  WS-ACUM-NOTA-PESO             PIC 9(09)V9(01) VALUE 0.
       77  WS-PROMEDIO-PONDERADO         PIC 9(02)V9(01) VALUE 0.
       77  WS-CREDITOS-MATERIA           PIC 9(03)V9(01) VALUE 0.
       77  WS-ACUM-CREDITOS              PIC 9(05)V9(01) VALUE 0.
       77  WS-ACUM-GPA-PESO              PIC 9(07)V9(02) VALUE 0.
       77  WS-GPA-PONDERADO              PIC 9(01)V9(02) VALUE 0.

       77  WS-LINEA                      PIC 9(03)  VALUE 0.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  REG-TRANSCRIPT                PIC X(132).

      *-------------------------------------------------------------*
      *     ENCABEZADO DEL TRANSCRIPT                               *
      *-------------------------------------------------------------*
       01  TIT-T01.
           03  FILLER                    PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(72)  VALUE
                'TRANSCRIPT OF RECORDS'.
           03  FILLER                    PIC X(30)  VALUE ' '.

       01  TIT-T02.
           03  FILLER                    PIC X(20)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE
                'THE INSTITUTE CERTIFIES THAT, ACCORDING '.
           03  FILLER                    PIC X(40)  VALUE
                'TO ITS RECORDS, THE STUDENT'.
           03  FILLER                    PIC X(32)  VALUE ' '.

       01  TIT-T03.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE
                'STUDENT ID: '.
           03  TTC-LEGAJO                PIC ZZZZZ9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  TTC-NOMBRE                PIC X(60)  VALUE ' '.
           03  FILLER                    PIC X(13)  VALUE
                'NATIONAL ID: '.
           03  TTC-DNI                   PIC Z(7)9.
           03  FILLER                    PIC X(28)  VALUE ' '.

       01  TIT-T04.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(70)  VALUE
                'HAS PASSED THE FOLLOWING COURSES:'.
           03  FILLER                    PIC X(61)  VALUE ' '.

       01  TIT-T05.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(50)  VALUE
                'COURSE TITLE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE 'GRADE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'DATE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE 'HOURS'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'CREDITS'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE 'ECTS'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ' GPA'.
           03  FILLER                    PIC X(40)  VALUE ' '.

       01  TIT-T06.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(50)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ALL '-'.
           03  FILLER                    PIC X(40)  VALUE ' '.

       01  DET-TRA.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DT-MATERIA                PIC X(50)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DT-NOTA                   PIC ZZ9.9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DT-FECHA.
               05  DT-FECHA-DD           PIC 9(02)  VALUE 0.
               05  FILLER                PIC X(01)  VALUE '/'.
               05  DT-FECHA-MM           PIC 9(02)  VALUE 0.
               05  FILLER                PIC X(01)  VALUE '/'.
               05  DT-FECHA-AAAA         PIC 9(04)  VALUE 0.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DT-HORAS                  PIC ZZZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DT-CREDITOS               PIC ZZZZ9.9.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DT-ECTS                   PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DT-GPA                    PIC Z9.9.
           03  FILLER                    PIC X(40)  VALUE ' '.

      *-------------------------------------------------------------*
      *     PIE: TOTALES, EMISION Y FIRMA                           *
      *-------------------------------------------------------------*
       01  TRL-T01.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(16)  VALUE
                'COURSES PASSED: '.
           03  TRT-APROBADAS             PIC ZZ9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(20)  VALUE
                'TOTAL ECTS CREDITS: '.
           03  TRT-CREDITOS              PIC ZZZZ9.9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(34)  VALUE
                'CUMULATIVE GPA (CREDIT-WEIGHTED): '.
           03  TRT-GPA                   PIC 9.99.
           03  FILLER                    PIC X(39)  VALUE ' '.

       01  TRL-T02.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE
                'LOCAL AVERAGE WEIGHTED BY CLASS HOURS: '.
           03  TRT-PROMEDIO              PIC ZZ9.9.
           03  FILLER                    PIC X(86)  VALUE ' '.

       01  TRL-T03.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(13)  VALUE
                'ISSUED ON '.
           03  TRT-EMISION.
               05  TRT-EMISION-DD        PIC 9(02)  VALUE 0.
               05  FILLER                PIC X(01)  VALUE '/'.
               05  TRT-EMISION-MM        PIC 9(02)  VALUE 0.
               05  FILLER                PIC X(01)  VALUE '/'.
               05  TRT-EMISION-AAAA      PIC 9(04)  VALUE 0.
           03  FILLER                    PIC X(14)  VALUE
                ' - FOLIO NO. '.
           03  TRT-FOLIO                 PIC 9(06).
           03  FILLER                    PIC X(16)  VALUE
                ' - REQUEST NO. '.
           03  TRT-TRAMITE               PIC 9(06).
           03  FILLER                    PIC X(66)  VALUE ' '.

       01  TRL-T04.
           03  FILLER                    PIC X(70)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
                '______________________________'.
           03  FILLER                    PIC X(32)  VALUE ' '.

       01  TRL-T05.
           03  FILLER                    PIC X(70)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
                'SIGNATURE AND SEAL - REGISTRAR'.
           03  FILLER                    PIC X(32)  VALUE ' '.

       01  TRL-T-VACIO.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE
                'NO PASSED COURSES ON RECORD'.
           03  FILLER                    PIC X(91)  VALUE ' '.

      *-------------------------------------------------------------*
      *     LEYENDA DE LA CONVERSION                                *
      *-------------------------------------------------------------*
       01  LEY-T01.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE
                'GRADING AND CREDIT CONVERSION KEY'.
           03  FILLER                    PIC X(91)  VALUE ' '.

       01  LEY-T02.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE
                'LOCAL GRADES ARE ON A 0-100 SCALE. ONLY '.
           03  FILLER                    PIC X(40)  VALUE
                'COURSES PASSED UNDER THE PASS MARK IN FO'.
           03  FILLER                    PIC X(40)  VALUE
                'RCE ON THE EXAM DATE ARE LISTED.'.
           03  FILLER                    PIC X(11)  VALUE ' '.

       01  LEY-T03.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(19)  VALUE
                'ONE ECTS CREDIT = '.
           03  LYT-HORAS-CREDITO         PIC ZZ9.
           03  FILLER                    PIC X(40)  VALUE
                ' CLASS HOURS. CREDITS = COURSE HOURS / '.
           03  LYT-HORAS-DIVISOR         PIC ZZ9.
           03  FILLER                    PIC X(30)  VALUE
                ', ROUNDED TO ONE DECIMAL.'.
           03  FILLER                    PIC X(36)  VALUE ' '.

       01  LEY-T04.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE
                'GPA IS THE CREDIT-WEIGHTED AVERAGE OF TH'.
           03  FILLER                    PIC X(40)  VALUE
                'E US 4.0 POINTS. DATES ARE DD/MM/YYYY.'.
           03  FILLER                    PIC X(51)  VALUE ' '.

       01  LEY-T05.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(18)  VALUE
                'LOCAL GRADE FROM'.
           03  FILLER                    PIC X(06)  VALUE 'ECTS'.
           03  FILLER                    PIC X(08)  VALUE 'US GPA'.
           03  FILLER                    PIC X(20)  VALUE
                'DESCRIPTION'.
           03  FILLER                    PIC X(79)  VALUE ' '.

       01  DET-LEY.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DL-MINIMA                 PIC ZZ9.9.
           03  FILLER                    PIC X(09)  VALUE ' '.
           03  DL-ECTS                   PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ' '.
           03  DL-GPA                    PIC 9.9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DL-DESCRIPCION            PIC X(20)  VALUE ' '.
           03  FILLER                    PIC X(79)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WSTCALIF.
       COPY WMATERIA.
       COPY WMATINGL.
       COPY WALUMNOS.
       COPY WGRADOS.
       COPY WNOTAVIG.
       COPY WSOLICIT.
       COPY WBLOQUEO.
       COPY WTRANSCF.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           IF  88-OPEN-SOLICITQ-SI
               PERFORM 20500-PROCESO-COLA
           ELSE
               DISPLAY 'SIN COLA DE TRAMITES SOLICITQ: NADA QUE EMITIR'
           END-IF.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10050-ABRO-SOLICITQ.
           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10152-DETERMINO-NOTA-APROBACION.
           PERFORM 10153-CARGO-ESCALAS-VIGENCIA.
           PERFORM 10154-CARGO-CONVERSION.

       10050-ABRO-SOLICITQ.
      *--------------------
      *  SE SONDEA LA COLA CON OPEN INPUT ANTES DEL OPEN I-O, POR
      *  LA MISMA RAZON QUE EN BOPGM10: UN OPEN I-O SOBRE EL
      *  ARCHIVO OPCIONAL AUSENTE LO CREARIA VACIO.
      *--------------------

           OPEN INPUT SOLICITQ.

           EVALUATE FS-SOLICITQ
               WHEN '00'
                    CLOSE SOLICITQ
                    OPEN I-O SOLICITQ
                    IF  FS-SOLICITQ = '00'
                        SET 88-OPEN-SOLICITQ-SI TO TRUE
                    ELSE
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10050-ABRO-SOLICITQ'
                        DISPLAY 'ERROR EN OPEN I-O   SOLICITQ'
                        DISPLAY 'FILE STATUS       :' FS-SOLICITQ
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
                    END-IF
               WHEN OTHER
                    CLOSE SOLICITQ
                    SET 88-OPEN-SOLICITQ-NO TO TRUE
           END-EVALUATE.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT ALUMNOS.

           EVALUATE FS-ALUMNOS
               WHEN '00'
                    SET 88-OPEN-ALUMNOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT MATERIAS.

           EVALUATE FS-MATERIAS
               WHEN '00'
                    SET 88-OPEN-MATERIAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT MATERIAS'
                    DISPLAY 'FILE STATUS       :' FS-MATERIAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------
      *  NOMBRES EN INGLES. ES OPCIONAL: SIN ARCHIVO CADA MATERIA
      *  SALE CON EL NOMBRE DEL MAESTRO.
      *----------------------------------------------------------

           OPEN INPUT MATINGL.

           EVALUATE FS-MATINGL
               WHEN '00'
                    SET 88-OPEN-MATINGL-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-MATINGL-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------
      *  BLOQUEOS ADMINISTRATIVOS. ES OPCIONAL: SIN MAESTRO NO SE
      *  RETIENE NINGUN TRANSCRIPT.
      *----------------------------------------------------------

           OPEN INPUT BLOQUEOS.

           EVALUATE FS-BLOQUEOS
               WHEN '00'
                    SET 88-OPEN-BLOQUEOS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-BLOQUEOS-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT TRANSCRIPT.

           EVALUATE FS-TRANSCRIPT
               WHEN '00'
                    SET 88-OPEN-TRANSCRIPT-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT TRANSCRIPT'
                    DISPLAY 'FILE STATUS       :' FS-TRANSCRIPT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT TRANSEXC.

           EVALUATE FS-TRANSEXC
               WHEN '00'
                    SET 88-OPEN-TRANSEXC-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT TRANSEXC'
                    DISPLAY 'FILE STATUS       :' FS-TRANSEXC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10152-DETERMINO-NOTA-APROBACION.
      *--------------------------------
      *  CORTE DE APROBACION DE NOTASCFG: LA MINIMA DE LA BANDA DE
      *  MENOR EXIGENCIA QUE NO SEA 'REPROBADO', EL MISMO CRITERIO
      *  QUE BOPGM01 Y BOPGM10. SIN ARCHIVO QUEDA EL CORTE DE LA
      *  ESCALA POR DEFECTO.
      *--------------------------------

           OPEN INPUT NOTASCFG.

           IF  88-FS-NOTASCFG-OK
               MOVE 0                    TO WS-NOTA-APROBACION
               PERFORM UNTIL 88-FS-NOTASCFG-EOF
                   READ NOTASCFG INTO NOTASCFG-RECORD
                   IF  88-FS-NOTASCFG-OK
                   AND NOTASCFG-OBSERVACION NOT = 'REPROBADO'
                       IF  WS-NOTA-APROBACION = 0
                       OR  NOTASCFG-NOTA-MINIMA < WS-NOTA-APROBACION
                           MOVE NOTASCFG-NOTA-MINIMA
                                         TO WS-NOTA-APROBACION
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTASCFG
               IF  WS-NOTA-APROBACION = 0
                   MOVE 060              TO WS-NOTA-APROBACION
               END-IF
           END-IF.

       10153-CARGO-ESCALAS-VIGENCIA.
      *-----------------------------
      *  CARGA LAS BANDAS CON VIGENCIA DE NOTASVIG. EL ARCHIVO ES
      *  OPCIONAL: SIN EL RIGE LA ESCALA UNICA DE NOTASCFG.
      *-----------------------------

           OPEN INPUT NOTASVIG.

           IF  88-FS-NOTASVIG-OK
               PERFORM UNTIL 88-FS-NOTASVIG-EOF
                   INITIALIZE NOTASVIG-REGISTRO
                   READ NOTASVIG INTO NOTASVIG-REGISTRO
                   IF  88-FS-NOTASVIG-OK
                   AND WS-CANT-TAB-VIG < 30
                       ADD 1              TO WS-CANT-TAB-VIG
                       SET WS-IDX-TAB-VIG TO WS-CANT-TAB-VIG
                       MOVE NOTASVIG-FECHA-DESDE
                            TO WS-TAB-VIG-DESDE(WS-IDX-TAB-VIG)
                       MOVE NOTASVIG-FECHA-HASTA
                            TO WS-TAB-VIG-HASTA(WS-IDX-TAB-VIG)
                       MOVE NOTASVIG-NOTA-MINIMA
                            TO WS-TAB-VIG-MINIMA(WS-IDX-TAB-VIG)
                       MOVE NOTASVIG-OBSERVACION
                            TO WS-TAB-VIG-OBSERV(WS-IDX-TAB-VIG)
                   END-IF
               END-PERFORM
               CLOSE NOTASVIG
           END-IF.

           IF  WS-CANT-TAB-VIG > 0
               SET 88-HAY-ESCALA-VIG-SI  TO TRUE
           END-IF.

       10154-CARGO-CONVERSION.
      *-----------------------
      *  CARGA LAS HORAS POR CREDITO (LINEA 'C') Y LAS BANDAS DE
      *  LA ESCALA EXTRANJERA (LINEAS 'E') DE TRANSCFG. LO QUE EL
      *  ARCHIVO NO TRAE QUEDA CON LA CONVERSION POR DEFECTO: 30
      *  HORAS POR CREDITO Y LA ESCALA A/B/C/D/E/F SOBRE LAS
      *  BANDAS DE CALIFICACION DE LA INSTITUCION.
      *-----------------------

           OPEN INPUT TRANSCFG.

           IF  88-FS-TRANSCFG-OK
               PERFORM UNTIL 88-FS-TRANSCFG-EOF
                   INITIALIZE TRANSCFG-RECORD
                   READ TRANSCFG INTO TRANSCFG-RECORD
                   IF  88-FS-TRANSCFG-OK
                       EVALUATE TRUE
                           WHEN 88-TRANSCFG-CREDITO
                                MOVE TRANSCFG-HORAS-CREDITO
                                          TO WS-HORAS-CREDITO
                           WHEN 88-TRANSCFG-ESCALA
                            AND WS-CANT-TAB-ESC < 20
                                ADD 1     TO WS-CANT-TAB-ESC
                                SET WS-IDX-TAB-ESC
                                          TO WS-CANT-TAB-ESC
                                MOVE TRANSCFG-NOTA-MINIMA
                                  TO WS-TAB-ESC-MINIMA(WS-IDX-TAB-ESC)
                                MOVE TRANSCFG-ECTS
                                  TO WS-TAB-ESC-ECTS(WS-IDX-TAB-ESC)
                                MOVE TRANSCFG-GPA
                                  TO WS-TAB-ESC-GPA(WS-IDX-TAB-ESC)
                                MOVE TRANSCFG-DESCRIPCION
                                  TO WS-TAB-ESC-DESCRIP(WS-IDX-TAB-ESC)
                           WHEN OTHER
                                CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE TRANSCFG
           END-IF.

           IF  WS-HORAS-CREDITO = 0
               MOVE 30                   TO WS-HORAS-CREDITO
           END-IF.

           IF  WS-CANT-TAB-ESC = 0
               MOVE 6                    TO WS-CANT-TAB-ESC
               MOVE 090                  TO WS-TAB-ESC-MINIMA(1)
               MOVE 'A'                  TO WS-TAB-ESC-ECTS(1)
               MOVE 4.0                  TO WS-TAB-ESC-GPA(1)
               MOVE 'EXCELLENT'          TO WS-TAB-ESC-DESCRIP(1)
               MOVE 080                  TO WS-TAB-ESC-MINIMA(2)
               MOVE 'B'                  TO WS-TAB-ESC-ECTS(2)
               MOVE 3.5                  TO WS-TAB-ESC-GPA(2)
               MOVE 'VERY GOOD'          TO WS-TAB-ESC-DESCRIP(2)
               MOVE 075                  TO WS-TAB-ESC-MINIMA(3)
               MOVE 'C'                  TO WS-TAB-ESC-ECTS(3)
               MOVE 3.0                  TO WS-TAB-ESC-GPA(3)
               MOVE 'GOOD'               TO WS-TAB-ESC-DESCRIP(3)
               MOVE 070                  TO WS-TAB-ESC-MINIMA(4)
               MOVE 'D'                  TO WS-TAB-ESC-ECTS(4)
               MOVE 2.5                  TO WS-TAB-ESC-GPA(4)
               MOVE 'SATISFACTORY'       TO WS-TAB-ESC-DESCRIP(4)
               MOVE 060                  TO WS-TAB-ESC-MINIMA(5)
               MOVE 'E'                  TO WS-TAB-ESC-ECTS(5)
               MOVE 2.0                  TO WS-TAB-ESC-GPA(5)
               MOVE 'SUFFICIENT'         TO WS-TAB-ESC-DESCRIP(5)
               MOVE 000                  TO WS-TAB-ESC-MINIMA(6)
               MOVE 'F'                  TO WS-TAB-ESC-ECTS(6)
               MOVE 0                    TO WS-TAB-ESC-GPA(6)
               MOVE 'FAIL'               TO WS-TAB-ESC-DESCRIP(6)
           END-IF.

       20500-PROCESO-COLA.
      *-------------------
      *  RECORRE LA COLA COMPLETA Y EMITE CADA TRAMITE DE
      *  TRANSCRIPT PENDIENTE; LOS DE ANALITICO QUEDAN PARA
      *  BOPGM10.
      *-------------------

           INITIALIZE SOLICITQ-DATOS-FD.
           MOVE LOW-VALUES               TO SOLICITQ-CLAVE-FD.

           START SOLICITQ KEY >= SOLICITQ-CLAVE-FD.

           IF  88-FS-SOLICITQ-OK
               PERFORM 20550-LEO-SOLICITUD
               PERFORM UNTIL NOT 88-FS-SOLICITQ-OK
                   IF  88-SOLICITQ-PENDIENTE
                   AND 88-SOLICITQ-TRANSCRIPT
                       PERFORM 20600-EMITO-TRAMITE
                   END-IF
                   PERFORM 20550-LEO-SOLICITUD
               END-PERFORM
           END-IF.

       20550-LEO-SOLICITUD.
      *--------------------

           INITIALIZE SOLICITQ-REGISTRO.

           READ SOLICITQ NEXT RECORD INTO SOLICITQ-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-SOLICITQ-OK
               WHEN 88-FS-SOLICITQ-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 20550-LEO-SOLICITUD'
                    DISPLAY 'ERROR EN READ       SOLICITQ'
                    DISPLAY 'FILE STATUS       :' FS-SOLICITQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20600-EMITO-TRAMITE.
      *--------------------

           ADD 1                         TO WS-SOLICITUDES-LEIDAS.

           MOVE SOLICITQ-TRAMITE         TO WS-TRAMITE-ACTUAL.

           PERFORM 21000-BUSCO-ALUMNO.

           IF  88-ALUMNO-HALLADO-SI
               PERFORM 21500-CONTROLO-BLOQUEO
               IF  88-CON-BLOQUEO-SI
                   PERFORM 21600-RETENGO-SOLICITUD
               ELSE
                   PERFORM 22000-EMITO-TRANSCRIPT
                   PERFORM 20650-MARCO-EMITIDO
               END-IF
           ELSE
               ADD 1                     TO WS-SOLICITUDES-SIN-ALUMNO
               DISPLAY 'TRAMITE SIN ALUMNO - NRO: '
                       SOLICITQ-TRAMITE ' TIPO: ' SOLICITQ-TIPO
                       ' NUMERO: ' SOLICITQ-NUMERO
           END-IF.

       20650-MARCO-EMITIDO.
      *--------------------

           MOVE 'E'                      TO SOLICITQ-ESTADO.
           MOVE WS-CURRENT-DATE-DATE     TO SOLICITQ-FECHA-EMISION.

           REWRITE SOLICITQ-DATOS-FD     FROM SOLICITQ-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-SOLICITQ-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 20650-MARCO-EMITIDO'
                    DISPLAY 'ERROR EN REWRITE    SOLICITQ'
                    DISPLAY 'FILE STATUS       :' FS-SOLICITQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21000-BUSCO-ALUMNO.
      *-------------------
      *  RESUELVE EL TRAMITE CONTRA EL MAESTRO: POR LEGAJO CON LA
      *  CLAVE PRIMARIA, O POR DNI CON LA CLAVE ALTERNATIVA
      *  ALU-DNI-FD, IGUAL QUE BOPGM10.
      *-------------------

           SET 88-ALUMNO-HALLADO-NO      TO TRUE.

           INITIALIZE ALU-REGISTRO
                      NRO-LEGAJO-ALUMNO-FD.

           EVALUATE TRUE
               WHEN 88-SOLICITQ-LEGAJO
                    MOVE SOLICITQ-NUMERO TO ALUMNO-COD-FD
                    READ ALUMNOS INTO ALU-REGISTRO
               WHEN 88-SOLICITQ-DNI
                    MOVE SOLICITQ-NUMERO TO ALU-DNI-FD
                    READ ALUMNOS INTO ALU-REGISTRO
                         KEY IS ALU-DNI-FD
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF  88-SOLICITQ-LEGAJO
           OR  88-SOLICITQ-DNI
               EVALUATE TRUE
                   WHEN 88-FS-ALUMNOS-OK
                   WHEN 88-FS-ALUMNOS-DUPOK
                        SET 88-ALUMNO-HALLADO-SI TO TRUE
                   WHEN 88-FS-ALUMNOS-NOKEY
                   WHEN 88-FS-ALUMNOS-INVKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21000-BUSCO-ALUMNO'
                        DISPLAY 'ERROR EN READ       ALUMNOS'
                        DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21500-CONTROLO-BLOQUEO.
      *-----------------------
      *  EL ALUMNO CON CUALQUIER BLOQUEO VIGENTE NO RECIBE SU
      *  TRANSCRIPT; EL PRIMER BLOQUEO HALLADO ES EL QUE SE
      *  INFORMA.
      *-----------------------

           SET 88-CON-BLOQUEO-NO         TO TRUE.

           IF  88-OPEN-BLOQUEOS-SI
               INITIALIZE BLOQUEOS-DATOS-FD
               MOVE ALU-CODIGO           TO BLOQUEOS-ALUMNO-FD
               MOVE LOW-VALUES           TO BLOQUEOS-TIPO-FD

               START BLOQUEOS KEY >= BLOQUEOS-CLAVE-FD

               EVALUATE TRUE
                   WHEN 88-FS-BLOQUEOS-OK
                        READ BLOQUEOS NEXT RECORD
                             INTO BLOQUEOS-REGISTRO
                        IF  88-FS-BLOQUEOS-OK
                        AND BLOQUEOS-COD-ALUMNO = ALU-CODIGO
                            SET 88-CON-BLOQUEO-SI TO TRUE
                        END-IF
                   WHEN 88-FS-BLOQUEOS-INVKEY
                   WHEN 88-FS-BLOQUEOS-NOKEY
                   WHEN 88-FS-BLOQUEOS-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21500-CONTROLO-BLOQUEO'
                        DISPLAY 'ERROR EN START      BLOQUEOS'
                        DISPLAY 'FILE STATUS       :' FS-BLOQUEOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21600-RETENGO-SOLICITUD.
      *------------------------
      *  EL TRAMITE RETENIDO SIGUE PENDIENTE HASTA QUE EL BLOQUEO
      *  SE LEVANTE Y QUEDA EN LA PAGINA DE EXCEPCIONES.
      *------------------------

           ADD 1                         TO WS-SOLICITUDES-RETENIDAS.

           MOVE ALU-CODIGO               TO DX-LEGAJO.
           MOVE BLOQUEOS-TIPO            TO DX-TIPO.
           MOVE BLOQUEOS-MOTIVO          TO DX-MOTIVO.
           MOVE WS-TRAMITE-ACTUAL        TO DX-TRAMITE.

           WRITE REG-TRANSEXC-FD FROM DET-EXC.

           EVALUATE TRUE
               WHEN 88-FS-TRANSEXC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21600-RETENGO-SOLICITUD'
                    DISPLAY 'ERROR EN WRITE      TRANSEXC'
                    DISPLAY 'FILE STATUS       :' FS-TRANSEXC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22000-EMITO-TRANSCRIPT.
      *-----------------------

           PERFORM 22100-ESCANEO-STCALIF-ALUMNO.
           PERFORM 22200-IMPRIMO-ENCABEZADO.
           PERFORM 22300-IMPRIMO-APROBADAS.
           PERFORM 22400-IMPRIMO-PIE.
           PERFORM 22500-IMPRIMO-LEYENDA.

           ADD 1                         TO WS-TRANSCRIPTS-EMITIDOS.

       22100-ESCANEO-STCALIF-ALUMNO.
      *-----------------------------
      *  MISMO RECORRIDO QUE BOPGM10: PARA CADA TRAMITE SE
      *  POSICIONA STCALIF EN EL PRIMER EXAMEN DEL ALUMNO Y SE LEEN
      *  SOLO LOS SUYOS, ARMANDO EL MEJOR INTENTO POR MATERIA. LAS
      *  NOTAS PROVISORIAS NO SE PUBLICAN.
      *-----------------------------

           MOVE 0                        TO WS-CANT-TAB-MEJOR.

           IF  88-OPEN-STCALIF-NO
               OPEN INPUT STCALIF
               IF  88-FS-STCALIF-OK
                   SET 88-OPEN-STCALIF-SI TO TRUE
               ELSE
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 22100-ESCANEO-STCALIF-ALUMNO'
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
                    DISPLAY 'PARRAFO: 22100-ESCANEO-STCALIF-ALUMNO'
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
                       IF  NOT 88-STCALIF-PROVISORIA
                           PERFORM 22150-ACUMULO-MEJOR-INTENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       22150-ACUMULO-MEJOR-INTENTO.
      *----------------------------

           SET  WS-IDX-TAB-MEJOR         TO 1.
           PERFORM UNTIL WS-IDX-TAB-MEJOR > WS-CANT-TAB-MEJOR
                    OR WS-TAB-MEJOR-MAT(WS-IDX-TAB-MEJOR) =
                               STCALIF-COD-MATERIA
               SET WS-IDX-TAB-MEJOR      UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-MEJOR > WS-CANT-TAB-MEJOR
               IF  WS-CANT-TAB-MEJOR < 100
                   ADD 1                 TO WS-CANT-TAB-MEJOR
                   SET WS-IDX-TAB-MEJOR  TO WS-CANT-TAB-MEJOR
                   MOVE STCALIF-COD-MATERIA
                        TO WS-TAB-MEJOR-MAT(WS-IDX-TAB-MEJOR)
                   PERFORM 22160-GUARDO-INTENTO
               END-IF
           ELSE
               IF  STCALIF-NOTA >
                       WS-TAB-MEJOR-NOTA(WS-IDX-TAB-MEJOR)
                   PERFORM 22160-GUARDO-INTENTO
               END-IF
           END-IF.

       22160-GUARDO-INTENTO.
      *---------------------

           MOVE STCALIF-NOTA
                TO WS-TAB-MEJOR-NOTA(WS-IDX-TAB-MEJOR).
           MOVE STCALIF-FECHA-EXAMEN
                TO WS-TAB-MEJOR-FECHA(WS-IDX-TAB-MEJOR).

       22200-IMPRIMO-ENCABEZADO.
      *-------------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           MOVE ALU-CODIGO               TO TTC-LEGAJO.
           MOVE ALU-DNI                  TO TTC-DNI.
           MOVE ' '                      TO TTC-NOMBRE.
           STRING
                  ALU-NOMBRE   DELIMITED BY '  '
                  ' '          DELIMITED BY SIZE
                  ALU-APELLIDO DELIMITED BY '  '
              INTO
                  TTC-NOMBRE
           END-STRING.

           SET 88-SALTO-HOJA-SI          TO TRUE.

           MOVE TIT-T01                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE SPACES                   TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TIT-T02                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TIT-T03                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TIT-T04                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE SPACES                   TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TIT-T05                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TIT-T06                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.

       22300-IMPRIMO-APROBADAS.
      *------------------------
      *  UNA LINEA POR MATERIA APROBADA (MEJOR INTENTO MAYOR O
      *  IGUAL AL CORTE VIGENTE A SU FECHA), CON SUS CREDITOS Y SU
      *  NOTA CONVERTIDA. LAS MATERIAS CON HORAS EN CERO NO DAN
      *  CREDITOS NI PONDERAN, IGUAL QUE EN EL ANALITICO.
      *------------------------

           MOVE 0                        TO WS-APROBADAS-ALUMNO
                                            WS-ACUM-HORAS
                                            WS-ACUM-NOTA-PESO
                                            WS-ACUM-CREDITOS
                                            WS-ACUM-GPA-PESO.

           SET  WS-IDX-TAB-MEJOR         TO 1.
           PERFORM UNTIL WS-IDX-TAB-MEJOR > WS-CANT-TAB-MEJOR
               PERFORM 22310-DETERMINO-CORTE-FECHA
               IF  WS-TAB-MEJOR-NOTA(WS-IDX-TAB-MEJOR) >=
                                         WS-CORTE-FECHA
                   PERFORM 22350-IMPRIMO-MATERIA-APROBADA
               END-IF
               SET WS-IDX-TAB-MEJOR      UP BY 1
           END-PERFORM.

           IF  WS-APROBADAS-ALUMNO = 0
               MOVE TRL-T-VACIO          TO REG-TRANSCRIPT
               PERFORM 23000-ESCRIBO-TRANSCRIPT
           END-IF.

       22310-DETERMINO-CORTE-FECHA.
      *----------------------------
      *  CORTE DE APROBACION VIGENTE A LA FECHA DEL MEJOR INTENTO,
      *  CON EL MISMO CRITERIO QUE 22310 EN BOPGM10.
      *----------------------------

           MOVE 0                        TO WS-CORTE-FECHA.

           IF  88-HAY-ESCALA-VIG-SI
               SET  WS-IDX-TAB-VIG       TO 1
               PERFORM UNTIL WS-IDX-TAB-VIG > WS-CANT-TAB-VIG
                   IF  WS-TAB-MEJOR-FECHA(WS-IDX-TAB-MEJOR) >=
                               WS-TAB-VIG-DESDE(WS-IDX-TAB-VIG)
                   AND (WS-TAB-VIG-HASTA(WS-IDX-TAB-VIG) = SPACES
                     OR WS-TAB-VIG-HASTA(WS-IDX-TAB-VIG) =
                               '00000000'
                     OR WS-TAB-MEJOR-FECHA(WS-IDX-TAB-MEJOR) <=
                               WS-TAB-VIG-HASTA(WS-IDX-TAB-VIG))
                   AND WS-TAB-VIG-OBSERV(WS-IDX-TAB-VIG)
                               NOT = 'REPROBADO'
                       IF  WS-CORTE-FECHA = 0
                       OR  WS-TAB-VIG-MINIMA(WS-IDX-TAB-VIG) <
                                         WS-CORTE-FECHA
                           MOVE WS-TAB-VIG-MINIMA(WS-IDX-TAB-VIG)
                                         TO WS-CORTE-FECHA
                       END-IF
                   END-IF
                   SET WS-IDX-TAB-VIG    UP BY 1
               END-PERFORM
           END-IF.

           IF  WS-CORTE-FECHA = 0
               MOVE WS-NOTA-APROBACION   TO WS-CORTE-FECHA
           END-IF.

       22320-CONVIERTO-NOTA.
      *---------------------
      *  BUSCA LA BANDA DE LA ESCALA EXTRANJERA QUE CORRESPONDE A
      *  LA NOTA DEL MEJOR INTENTO: LA DE MINIMA MAS ALTA QUE NO
      *  LA SUPERA, SIN IMPORTAR EL ORDEN DE LAS LINEAS EN
      *  TRANSCFG. SIN BANDA APLICABLE LA NOTA SALE SIN LETRA.
      *---------------------

           SET 88-BANDA-HALLADA-NO       TO TRUE.
           MOVE 0                        TO WS-BANDA-MINIMA
                                            WS-BANDA-GPA.
           MOVE '--'                     TO WS-BANDA-ECTS.

           SET  WS-IDX-TAB-ESC           TO 1.
           PERFORM UNTIL WS-IDX-TAB-ESC > WS-CANT-TAB-ESC
               IF  WS-TAB-ESC-MINIMA(WS-IDX-TAB-ESC) <=
                       WS-TAB-MEJOR-NOTA(WS-IDX-TAB-MEJOR)
               AND (88-BANDA-HALLADA-NO
                OR  WS-TAB-ESC-MINIMA(WS-IDX-TAB-ESC) >
                                         WS-BANDA-MINIMA)
                   SET 88-BANDA-HALLADA-SI TO TRUE
                   MOVE WS-TAB-ESC-MINIMA(WS-IDX-TAB-ESC)
                                         TO WS-BANDA-MINIMA
                   MOVE WS-TAB-ESC-ECTS(WS-IDX-TAB-ESC)
                                         TO WS-BANDA-ECTS
                   MOVE WS-TAB-ESC-GPA(WS-IDX-TAB-ESC)
                                         TO WS-BANDA-GPA
               END-IF
               SET WS-IDX-TAB-ESC        UP BY 1
           END-PERFORM.

       22350-IMPRIMO-MATERIA-APROBADA.
      *-------------------------------

           ADD 1                         TO WS-APROBADAS-ALUMNO.

           PERFORM 22360-RECUPERO-DATA-MATERIA.
           PERFORM 22320-CONVIERTO-NOTA.

      *  CREDITOS ECTS DE LA MATERIA Y SU PESO EN EL GPA.
           IF  MATERIAS-HORAS > 0
               COMPUTE WS-CREDITOS-MATERIA ROUNDED =
                       MATERIAS-HORAS / WS-HORAS-CREDITO
               ADD WS-CREDITOS-MATERIA   TO WS-ACUM-CREDITOS
               COMPUTE WS-ACUM-GPA-PESO =
                       WS-ACUM-GPA-PESO
                     + WS-BANDA-GPA * WS-CREDITOS-MATERIA
           ELSE
               MOVE 0                    TO WS-CREDITOS-MATERIA
           END-IF.

           MOVE WS-TAB-MEJOR-NOTA(WS-IDX-TAB-MEJOR) TO DT-NOTA.
           MOVE WS-TAB-MEJOR-FECHA(WS-IDX-TAB-MEJOR)(7:2)
                                         TO DT-FECHA-DD.
           MOVE WS-TAB-MEJOR-FECHA(WS-IDX-TAB-MEJOR)(5:2)
                                         TO DT-FECHA-MM.
           MOVE WS-TAB-MEJOR-FECHA(WS-IDX-TAB-MEJOR)(1:4)
                                         TO DT-FECHA-AAAA.
           MOVE MATERIAS-HORAS           TO DT-HORAS.
           MOVE WS-CREDITOS-MATERIA      TO DT-CREDITOS.
           MOVE WS-BANDA-ECTS            TO DT-ECTS.
           MOVE WS-BANDA-GPA             TO DT-GPA.

           MOVE DET-TRA                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.

       22360-RECUPERO-DATA-MATERIA.
      *----------------------------
      *  LEE LA MATERIA (CARGA HORARIA Y NOMBRE DE RESPALDO) Y
      *  ACUMULA SU PESO EN EL PROMEDIO LOCAL. EL NOMBRE EN INGLES
      *  DE MATINGL, SI EXISTE, REEMPLAZA AL DEL MAESTRO.
      *----------------------------

           INITIALIZE MATERIAS-REGISTRO
                      COD-MATERIAS-DATOS-FD.

           MOVE WS-TAB-MEJOR-MAT(WS-IDX-TAB-MEJOR)
                                         TO COD-MATERIAS-FD
                                            MATERIAS-CODIGO.

           READ MATERIAS INTO MATERIAS-REGISTRO.

           EVALUATE TRUE
                WHEN  88-FS-MATERIAS-OK
                      MOVE  MATERIA-NOMBRE TO DT-MATERIA
                      IF  MATERIAS-HORAS > 0
                          ADD MATERIAS-HORAS TO WS-ACUM-HORAS
                          COMPUTE WS-ACUM-NOTA-PESO =
                                  WS-ACUM-NOTA-PESO
                                + WS-TAB-MEJOR-NOTA(WS-IDX-TAB-MEJOR)
                                  * MATERIAS-HORAS
                      END-IF
                WHEN  88-FS-MATERIAS-NOKEY
                      MOVE  WS-TAB-MEJOR-MAT(WS-IDX-TAB-MEJOR)
                                            TO DT-MATERIA
                      MOVE  0               TO MATERIAS-HORAS
                WHEN OTHER
                      DISPLAY '--------------------------------'
                      DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                      DISPLAY 'PARRAFO: 22360-RECUPERO-DATA-MATERIA'
                      DISPLAY 'ERROR EN RECUPERO DATA MATERIAS'
                      DISPLAY 'FILE STATUS       :' FS-MATERIAS
                      DISPLAY 'SE CANCELA EL PROCESO'
                      DISPLAY '--------------------------------'
                      PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 22365-BUSCO-NOMBRE-INGLES.

       22365-BUSCO-NOMBRE-INGLES.
      *--------------------------

           IF  88-OPEN-MATINGL-SI
               INITIALIZE MATINGL-REGISTRO
                          MATINGL-DATOS-FD
               MOVE WS-TAB-MEJOR-MAT(WS-IDX-TAB-MEJOR)
                                         TO MATINGL-CODIGO-FD

               READ MATINGL INTO MATINGL-REGISTRO

               EVALUATE TRUE
                   WHEN 88-FS-MATINGL-OK
                        IF  MATINGL-NOMBRE NOT = SPACES
                            MOVE MATINGL-NOMBRE TO DT-MATERIA
                        ELSE
                            ADD 1 TO WS-MATERIAS-SIN-TRADUCCION
                        END-IF
                   WHEN 88-FS-MATINGL-NOKEY
                   WHEN 88-FS-MATINGL-INVKEY
                        ADD 1            TO WS-MATERIAS-SIN-TRADUCCION
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22365-BUSCO-NOMBRE-INGLES'
                        DISPLAY 'ERROR EN READ       MATINGL'
                        DISPLAY 'FILE STATUS       :' FS-MATINGL
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           ELSE
               ADD 1                     TO WS-MATERIAS-SIN-TRADUCCION
           END-IF.

       22400-IMPRIMO-PIE.
      *------------------

           IF  WS-ACUM-HORAS > 0
               COMPUTE WS-PROMEDIO-PONDERADO =
                       WS-ACUM-NOTA-PESO / WS-ACUM-HORAS
           ELSE
               MOVE 0                    TO WS-PROMEDIO-PONDERADO
           END-IF.

           IF  WS-ACUM-CREDITOS > 0
               COMPUTE WS-GPA-PONDERADO ROUNDED =
                       WS-ACUM-GPA-PESO / WS-ACUM-CREDITOS
           ELSE
               MOVE 0                    TO WS-GPA-PONDERADO
           END-IF.

           ADD 1                         TO WS-FOLIO.

           MOVE WS-APROBADAS-ALUMNO      TO TRT-APROBADAS.
           MOVE WS-ACUM-CREDITOS         TO TRT-CREDITOS.
           MOVE WS-GPA-PONDERADO         TO TRT-GPA.
           MOVE WS-PROMEDIO-PONDERADO    TO TRT-PROMEDIO.
           MOVE WS-CURRENT-DATE-DD       TO TRT-EMISION-DD.
           MOVE WS-CURRENT-DATE-MM       TO TRT-EMISION-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TRT-EMISION-AAAA.
           MOVE WS-FOLIO                 TO TRT-FOLIO.
           MOVE WS-TRAMITE-ACTUAL        TO TRT-TRAMITE.

           MOVE SPACES                   TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TRL-T01                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TRL-T02                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE SPACES                   TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TRL-T03                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE SPACES                   TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TRL-T04                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE TRL-T05                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.

       22500-IMPRIMO-LEYENDA.
      *----------------------
      *  LEYENDA DE LA CONVERSION CON LOS VALORES EFECTIVAMENTE
      *  APLICADOS: HORAS POR CREDITO Y CADA BANDA DE LA ESCALA.
      *----------------------

           MOVE WS-HORAS-CREDITO         TO LYT-HORAS-CREDITO
                                            LYT-HORAS-DIVISOR.

           MOVE SPACES                   TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE LEY-T01                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE LEY-T02                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE LEY-T03                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE LEY-T04                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.
           MOVE LEY-T05                  TO REG-TRANSCRIPT.
           PERFORM 23000-ESCRIBO-TRANSCRIPT.

           SET  WS-IDX-TAB-ESC           TO 1.
           PERFORM UNTIL WS-IDX-TAB-ESC > WS-CANT-TAB-ESC
               MOVE WS-TAB-ESC-MINIMA(WS-IDX-TAB-ESC) TO DL-MINIMA
               MOVE WS-TAB-ESC-ECTS(WS-IDX-TAB-ESC)   TO DL-ECTS
               MOVE WS-TAB-ESC-GPA(WS-IDX-TAB-ESC)    TO DL-GPA
               MOVE WS-TAB-ESC-DESCRIP(WS-IDX-TAB-ESC)
                                         TO DL-DESCRIPCION
               MOVE DET-LEY              TO REG-TRANSCRIPT
               PERFORM 23000-ESCRIBO-TRANSCRIPT
               SET WS-IDX-TAB-ESC        UP BY 1
           END-PERFORM.

       23000-ESCRIBO-TRANSCRIPT.
      *-------------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-TRANSCRIPT-FD FROM REG-TRANSCRIPT AFTER PAGE
           ELSE
              WRITE REG-TRANSCRIPT-FD FROM REG-TRANSCRIPT AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-TRANSCRIPT-OK
                   ADD 1              TO  WS-GRABADOS-TRANSCRIPT
                   ADD 1              TO  WS-LINEA

              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 23000-ESCRIBO-TRANSCRIPT'
                   DISPLAY 'ERROR EN ESCRIBO    TRANSCRIPT'
                   DISPLAY 'FILE STATUS       :' FS-TRANSCRIPT
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'SOLICITUDES LEIDAS:' WS-SOLICITUDES-LEIDAS.
           DISPLAY 'TRANSCRIPTS       :' WS-TRANSCRIPTS-EMITIDOS.
           DISPLAY 'SIN ALUMNO        :' WS-SOLICITUDES-SIN-ALUMNO.
           DISPLAY 'RETENIDOS BLOQUEO :' WS-SOLICITUDES-RETENIDAS.
           DISPLAY 'MAT. SIN TRADUCC. :' WS-MATERIAS-SIN-TRADUCCION.
           DISPLAY 'LINEAS GRABADAS   :' WS-GRABADOS-TRANSCRIPT.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-SOLICITQ-SI
              SET 88-OPEN-SOLICITQ-NO TO TRUE
              CLOSE SOLICITQ
           END-IF.

           IF 88-OPEN-ALUMNOS-SI
              SET 88-OPEN-ALUMNOS-NO  TO TRUE
              CLOSE ALUMNOS
           END-IF.

           IF 88-OPEN-MATERIAS-SI
              SET 88-OPEN-MATERIAS-NO TO TRUE
              CLOSE MATERIAS
           END-IF.

           IF 88-OPEN-MATINGL-SI
              SET 88-OPEN-MATINGL-NO  TO TRUE
              CLOSE MATINGL
           END-IF.

           IF 88-OPEN-STCALIF-SI
              SET 88-OPEN-STCALIF-NO  TO TRUE
              CLOSE STCALIF
           END-IF.

           IF 88-OPEN-BLOQUEOS-SI
              SET 88-OPEN-BLOQUEOS-NO TO TRUE
              CLOSE BLOQUEOS
           END-IF.

           IF 88-OPEN-TRANSCRIPT-SI
              SET 88-OPEN-TRANSCRIPT-NO TO TRUE
              CLOSE TRANSCRIPT
           END-IF.

           IF 88-OPEN-TRANSEXC-SI
              SET 88-OPEN-TRANSEXC-NO TO TRUE
              CLOSE TRANSEXC
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
