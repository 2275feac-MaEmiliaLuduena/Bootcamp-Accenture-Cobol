       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM71.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA ARMA, A DEMANDA, EL PAQUETE DE PASE
      * (PASESAL) DE LOS ALUMNOS QUE SE VAN A OTRA INSTITUCION,
      * EN EL FORMATO FIJO DOCUMENTADO EN WPASE: POR ALUMNO UNA
      * CABECERA CON SU IDENTIDAD (ALUMNOS), CARRERA, PLAN Y ANIO
      * DE INGRESO (ALUCARR), Y UN REGISTRO POR MATERIA APROBADA
      * CON NOTA, FECHA, CARGA HORARIA (MATERIAS-HORAS) Y
      * LIBRO/FOLIO DEL ACTA (ACTAREG). AL FINAL UN TRAILER DE
      * CONTROL CON CANTIDADES Y SUMAS, QUE EL RECEPTOR VERIFICA
      * ANTES DE PROCESAR (VER BOPGM72, EL CONVERSOR DE ENTRADA
      * DEL MISMO FORMATO).
      *-----------------------------------------------------------
      * LAS MATERIAS APROBADAS SE DETERMINAN CON EL MISMO
      * CRITERIO QUE EL CERTIFICADO ANALITICO DE BOPGM10: EL
      * MEJOR INTENTO POR MATERIA (SIN NOTAS PROVISORIAS),
      * CALIFICADO CON EL CORTE DE APROBACION VIGENTE A SU FECHA
      * (NOTASVIG, O NOTASCFG SIN ESCALA CON VIGENCIA), MAS LAS
      * EQUIVALENCIAS RECONOCIDAS EN EQUIVALE (MODALIDAD 'Q').
      *-----------------------------------------------------------
      * CORRE SOBRE UN ARCHIVO DE SOLICITUDES (PASEREQ): UNA
      * LINEA POR ALUMNO, POR LEGAJO ('L') O POR DNI ('D'), CON
      * LA CARRERA OPCIONAL (EN BLANCO = LA PRIMERA INSCRIPCION
      * DEL ALUMNO EN ALUCARR). LA IDENTIFICACION PROPIA SALE DE
      * PASECFG (VER WPASECFG), QUE ES OBLIGATORIO.
      *-----------------------------------------------------------
      * RETORNO:
      *   RC=0  TODAS LAS SOLICITUDES EMITIDAS.
      *   RC=4  HAY SOLICITUDES SIN ALUMNO, DE ALUMNOS
      *         ANONIMIZADOS O SIN INSCRIPCION A LA CARRERA (SE
      *         INFORMAN POR DISPLAY; LAS DOS PRIMERAS NO SALEN).
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------

       FILE-CONTROL.
      *------------

      *----------------------------------------------------------
      *  LOS NOMBRES LOGICOS SE RESUELVEN CONTRA LAS VARIABLES DE
      *  ENTORNO DEL MISMO NOMBRE (VER JOB STREAM GRADES.JCL).
      *----------------------------------------------------------

           SELECT PASEREQ          ASSIGN       TO
                                   'PASEREQ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PASEREQ.

           SELECT PASECFG          ASSIGN       TO
                                   'PASECFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PASECFG.

           SELECT ALUMNOS          ASSIGN       TO
                                   'ALUMNOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-ALUMNOS-FD
                                   ALTERNATE RECORD KEY IS
                                            ALU-DNI-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-ALUMNOS.

           SELECT ALUCARR          ASSIGN       TO
                                   'ALUCARR'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ALUCARR.

           SELECT MATERIAS         ASSIGN       TO
                                   'MATERIAS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-MATERIAS-FD
                                   FILE STATUS  IS FS-MATERIAS.

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
      *  EQUIVALENCIAS RECONOCIDAS POR RESOLUCION (VER MNTEQUI).
      *  OPCIONAL: SIN ARCHIVO EL PASE SALE SOLO CON LAS
      *  APROBACIONES POR EXAMEN O PROMOCION.
      *----------------------------------------------------------
           SELECT OPTIONAL EQUIVALE ASSIGN      TO
                                   'EQUIVALE'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS EQUIVAL-CLAVE-FD
                                   FILE STATUS  IS FS-EQUIVALE.

      *----------------------------------------------------------
      *  REGISTRO DE LIBRO/FOLIO DE ACTAS (VER WACTAREG).
      *  OPCIONAL: SIN EL REGISTRO, LIBRO Y FOLIO SALEN EN CEROS.
      *----------------------------------------------------------
           SELECT OPTIONAL ACTAREG ASSIGN       TO
                                   'ACTAREG'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS ACTAREG-CLAVE-FD
                                   FILE STATUS  IS FS-ACTAREG.

      *----------------------------------------------------------
      *  ESCALA DE NOTAS Y ESCALA CON VIGENCIA, OPCIONALES, CON
      *  EL MISMO USO QUE EN BOPGM10.
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

           SELECT PASESAL          ASSIGN       TO
                                   'PASESAL'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PASESAL.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  PASEREQ
           RECORDING MODE IS F.
       01  REG-PASEREQ-FD                PIC  X(20).

       FD  PASECFG
           RECORDING MODE IS F.
       01  PASECFG-RECORD-FD             PIC  X(60).

       FD  ALUMNOS.
       01  NRO-LEGAJO-ALUMNO-FD.
           03  COD-ALUMNOS-FD.
               05  ALUMNO-COD-FD         PIC 9(06).
           03  ALU-DNI-FD                PIC 9(08).
           03  FILLER                    PIC X(166).

       FD  ALUCARR
           RECORDING MODE IS F.
       01  ALUCARR-RECORD-FD             PIC  X(20).

       FD  MATERIAS.
       01  COD-MATERIAS-DATOS-FD.
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

       FD  EQUIVALE.
       01  EQUIVALE-DATOS-FD.
           03  EQUIVAL-CLAVE-FD.
               05  EQUIVAL-ALUMNO-FD     PIC 9(06).
               05  EQUIVAL-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(56).

       FD  ACTAREG.
       01  ACTAREG-DATOS-FD.
           03  ACTAREG-CLAVE-FD.
               05  ACTAREG-INSTITUTO-FD  PIC X(50).
               05  ACTAREG-FECHA-FD      PIC X(08).
               05  ACTAREG-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(34).

       FD  NOTASCFG
           RECORDING MODE IS F.
       01  NOTASCFG-RECORD-FD            PIC  X(30).

       FD  NOTASVIG.
       01  NOTASVIG-DATOS-FD.
           03  NOTASVIG-CLAVE-FD.
               05  NOTASVIG-DESDE-FD     PIC X(08).
               05  NOTASVIG-MINIMA-FD    PIC 9(02)V9(01).
           03  FILLER                    PIC X(39).

       FD  PASESAL
           RECORDING MODE IS F.
       01  REG-PASESAL-FD                PIC  X(250).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM71'.

       77  FS-PASEREQ                    PIC  X(02) VALUE ' '.
           88 88-FS-PASEREQ-OK                      VALUE '00'.
           88 88-FS-PASEREQ-EOF                     VALUE '10'.

       77  FS-PASECFG                    PIC  X(02) VALUE ' '.
           88 88-FS-PASECFG-OK                      VALUE '00'.
           88 88-FS-PASECFG-EOF                     VALUE '10'.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-DUPOK                   VALUE '02'.
           88 88-FS-ALUMNOS-EOF                     VALUE '10'.
           88 88-FS-ALUMNOS-INVKEY                  VALUE '21'.
           88 88-FS-ALUMNOS-NOKEY                   VALUE '23'.

       77  FS-ALUCARR                    PIC  X(02) VALUE ' '.
           88 88-FS-ALUCARR-OK                      VALUE '00'.
           88 88-FS-ALUCARR-EOF                     VALUE '10'.

       77  FS-MATERIAS                   PIC X(02)  VALUE ' '.
           88 88-FS-MATERIAS-OK                     VALUE '00'.
           88 88-FS-MATERIAS-INVKEY                 VALUE '21'.
           88 88-FS-MATERIAS-NOKEY                  VALUE '23'.

       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.
           88 88-FS-STCALIF-NOKEY                   VALUE '23'.

       77  FS-EQUIVALE                   PIC  X(02) VALUE ' '.
           88 88-FS-EQUIVALE-OK                     VALUE '00'.
           88 88-FS-EQUIVALE-EOF                    VALUE '10'.
           88 88-FS-EQUIVALE-INVKEY                 VALUE '21'.
           88 88-FS-EQUIVALE-NOKEY                  VALUE '23'.

       77  FS-ACTAREG                    PIC  X(02) VALUE ' '.
           88 88-FS-ACTAREG-OK                      VALUE '00'.
           88 88-FS-ACTAREG-INVKEY                  VALUE '21'.
           88 88-FS-ACTAREG-NOKEY                   VALUE '23'.

       77  FS-NOTASCFG                   PIC  X(02) VALUE ' '.
           88 88-FS-NOTASCFG-OK                     VALUE '00'.
           88 88-FS-NOTASCFG-EOF                    VALUE '10'.

       77  FS-NOTASVIG                   PIC X(02)  VALUE ' '.
           88 88-FS-NOTASVIG-OK                     VALUE '00'.
           88 88-FS-NOTASVIG-EOF                    VALUE '10'.

       77  FS-PASESAL                    PIC  X(02) VALUE ' '.
           88 88-FS-PASESAL-OK                      VALUE '00'.

       77  WS-OPEN-PASEREQ               PIC X      VALUE 'N'.
           88 88-OPEN-PASEREQ-SI                    VALUE 'S'.
           88 88-OPEN-PASEREQ-NO                    VALUE 'N'.

       77  WS-OPEN-ALUMNOS               PIC X      VALUE 'N'.
           88 88-OPEN-ALUMNOS-SI                    VALUE 'S'.
           88 88-OPEN-ALUMNOS-NO                    VALUE 'N'.

       77  WS-OPEN-ALUCARR               PIC X      VALUE 'N'.
           88 88-OPEN-ALUCARR-SI                    VALUE 'S'.
           88 88-OPEN-ALUCARR-NO                    VALUE 'N'.

       77  WS-OPEN-MATERIAS              PIC X      VALUE 'N'.
           88 88-OPEN-MATERIAS-SI                   VALUE 'S'.
           88 88-OPEN-MATERIAS-NO                   VALUE 'N'.

       77  WS-OPEN-STCALIF               PIC X      VALUE 'N'.
           88 88-OPEN-STCALIF-SI                    VALUE 'S'.
           88 88-OPEN-STCALIF-NO                    VALUE 'N'.

       77  WS-OPEN-EQUIVALE              PIC X      VALUE 'N'.
           88 88-OPEN-EQUIVALE-SI                   VALUE 'S'.
           88 88-OPEN-EQUIVALE-NO                   VALUE 'N'.

       77  WS-OPEN-ACTAREG               PIC X      VALUE 'N'.
           88 88-OPEN-ACTAREG-SI                    VALUE 'S'.
           88 88-OPEN-ACTAREG-NO                    VALUE 'N'.

       77  WS-OPEN-PASESAL               PIC X      VALUE 'N'.
           88 88-OPEN-PASESAL-SI                    VALUE 'S'.
           88 88-OPEN-PASESAL-NO                    VALUE 'N'.

       77  WS-ALUMNO-HALLADO             PIC X      VALUE 'N'.
           88 88-ALUMNO-HALLADO-SI                  VALUE 'S'.
           88 88-ALUMNO-HALLADO-NO                  VALUE 'N'.

      *-------------------------------------------------------------*
      *     SOLICITUD EN PROCESO ('L' = POR LEGAJO, 'D' = POR DNI)  *
      *     CON LA CARRERA PEDIDA (EN BLANCO = LA PRIMERA).         *
      *-------------------------------------------------------------*
       01  REG-PASEREQ.
           03  PASEREQ-TIPO              PIC X(01).
               88  88-PASEREQ-LEGAJO                VALUE 'L'.
               88  88-PASEREQ-DNI                   VALUE 'D'.
           03  PASEREQ-NUMERO            PIC 9(08).
           03  PASEREQ-CARRERA           PIC X(06).
           03  FILLER                    PIC X(05).

      *-------------------------------------------------------------*
      *     ALUMNOS A EMITIR, RESUELTOS CONTRA EL MAESTRO, CON SU   *
      *     CARRERA, PLAN Y ANIO DE INGRESO (UNA SOLA PASADA DE     *
      *     ALUCARR PARA TODAS LAS SOLICITUDES).                    *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-PASE              PIC 9(03)  VALUE 0.
       01  WS-TABLA-PASES.
           03  WS-TAB-PASE OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-PASE.
               05  WS-TAB-PASE-LEGAJO     PIC 9(06).
               05  WS-TAB-PASE-CARRERA    PIC X(06).
               05  WS-TAB-PASE-PLAN       PIC 9(02).
               05  WS-TAB-PASE-ANIO       PIC 9(04).
               05  WS-TAB-PASE-INSCRIPTO  PIC X(01).
                   88  88-TAB-PASE-INSCRIPTO-SI     VALUE 'S'.
                   88  88-TAB-PASE-INSCRIPTO-NO     VALUE 'N'.

       77  WS-NOTA-APROBACION            PIC 9(02)V9(01) VALUE 060.

       77  WS-HAY-ESCALA-VIG             PIC X      VALUE 'N'.
           88 88-HAY-ESCALA-VIG-SI                  VALUE 'S'.
           88 88-HAY-ESCALA-VIG-NO                  VALUE 'N'.

      *-------------------------------------------------------------*
      *     BANDAS CON VIGENCIA (NOTASVIG) Y CORTE DE APROBACION    *
      *     VIGENTE A LA FECHA DEL MEJOR INTENTO EN PROCESO.        *
      *-------------------------------------------------------------*
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
      *     MEJOR INTENTO POR MATERIA DEL ALUMNO EN PROCESO, IGUAL  *
      *     QUE WS-TABLA-MEJOR EN BOPGM10.                          *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-MEJOR             PIC 9(03)  VALUE 0.
       01  WS-TABLA-MEJOR.
           03  WS-TAB-MEJOR OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-MEJOR.
               05  WS-TAB-MEJOR-MAT       PIC X(08).
               05  WS-TAB-MEJOR-NOTA      PIC 9(02)V9(01).
               05  WS-TAB-MEJOR-FECHA     PIC X(08).
               05  WS-TAB-MEJOR-INST      PIC X(50).
               05  WS-TAB-MEJOR-INTENTO   PIC 9(02).
               05  WS-TAB-MEJOR-ORIGEN    PIC X(01).

      *-------------------------------------------------------------*
      *     CONTADORES DE LA CORRIDA Y TOTALES DE CONTROL DEL       *
      *     TRAILER DEL PAQUETE.                                    *
      *-------------------------------------------------------------*
       77  WS-SOLICITUDES-LEIDAS         PIC 9(07)  VALUE 0.
       77  WS-SOLICITUDES-SIN-ALUMNO     PIC 9(07)  VALUE 0.
       77  WS-SOLICITUDES-ANONIMIZADO    PIC 9(07)  VALUE 0.
       77  WS-SOLICITUDES-EXCEDIDAS      PIC 9(07)  VALUE 0.
       77  WS-SIN-INSCRIPCION            PIC 9(07)  VALUE 0.
       77  WS-MATERIAS-ALUMNO            PIC 9(03)  VALUE 0.

       77  WS-CANT-REGISTROS             PIC 9(09)  VALUE 0.
       77  WS-CANT-ALUMNOS               PIC 9(06)  VALUE 0.
       77  WS-CANT-MATERIAS              PIC 9(07)  VALUE 0.
       77  WS-SUMA-NOTAS                 PIC 9(09)V9(01) VALUE 0.
       77  WS-SUMA-HORAS                 PIC 9(09)  VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WSTCALIF.
       COPY WMATERIA.
       COPY WALUMNOS.
       COPY WALUCARR.
       COPY WEQUIVAL.
       COPY WGRADOS.
       COPY WACTAREG.
       COPY WNOTAVIG.
       COPY WPASECFG.
       COPY WPASE.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
              VARYING WS-IDX-TAB-PASE FROM 1 BY 1
                UNTIL WS-IDX-TAB-PASE > WS-CANT-TAB-PASE.

           PERFORM 30000-FINALIZO.

      *  RETORNO GRADUADO: 4 AVISA QUE ALGUNA SOLICITUD NO SALIO
      *  O SALIO SIN CARRERA, SIN FRENAR EL RESTO.
           IF  WS-SOLICITUDES-SIN-ALUMNO  > 0
           OR  WS-SOLICITUDES-ANONIMIZADO > 0
           OR  WS-SOLICITUDES-EXCEDIDAS   > 0
           OR  WS-SIN-INSCRIPCION         > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10120-LEO-PASECFG.
           PERFORM 10152-DETERMINO-NOTA-APROBACION.
           PERFORM 10153-CARGO-ESCALAS-VIGENCIA.
           PERFORM 10160-CARGO-SOLICITUDES.
           PERFORM 10170-CARGO-CARRERAS.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT PASEREQ.

           EVALUATE FS-PASEREQ
               WHEN '00'
                    SET 88-OPEN-PASEREQ-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT PASEREQ'
                    DISPLAY 'FILE STATUS       :' FS-PASEREQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

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

           OPEN INPUT STCALIF.

           EVALUATE FS-STCALIF
               WHEN '00'
                    SET 88-OPEN-STCALIF-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------
      *  EQUIVALENCIAS. ES OPCIONAL: SIN ARCHIVO EL PASE NO
      *  LLEVA NINGUNA MATERIA POR EQUIVALENCIA.
      *----------------------------------------------------------

           OPEN INPUT EQUIVALE.

           EVALUATE FS-EQUIVALE
               WHEN '00'
                    SET 88-OPEN-EQUIVALE-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-EQUIVALE-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------
      *  REGISTRO DE LIBRO/FOLIO DE ACTAS. ES OPCIONAL.
      *----------------------------------------------------------

           OPEN INPUT ACTAREG.

           EVALUATE FS-ACTAREG
               WHEN '00'
                    SET 88-OPEN-ACTAREG-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-ACTAREG-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT PASESAL.

           EVALUATE FS-PASESAL
               WHEN '00'
                    SET 88-OPEN-PASESAL-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT PASESAL'
                    DISPLAY 'FILE STATUS       :' FS-PASESAL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10120-LEO-PASECFG.
      *------------------
      *  LA IDENTIFICACION PROPIA ES OBLIGATORIA: UN PASE SIN
      *  CODIGO DE INSTITUCION NO LO PUEDE MAPEAR NINGUN RECEPTOR.
      *------------------

           INITIALIZE PASECFG-RECORD.

           OPEN INPUT PASECFG.

           IF  88-FS-PASECFG-OK
               READ PASECFG INTO PASECFG-RECORD
               CLOSE PASECFG
           END-IF.

           IF  NOT 88-FS-PASECFG-OK
           OR  PASECFG-INSTITUCION = SPACES
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10120-LEO-PASECFG'
               DISPLAY 'ERROR EN READ       PASECFG'
               DISPLAY 'FILE STATUS       :' FS-PASECFG
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

       10152-DETERMINO-NOTA-APROBACION.
      *--------------------------------
      *  DERIVA WS-NOTA-APROBACION DE LA ESCALA NOTASCFG CON EL
      *  MISMO CRITERIO QUE 10152-DETERMINO-NOTA-APROBACION EN
      *  BOPGM10. SIN ARCHIVO QUEDA EL CORTE POR DEFECTO.
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
      *  CARGA LAS BANDAS CON VIGENCIA DE NOTASVIG, IGUAL QUE
      *  10153-CARGO-ESCALAS-VIGENCIA EN BOPGM10.
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

       10160-CARGO-SOLICITUDES.
      *------------------------
      *  LEE TODAS LAS SOLICITUDES Y RESUELVE CADA UNA CONTRA EL
      *  MAESTRO. LAS QUE NO TIENEN ALUMNO, O SON DE UN ALUMNO
      *  ANONIMIZADO (SIN IDENTIDAD QUE TRANSFERIR), SE INFORMAN
      *  Y NO SALEN.
      *------------------------

           PERFORM 11100-READ-PASEREQ.

           PERFORM UNTIL 88-FS-PASEREQ-EOF
               PERFORM 21000-BUSCO-ALUMNO
               EVALUATE TRUE
                   WHEN 88-ALUMNO-HALLADO-NO
                        ADD 1            TO WS-SOLICITUDES-SIN-ALUMNO
                        DISPLAY 'SOLICITUD SIN ALUMNO - TIPO: '
                                PASEREQ-TIPO ' NUMERO: '
                                PASEREQ-NUMERO
                   WHEN 88-ALU-ANONIMIZADO
                        ADD 1            TO WS-SOLICITUDES-ANONIMIZADO
                        DISPLAY 'ALUMNO ANONIMIZADO, SIN PASE - '
                                'LEGAJO: ' ALU-CODIGO
                   WHEN WS-CANT-TAB-PASE NOT < 200
                        ADD 1            TO WS-SOLICITUDES-EXCEDIDAS
                        DISPLAY 'TABLA DE PASES COMPLETA, SE OMITE '
                                'LEGAJO: ' ALU-CODIGO
                   WHEN OTHER
                        ADD 1            TO WS-CANT-TAB-PASE
                        SET WS-IDX-TAB-PASE TO WS-CANT-TAB-PASE
                        MOVE ALU-CODIGO
                             TO WS-TAB-PASE-LEGAJO(WS-IDX-TAB-PASE)
                        MOVE PASEREQ-CARRERA
                             TO WS-TAB-PASE-CARRERA(WS-IDX-TAB-PASE)
                        MOVE 0
                             TO WS-TAB-PASE-PLAN(WS-IDX-TAB-PASE)
                                WS-TAB-PASE-ANIO(WS-IDX-TAB-PASE)
                        SET 88-TAB-PASE-INSCRIPTO-NO(WS-IDX-TAB-PASE)
                                         TO TRUE
               END-EVALUATE
               PERFORM 11100-READ-PASEREQ
           END-PERFORM.

       11100-READ-PASEREQ.
      *-------------------

           INITIALIZE REG-PASEREQ.

           READ PASEREQ INTO REG-PASEREQ.

           EVALUATE TRUE
               WHEN 88-FS-PASEREQ-OK
                    ADD 1              TO WS-SOLICITUDES-LEIDAS
               WHEN 88-FS-PASEREQ-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-PASEREQ'
                    DISPLAY 'ERROR EN READ       PASEREQ'
                    DISPLAY 'FILE STATUS       :' FS-PASEREQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10170-CARGO-CARRERAS.
      *---------------------
      *  UNA SOLA PASADA DE ALUCARR: CADA INSCRIPCION COMPLETA LA
      *  CARRERA, PLAN Y ANIO DE INGRESO DE LAS SOLICITUDES DEL
      *  MISMO LEGAJO QUE TODAVIA NO LA TIENEN (LA CARRERA PEDIDA
      *  O, SIN CARRERA PEDIDA, LA PRIMERA DEL ALUMNO).
      *---------------------

           OPEN INPUT ALUCARR.

           EVALUATE FS-ALUCARR
               WHEN '00'
                    SET 88-OPEN-ALUCARR-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10170-CARGO-CARRERAS'
                    DISPLAY 'ERROR EN OPEN INPUT ALUCARR'
                    DISPLAY 'FILE STATUS       :' FS-ALUCARR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-ALUCARR-EOF
               INITIALIZE ALUCARR-RECORD
               READ ALUCARR INTO ALUCARR-RECORD
               EVALUATE TRUE
                   WHEN 88-FS-ALUCARR-OK
                        PERFORM 10175-ASIGNO-CARRERA
                          VARYING WS-IDX-TAB-PASE FROM 1 BY 1
                            UNTIL WS-IDX-TAB-PASE > WS-CANT-TAB-PASE
                   WHEN 88-FS-ALUCARR-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10170-CARGO-CARRERAS'
                        DISPLAY 'ERROR EN READ       ALUCARR'
                        DISPLAY 'FILE STATUS       :' FS-ALUCARR
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

           CLOSE ALUCARR.
           SET 88-OPEN-ALUCARR-NO        TO TRUE.

       10175-ASIGNO-CARRERA.
      *---------------------

           IF  WS-TAB-PASE-LEGAJO(WS-IDX-TAB-PASE) =
                                         ALUCARR-COD-ALUMNO
           AND 88-TAB-PASE-INSCRIPTO-NO(WS-IDX-TAB-PASE)
           AND (WS-TAB-PASE-CARRERA(WS-IDX-TAB-PASE) = SPACES
             OR WS-TAB-PASE-CARRERA(WS-IDX-TAB-PASE) =
                                         ALUCARR-COD-CARRERA)
               MOVE ALUCARR-COD-CARRERA
                    TO WS-TAB-PASE-CARRERA(WS-IDX-TAB-PASE)
               MOVE ALUCARR-PLAN-VERSION
                    TO WS-TAB-PASE-PLAN(WS-IDX-TAB-PASE)
               MOVE ALUCARR-ANIO-INGRESO
                    TO WS-TAB-PASE-ANIO(WS-IDX-TAB-PASE)
               SET 88-TAB-PASE-INSCRIPTO-SI(WS-IDX-TAB-PASE)
                                         TO TRUE
           END-IF.

       20000-PROCESO.
      *-------------
      *  UN PASE POR ALUMNO DE LA TABLA: CABECERA, MATERIAS
      *  APROBADAS Y EQUIVALENCIAS.
      *-------------

           PERFORM 22050-RELEO-ALUMNO.

           IF  88-TAB-PASE-INSCRIPTO-NO(WS-IDX-TAB-PASE)
               ADD 1                     TO WS-SIN-INSCRIPCION
               DISPLAY 'ALUMNO SIN INSCRIPCION A LA CARRERA - '
                       'LEGAJO: ' ALU-CODIGO ' CARRERA: '
                       WS-TAB-PASE-CARRERA(WS-IDX-TAB-PASE)
           END-IF.

           PERFORM 22100-ESCANEO-STCALIF-ALUMNO.
           PERFORM 22200-GRABO-CABECERA.
           PERFORM 22300-GRABO-APROBADAS.

           ADD 1                         TO WS-CANT-ALUMNOS.

       21000-BUSCO-ALUMNO.
      *-------------------
      *  RESUELVE LA SOLICITUD CONTRA EL MAESTRO, IGUAL QUE
      *  21000-BUSCO-ALUMNO EN BOPGM10.
      *-------------------

           SET 88-ALUMNO-HALLADO-NO      TO TRUE.

           INITIALIZE ALU-REGISTRO
                      NRO-LEGAJO-ALUMNO-FD.

           EVALUATE TRUE
               WHEN 88-PASEREQ-LEGAJO
                    MOVE PASEREQ-NUMERO  TO ALUMNO-COD-FD
                    READ ALUMNOS INTO ALU-REGISTRO
               WHEN 88-PASEREQ-DNI
                    MOVE PASEREQ-NUMERO  TO ALU-DNI-FD
                    READ ALUMNOS INTO ALU-REGISTRO
                         KEY IS ALU-DNI-FD
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF  88-PASEREQ-LEGAJO
           OR  88-PASEREQ-DNI
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

       22050-RELEO-ALUMNO.
      *-------------------

           INITIALIZE ALU-REGISTRO
                      NRO-LEGAJO-ALUMNO-FD.

           MOVE WS-TAB-PASE-LEGAJO(WS-IDX-TAB-PASE)
                                         TO ALUMNO-COD-FD.

           READ ALUMNOS INTO ALU-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ALUMNOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22050-RELEO-ALUMNO'
                    DISPLAY 'ERROR EN READ       ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22100-ESCANEO-STCALIF-ALUMNO.
      *-----------------------------
      *  SE POSICIONA EN EL PRIMER EXAMEN DEL ALUMNO Y LEE SOLO
      *  LOS SUYOS, ARMANDO LA TABLA DE MEJOR INTENTO POR MATERIA
      *  (IGUAL QUE 22100-ESCANEO-STCALIF-ALUMNO EN BOPGM10). LAS
      *  NOTAS PROVISORIAS NO VIAJAN EN EL PASE.
      *-----------------------------

           MOVE 0                        TO WS-CANT-TAB-MEJOR.

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
           MOVE STCALIF-INSTITUTO
                TO WS-TAB-MEJOR-INST(WS-IDX-TAB-MEJOR).
           MOVE STCALIF-INTENTO
                TO WS-TAB-MEJOR-INTENTO(WS-IDX-TAB-MEJOR).
           MOVE STCALIF-ORIGEN
                TO WS-TAB-MEJOR-ORIGEN(WS-IDX-TAB-MEJOR).

       22200-GRABO-CABECERA.
      *---------------------

           INITIALIZE PASE-REGISTRO.

           SET 88-PASE-CABECERA          TO TRUE.
           MOVE PASECFG-INSTITUCION      TO PASE-INSTITUCION.
           MOVE ALU-CODIGO               TO PASE-LEGAJO.
           MOVE ALU-DNI                  TO PASE-C-DNI.
           MOVE ALU-NOMBRE               TO PASE-C-NOMBRE.
           MOVE ALU-APELLIDO             TO PASE-C-APELLIDO.
           MOVE ALU-FECNAC               TO PASE-C-FECNAC.
           MOVE ALU-EMAIL                TO PASE-C-EMAIL.
           MOVE ALU-TELEFONO             TO PASE-C-TELEFONO.
           MOVE WS-TAB-PASE-CARRERA(WS-IDX-TAB-PASE)
                                         TO PASE-C-CARRERA.
           MOVE WS-TAB-PASE-PLAN(WS-IDX-TAB-PASE)
                                         TO PASE-C-PLAN-VERSION.
           MOVE WS-TAB-PASE-ANIO(WS-IDX-TAB-PASE)
                                         TO PASE-C-ANIO-INGRESO.
           MOVE WS-CURRENT-DATE-DATE     TO PASE-C-FECHA-PASE.
           MOVE PASECFG-NOMBRE           TO PASE-C-INST-NOMBRE.

           PERFORM 23000-ESCRIBO-PASESAL.

       22300-GRABO-APROBADAS.
      *----------------------
      *  UN REGISTRO POR MATERIA APROBADA (MEJOR INTENTO MAYOR O
      *  IGUAL AL CORTE VIGENTE A SU FECHA) Y DESPUES LAS
      *  EQUIVALENCIAS.
      *----------------------

           MOVE 0                        TO WS-MATERIAS-ALUMNO.

           SET  WS-IDX-TAB-MEJOR         TO 1.
           PERFORM UNTIL WS-IDX-TAB-MEJOR > WS-CANT-TAB-MEJOR
               PERFORM 22310-DETERMINO-CORTE-FECHA
               IF  WS-TAB-MEJOR-NOTA(WS-IDX-TAB-MEJOR) >=
                                         WS-CORTE-FECHA
                   PERFORM 22350-GRABO-MATERIA-APROBADA
               END-IF
               SET WS-IDX-TAB-MEJOR      UP BY 1
           END-PERFORM.

           PERFORM 22380-GRABO-EQUIVALENCIAS.

       22310-DETERMINO-CORTE-FECHA.
      *----------------------------
      *  CORTE DE APROBACION VIGENTE A LA FECHA DEL MEJOR INTENTO,
      *  CON EL MISMO CRITERIO QUE 22310-DETERMINO-CORTE-FECHA EN
      *  BOPGM10.
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

       22350-GRABO-MATERIA-APROBADA.
      *-----------------------------

           INITIALIZE PASE-REGISTRO.

           SET 88-PASE-MATERIA           TO TRUE.
           MOVE PASECFG-INSTITUCION      TO PASE-INSTITUCION.
           MOVE ALU-CODIGO               TO PASE-LEGAJO.
           MOVE WS-TAB-MEJOR-MAT(WS-IDX-TAB-MEJOR)
                                         TO PASE-M-COD-MATERIA.
           MOVE WS-TAB-MEJOR-NOTA(WS-IDX-TAB-MEJOR)
                                         TO PASE-M-NOTA.
           MOVE WS-TAB-MEJOR-FECHA(WS-IDX-TAB-MEJOR)
                                         TO PASE-M-FECHA.

           IF  WS-TAB-MEJOR-ORIGEN(WS-IDX-TAB-MEJOR) = 'P'
               SET 88-PASE-M-PROMOCION   TO TRUE
           ELSE
               SET 88-PASE-M-EXAMEN      TO TRUE
               PERFORM 22375-BUSCO-ACTA-APROBACION
           END-IF.

           PERFORM 22360-RECUPERO-DATA-MATERIA.

           PERFORM 23000-ESCRIBO-PASESAL.
           PERFORM 23100-ACUMULO-MATERIA.

       22360-RECUPERO-DATA-MATERIA.
      *----------------------------
      *  NOMBRE Y CARGA HORARIA DE LA MATERIA DEL REGISTRO
      *  PASE-M EN CURSO. UNA MATERIA QUE YA NO ESTA EN EL
      *  MAESTRO VIAJA CON SU CODIGO COMO NOMBRE Y HORAS EN CERO.
      *----------------------------

           INITIALIZE MATERIAS-REGISTRO
                      COD-MATERIAS-DATOS-FD.

           MOVE PASE-M-COD-MATERIA       TO COD-MATERIAS-FD.

           READ MATERIAS INTO MATERIAS-REGISTRO.

           EVALUATE TRUE
                WHEN  88-FS-MATERIAS-OK
                      MOVE MATERIA-NOMBRE  TO PASE-M-NOMBRE
                      MOVE MATERIAS-HORAS  TO PASE-M-HORAS
                WHEN  88-FS-MATERIAS-NOKEY
                WHEN  88-FS-MATERIAS-INVKEY
                      MOVE PASE-M-COD-MATERIA TO PASE-M-NOMBRE
                      MOVE 0               TO PASE-M-HORAS
                WHEN OTHER
                      DISPLAY '--------------------------------'
                      DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                      DISPLAY 'PARRAFO: 22360-RECUPERO-DATA-MATERIA'
                      DISPLAY 'ERROR EN READ       MATERIAS'
                      DISPLAY 'FILE STATUS       :' FS-MATERIAS
                      DISPLAY 'SE CANCELA EL PROCESO'
                      DISPLAY '--------------------------------'
                      PERFORM 99999-CANCELO
           END-EVALUATE.

       22375-BUSCO-ACTA-APROBACION.
      *----------------------------
      *  LIBRO/FOLIO DEL ACTA QUE APROBO LA MATERIA (INSTITUTO +
      *  FECHA + MATERIA DEL MEJOR INTENTO), IGUAL QUE EN BOPGM10.
      *  SIN REGISTRO O SIN ACTA REGISTRADA QUEDAN EN CEROS.
      *----------------------------

           MOVE 0                        TO PASE-M-LIBRO
                                            PASE-M-FOLIO.

           IF  88-OPEN-ACTAREG-SI
               INITIALIZE ACTAREG-DATOS-FD
               MOVE WS-TAB-MEJOR-INST(WS-IDX-TAB-MEJOR)
                                         TO ACTAREG-INSTITUTO-FD
               MOVE WS-TAB-MEJOR-FECHA(WS-IDX-TAB-MEJOR)
                                         TO ACTAREG-FECHA-FD
               MOVE WS-TAB-MEJOR-MAT(WS-IDX-TAB-MEJOR)
                                         TO ACTAREG-MATERIA-FD

               READ ACTAREG INTO ACTAREG-REGISTRO

               EVALUATE TRUE
                   WHEN 88-FS-ACTAREG-OK
                        MOVE ACTAREG-LIBRO TO PASE-M-LIBRO
                        MOVE ACTAREG-FOLIO TO PASE-M-FOLIO
                   WHEN 88-FS-ACTAREG-NOKEY
                   WHEN 88-FS-ACTAREG-INVKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22375-BUSCO-ACTA-APROBACION'
                        DISPLAY 'ERROR EN READ       ACTAREG'
                        DISPLAY 'FILE STATUS       :' FS-ACTAREG
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       22380-GRABO-EQUIVALENCIAS.
      *--------------------------
      *  LAS MATERIAS RECONOCIDAS POR EQUIVALENCIA VIAJAN CON
      *  MODALIDAD 'Q', SIN NOTA PROPIA, CON LA FECHA Y EL NUMERO
      *  DE LA RESOLUCION.
      *--------------------------

           IF  88-OPEN-EQUIVALE-SI
               INITIALIZE EQUIVALE-DATOS-FD
               MOVE ALU-CODIGO           TO EQUIVAL-ALUMNO-FD
               MOVE LOW-VALUES           TO EQUIVAL-MATERIA-FD

               START EQUIVALE KEY >= EQUIVAL-CLAVE-FD

               IF  88-FS-EQUIVALE-OK
                   PERFORM 22385-LEO-EQUIVALE
                   PERFORM UNTIL NOT 88-FS-EQUIVALE-OK
                              OR EQUIVAL-COD-ALUMNO NOT = ALU-CODIGO
                       PERFORM 22390-GRABO-UNA-EQUIVALENCIA
                       PERFORM 22385-LEO-EQUIVALE
                   END-PERFORM
               END-IF
           END-IF.

       22385-LEO-EQUIVALE.
      *-------------------

           INITIALIZE EQUIVAL-REGISTRO.

           READ EQUIVALE NEXT RECORD INTO EQUIVAL-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-EQUIVALE-OK
               WHEN 88-FS-EQUIVALE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22385-LEO-EQUIVALE'
                    DISPLAY 'ERROR EN READ       EQUIVALE'
                    DISPLAY 'FILE STATUS       :' FS-EQUIVALE
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22390-GRABO-UNA-EQUIVALENCIA.
      *-----------------------------

           INITIALIZE PASE-REGISTRO.

           SET 88-PASE-MATERIA           TO TRUE.
           MOVE PASECFG-INSTITUCION      TO PASE-INSTITUCION.
           MOVE ALU-CODIGO               TO PASE-LEGAJO.
           MOVE EQUIVAL-COD-MATERIA      TO PASE-M-COD-MATERIA.
           MOVE 0                        TO PASE-M-NOTA
                                            PASE-M-LIBRO
                                            PASE-M-FOLIO.
           MOVE EQUIVAL-FECHA-RESOLUCION TO PASE-M-FECHA.
           SET 88-PASE-M-EQUIVALENCIA    TO TRUE.
           MOVE EQUIVAL-RESOLUCION       TO PASE-M-RESOLUCION.

           PERFORM 22360-RECUPERO-DATA-MATERIA.

           PERFORM 23000-ESCRIBO-PASESAL.
           PERFORM 23100-ACUMULO-MATERIA.

       23000-ESCRIBO-PASESAL.
      *----------------------

           WRITE REG-PASESAL-FD          FROM PASE-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-PASESAL-OK
                    IF  NOT 88-PASE-TRAILER
                        ADD 1            TO WS-CANT-REGISTROS
                    END-IF
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23000-ESCRIBO-PASESAL'
                    DISPLAY 'ERROR EN WRITE      PASESAL'
                    DISPLAY 'FILE STATUS       :' FS-PASESAL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23100-ACUMULO-MATERIA.
      *----------------------

           ADD 1                         TO WS-MATERIAS-ALUMNO
                                            WS-CANT-MATERIAS.
           ADD PASE-M-NOTA               TO WS-SUMA-NOTAS.
           ADD PASE-M-HORAS              TO WS-SUMA-HORAS.

       30000-FINALIZO.
      *--------------

           PERFORM 30100-GRABO-TRAILER.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'SOLICITUDES LEIDAS:' WS-SOLICITUDES-LEIDAS.
           DISPLAY 'SIN ALUMNO        :' WS-SOLICITUDES-SIN-ALUMNO.
           DISPLAY 'ANONIMIZADOS      :' WS-SOLICITUDES-ANONIMIZADO.
           DISPLAY 'EXCEDIDAS         :' WS-SOLICITUDES-EXCEDIDAS.
           DISPLAY 'SIN INSCRIPCION   :' WS-SIN-INSCRIPCION.
           DISPLAY 'ALUMNOS EN EL PASE:' WS-CANT-ALUMNOS.
           DISPLAY 'MATERIAS          :' WS-CANT-MATERIAS.
           DISPLAY 'REGISTROS GRABADOS:' WS-CANT-REGISTROS.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30100-GRABO-TRAILER.
      *--------------------
      *  TRAILER DE CONTROL (VER WPASE). SALE SIEMPRE, AUNQUE EL
      *  PASE NO TENGA ALUMNOS: EL RECEPTOR NO PROCESA UN PAQUETE
      *  SIN TRAILER.
      *--------------------

           INITIALIZE PASE-REGISTRO.

           SET 88-PASE-TRAILER           TO TRUE.
           MOVE PASECFG-INSTITUCION      TO PASE-INSTITUCION.
           MOVE 0                        TO PASE-LEGAJO.
           MOVE WS-CURRENT-DATE-DATE     TO PASE-T-FECHA-GENERACION.
           MOVE WS-CANT-REGISTROS        TO PASE-T-CANT-REGISTROS.
           MOVE WS-CANT-ALUMNOS          TO PASE-T-CANT-ALUMNOS.
           MOVE WS-CANT-MATERIAS         TO PASE-T-CANT-MATERIAS.
           MOVE WS-SUMA-NOTAS            TO PASE-T-SUMA-NOTAS.
           MOVE WS-SUMA-HORAS            TO PASE-T-SUMA-HORAS.

           PERFORM 23000-ESCRIBO-PASESAL.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-PASEREQ-SI
              SET 88-OPEN-PASEREQ-NO  TO TRUE
              CLOSE PASEREQ
           END-IF.

           IF 88-OPEN-ALUMNOS-SI
              SET 88-OPEN-ALUMNOS-NO  TO TRUE
              CLOSE ALUMNOS
           END-IF.

           IF 88-OPEN-ALUCARR-SI
              SET 88-OPEN-ALUCARR-NO  TO TRUE
              CLOSE ALUCARR
           END-IF.

           IF 88-OPEN-MATERIAS-SI
              SET 88-OPEN-MATERIAS-NO TO TRUE
              CLOSE MATERIAS
           END-IF.

           IF 88-OPEN-STCALIF-SI
              SET 88-OPEN-STCALIF-NO  TO TRUE
              CLOSE STCALIF
           END-IF.

           IF 88-OPEN-EQUIVALE-SI
              SET 88-OPEN-EQUIVALE-NO TO TRUE
              CLOSE EQUIVALE
           END-IF.

           IF 88-OPEN-ACTAREG-SI
              SET 88-OPEN-ACTAREG-NO  TO TRUE
              CLOSE ACTAREG
           END-IF.

           IF 88-OPEN-PASESAL-SI
              SET 88-OPEN-PASESAL-NO  TO TRUE
              CLOSE PASESAL
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
