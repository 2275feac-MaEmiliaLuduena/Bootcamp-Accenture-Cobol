       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM73.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA PROCESA, A DEMANDA, LA ENCUESTA DE FIN DE
      * CURSADA QUE DIRECCION TOMA CADA PERIODO SOBRE MATERIAS Y
      * DOCENTES. LEE EL EXPORT DE LA WEB (ENCUWEB, VER WENCUWEB)
      * Y EL PERIODO A PROCESAR DE ENCUCFG (OBLIGATORIO, VER
      * WENCUCFG), Y REEMPLAZA LA PLANILLA EN PAPEL QUE NUNCA SE
      * TABULABA.
      *-----------------------------------------------------------
      * CADA FORMULARIO SE ACEPTA SOLO SI:
      *   - ES DEL PERIODO DE ENCUCFG                 (PERIODO)
      *   - LOS PUNTAJES SON 0 A 5 Y HAY AL MENOS UNA
      *     PREGUNTA RESPONDIDA                       (PUNTAJE)
      *   - EL DOCENTE TIENE LA MATERIA ASIGNADA EN LA SEDE
      *     EN DOCMAT (MISMA REGLA QUE BOPGM70)       (DOCENTE)
      *   - EL ALUMNO ESTA INSCRIPTO EN LA MATERIA: TIENE UNA
      *     INSCRIPCION (INSCRIPC) O UNA NOTA (STCALIF) DENTRO
      *     DE LA VENTANA DE FECHAS DE ENCUCFG        (NOINSCR)
      *   - ES EL PRIMERO DEL ALUMNO PARA LA MATERIA  (DUPLICADA)
      * LOS RECHAZOS VAN A ENCUREJ CON SU MOTIVO Y SIN PUNTAJES.
      *-----------------------------------------------------------
      * EL LEGAJO SOLO SE USA PARA ESOS CONTROLES Y NO SE GRABA
      * CON LAS RESPUESTAS: LOS FORMULARIOS ACEPTADOS PASAN POR UN
      * SORT POR PERIODO + SEDE + DOCENTE + MATERIA + RESPUESTAS Y
      * SE GRABAN ANONIMOS EN ENCUESTA (VER WENCUEST). COMO LA WEB
      * ENTREGA EL EXPORT COMPLETO DEL PERIODO, ENCUESTA SE REARMA
      * ENTERO EN CADA CORRIDA.
      *-----------------------------------------------------------
      * EL REPORTE ENCURES SALE CON UNA HOJA POR SEDE Y UNA LINEA
      * POR DOCENTE Y MATERIA (Y EL TOTAL DEL DOCENTE SI TIENE MAS
      * DE UNA): RESPUESTAS, INSCRIPTOS, TASA DE RESPUESTA Y EL
      * PROMEDIO DE CADA PREGUNTA. LOS INSCRIPTOS SON LOS ALUMNOS
      * DISTINTOS CON INSCRIPCION O NOTA EN LA VENTANA PARA LA
      * MATERIA Y SEDE: CON MAS DE UN DOCENTE EN LA MATERIA, CADA
      * UNO SE MIDE CONTRA EL TOTAL DE LA MATERIA. UN GRUPO CON
      * MENOS RESPUESTAS QUE EL MINIMO DE ENCUCFG NO PUBLICA
      * PROMEDIOS, PARA QUE NO SE PUEDA DEDUCIR QUIEN RESPONDIO.
      * CON RECHAZOS TERMINA CON RC=4.
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

           SELECT OPTIONAL ENCUCFG ASSIGN       TO
                                   'ENCUCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ENCUCFG.

           SELECT ENCUWEB          ASSIGN       TO
                                   'ENCUWEB'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ENCUWEB.

           SELECT DOCMAT           ASSIGN       TO
                                   'DOCMAT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DOCMAT.

           SELECT OPTIONAL DOCENTES ASSIGN      TO
                                   'DOCENTES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-DOCENTES-FD
                                   FILE STATUS  IS FS-DOCENTES.

           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT ENCUESTA         ASSIGN       TO
                                   'ENCUESTA'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ENCUESTA.

           SELECT ENCUREJ          ASSIGN       TO
                                   'ENCUREJ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ENCUREJ.

           SELECT ENCURES          ASSIGN       TO
                                   'ENCURES'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ENCURES.

           SELECT SORT-ENCU        ASSIGN       TO
                                   'SORTENCU'.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  ENCUCFG
           RECORDING MODE IS F.
       01  ENCUCFG-RECORD-FD             PIC  X(40).

       FD  ENCUWEB
           RECORDING MODE IS F.
       01  REG-ENCUWEB-FD                PIC  X(50).

       FD  DOCMAT
           RECORDING MODE IS F.
       01  DOCMAT-RECORD-FD              PIC  X(30).

       FD  DOCENTES.
       01  COD-DOCENTES-DATOS-FD.
           03  COD-DOCENTES-FD           PIC X(06).
           03  FILLER                    PIC X(74).

       FD  INSCRIPC.
       01  INSCRIPC-DATOS-FD.
           03  INSCRIP-CLAVE-FD.
               05  INSCRIP-ALUMNO-FD     PIC 9(06).
               05  INSCRIP-MATERIA-FD    PIC X(08).
               05  INSCRIP-FECHA-FD      PIC X(08).
           03  FILLER                    PIC X(18).

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  ENCUESTA
           RECORDING MODE IS F.
       01  REG-ENCUESTA-FD               PIC  X(40).

       FD  ENCUREJ
           RECORDING MODE IS F.
       01  REG-ENCUREJ-FD                PIC  X(50).

       FD  ENCURES
           RECORDING MODE IS F.
       01  REG-ENCURES-FD                PIC  X(132).

       SD  SORT-ENCU.
       01  SORT-REG.
           03  SORT-PERIODO              PIC 9(05).
           03  SORT-INSTITUTO            PIC X(10).
           03  SORT-DOCENTE              PIC X(06).
           03  SORT-MATERIA              PIC X(08).
           03  SORT-PUNTAJES.
               05  SORT-PUNTAJE OCCURS 10 TIMES PIC 9(01).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM73'.

       77  FS-ENCUCFG                    PIC  X(02) VALUE ' '.
           88 88-FS-ENCUCFG-OK                      VALUE '00'.
           88 88-FS-ENCUCFG-EOF                     VALUE '10'.

       77  FS-ENCUWEB                    PIC  X(02) VALUE ' '.
           88 88-FS-ENCUWEB-OK                      VALUE '00'.
           88 88-FS-ENCUWEB-EOF                     VALUE '10'.

       77  FS-DOCMAT                     PIC  X(02) VALUE ' '.
           88 88-FS-DOCMAT-OK                       VALUE '00'.
           88 88-FS-DOCMAT-EOF                      VALUE '10'.

       77  FS-DOCENTES                   PIC  X(02) VALUE ' '.
           88 88-FS-DOCENTES-OK                     VALUE '00'.
           88 88-FS-DOCENTES-INVKEY                 VALUE '21'.
           88 88-FS-DOCENTES-NOKEY                  VALUE '23'.

       77  FS-INSCRIPC                   PIC  X(02) VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.
           88 88-FS-INSCRIPC-NOKEY                  VALUE '23'.

       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.
           88 88-FS-STCALIF-NOKEY                   VALUE '23'.

       77  FS-ENCUESTA                   PIC  X(02) VALUE ' '.
           88 88-FS-ENCUESTA-OK                     VALUE '00'.

       77  FS-ENCUREJ                    PIC  X(02) VALUE ' '.
           88 88-FS-ENCUREJ-OK                      VALUE '00'.

       77  FS-ENCURES                    PIC  X(02) VALUE ' '.
           88 88-FS-ENCURES-OK                      VALUE '00'.

       77  WS-OPEN-ENCUWEB               PIC X      VALUE 'N'.
           88 88-OPEN-ENCUWEB-SI                    VALUE 'S'.
           88 88-OPEN-ENCUWEB-NO                    VALUE 'N'.

       77  WS-OPEN-DOCENTES              PIC X      VALUE 'N'.
           88 88-OPEN-DOCENTES-SI                   VALUE 'S'.
           88 88-OPEN-DOCENTES-NO                   VALUE 'N'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

       77  WS-OPEN-STCALIF               PIC X      VALUE 'N'.
           88 88-OPEN-STCALIF-SI                    VALUE 'S'.
           88 88-OPEN-STCALIF-NO                    VALUE 'N'.

       77  WS-OPEN-ENCUESTA              PIC X      VALUE 'N'.
           88 88-OPEN-ENCUESTA-SI                   VALUE 'S'.
           88 88-OPEN-ENCUESTA-NO                   VALUE 'N'.

       77  WS-OPEN-ENCUREJ               PIC X      VALUE 'N'.
           88 88-OPEN-ENCUREJ-SI                    VALUE 'S'.
           88 88-OPEN-ENCUREJ-NO                    VALUE 'N'.

       77  WS-OPEN-ENCURES               PIC X      VALUE 'N'.
           88 88-OPEN-ENCURES-SI                    VALUE 'S'.
           88 88-OPEN-ENCURES-NO                    VALUE 'N'.

      *-------------------------------------------------------------*
      *     PARAMETROS DEL PERIODO (ENCUCFG) Y SUS DEFECTOS         *
      *-------------------------------------------------------------*
       77  WS-FECHA-DESDE                PIC X(08)  VALUE '00000000'.
       77  WS-FECHA-HASTA                PIC X(08)  VALUE '99999999'.
       77  WS-MINIMO-RESPUESTAS          PIC 9(03)  VALUE 5.
       77  WS-CANT-PREGUNTAS             PIC 9(02)  VALUE 10.

      *-------------------------------------------------------------*
      *     ASIGNACION DOCENTE-MATERIA, CARGADA EN MEMORIA IGUAL    *
      *     QUE EN BOPGM70.                                         *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-DM                PIC 9(04)  VALUE 0.
       01  WS-TABLA-DOCMAT.
           03  WS-TAB-DM OCCURS 500 TIMES
                          INDEXED BY WS-IDX-TAB-DM.
               05  WS-TAB-DM-MATERIA      PIC X(08).
               05  WS-TAB-DM-DOCENTE      PIC X(06).
               05  WS-TAB-DM-INSTITUTO    PIC X(10).

       77  WS-EN-DOCMAT                  PIC X      VALUE 'N'.
           88 88-EN-DOCMAT-SI                       VALUE 'S'.
           88 88-EN-DOCMAT-NO                       VALUE 'N'.

      *-------------------------------------------------------------*
      *     INSCRIPTOS POR MATERIA Y SEDE EN LA VENTANA (BASE DE LA *
      *     TASA DE RESPUESTA). SOLO LAS MATERIAS CON DOCMAT.       *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-INS               PIC 9(04)  VALUE 0.
       01  WS-TABLA-INSCRIPTOS.
           03  WS-TAB-INS OCCURS 2000 TIMES
                          INDEXED BY WS-IDX-TAB-INS.
               05  WS-TAB-INS-MATERIA     PIC X(08).
               05  WS-TAB-INS-INSTITUTO   PIC X(10).
               05  WS-TAB-INS-CANTIDAD    PIC 9(07).

       77  WS-INSCRIPTOS-EXCEDIDOS       PIC 9(07)  VALUE 0.

      *-------------------------------------------------------------*
      *     ALUMNO + MATERIA YA RESPONDIDOS EN ESTA CORRIDA. SOLO   *
      *     VIVE EN MEMORIA: NO SE GRABA EN NINGUN ARCHIVO.         *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-RES               PIC 9(05)  VALUE 0.
       01  WS-TABLA-RESPONDIDAS.
           03  WS-TAB-RES OCCURS 30000 TIMES
                          INDEXED BY WS-IDX-TAB-RES.
               05  WS-TAB-RES-ALUMNO      PIC 9(06).
               05  WS-TAB-RES-MATERIA     PIC X(08).

      *-------------------------------------------------------------*
      *     BUSQUEDA DE INSCRIPCION / NOTA DE UN ALUMNO EN UNA      *
      *     MATERIA DENTRO DE LA VENTANA                            *
      *-------------------------------------------------------------*
       77  WS-BUS-ALUMNO                 PIC 9(06)  VALUE 0.
       77  WS-BUS-MATERIA                PIC X(08)  VALUE ' '.
       77  WS-BUS-INSTITUTO              PIC X(10)  VALUE ' '.

       77  WS-INSCRIPTO                  PIC X      VALUE 'N'.
           88 88-INSCRIPTO-SI                       VALUE 'S'.
           88 88-INSCRIPTO-NO                       VALUE 'N'.

       77  WS-FIN-BUS                    PIC X      VALUE 'N'.
           88 88-FIN-BUS-SI                         VALUE 'S'.
           88 88-FIN-BUS-NO                         VALUE 'N'.

       77  WS-FIN-RECORRIDO              PIC X      VALUE 'N'.
           88 88-FIN-RECORRIDO-SI                   VALUE 'S'.
           88 88-FIN-RECORRIDO-NO                   VALUE 'N'.

       77  WS-ANT-ALUMNO                 PIC 9(06)  VALUE 0.
       77  WS-ANT-MATERIA                PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     VALIDACION DEL FORMULARIO                               *
      *-------------------------------------------------------------*
       77  WS-MOTIVO                     PIC X(10)  VALUE ' '.
       77  WS-SUB-PREG                   PIC 9(02)  VALUE 0.
       77  WS-RESPONDIDAS                PIC 9(02)  VALUE 0.

       01  WS-REG-ENCUREJ.
           03  ENCUREJ-MOTIVO            PIC X(10).
           03  ENCUREJ-COD-ALUMNO        PIC 9(06).
           03  ENCUREJ-PERIODO           PIC 9(05).
           03  ENCUREJ-COD-MATERIA       PIC X(08).
           03  ENCUREJ-INSTITUTO         PIC X(10).
           03  ENCUREJ-COD-DOCENTE       PIC X(06).
           03  FILLER                    PIC X(05)  VALUE ' '.

      *-------------------------------------------------------------*
      *     CONTADORES DE LA CORRIDA                                *
      *-------------------------------------------------------------*
       77  WS-ENCUWEB-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-ACEPTADAS                  PIC 9(07)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.
       77  WS-GRUPOS-PUBLICADOS          PIC 9(05)  VALUE 0.
       77  WS-GRUPOS-SUPRIMIDOS          PIC 9(05)  VALUE 0.

      *-------------------------------------------------------------*
      *     CORTE DE CONTROL SOBRE LA SALIDA ORDENADA DEL SORT      *
      *-------------------------------------------------------------*
       77  WS-FIN-SORT                   PIC X      VALUE 'N'.
           88 88-FIN-SORT-SI                        VALUE 'S'.
           88 88-FIN-SORT-NO                        VALUE 'N'.

       77  WS-HAY-GRUPO                  PIC X      VALUE 'N'.
           88 88-HAY-GRUPO-SI                       VALUE 'S'.
           88 88-HAY-GRUPO-NO                       VALUE 'N'.

       77  WS-INSTITUTO-ANTERIOR         PIC X(10)  VALUE ' '.
       77  WS-DOCENTE-ANTERIOR           PIC X(06)  VALUE ' '.
       77  WS-MATERIA-ANTERIOR           PIC X(08)  VALUE ' '.
       77  WS-DOCENTE-NOMBRE             PIC X(40)  VALUE ' '.

       01  WS-ACUM-MATERIA.
           03  WS-MAT-RESPUESTAS         PIC 9(07)  VALUE 0.
           03  WS-MAT-INSCRIPTOS         PIC 9(07)  VALUE 0.
           03  WS-MAT-PREGUNTA OCCURS 10 TIMES.
               05  WS-MAT-SUMA           PIC 9(07).
               05  WS-MAT-CANT           PIC 9(07).

       01  WS-ACUM-DOCENTE.
           03  WS-DOC-RESPUESTAS         PIC 9(07)  VALUE 0.
           03  WS-DOC-INSCRIPTOS         PIC 9(07)  VALUE 0.
           03  WS-DOC-PREGUNTA OCCURS 10 TIMES.
               05  WS-DOC-SUMA           PIC 9(07).
               05  WS-DOC-CANT           PIC 9(07).

       77  WS-DOC-MATERIAS               PIC 9(03)  VALUE 0.

      *-------------------------------------------------------------*
      *     GRUPO A IMPRIMIR (MATERIA O TOTAL DEL DOCENTE), CON EL  *
      *     MISMO FORMATO QUE LOS ACUMULADORES                      *
      *-------------------------------------------------------------*
       01  WS-ACUM-LINEA.
           03  WS-LIN-RESPUESTAS         PIC 9(07)  VALUE 0.
           03  WS-LIN-INSCRIPTOS         PIC 9(07)  VALUE 0.
           03  WS-LIN-PREGUNTA OCCURS 10 TIMES.
               05  WS-LIN-SUMA           PIC 9(07).
               05  WS-LIN-CANT           PIC 9(07).

       77  WS-LIN-SUMA-TOTAL             PIC 9(09)  VALUE 0.
       77  WS-LIN-CANT-TOTAL             PIC 9(09)  VALUE 0.
       77  WS-PROMEDIO                   PIC 9V9(01) VALUE 0.
       77  WS-TASA                       PIC 9(03)V9(01) VALUE 0.

       77  WS-PAGINA                     PIC 9(05)  VALUE 0.
       77  WS-LINEA                      PIC 9(03)  VALUE 090.
       77  WS-LINEAS-MAX                 PIC 9(02)  VALUE 60.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  REG-ENCURES                   PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-R01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM73'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(38)  VALUE
                'ENCUESTA DE FIN DE CURSADA - PERIODO'.
           03  TITR01-ANIO               PIC 9(04)  VALUE 0.
           03  FILLER                    PIC X(01)  VALUE '/'.
           03  TITR01-CUATRIMESTRE       PIC 9(01)  VALUE 0.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'PAGINA '.
           03  TITR01-PAGINA             PIC ZZZZ9.
           03  FILLER                    PIC X(31)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITR01-FECHA.
               05  TITR01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITR01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITR01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-R02.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(11)  VALUE 'INSTITUTO: '.
           03  TITR02-INSTITUTO          PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(38)  VALUE
                'MINIMO DE RESPUESTAS PARA PUBLICAR:'.
           03  TITR02-MINIMO             PIC ZZ9.
           03  FILLER                    PIC X(65)  VALUE ' '.

       01  TIT-R03.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'DOCENTE'.
           03  FILLER                    PIC X(25)  VALUE 'NOMBRE'.
           03  FILLER                    PIC X(09)  VALUE 'MATERIA'.
           03  FILLER                    PIC X(08)  VALUE 'RESPUES'.
           03  FILLER                    PIC X(08)  VALUE 'INSCRIP'.
           03  FILLER                    PIC X(05)  VALUE '%RESP'.
           03  FILLER                    PIC X(40)  VALUE
                '  P1  P2  P3  P4  P5  P6  P7  P8  P9 P10'.
           03  FILLER                    PIC X(06)  VALUE '  PROM'.
           03  FILLER                    PIC X(23)  VALUE ' '.

       01  DET-RES.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-DOCENTE                PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-NOMBRE                 PIC X(24)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-MATERIA                PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-RESPUESTAS             PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-INSCRIPTOS             PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-TASA                   PIC ZZ9,9  BLANK WHEN ZERO.
           03  DR-RESULTADO.
               05  DR-PREGUNTA OCCURS 10 TIMES.
                   07  FILLER            PIC X(01).
                   07  DR-PROMEDIO       PIC 9,9    BLANK WHEN ZERO.
               05  FILLER                PIC X(03).
               05  DR-PROMEDIO-GRAL      PIC 9,9    BLANK WHEN ZERO.
           03  DR-SUPRIMIDO REDEFINES DR-RESULTADO
                                         PIC X(46).
           03  FILLER                    PIC X(23)  VALUE ' '.

       01  TRL-RES.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(22)  VALUE
                'RESPUESTAS ACEPTADAS:'.
           03  TRR-ACEPTADAS             PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE
                'RECHAZADAS:'.
           03  TRR-RECHAZADAS            PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(20)  VALUE
                'GRUPOS PUBLICADOS:'.
           03  TRR-PUBLICADOS            PIC ZZ.ZZ9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE
                'SUPRIMIDOS:'.
           03  TRR-SUPRIMIDOS            PIC ZZ.ZZ9.
           03  FILLER                    PIC X(27)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WENCUCFG.
       COPY WENCUWEB.
       COPY WENCUEST.
       COPY WDOCMAT.
       COPY WDOCENTE.
       COPY WINSCRIP.
       COPY WSTCALIF.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           SORT SORT-ENCU
                ON ASCENDING KEY SORT-PERIODO
                                 SORT-INSTITUTO
                                 SORT-DOCENTE
                                 SORT-MATERIA
                                 SORT-PUNTAJES
                INPUT  PROCEDURE IS 20000-VALIDO-RESPUESTAS
                OUTPUT PROCEDURE IS 25000-EMITO-RESULTADOS.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10120-LEO-ENCUCFG.
           PERFORM 10150-CARGO-TABLA-DOCMAT.
           PERFORM 15000-CUENTO-INSCRIPTOS.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT ENCUWEB.

           EVALUATE FS-ENCUWEB
               WHEN '00'
                    SET 88-OPEN-ENCUWEB-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT ENCUWEB'
                    DISPLAY 'FILE STATUS       :' FS-ENCUWEB
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

           OPEN INPUT INSCRIPC.

           EVALUATE FS-INSCRIPC
               WHEN '00'
                    SET 88-OPEN-INSCRIPC-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-INSCRIPC-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT DOCENTES.

           EVALUATE FS-DOCENTES
               WHEN '00'
                    SET 88-OPEN-DOCENTES-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-DOCENTES-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT ENCUESTA.

           EVALUATE FS-ENCUESTA
               WHEN '00'
                    SET 88-OPEN-ENCUESTA-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT ENCUESTA'
                    DISPLAY 'FILE STATUS       :' FS-ENCUESTA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT ENCUREJ.

           EVALUATE FS-ENCUREJ
               WHEN '00'
                    SET 88-OPEN-ENCUREJ-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT ENCUREJ'
                    DISPLAY 'FILE STATUS       :' FS-ENCUREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT ENCURES.

           EVALUATE FS-ENCURES
               WHEN '00'
                    SET 88-OPEN-ENCURES-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT ENCURES'
                    DISPLAY 'FILE STATUS       :' FS-ENCURES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10120-LEO-ENCUCFG.
      *------------------
      *  EL PERIODO ES OBLIGATORIO: SIN EL NO HAY CONTRA QUE
      *  VALIDAR LAS RESPUESTAS NI BASE PARA LA TASA. LOS DEMAS
      *  CAMPOS EN BLANCO O EN CERO TOMAN EL DEFECTO.
      *------------------

           INITIALIZE ENCUCFG-RECORD.

           OPEN INPUT ENCUCFG.

           IF  88-FS-ENCUCFG-OK
               READ ENCUCFG INTO ENCUCFG-RECORD
               CLOSE ENCUCFG
           END-IF.

           IF  NOT 88-FS-ENCUCFG-OK
           OR  ENCUCFG-PERIODO IS NOT NUMERIC
           OR  ENCUCFG-ANIO = 0
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10120-LEO-ENCUCFG'
               DISPLAY 'ERROR EN READ       ENCUCFG'
               DISPLAY 'FILE STATUS       :' FS-ENCUCFG
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

           IF  ENCUCFG-FECHA-DESDE NOT = SPACES
               MOVE ENCUCFG-FECHA-DESDE  TO WS-FECHA-DESDE
           END-IF.

           IF  ENCUCFG-FECHA-HASTA NOT = SPACES
               MOVE ENCUCFG-FECHA-HASTA  TO WS-FECHA-HASTA
           END-IF.

           IF  ENCUCFG-MINIMO-RESPUESTAS IS NUMERIC
           AND ENCUCFG-MINIMO-RESPUESTAS > 0
               MOVE ENCUCFG-MINIMO-RESPUESTAS TO WS-MINIMO-RESPUESTAS
           END-IF.

           IF  ENCUCFG-CANT-PREGUNTAS IS NUMERIC
           AND ENCUCFG-CANT-PREGUNTAS > 0
           AND ENCUCFG-CANT-PREGUNTAS NOT > 10
               MOVE ENCUCFG-CANT-PREGUNTAS TO WS-CANT-PREGUNTAS
           END-IF.

       10150-CARGO-TABLA-DOCMAT.
      *-------------------------

           OPEN INPUT DOCMAT.

           EVALUATE FS-DOCMAT
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10150-CARGO-TABLA-DOCMAT'
                    DISPLAY 'ERROR EN OPEN INPUT DOCMAT'
                    DISPLAY 'FILE STATUS       :' FS-DOCMAT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-DOCMAT-EOF
               INITIALIZE DOCMAT-RECORD
               READ DOCMAT INTO DOCMAT-RECORD
               IF  88-FS-DOCMAT-OK
               AND WS-CANT-TAB-DM < 500
                   ADD 1              TO WS-CANT-TAB-DM
                   SET WS-IDX-TAB-DM  TO WS-CANT-TAB-DM
                   MOVE DOCMAT-COD-MATERIA
                          TO WS-TAB-DM-MATERIA(WS-IDX-TAB-DM)
                   MOVE DOCMAT-COD-DOCENTE
                          TO WS-TAB-DM-DOCENTE(WS-IDX-TAB-DM)
                   MOVE DOCMAT-INSTITUTO
                          TO WS-TAB-DM-INSTITUTO(WS-IDX-TAB-DM)
               END-IF
           END-PERFORM.

           CLOSE DOCMAT.

       15000-CUENTO-INSCRIPTOS.
      *------------------------
      *  ARMA LA BASE DE LA TASA DE RESPUESTA: CADA ALUMNO CUENTA
      *  UNA VEZ POR MATERIA, EN LA SEDE DE SU PRIMERA INSCRIPCION
      *  DE LA VENTANA. LAS NOTAS DE STCALIF SOLO SUMAN A QUIENES
      *  NO TIENEN INSCRIPCION (PROMOCIONES, ACTAS SIN INSCRIPCION
      *  PREVIA), PARA NO CONTAR DOS VECES AL MISMO ALUMNO.
      *------------------------

           IF  88-OPEN-INSCRIPC-SI
               PERFORM 15100-RECORRO-INSCRIPC
           END-IF.

           PERFORM 15200-RECORRO-STCALIF.

       15100-RECORRO-INSCRIPC.
      *-----------------------

           MOVE 0                        TO WS-ANT-ALUMNO.
           MOVE SPACES                   TO WS-ANT-MATERIA.
           MOVE LOW-VALUES               TO INSCRIP-CLAVE-FD.

           START INSCRIPC KEY >= INSCRIP-CLAVE-FD.

           EVALUATE FS-INSCRIPC
               WHEN '00'
                    SET 88-FIN-RECORRIDO-NO TO TRUE
                    PERFORM 15110-LEO-INSCRIPC
                      UNTIL 88-FIN-RECORRIDO-SI
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 15100-RECORRO-INSCRIPC'
                    DISPLAY 'ERROR EN START      INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       15110-LEO-INSCRIPC.
      *-------------------

           INITIALIZE INSCRIP-REGISTRO.
           READ INSCRIPC NEXT INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    IF  INSCRIP-FECHA-EXAMEN NOT < WS-FECHA-DESDE
                    AND INSCRIP-FECHA-EXAMEN NOT > WS-FECHA-HASTA
                    AND (INSCRIP-COD-ALUMNO  NOT = WS-ANT-ALUMNO
                     OR  INSCRIP-COD-MATERIA NOT = WS-ANT-MATERIA)
                        MOVE INSCRIP-COD-ALUMNO  TO WS-ANT-ALUMNO
                        MOVE INSCRIP-COD-MATERIA TO WS-ANT-MATERIA
                                                    WS-BUS-MATERIA
                        MOVE INSCRIP-INSTITUTO   TO WS-BUS-INSTITUTO
                        PERFORM 15300-SUMO-INSCRIPTO
                    END-IF
               WHEN 88-FS-INSCRIPC-EOF
                    SET 88-FIN-RECORRIDO-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 15110-LEO-INSCRIPC'
                    DISPLAY 'ERROR EN READ       INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       15200-RECORRO-STCALIF.
      *----------------------

           MOVE 0                        TO WS-ANT-ALUMNO.
           MOVE SPACES                   TO WS-ANT-MATERIA.
           MOVE LOW-VALUES               TO STCALIF-CLAVE-FD.

           START STCALIF KEY >= STCALIF-CLAVE-FD.

           EVALUATE FS-STCALIF
               WHEN '00'
                    SET 88-FIN-RECORRIDO-NO TO TRUE
                    PERFORM 15210-LEO-STCALIF
                      UNTIL 88-FIN-RECORRIDO-SI
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 15200-RECORRO-STCALIF'
                    DISPLAY 'ERROR EN START      STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       15210-LEO-STCALIF.
      *------------------

           INITIALIZE STCALIF-RECORD.
           READ STCALIF NEXT INTO STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    IF  STCALIF-FECHA-EXAMEN NOT < WS-FECHA-DESDE
                    AND STCALIF-FECHA-EXAMEN NOT > WS-FECHA-HASTA
                    AND (STCALIF-COD-ESTUDIANTE NOT = WS-ANT-ALUMNO
                     OR  STCALIF-COD-MATERIA    NOT = WS-ANT-MATERIA)
                        MOVE STCALIF-COD-ESTUDIANTE TO WS-ANT-ALUMNO
                                                       WS-BUS-ALUMNO
                        MOVE STCALIF-COD-MATERIA    TO WS-ANT-MATERIA
                                                       WS-BUS-MATERIA
                        PERFORM 23000-BUSCO-INSCRIPC
                        IF  88-INSCRIPTO-NO
                            MOVE STCALIF-INSTITUTO  TO WS-BUS-INSTITUTO
                            PERFORM 15300-SUMO-INSCRIPTO
                        END-IF
                    END-IF
               WHEN 88-FS-STCALIF-EOF
                    SET 88-FIN-RECORRIDO-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 15210-LEO-STCALIF'
                    DISPLAY 'ERROR EN READ       STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       15300-SUMO-INSCRIPTO.
      *---------------------
      *  SOLO SE CUENTAN LAS MATERIAS QUE TIENEN DOCENTE EN DOCMAT:
      *  LAS DEMAS NO SE ENCUESTAN.
      *---------------------

           SET  WS-IDX-TAB-DM            TO 1.
           PERFORM UNTIL WS-IDX-TAB-DM > WS-CANT-TAB-DM
                    OR WS-TAB-DM-MATERIA(WS-IDX-TAB-DM) =
                                         WS-BUS-MATERIA
               SET WS-IDX-TAB-DM         UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-DM NOT > WS-CANT-TAB-DM
               SET  WS-IDX-TAB-INS       TO 1
               PERFORM UNTIL WS-IDX-TAB-INS > WS-CANT-TAB-INS
                        OR (WS-TAB-INS-MATERIA(WS-IDX-TAB-INS) =
                                         WS-BUS-MATERIA
                        AND WS-TAB-INS-INSTITUTO(WS-IDX-TAB-INS) =
                                         WS-BUS-INSTITUTO)
                   SET WS-IDX-TAB-INS    UP BY 1
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-IDX-TAB-INS NOT > WS-CANT-TAB-INS
                        ADD 1 TO WS-TAB-INS-CANTIDAD(WS-IDX-TAB-INS)
                   WHEN WS-CANT-TAB-INS < 2000
                        ADD 1                 TO WS-CANT-TAB-INS
                        SET WS-IDX-TAB-INS    TO WS-CANT-TAB-INS
                        MOVE WS-BUS-MATERIA
                             TO WS-TAB-INS-MATERIA(WS-IDX-TAB-INS)
                        MOVE WS-BUS-INSTITUTO
                             TO WS-TAB-INS-INSTITUTO(WS-IDX-TAB-INS)
                        MOVE 1
                             TO WS-TAB-INS-CANTIDAD(WS-IDX-TAB-INS)
                   WHEN OTHER
                        ADD 1         TO WS-INSCRIPTOS-EXCEDIDOS
               END-EVALUATE
           END-IF.

       20000-VALIDO-RESPUESTAS.
      *------------------------

           PERFORM 21000-READ-ENCUWEB.

           PERFORM UNTIL 88-FS-ENCUWEB-EOF
               PERFORM 22000-VALIDO-FORMULARIO
               IF  WS-MOTIVO = SPACES
                   PERFORM 22500-ENTREGO-AL-SORT
               ELSE
                   PERFORM 22600-GRABO-RECHAZO
               END-IF
               PERFORM 21000-READ-ENCUWEB
           END-PERFORM.

       21000-READ-ENCUWEB.
      *-------------------

           INITIALIZE ENCUWEB-RECORD.

           READ ENCUWEB INTO ENCUWEB-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-ENCUWEB-OK
                    ADD 1              TO WS-ENCUWEB-LEIDOS
               WHEN 88-FS-ENCUWEB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21000-READ-ENCUWEB'
                    DISPLAY 'ERROR EN READ       ENCUWEB'
                    DISPLAY 'FILE STATUS       :' FS-ENCUWEB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22000-VALIDO-FORMULARIO.
      *------------------------

           MOVE SPACES                   TO WS-MOTIVO.

           IF  ENCUWEB-PERIODO NOT = ENCUCFG-PERIODO
               MOVE 'PERIODO'            TO WS-MOTIVO
           END-IF.

           IF  WS-MOTIVO = SPACES
               PERFORM 22100-VALIDO-PUNTAJES
           END-IF.

           IF  WS-MOTIVO = SPACES
               PERFORM 22200-VALIDO-DOCMAT
           END-IF.

           IF  WS-MOTIVO = SPACES
               PERFORM 22300-VALIDO-INSCRIPTO
           END-IF.

           IF  WS-MOTIVO = SPACES
               PERFORM 22400-VALIDO-DUPLICADA
           END-IF.

       22100-VALIDO-PUNTAJES.
      *----------------------

           MOVE 0                        TO WS-RESPONDIDAS.

           PERFORM VARYING WS-SUB-PREG FROM 1 BY 1
                     UNTIL WS-SUB-PREG > WS-CANT-PREGUNTAS
               EVALUATE TRUE
                   WHEN ENCUWEB-PUNTAJE(WS-SUB-PREG) IS NOT NUMERIC
                   WHEN ENCUWEB-PUNTAJE(WS-SUB-PREG) > 5
                        MOVE 'PUNTAJE'   TO WS-MOTIVO
                   WHEN ENCUWEB-PUNTAJE(WS-SUB-PREG) > 0
                        ADD 1            TO WS-RESPONDIDAS
               END-EVALUATE
           END-PERFORM.

           IF  WS-RESPONDIDAS = 0
               MOVE 'PUNTAJE'            TO WS-MOTIVO
           END-IF.

       22200-VALIDO-DOCMAT.
      *--------------------

           SET 88-EN-DOCMAT-NO           TO TRUE.
           SET  WS-IDX-TAB-DM            TO 1.
           PERFORM UNTIL WS-IDX-TAB-DM > WS-CANT-TAB-DM
                      OR 88-EN-DOCMAT-SI
               IF  WS-TAB-DM-MATERIA(WS-IDX-TAB-DM) =
                                         ENCUWEB-COD-MATERIA
               AND WS-TAB-DM-DOCENTE(WS-IDX-TAB-DM) =
                                         ENCUWEB-COD-DOCENTE
               AND (WS-TAB-DM-INSTITUTO(WS-IDX-TAB-DM) = SPACES
                 OR WS-TAB-DM-INSTITUTO(WS-IDX-TAB-DM) =
                                         ENCUWEB-INSTITUTO)
                   SET 88-EN-DOCMAT-SI   TO TRUE
               END-IF
               SET WS-IDX-TAB-DM         UP BY 1
           END-PERFORM.

           IF  88-EN-DOCMAT-NO
               MOVE 'DOCENTE'            TO WS-MOTIVO
           END-IF.

       22300-VALIDO-INSCRIPTO.
      *-----------------------

           MOVE ENCUWEB-COD-ALUMNO       TO WS-BUS-ALUMNO.
           MOVE ENCUWEB-COD-MATERIA      TO WS-BUS-MATERIA.

           PERFORM 23000-BUSCO-INSCRIPC.

           IF  88-INSCRIPTO-NO
               PERFORM 23100-BUSCO-STCALIF
           END-IF.

           IF  88-INSCRIPTO-NO
               MOVE 'NOINSCR'            TO WS-MOTIVO
           END-IF.

       22400-VALIDO-DUPLICADA.
      *-----------------------

           SET  WS-IDX-TAB-RES           TO 1.
           PERFORM UNTIL WS-IDX-TAB-RES > WS-CANT-TAB-RES
                    OR (WS-TAB-RES-ALUMNO(WS-IDX-TAB-RES) =
                                         ENCUWEB-COD-ALUMNO
                    AND WS-TAB-RES-MATERIA(WS-IDX-TAB-RES) =
                                         ENCUWEB-COD-MATERIA)
               SET WS-IDX-TAB-RES        UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-RES NOT > WS-CANT-TAB-RES
               MOVE 'DUPLICADA'          TO WS-MOTIVO
           ELSE
               IF  WS-CANT-TAB-RES < 30000
                   ADD 1                 TO WS-CANT-TAB-RES
                   SET WS-IDX-TAB-RES    TO WS-CANT-TAB-RES
                   MOVE ENCUWEB-COD-ALUMNO
                        TO WS-TAB-RES-ALUMNO(WS-IDX-TAB-RES)
                   MOVE ENCUWEB-COD-MATERIA
                        TO WS-TAB-RES-MATERIA(WS-IDX-TAB-RES)
               ELSE
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 22400-VALIDO-DUPLICADA'
                   DISPLAY 'TABLA DE RESPONDIDAS EXCEDIDA'
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
               END-IF
           END-IF.

       22500-ENTREGO-AL-SORT.
      *----------------------
      *  AL SORT VA SOLO LA CLAVE DEL GRUPO Y LOS PUNTAJES: EL
      *  LEGAJO QUEDA AFUERA. LAS PREGUNTAS FUERA DE USO VAN EN 0.
      *----------------------

           ADD 1                         TO WS-ACEPTADAS.

           MOVE ENCUWEB-PERIODO          TO SORT-PERIODO.
           MOVE ENCUWEB-INSTITUTO        TO SORT-INSTITUTO.
           MOVE ENCUWEB-COD-DOCENTE      TO SORT-DOCENTE.
           MOVE ENCUWEB-COD-MATERIA      TO SORT-MATERIA.
           MOVE ZEROS                    TO SORT-PUNTAJES.

           PERFORM VARYING WS-SUB-PREG FROM 1 BY 1
                     UNTIL WS-SUB-PREG > WS-CANT-PREGUNTAS
               MOVE ENCUWEB-PUNTAJE(WS-SUB-PREG)
                                   TO SORT-PUNTAJE(WS-SUB-PREG)
           END-PERFORM.

           RELEASE SORT-REG.

       22600-GRABO-RECHAZO.
      *--------------------

           ADD 1                         TO WS-RECHAZADAS.

           MOVE WS-MOTIVO                TO ENCUREJ-MOTIVO.
           MOVE ENCUWEB-COD-ALUMNO       TO ENCUREJ-COD-ALUMNO.
           MOVE ENCUWEB-PERIODO          TO ENCUREJ-PERIODO.
           MOVE ENCUWEB-COD-MATERIA      TO ENCUREJ-COD-MATERIA.
           MOVE ENCUWEB-INSTITUTO        TO ENCUREJ-INSTITUTO.
           MOVE ENCUWEB-COD-DOCENTE      TO ENCUREJ-COD-DOCENTE.

           WRITE REG-ENCUREJ-FD          FROM WS-REG-ENCUREJ.

           EVALUATE TRUE
               WHEN 88-FS-ENCUREJ-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22600-GRABO-RECHAZO'
                    DISPLAY 'ERROR EN WRITE      ENCUREJ'
                    DISPLAY 'FILE STATUS       :' FS-ENCUREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23000-BUSCO-INSCRIPC.
      *---------------------
      *  ALGUNA INSCRIPCION DE WS-BUS-ALUMNO EN WS-BUS-MATERIA
      *  DENTRO DE LA VENTANA, IGUAL QUE 45000-COMPLETO-PAR EN
      *  BOPGM12.
      *---------------------

           SET 88-INSCRIPTO-NO           TO TRUE.

           IF  88-OPEN-INSCRIPC-SI
               MOVE LOW-VALUES           TO INSCRIP-CLAVE-FD
               MOVE WS-BUS-ALUMNO        TO INSCRIP-ALUMNO-FD
               MOVE WS-BUS-MATERIA       TO INSCRIP-MATERIA-FD
               START INSCRIPC KEY >= INSCRIP-CLAVE-FD
               EVALUATE FS-INSCRIPC
                   WHEN '00'
                        SET 88-FIN-BUS-NO TO TRUE
                        PERFORM 23050-LEO-INSCRIPC-PAR
                          UNTIL 88-FIN-BUS-SI
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 23000-BUSCO-INSCRIPC'
                        DISPLAY 'ERROR EN START      INSCRIPC'
                        DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       23050-LEO-INSCRIPC-PAR.
      *-----------------------

           INITIALIZE INSCRIP-REGISTRO.
           READ INSCRIPC NEXT INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
               AND  INSCRIP-COD-ALUMNO  = WS-BUS-ALUMNO
               AND  INSCRIP-COD-MATERIA = WS-BUS-MATERIA
                    IF  INSCRIP-FECHA-EXAMEN NOT < WS-FECHA-DESDE
                    AND INSCRIP-FECHA-EXAMEN NOT > WS-FECHA-HASTA
                        SET 88-INSCRIPTO-SI TO TRUE
                        SET 88-FIN-BUS-SI TO TRUE
                    END-IF
               WHEN 88-FS-INSCRIPC-OK
               WHEN 88-FS-INSCRIPC-EOF
                    SET 88-FIN-BUS-SI     TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23050-LEO-INSCRIPC-PAR'
                    DISPLAY 'ERROR EN READ       INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23100-BUSCO-STCALIF.
      *--------------------

           SET 88-INSCRIPTO-NO           TO TRUE.

           MOVE LOW-VALUES               TO STCALIF-CLAVE-FD.
           MOVE WS-BUS-ALUMNO            TO STCALIF-ALUMNO-FD.
           MOVE WS-BUS-MATERIA           TO STCALIF-MATERIA-FD.

           START STCALIF KEY >= STCALIF-CLAVE-FD.

           EVALUATE FS-STCALIF
               WHEN '00'
                    SET 88-FIN-BUS-NO     TO TRUE
                    PERFORM 23150-LEO-STCALIF-PAR
                      UNTIL 88-FIN-BUS-SI
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23100-BUSCO-STCALIF'
                    DISPLAY 'ERROR EN START      STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23150-LEO-STCALIF-PAR.
      *----------------------

           INITIALIZE STCALIF-RECORD.
           READ STCALIF NEXT INTO STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
               AND  STCALIF-COD-ESTUDIANTE = WS-BUS-ALUMNO
               AND  STCALIF-COD-MATERIA    = WS-BUS-MATERIA
                    IF  STCALIF-FECHA-EXAMEN NOT < WS-FECHA-DESDE
                    AND STCALIF-FECHA-EXAMEN NOT > WS-FECHA-HASTA
                        SET 88-INSCRIPTO-SI TO TRUE
                        SET 88-FIN-BUS-SI TO TRUE
                    END-IF
               WHEN 88-FS-STCALIF-OK
               WHEN 88-FS-STCALIF-EOF
                    SET 88-FIN-BUS-SI     TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23150-LEO-STCALIF-PAR'
                    DISPLAY 'ERROR EN READ       STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25000-EMITO-RESULTADOS.
      *-----------------------

           SET 88-FIN-SORT-NO            TO TRUE.
           SET 88-HAY-GRUPO-NO           TO TRUE.

           PERFORM UNTIL 88-FIN-SORT-SI
               RETURN SORT-ENCU
                   AT END
                      SET 88-FIN-SORT-SI TO TRUE
                   NOT AT END
                      PERFORM 25100-PROCESO-RESPUESTA
               END-RETURN
           END-PERFORM.

           IF  88-HAY-GRUPO-SI
               PERFORM 25300-CIERRO-MATERIA
               PERFORM 25400-CIERRO-DOCENTE
           END-IF.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE WS-ACEPTADAS             TO TRR-ACEPTADAS.
           MOVE WS-RECHAZADAS            TO TRR-RECHAZADAS.
           MOVE WS-GRUPOS-PUBLICADOS     TO TRR-PUBLICADOS.
           MOVE WS-GRUPOS-SUPRIMIDOS     TO TRR-SUPRIMIDOS.
           MOVE SPACES                   TO REG-ENCURES.
           PERFORM 26000-ESCRIBO-ENCURES.
           MOVE TRL-RES                  TO REG-ENCURES.
           PERFORM 26000-ESCRIBO-ENCURES.

       25100-PROCESO-RESPUESTA.
      *------------------------

           IF  88-HAY-GRUPO-NO
               MOVE SORT-INSTITUTO       TO WS-INSTITUTO-ANTERIOR
               MOVE SORT-DOCENTE         TO WS-DOCENTE-ANTERIOR
               MOVE SORT-MATERIA         TO WS-MATERIA-ANTERIOR
               PERFORM 25200-ABRO-INSTITUTO
               PERFORM 25250-ABRO-DOCENTE
               SET 88-HAY-GRUPO-SI       TO TRUE
           ELSE
               IF  SORT-INSTITUTO NOT = WS-INSTITUTO-ANTERIOR
                   PERFORM 25300-CIERRO-MATERIA
                   PERFORM 25400-CIERRO-DOCENTE
                   MOVE SORT-INSTITUTO   TO WS-INSTITUTO-ANTERIOR
                   MOVE SORT-DOCENTE     TO WS-DOCENTE-ANTERIOR
                   MOVE SORT-MATERIA     TO WS-MATERIA-ANTERIOR
                   PERFORM 25200-ABRO-INSTITUTO
                   PERFORM 25250-ABRO-DOCENTE
               ELSE
                   IF  SORT-DOCENTE NOT = WS-DOCENTE-ANTERIOR
                       PERFORM 25300-CIERRO-MATERIA
                       PERFORM 25400-CIERRO-DOCENTE
                       MOVE SORT-DOCENTE TO WS-DOCENTE-ANTERIOR
                       MOVE SORT-MATERIA TO WS-MATERIA-ANTERIOR
                       PERFORM 25250-ABRO-DOCENTE
                   ELSE
                       IF  SORT-MATERIA NOT = WS-MATERIA-ANTERIOR
                           PERFORM 25300-CIERRO-MATERIA
                           MOVE SORT-MATERIA TO WS-MATERIA-ANTERIOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 25110-GRABO-ENCUESTA.
           PERFORM 25120-ACUMULO-RESPUESTA.

       25110-GRABO-ENCUESTA.
      *---------------------

           INITIALIZE ENCUESTA-RECORD.
           MOVE SORT-PERIODO             TO ENCUESTA-PERIODO.
           MOVE SORT-INSTITUTO           TO ENCUESTA-INSTITUTO.
           MOVE SORT-DOCENTE             TO ENCUESTA-COD-DOCENTE.
           MOVE SORT-MATERIA             TO ENCUESTA-COD-MATERIA.
           MOVE SORT-PUNTAJES            TO ENCUESTA-PUNTAJES.

           WRITE REG-ENCUESTA-FD         FROM ENCUESTA-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-ENCUESTA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25110-GRABO-ENCUESTA'
                    DISPLAY 'ERROR EN WRITE      ENCUESTA'
                    DISPLAY 'FILE STATUS       :' FS-ENCUESTA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25120-ACUMULO-RESPUESTA.
      *------------------------

           ADD 1                         TO WS-MAT-RESPUESTAS
                                            WS-DOC-RESPUESTAS.

           PERFORM VARYING WS-SUB-PREG FROM 1 BY 1
                     UNTIL WS-SUB-PREG > WS-CANT-PREGUNTAS
               IF  SORT-PUNTAJE(WS-SUB-PREG) > 0
                   ADD SORT-PUNTAJE(WS-SUB-PREG)
                                   TO WS-MAT-SUMA(WS-SUB-PREG)
                                      WS-DOC-SUMA(WS-SUB-PREG)
                   ADD 1           TO WS-MAT-CANT(WS-SUB-PREG)
                                      WS-DOC-CANT(WS-SUB-PREG)
               END-IF
           END-PERFORM.

       25150-CONTROL-DE-LINEA.
      *-----------------------

           IF  WS-LINEA > WS-LINEAS-MAX
               SET 88-SALTO-HOJA-SI      TO TRUE
               PERFORM 25160-IMPRIMO-TITULOS
           END-IF.

       25160-IMPRIMO-TITULOS.
      *----------------------

           MOVE WS-CURRENT-DATE-DD       TO TITR01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITR01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITR01-FECHA-AAAA.
           MOVE ENCUCFG-ANIO             TO TITR01-ANIO.
           MOVE ENCUCFG-CUATRIMESTRE     TO TITR01-CUATRIMESTRE.
           MOVE WS-INSTITUTO-ANTERIOR    TO TITR02-INSTITUTO.
           MOVE WS-MINIMO-RESPUESTAS     TO TITR02-MINIMO.

           ADD  1 TO WS-PAGINA.
           MOVE WS-PAGINA                TO TITR01-PAGINA.

           MOVE  TIT-R01 TO REG-ENCURES.
           PERFORM 26000-ESCRIBO-ENCURES.
           MOVE  TIT-R02 TO REG-ENCURES.
           PERFORM 26000-ESCRIBO-ENCURES.
           MOVE  TIT-R03 TO REG-ENCURES.
           PERFORM 26000-ESCRIBO-ENCURES.

           MOVE 4 TO WS-LINEA.

       25200-ABRO-INSTITUTO.
      *---------------------
      *  CADA SEDE EMPIEZA EN HOJA NUEVA.
      *---------------------

           MOVE 090                      TO WS-LINEA.

       25250-ABRO-DOCENTE.
      *-------------------

           INITIALIZE WS-ACUM-DOCENTE
                      WS-ACUM-MATERIA.
           MOVE 0                        TO WS-DOC-MATERIAS.
           MOVE SPACES                   TO WS-DOCENTE-NOMBRE.

           IF  88-OPEN-DOCENTES-SI
               INITIALIZE DOCENTES-REGISTRO
               MOVE SORT-DOCENTE         TO COD-DOCENTES-FD
               READ DOCENTES INTO DOCENTES-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-DOCENTES-OK
                        MOVE DOCENTES-NOMBRE TO WS-DOCENTE-NOMBRE
                   WHEN 88-FS-DOCENTES-NOKEY
                   WHEN 88-FS-DOCENTES-INVKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 25250-ABRO-DOCENTE'
                        DISPLAY 'ERROR EN READ       DOCENTES'
                        DISPLAY 'FILE STATUS       :' FS-DOCENTES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       25300-CIERRO-MATERIA.
      *---------------------

           IF  WS-MAT-RESPUESTAS > 0
               MOVE 0                    TO WS-MAT-INSCRIPTOS
               SET  WS-IDX-TAB-INS       TO 1
               PERFORM UNTIL WS-IDX-TAB-INS > WS-CANT-TAB-INS
                        OR (WS-TAB-INS-MATERIA(WS-IDX-TAB-INS) =
                                         WS-MATERIA-ANTERIOR
                        AND WS-TAB-INS-INSTITUTO(WS-IDX-TAB-INS) =
                                         WS-INSTITUTO-ANTERIOR)
                   SET WS-IDX-TAB-INS    UP BY 1
               END-PERFORM
               IF  WS-IDX-TAB-INS NOT > WS-CANT-TAB-INS
                   MOVE WS-TAB-INS-CANTIDAD(WS-IDX-TAB-INS)
                                         TO WS-MAT-INSCRIPTOS
               END-IF
               ADD WS-MAT-INSCRIPTOS     TO WS-DOC-INSCRIPTOS
               ADD 1                     TO WS-DOC-MATERIAS

               MOVE WS-ACUM-MATERIA      TO WS-ACUM-LINEA
               MOVE WS-DOCENTE-ANTERIOR  TO DR-DOCENTE
               MOVE WS-DOCENTE-NOMBRE    TO DR-NOMBRE
               MOVE WS-MATERIA-ANTERIOR  TO DR-MATERIA
               PERFORM 25500-IMPRIMO-GRUPO
           END-IF.

           INITIALIZE WS-ACUM-MATERIA.

       25400-CIERRO-DOCENTE.
      *---------------------
      *  EL TOTAL DEL DOCENTE SOLO SE IMPRIME SI TIENE MAS DE UNA
      *  MATERIA; CON UNA SOLA REPETIRIA LA LINEA ANTERIOR.
      *---------------------

           IF  WS-DOC-MATERIAS > 1
               MOVE WS-ACUM-DOCENTE      TO WS-ACUM-LINEA
               MOVE WS-DOCENTE-ANTERIOR  TO DR-DOCENTE
               MOVE SPACES               TO DR-NOMBRE
               MOVE 'TOTAL'              TO DR-MATERIA
               PERFORM 25500-IMPRIMO-GRUPO
           END-IF.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE SPACES                   TO REG-ENCURES.
           PERFORM 26000-ESCRIBO-ENCURES.

       25500-IMPRIMO-GRUPO.
      *--------------------
      *  UN GRUPO CON MENOS RESPUESTAS QUE EL MINIMO MUESTRA SOLO
      *  LAS CANTIDADES: LOS PROMEDIOS NO SE PUBLICAN.
      *--------------------

           MOVE WS-LIN-RESPUESTAS        TO DR-RESPUESTAS.
           MOVE WS-LIN-INSCRIPTOS        TO DR-INSCRIPTOS.

           MOVE 0                        TO WS-TASA.
           IF  WS-LIN-INSCRIPTOS > 0
               COMPUTE WS-TASA ROUNDED =
                       WS-LIN-RESPUESTAS * 100 / WS-LIN-INSCRIPTOS
                   ON SIZE ERROR
                       MOVE 999,9        TO WS-TASA
               END-COMPUTE
           END-IF.
           MOVE WS-TASA                  TO DR-TASA.

           IF  WS-LIN-RESPUESTAS < WS-MINIMO-RESPUESTAS
               ADD 1                     TO WS-GRUPOS-SUPRIMIDOS
               MOVE '  MENOS RESPUESTAS QUE EL MINIMO - SUPRIMIDO'
                                         TO DR-SUPRIMIDO
           ELSE
               ADD 1                     TO WS-GRUPOS-PUBLICADOS
               MOVE SPACES               TO DR-RESULTADO
               MOVE 0                    TO WS-LIN-SUMA-TOTAL
                                            WS-LIN-CANT-TOTAL
               PERFORM VARYING WS-SUB-PREG FROM 1 BY 1
                         UNTIL WS-SUB-PREG > 10
                   MOVE 0                TO WS-PROMEDIO
                   IF  WS-SUB-PREG NOT > WS-CANT-PREGUNTAS
                   AND WS-LIN-CANT(WS-SUB-PREG) > 0
                       COMPUTE WS-PROMEDIO ROUNDED =
                               WS-LIN-SUMA(WS-SUB-PREG) /
                               WS-LIN-CANT(WS-SUB-PREG)
                       ADD WS-LIN-SUMA(WS-SUB-PREG)
                                         TO WS-LIN-SUMA-TOTAL
                       ADD WS-LIN-CANT(WS-SUB-PREG)
                                         TO WS-LIN-CANT-TOTAL
                   END-IF
                   MOVE WS-PROMEDIO      TO DR-PROMEDIO(WS-SUB-PREG)
               END-PERFORM
               MOVE 0                    TO WS-PROMEDIO
               IF  WS-LIN-CANT-TOTAL > 0
                   COMPUTE WS-PROMEDIO ROUNDED =
                           WS-LIN-SUMA-TOTAL / WS-LIN-CANT-TOTAL
               END-IF
               MOVE WS-PROMEDIO          TO DR-PROMEDIO-GRAL
           END-IF.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE DET-RES                  TO REG-ENCURES.
           PERFORM 26000-ESCRIBO-ENCURES.

       26000-ESCRIBO-ENCURES.
      *----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-ENCURES-FD FROM REG-ENCURES AFTER PAGE
           ELSE
              WRITE REG-ENCURES-FD FROM REG-ENCURES AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-ENCURES-OK
                   ADD 1              TO  WS-LINEA
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26000-ESCRIBO-ENCURES'
                   DISPLAY 'ERROR EN ESCRIBO    ENCURES'
                   DISPLAY 'FILE STATUS       :' FS-ENCURES
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'FORMULARIOS LEIDOS:' WS-ENCUWEB-LEIDOS.
           DISPLAY 'ACEPTADOS         :' WS-ACEPTADAS.
           DISPLAY 'RECHAZADOS        :' WS-RECHAZADAS.
           DISPLAY 'GRUPOS PUBLICADOS :' WS-GRUPOS-PUBLICADOS.
           DISPLAY 'GRUPOS SUPRIMIDOS :' WS-GRUPOS-SUPRIMIDOS.
           IF  WS-INSCRIPTOS-EXCEDIDOS > 0
               DISPLAY 'INSCRIPTOS SIN TABLA:' WS-INSCRIPTOS-EXCEDIDOS
           END-IF.
           DISPLAY '--------------------------------'.

           IF  WS-RECHAZADAS > 0
               MOVE 4                    TO RETURN-CODE
           END-IF.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-ENCUWEB-SI
              SET 88-OPEN-ENCUWEB-NO  TO TRUE
              CLOSE ENCUWEB
           END-IF.

           IF 88-OPEN-DOCENTES-SI
              SET 88-OPEN-DOCENTES-NO TO TRUE
              CLOSE DOCENTES
           END-IF.

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO TO TRUE
              CLOSE INSCRIPC
           END-IF.

           IF 88-OPEN-STCALIF-SI
              SET 88-OPEN-STCALIF-NO  TO TRUE
              CLOSE STCALIF
           END-IF.

           IF 88-OPEN-ENCUESTA-SI
              SET 88-OPEN-ENCUESTA-NO TO TRUE
              CLOSE ENCUESTA
           END-IF.

           IF 88-OPEN-ENCUREJ-SI
              SET 88-OPEN-ENCUREJ-NO  TO TRUE
              CLOSE ENCUREJ
           END-IF.

           IF 88-OPEN-ENCURES-SI
              SET 88-OPEN-ENCURES-NO  TO TRUE
              CLOSE ENCURES
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
