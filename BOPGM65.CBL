       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM65.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA PROYECTA, ANTES DE ARMAR EL PROXIMO LLAMADO,
      * CUANTOS ALUMNOS ESTAN EN CONDICIONES DE RENDIR CADA
      * MATERIA EN CADA SEDE, PARA QUE BEDELIA DIMENSIONE AULAS Y
      * TRIBUNALES EN LUGAR DE ENTERARSE POR LA LISTA DE ESPERA.
      * RECORRE LAS INSCRIPCIONES A CARRERA (ALUCARR) Y, COMO
      * BOPGM07, CADA MATERIA DEL PLAN DEL ALUMNO (PLANEST, EN SU
      * VERSION). EL PAR ALUMNO+MATERIA ES ELEGIBLE SI:
      *   - LA MATERIA NO ESTA APROBADA (ESTADOACAD);
      *   - NO AGOTO LOS INTENTOS (INTENCFG, CON LOS AUSENTES
      *     CONVERTIDOS IGUAL QUE EN BOPGM31);
      *   - TIENE APROBADAS TODAS SUS CORRELATIVAS (CORRELAT);
      *   - EL ALUMNO NO TIENE NINGUN BLOQUEO (BLOQUEOS).
      * EL PAR NO ELEGIBLE SE CUENTA POR LA PRIMERA CONDICION QUE
      * FALLA, EN ESE ORDEN. UN ALUMNO CON LA MISMA MATERIA EN DOS
      * CARRERAS CUENTA UNA SOLA VEZ.
      *-----------------------------------------------------------
      * SEDE: LA DE LA ULTIMA INSCRIPCION A EXAMEN DEL ALUMNO
      * (INSCRIPC); SIN INSCRIPCIONES PREVIAS VA A 'SIN SEDE'.
      *-----------------------------------------------------------
      * PRESENTISMO: LA DEMANDA PROYECTADA ES LA CANTIDAD DE
      * ELEGIBLES POR EL PORCENTAJE HISTORICO DE PRESENTES DE LA
      * MATERIA: EXAMENES RENDIDOS EN STCALIFHIST (SIN LAS
      * PROMOCIONES) SOBRE ESOS MISMOS EXAMENES MAS LOS AUSENTES
      * DE INSCRIPC HASTA LA ULTIMA FECHA DEL HISTORICO. MATERIA
      * SIN HISTORIA: SE USA EL PORCENTAJE GENERAL; SIN HISTORICO
      * NINGUNO SE PROYECTA EL 100%.
      *-----------------------------------------------------------
      * LLAMADOS: CADA GRUPO MATERIA+SEDE SE ASIGNA AL LLAMADO MAS
      * PROXIMO (FECHA-DESDE DE HOY EN ADELANTE) QUE LO CUBRE, CON
      * LOS COMODINES DE MNTINSC (MATERIA O INSTITUTO EN BLANCO
      * VALEN PARA TODOS). LA SEGUNDA PARTE DEL LISTADO SUMA LA
      * DEMANDA DE CADA LLAMADO Y MARCA LOS QUE TIENEN UN CUPO
      * CARGADO MENOR A ESA DEMANDA (CUPO INSUFICIENTE, RC 4).
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

           SELECT ALUCARR          ASSIGN       TO
                                   'ALUCARR'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ALUCARR.

           SELECT PLANEST          ASSIGN       TO
                                   'PLANEST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PLANEST.

           SELECT ESTADOACAD       ASSIGN       TO
                                   'ESTADOACAD'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS ESTADOACAD-CLAVE-FD
                                   FILE STATUS  IS FS-ESTADOACAD.

           SELECT MATERIAS         ASSIGN       TO
                                   'MATERIAS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-MATERIAS-FD
                                   FILE STATUS  IS FS-MATERIAS.

           SELECT OPTIONAL CORRELAT ASSIGN      TO
                                   'CORRELAT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CORRELAT.

           SELECT OPTIONAL INTENCFG ASSIGN      TO
                                   'INTENCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-INTENCFG.

           SELECT OPTIONAL BLOQUEOS ASSIGN      TO
                                   'BLOQUEOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS BLOQUEOS-CLAVE-FD
                                   FILE STATUS  IS FS-BLOQUEOS.

           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

           SELECT OPTIONAL LLAMADOS ASSIGN      TO
                                   'LLAMADOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS LLAMADOS-CLAVE-FD
                                   FILE STATUS  IS FS-LLAMADOS.

           SELECT OPTIONAL STCALIF-HIST ASSIGN  TO
                                   'STCALIFHIST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIF-HIST.

           SELECT SORT-DEM         ASSIGN       TO
                                   'SORTDEM'.

           SELECT DEMANDA          ASSIGN       TO
                                   'DEMANDA'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DEMANDA.

      *----------------------------------------------------------
      *  BITACORA COMUN DE LA CORRIDA (VER WRUNLOG). OPCIONAL:
      *  SI NO EXISTE SE CREA CON EL PRIMER OPEN EXTEND.
      *----------------------------------------------------------
           SELECT OPTIONAL RUNLOG  ASSIGN       TO
                                   'RUNLOG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-RUNLOG.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  ALUCARR
           RECORDING MODE IS F.
       01  ALUCARR-RECORD-FD             PIC  X(20).

       FD  PLANEST
           RECORDING MODE IS F.
       01  PLANEST-RECORD-FD             PIC  X(20).

       FD  ESTADOACAD.
       01  ESTADOACAD-DATOS-FD.
           03  ESTADOACAD-CLAVE-FD.
               05  ESTADOACAD-ALUMNO-FD  PIC 9(06).
               05  ESTADOACAD-MATERIA-FD PIC X(08).
           03  FILLER                    PIC X(26).

       FD  MATERIAS.
       01  COD-MATERIAS-DATOS-FD.
           03  COD-MATERIAS-FD           PIC X(08).
           03  FILLER                    PIC X(72).

       FD  CORRELAT
           RECORDING MODE IS F.
       01  CORRELAT-RECORD-FD            PIC  X(20).

       FD  INTENCFG
           RECORDING MODE IS F.
       01  INTENCFG-RECORD-FD            PIC  X(30).

       FD  BLOQUEOS.
       01  BLOQUEOS-DATOS-FD.
           03  BLOQUEOS-CLAVE-FD.
               05  BLOQUEOS-ALUMNO-FD    PIC 9(06).
               05  BLOQUEOS-TIPO-FD      PIC X(03).
           03  FILLER                    PIC X(51).

       FD  INSCRIPC.
       01  INSCRIPC-DATOS-FD.
           03  INSCRIP-CLAVE-FD.
               05  INSCRIP-ALUMNO-FD     PIC 9(06).
               05  INSCRIP-MATERIA-FD    PIC X(08).
               05  INSCRIP-FECHA-FD      PIC X(08).
           03  FILLER                    PIC X(18).

       FD  LLAMADOS.
       01  LLAMADOS-DATOS-FD.
           03  LLAMADOS-CLAVE-FD.
               05  LLAMADOS-NUMERO-FD    PIC 9(04).
               05  LLAMADOS-MATERIA-FD   PIC X(08).
               05  LLAMADOS-INST-FD      PIC X(10).
           03  FILLER                    PIC X(28).

       FD  STCALIF-HIST
           RECORDING MODE IS F.
       01  REG-STCALIF-HIST-FD           PIC  X(80).

      *-------------------------------------------------------------*
      *     REGISTRO DEL SORT: UN PAR ELEGIBLE POR MATERIA + SEDE + *
      *     LEGAJO, PARA CORTAR POR MATERIA Y POR SEDE Y DESCARTAR  *
      *     EL MISMO LEGAJO REPETIDO POR DOS CARRERAS.              *
      *-------------------------------------------------------------*
       SD  SORT-DEM.
       01  SORT-DEM-REG.
           03  SORT-DEM-CLAVE.
               05  SORT-DEM-MATERIA      PIC X(08).
               05  SORT-DEM-INSTITUTO    PIC X(10).
               05  SORT-DEM-ALUMNO       PIC 9(06).

       FD  DEMANDA
           RECORDING MODE IS F.
       01  REG-DEMANDA-FD                PIC  X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM65'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.
       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

       77  FS-ALUCARR                    PIC  X(02) VALUE ' '.
           88 88-FS-ALUCARR-OK                      VALUE '00'.
           88 88-FS-ALUCARR-EOF                     VALUE '10'.

       77  FS-PLANEST                    PIC  X(02) VALUE ' '.
           88 88-FS-PLANEST-OK                      VALUE '00'.
           88 88-FS-PLANEST-EOF                     VALUE '10'.

       77  FS-ESTADOACAD                 PIC X(02)  VALUE ' '.
           88 88-FS-ESTADOACAD-OK                   VALUE '00'.
           88 88-FS-ESTADOACAD-EOF                  VALUE '10'.
           88 88-FS-ESTADOACAD-INVKEY               VALUE '21'.
           88 88-FS-ESTADOACAD-NOKEY                VALUE '23'.

       77  FS-MATERIAS                   PIC X(02)  VALUE ' '.
           88 88-FS-MATERIAS-OK                     VALUE '00'.
           88 88-FS-MATERIAS-EOF                    VALUE '10'.
           88 88-FS-MATERIAS-INVKEY                 VALUE '21'.
           88 88-FS-MATERIAS-DUPKEY                 VALUE '22'.
           88 88-FS-MATERIAS-NOKEY                  VALUE '23'.

       77  FS-CORRELAT                   PIC  X(02) VALUE ' '.
           88 88-FS-CORRELAT-OK                     VALUE '00'.
           88 88-FS-CORRELAT-EOF                    VALUE '10'.

       77  FS-INTENCFG                   PIC  X(02) VALUE ' '.
           88 88-FS-INTENCFG-OK                     VALUE '00'.
           88 88-FS-INTENCFG-EOF                    VALUE '10'.

       77  FS-BLOQUEOS                   PIC X(02)  VALUE ' '.
           88 88-FS-BLOQUEOS-OK                     VALUE '00'.
           88 88-FS-BLOQUEOS-EOF                    VALUE '10'.
           88 88-FS-BLOQUEOS-INVKEY                 VALUE '21'.
           88 88-FS-BLOQUEOS-NOKEY                  VALUE '23'.

       77  FS-INSCRIPC                   PIC X(02)  VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.
           88 88-FS-INSCRIPC-INVKEY                 VALUE '21'.
           88 88-FS-INSCRIPC-NOKEY                  VALUE '23'.

       77  FS-LLAMADOS                   PIC X(02)  VALUE ' '.
           88 88-FS-LLAMADOS-OK                     VALUE '00'.
           88 88-FS-LLAMADOS-EOF                    VALUE '10'.

       77  FS-STCALIF-HIST               PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-HIST-OK                 VALUE '00'.
           88 88-FS-STCALIF-HIST-EOF                VALUE '10'.

       77  FS-DEMANDA                    PIC  X(02) VALUE ' '.
           88 88-FS-DEMANDA-OK                      VALUE '00'.

       77  WS-OPEN-ALUCARR               PIC X      VALUE 'N'.
           88 88-OPEN-ALUCARR-SI                    VALUE 'S'.
           88 88-OPEN-ALUCARR-NO                    VALUE 'N'.

       77  WS-OPEN-PLANEST               PIC X      VALUE 'N'.
           88 88-OPEN-PLANEST-SI                    VALUE 'S'.
           88 88-OPEN-PLANEST-NO                    VALUE 'N'.

       77  WS-OPEN-ESTADOACAD            PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOACAD-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOACAD-NO                 VALUE 'N'.

       77  WS-OPEN-MATERIAS              PIC X      VALUE 'N'.
           88 88-OPEN-MATERIAS-SI                   VALUE 'S'.
           88 88-OPEN-MATERIAS-NO                   VALUE 'N'.

       77  WS-OPEN-CORRELAT              PIC X      VALUE 'N'.
           88 88-OPEN-CORRELAT-SI                   VALUE 'S'.
           88 88-OPEN-CORRELAT-NO                   VALUE 'N'.

       77  WS-OPEN-BLOQUEOS              PIC X      VALUE 'N'.
           88 88-OPEN-BLOQUEOS-SI                   VALUE 'S'.
           88 88-OPEN-BLOQUEOS-NO                   VALUE 'N'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

       77  WS-OPEN-LLAMADOS              PIC X      VALUE 'N'.
           88 88-OPEN-LLAMADOS-SI                   VALUE 'S'.
           88 88-OPEN-LLAMADOS-NO                   VALUE 'N'.

       77  WS-OPEN-STCALIF-HIST          PIC X      VALUE 'N'.
           88 88-OPEN-STCALIF-HIST-SI               VALUE 'S'.
           88 88-OPEN-STCALIF-HIST-NO               VALUE 'N'.

       77  WS-OPEN-DEMANDA               PIC X      VALUE 'N'.
           88 88-OPEN-DEMANDA-SI                    VALUE 'S'.
           88 88-OPEN-DEMANDA-NO                    VALUE 'N'.

       77  WS-FIN-SORT                   PIC X      VALUE 'N'.
           88 88-FIN-SORT-SI                        VALUE 'S'.
           88 88-FIN-SORT-NO                        VALUE 'N'.

       77  WS-FIN-INSCRIP                PIC X      VALUE 'N'.
           88 88-FIN-INSCRIP-SI                     VALUE 'S'.
           88 88-FIN-INSCRIP-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     FECHA DE PROCESO (AAAAMMDD): LOS LLAMADOS QUE EMPIEZAN  *
      *     DESDE HOY SON LOS PROXIMOS.                             *
      *-------------------------------------------------------------*
       77  WS-FECHA-HOY                  PIC X(08)  VALUE ' '.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       01  WS-FECHA-AAAAMMDD.
           03  WS-FECHA-AAAA             PIC X(04)  VALUE ' '.
           03  WS-FECHA-MM               PIC X(02)  VALUE ' '.
           03  WS-FECHA-DD               PIC X(02)  VALUE ' '.

      *-------------------------------------------------------------*
      *     TOPE DE INTENTOS, IGUAL QUE 10166-LEO-INTENCFG EN       *
      *     BOPGM01 Y BOPGM31.                                      *
      *-------------------------------------------------------------*
       77  WS-MAX-INTENTOS               PIC 9(02)  VALUE 03.
       77  WS-AUSENTES-POR-INTENTO       PIC 9(02)  VALUE 0.
       77  WS-INTENTOS-EFECTIVOS         PIC 9(04)  VALUE 0.

      *-------------------------------------------------------------*
      *     CONTADORES                                              *
      *-------------------------------------------------------------*
       77  WS-ALUCARR-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-PARES-EVALUADOS            PIC 9(09)  VALUE 0.
       77  WS-NO-ELEG-APROBADA           PIC 9(09)  VALUE 0.
       77  WS-NO-ELEG-AGOTADA            PIC 9(09)  VALUE 0.
       77  WS-NO-ELEG-CORRELATIVA        PIC 9(09)  VALUE 0.
       77  WS-NO-ELEG-BLOQUEO            PIC 9(09)  VALUE 0.
       77  WS-ELEGIBLES-LIBERADOS        PIC 9(09)  VALUE 0.
       77  WS-TOT-ELEGIBLES              PIC 9(09)  VALUE 0.
       77  WS-TOT-DEMANDA                PIC 9(09)  VALUE 0.
       77  WS-GRUPOS-SIN-LLAMADO         PIC 9(07)  VALUE 0.
       77  WS-LLAMADOS-EXCEDIDOS         PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-DEMANDA           PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     PLAN DE ESTUDIOS COMPLETO, CARGADO DE PLANEST, IGUAL    *
      *     QUE 10150-CARGO-TABLA-PLAN EN BOPGM07.                  *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-PLAN              PIC 9(04)  VALUE 0.
       01  WS-TABLA-PLAN.
           03  WS-TAB-PLAN OCCURS 500 TIMES
                          INDEXED BY WS-IDX-TAB-PLAN.
               05  WS-TAB-PLAN-CARRERA    PIC X(06).
               05  WS-TAB-PLAN-MAT        PIC X(08).
               05  WS-TAB-PLAN-VERSION    PIC 9(02).

      *-------------------------------------------------------------*
      *     CORRELATIVAS (MATERIAS PREVIAS), CARGADAS DE CORRELAT    *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-COR               PIC 9(04)  VALUE 0.
       01  WS-TABLA-CORRELAT.
           03  WS-TAB-COR OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-COR.
               05  WS-TAB-COR-MAT         PIC X(08).
               05  WS-TAB-COR-PREVIA      PIC X(08).

      *-------------------------------------------------------------*
      *     ESTADO ACADEMICO DEL ALUMNO EN PROCESO, CARGADO DE      *
      *     ESTADOACAD CON UN START POR ALUMNO (COMO BOPGM27).      *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-ALU-MAT           PIC 9(03)  VALUE 0.
       01  WS-TABLA-ALU-MAT.
           03  WS-TAB-ALU-MAT OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-ALU-MAT.
               05  WS-TAB-ALU-MAT-COD     PIC X(08).
               05  WS-TAB-ALU-MAT-APROB   PIC X(01).
               05  WS-TAB-ALU-MAT-INTENTOS PIC 9(02).
               05  WS-TAB-ALU-MAT-AUSENTES PIC 9(02).

       77  WS-MATERIA-APROBADA           PIC X      VALUE 'N'.
           88  WS-MATERIA-APROBADA-SI               VALUE 'S'.
           88  WS-MATERIA-NO-APROBADA               VALUE 'N'.

       77  WS-MATERIA-AGOTADA            PIC X      VALUE 'N'.
           88  WS-MATERIA-AGOTADA-SI                VALUE 'S'.
           88  WS-MATERIA-AGOTADA-NO                VALUE 'N'.

       77  WS-PREVIA-APROBADA            PIC X      VALUE 'N'.
           88  WS-PREVIA-APROBADA-SI                VALUE 'S'.
           88  WS-PREVIA-NO-APROBADA                VALUE 'N'.

       77  WS-ALUMNO-BLOQUEADO           PIC X      VALUE 'N'.
           88  88-ALUMNO-BLOQUEADO-SI               VALUE 'S'.
           88  88-ALUMNO-BLOQUEADO-NO               VALUE 'N'.

      *-------------------------------------------------------------*
      *     SEDE DEL ALUMNO: INSTITUTO DE SU ULTIMA INSCRIPCION A   *
      *     EXAMEN.                                                 *
      *-------------------------------------------------------------*
       77  CTE-SIN-SEDE                  PIC X(10)  VALUE 'SIN SEDE'.
       77  WS-SEDE-ALUMNO                PIC X(10)  VALUE ' '.
       77  WS-SEDE-FECHA                 PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     PRESENTISMO HISTORICO POR MATERIA: PRESENTES DE         *
      *     STCALIFHIST Y AUSENTES DE INSCRIPC HASTA LA ULTIMA      *
      *     FECHA DEL HISTORICO.                                    *
      *-------------------------------------------------------------*
       77  WS-HIST-FECHA-MAX             PIC X(08)  VALUE ' '.
       77  WS-HIST-PRESENTES             PIC 9(09)  VALUE 0.
       77  WS-HIST-AUSENTES              PIC 9(09)  VALUE 0.
       77  WS-PORC-GENERAL               PIC 9(03)  VALUE 100.
       77  WS-PORC-MATERIA               PIC 9(03)  VALUE 100.

       77  WS-CANT-TAB-HIS               PIC 9(04)  VALUE 0.
       01  WS-TABLA-HIST.
           03  WS-TAB-HIS OCCURS 500 TIMES
                          INDEXED BY WS-IDX-TAB-HIS.
               05  WS-TAB-HIS-MAT         PIC X(08).
               05  WS-TAB-HIS-PRESENTES   PIC 9(07).
               05  WS-TAB-HIS-AUSENTES    PIC 9(07).

       77  WS-HIST-HALLADA               PIC X      VALUE 'N'.
           88 88-HIST-HALLADA-SI                    VALUE 'S'.
           88 88-HIST-HALLADA-NO                    VALUE 'N'.

      *-------------------------------------------------------------*
      *     LLAMADOS PROXIMOS (FECHA-DESDE DE HOY EN ADELANTE) CON  *
      *     SU CUPO Y LA DEMANDA PROYECTADA QUE SE LES ASIGNA.      *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-LLAM              PIC 9(04)  VALUE 0.
       01  WS-TABLA-LLAMADOS.
           03  WS-TAB-LLAM OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-LLAM
                                     WS-IDX-LLAM-HALLADO.
               05  WS-TAB-LLAM-NUMERO     PIC 9(04).
               05  WS-TAB-LLAM-MATERIA    PIC X(08).
               05  WS-TAB-LLAM-INSTITUTO  PIC X(10).
               05  WS-TAB-LLAM-DESDE      PIC X(08).
               05  WS-TAB-LLAM-CUPO       PIC 9(04).
               05  WS-TAB-LLAM-DEMANDA    PIC 9(07).

       77  WS-LLAMADO-HALLADO            PIC X      VALUE 'N'.
           88 88-LLAMADO-HALLADO-SI                 VALUE 'S'.
           88 88-LLAMADO-HALLADO-NO                 VALUE 'N'.

       77  WS-BUSCO-MATERIA              PIC X(08)  VALUE ' '.
       77  WS-BUSCO-INSTITUTO            PIC X(10)  VALUE ' '.

      *-------------------------------------------------------------*
      *     CORTES DE CONTROL SOBRE LA SALIDA DEL SORT              *
      *-------------------------------------------------------------*
       77  WS-MATERIA-ANT                PIC X(08)  VALUE ' '.
       77  WS-SEDE-ANT                   PIC X(10)  VALUE ' '.
       77  WS-ALUMNO-ANT                 PIC 9(06)  VALUE 0.
       77  WS-MATERIA-NOMBRE             PIC X(30)  VALUE ' '.
       77  WS-SEDE-ELEGIBLES             PIC 9(07)  VALUE 0.
       77  WS-SEDE-DEMANDA               PIC 9(07)  VALUE 0.
       77  WS-MAT-ELEGIBLES              PIC 9(07)  VALUE 0.
       77  WS-MAT-DEMANDA                PIC 9(07)  VALUE 0.

       77  WS-PAGINA                     PIC 9(05)  VALUE 0.
       77  WS-LINEA                      PIC 9(03)  VALUE 090.
       77  WS-LINEAS-MAX                 PIC 9(02)  VALUE 66.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     PARTE DEL LISTADO EN CURSO: 'M' = MATERIAS POR SEDE,    *
      *     'L' = LLAMADOS PROXIMOS (CAMBIA LOS TITULOS).           *
      *-------------------------------------------------------------*
       77  WS-SECCION                    PIC X      VALUE 'M'.
           88  88-SECCION-MATERIAS                  VALUE 'M'.
           88  88-SECCION-LLAMADOS                  VALUE 'L'.

       77  REG-DEMANDA                   PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-E01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM65'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(46)  VALUE
                'PROYECCION DE DEMANDA PARA EL PROXIMO LLAMADO'.
           03  FILLER                    PIC X(46)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITE01-FECHA.
               05  TITE01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITE01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITE01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-E02.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(31)  VALUE
                'PRESENTISMO HISTORICO GENERAL: '.
           03  TITE02-PORC               PIC ZZ9.
           03  FILLER                    PIC X(01)  VALUE '%'.
           03  FILLER                    PIC X(05)  VALUE ' '.
           03  FILLER                    PIC X(18)  VALUE
                'INTENTOS MAXIMOS: '.
           03  TITE02-MAX                PIC Z9.
           03  FILLER                    PIC X(45)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'PAGINA '.
           03  TITE02-PAGINA             PIC ZZZZ9.
           03  FILLER                    PIC X(14)  VALUE ' '.

       01  TIT-E03.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'MATERIA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE 'NOMBRE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'SEDE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE 'ELEGIBLES'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'PRESENT'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE '  DEMANDA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'LLAMADO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'DESDE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ' CUPO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(26)  VALUE
                'OBSERVACION'.

       01  TIT-E04.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(26)  VALUE ALL '-'.

       01  TIT-E05.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(60)  VALUE
                'LLAMADOS PROXIMOS: CUPO CONTRA DEMANDA PROYECTADA'.
           03  FILLER                    PIC X(71)  VALUE ' '.

       01  TIT-E06.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'LLAMADO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'MATERIA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'SEDE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'DESDE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ' CUPO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE '  DEMANDA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ' FALTANTE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
                'OBSERVACION'.
           03  FILLER                    PIC X(36)  VALUE ' '.

       01  TIT-E07.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE ALL '-'.
           03  FILLER                    PIC X(36)  VALUE ' '.

       01  DET-DEMANDA.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DE-MATERIA                PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DE-NOMBRE                 PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DE-SEDE                   PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DE-ELEGIBLES              PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DE-PORC                   PIC ZZ9.
           03  FILLER                    PIC X(01)  VALUE '%'.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DE-DEMANDA                PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DE-LLAMADO                PIC ZZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DE-FECHA                  PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DE-CUPO                   PIC ZZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DE-OBSERVACION            PIC X(26)  VALUE ' '.

       01  TRL-MATERIA.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
                'TOTAL DE LA MATERIA'.
           03  FILLER                    PIC X(15)  VALUE ' '.
           03  TRM-ELEGIBLES             PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(12)  VALUE ' '.
           03  TRM-DEMANDA               PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(51)  VALUE ' '.

       01  DET-LLAMADO.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DL-LLAMADO                PIC ZZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-MATERIA                PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-SEDE                   PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-FECHA                  PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DL-CUPO                   PIC ZZZ9.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DL-DEMANDA                PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DL-FALTANTE               PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-OBSERVACION            PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(36)  VALUE ' '.

       01  DET-SIN-LLAMADOS.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(60)  VALUE
                'NO HAY LLAMADOS PROXIMOS EN EL CALENDARIO (LLAMADOS)'.
           03  FILLER                    PIC X(71)  VALUE ' '.

       01  TRL-DEMANDA.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  TRE-ETIQUETA              PIC X(40)  VALUE ' '.
           03  TRE-VALOR                 PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                    PIC X(80)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WALUCARR.
       COPY WPLANEST.
       COPY WESTACAD.
       COPY WMATERIA.
       COPY WCORRELA.
       COPY WINTENCF.
       COPY WBLOQUEO.
       COPY WINSCRIP.
       COPY WLLAMADO.
       COPY WSTCALIF.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           SORT SORT-DEM
                ON ASCENDING KEY SORT-DEM-CLAVE
                INPUT  PROCEDURE IS 20000-ALIMENTO-SORT
                OUTPUT PROCEDURE IS 25000-IMPRIMO-DEMANDA.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-FECHA-HOY.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-CARGO-TABLA-PLAN.
           PERFORM 10155-CARGO-TABLA-CORRELAT.
           PERFORM 10166-LEO-INTENCFG.
           PERFORM 10170-CARGO-TABLA-LLAMADOS.
           PERFORM 10180-CARGO-PRESENTES-HIST.
           PERFORM 10190-CARGO-AUSENTES-HIST.

           IF  WS-HIST-PRESENTES + WS-HIST-AUSENTES > 0
               COMPUTE WS-PORC-GENERAL ROUNDED =
                       WS-HIST-PRESENTES * 100 /
                      (WS-HIST-PRESENTES + WS-HIST-AUSENTES)
           END-IF.

           SET 88-SECCION-MATERIAS       TO TRUE.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT ALUCARR.

           EVALUATE FS-ALUCARR
               WHEN '00'
                    SET 88-OPEN-ALUCARR-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT ALUCARR'
                    DISPLAY 'FILE STATUS       :' FS-ALUCARR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT PLANEST.

           EVALUATE FS-PLANEST
               WHEN '00'
                    SET 88-OPEN-PLANEST-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT PLANEST'
                    DISPLAY 'FILE STATUS       :' FS-PLANEST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT ESTADOACAD.

           EVALUATE FS-ESTADOACAD
               WHEN '00'
                    SET 88-OPEN-ESTADOACAD-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
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

           PERFORM 10200-ABRO-OPCIONALES.
      *----------------------------------------------------------

           OPEN OUTPUT DEMANDA.

           EVALUATE FS-DEMANDA
               WHEN '00'
                    SET 88-OPEN-DEMANDA-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT DEMANDA'
                    DISPLAY 'FILE STATUS       :' FS-DEMANDA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10200-ABRO-OPCIONALES.
      *----------------------
      *  SIN CORRELAT NINGUNA MATERIA EXIGE PREVIAS; SIN BLOQUEOS
      *  NADIE ESTA BLOQUEADO; SIN INSCRIPC TODOS VAN A 'SIN SEDE'
      *  Y NO SE CUENTAN AUSENTES HISTORICOS.
      *----------------------

           OPEN INPUT CORRELAT.

           EVALUATE FS-CORRELAT
               WHEN '00'
                    SET 88-OPEN-CORRELAT-SI  TO TRUE
               WHEN OTHER
                    SET 88-OPEN-CORRELAT-NO  TO TRUE
           END-EVALUATE.

           OPEN INPUT BLOQUEOS.

           EVALUATE FS-BLOQUEOS
               WHEN '00'
                    SET 88-OPEN-BLOQUEOS-SI  TO TRUE
               WHEN OTHER
                    SET 88-OPEN-BLOQUEOS-NO  TO TRUE
           END-EVALUATE.

           OPEN INPUT INSCRIPC.

           EVALUATE FS-INSCRIPC
               WHEN '00'
                    SET 88-OPEN-INSCRIPC-SI  TO TRUE
               WHEN OTHER
                    SET 88-OPEN-INSCRIPC-NO  TO TRUE
           END-EVALUATE.

       10150-CARGO-TABLA-PLAN.
      *-----------------------
      *  CARGA EL PLAN DE ESTUDIOS COMPLETO EN WS-TABLA-PLAN, IGUAL
      *  QUE 10150-CARGO-TABLA-PLAN EN BOPGM07.
      *-----------------------

           PERFORM UNTIL 88-FS-PLANEST-EOF
               INITIALIZE PLANEST-RECORD
               READ PLANEST INTO PLANEST-RECORD
               IF  88-FS-PLANEST-OK
               AND WS-CANT-TAB-PLAN < 500
                   ADD 1                 TO WS-CANT-TAB-PLAN
                   SET WS-IDX-TAB-PLAN   TO WS-CANT-TAB-PLAN
                   MOVE PLANEST-COD-CARRERA
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

           CLOSE PLANEST.
           SET 88-OPEN-PLANEST-NO        TO TRUE.

       10155-CARGO-TABLA-CORRELAT.
      *--------------------------
      *  CARGA LA TABLA DE CORRELATIVAS DESDE CORRELAT. SI EL
      *  ARCHIVO NO SE PUDO ABRIR, NINGUNA MATERIA TIENE PREVIAS
      *  EXIGIDAS.
      *--------------------------

           IF  88-OPEN-CORRELAT-SI
               PERFORM UNTIL 88-FS-CORRELAT-EOF
                   READ CORRELAT INTO CORRELAT-RECORD
                   IF  88-FS-CORRELAT-OK
                   AND WS-CANT-TAB-COR < 200
                       ADD 1                  TO WS-CANT-TAB-COR
                       MOVE CORRELAT-COD-MATERIA TO
                                  WS-TAB-COR-MAT(WS-CANT-TAB-COR)
                       MOVE CORRELAT-COD-PREVIA  TO
                                  WS-TAB-COR-PREVIA(WS-CANT-TAB-COR)
                   END-IF
               END-PERFORM
               CLOSE CORRELAT
               SET 88-OPEN-CORRELAT-NO TO TRUE
           END-IF.

       10166-LEO-INTENCFG.
      *-------------------
      *  MISMO TOPE DE INTENTOS QUE 10166-LEO-INTENCFG EN BOPGM01,
      *  PARA QUE LA PROYECCION Y EL CONTROL DIGAN LO MISMO.
      *-------------------

           OPEN INPUT INTENCFG.

           IF  88-FS-INTENCFG-OK
               READ INTENCFG INTO INTENCFG-RECORD
               IF  88-FS-INTENCFG-OK
               AND INTENCFG-MAX-INTENTOS > 0
                   MOVE INTENCFG-MAX-INTENTOS
                                         TO WS-MAX-INTENTOS
               END-IF
               IF  88-FS-INTENCFG-OK
               AND INTENCFG-AUSENTES-POR-INTENTO IS NUMERIC
                   MOVE INTENCFG-AUSENTES-POR-INTENTO
                                         TO WS-AUSENTES-POR-INTENTO
               END-IF
               CLOSE INTENCFG
           END-IF.

       10170-CARGO-TABLA-LLAMADOS.
      *---------------------------
      *  CARGA LOS LLAMADOS QUE EMPIEZAN DE HOY EN ADELANTE, SIN
      *  LOS ESPECIALES DE MESAS ESPECIALES (UN SOLO ALUMNO). EL
      *  ARCHIVO ES OPCIONAL: SIN CALENDARIO LA PROYECCION SALE
      *  IGUAL, SIN LLAMADO ASIGNADO.
      *---------------------------

           OPEN INPUT LLAMADOS.

           EVALUATE FS-LLAMADOS
               WHEN '00'
                    SET 88-OPEN-LLAMADOS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-LLAMADOS-NO TO TRUE
           END-EVALUATE.

           IF  88-OPEN-LLAMADOS-SI
               PERFORM UNTIL 88-FS-LLAMADOS-EOF
                   INITIALIZE LLAMADOS-REGISTRO
                   READ LLAMADOS NEXT RECORD INTO LLAMADOS-REGISTRO
                   IF  88-FS-LLAMADOS-OK
                   AND LLAMADOS-FECHA-DESDE >= WS-FECHA-HOY
                   AND NOT 88-LLAMADOS-ESPECIAL
                   AND WS-CANT-TAB-LLAM < 200
                       ADD 1               TO WS-CANT-TAB-LLAM
                       SET WS-IDX-TAB-LLAM TO WS-CANT-TAB-LLAM
                       MOVE LLAMADOS-NUMERO
                            TO WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-COD-MATERIA
                            TO WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-INSTITUTO
                            TO WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-FECHA-DESDE
                            TO WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-CUPO
                            TO WS-TAB-LLAM-CUPO(WS-IDX-TAB-LLAM)
                       MOVE 0
                            TO WS-TAB-LLAM-DEMANDA(WS-IDX-TAB-LLAM)
                   END-IF
               END-PERFORM
               CLOSE LLAMADOS
               SET 88-OPEN-LLAMADOS-NO TO TRUE
           END-IF.

       10180-CARGO-PRESENTES-HIST.
      *---------------------------
      *  CUENTA POR MATERIA LOS EXAMENES RENDIDOS DEL HISTORICO
      *  (LAS PROMOCIONES DIRECTAS NO SON PRESENCIA EN UN LLAMADO)
      *  Y GUARDA LA ULTIMA FECHA QUE CUBRE EL HISTORICO.
      *---------------------------

           OPEN INPUT STCALIF-HIST.

           EVALUATE FS-STCALIF-HIST
               WHEN '00'
                    SET 88-OPEN-STCALIF-HIST-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-STCALIF-HIST-NO TO TRUE
           END-EVALUATE.

           IF  88-OPEN-STCALIF-HIST-SI
               PERFORM UNTIL NOT 88-FS-STCALIF-HIST-OK
                   INITIALIZE STCALIF-RECORD
                   READ STCALIF-HIST INTO STCALIF-RECORD
                   IF  88-FS-STCALIF-HIST-OK
                   AND NOT 88-STCALIF-PROMOCION
                       MOVE STCALIF-COD-MATERIA TO WS-BUSCO-MATERIA
                       PERFORM 10185-UBICO-MATERIA-HIST
                       IF  88-HIST-HALLADA-SI
                           ADD 1 TO WS-TAB-HIS-PRESENTES
                                                  (WS-IDX-TAB-HIS)
                       END-IF
                       ADD 1             TO WS-HIST-PRESENTES
                       IF  STCALIF-FECHA-EXAMEN > WS-HIST-FECHA-MAX
                           MOVE STCALIF-FECHA-EXAMEN
                                         TO WS-HIST-FECHA-MAX
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STCALIF-HIST
               SET 88-OPEN-STCALIF-HIST-NO TO TRUE
           END-IF.

       10185-UBICO-MATERIA-HIST.
      *-------------------------
      *  UBICA WS-BUSCO-MATERIA EN LA TABLA DE PRESENTISMO; SI NO
      *  ESTA (Y HAY LUGAR) LA AGREGA EN CERO.
      *-------------------------

           SET 88-HIST-HALLADA-NO        TO TRUE.

           SET  WS-IDX-TAB-HIS           TO 1.
           PERFORM UNTIL WS-IDX-TAB-HIS > WS-CANT-TAB-HIS
                      OR 88-HIST-HALLADA-SI
               IF  WS-TAB-HIS-MAT(WS-IDX-TAB-HIS) = WS-BUSCO-MATERIA
                   SET 88-HIST-HALLADA-SI TO TRUE
               ELSE
                   SET WS-IDX-TAB-HIS    UP BY 1
               END-IF
           END-PERFORM.

           IF  88-HIST-HALLADA-NO
           AND WS-CANT-TAB-HIS < 500
               ADD 1                     TO WS-CANT-TAB-HIS
               SET WS-IDX-TAB-HIS        TO WS-CANT-TAB-HIS
               MOVE WS-BUSCO-MATERIA     TO WS-TAB-HIS-MAT
                                                  (WS-IDX-TAB-HIS)
               MOVE 0                    TO WS-TAB-HIS-PRESENTES
                                                  (WS-IDX-TAB-HIS)
                                            WS-TAB-HIS-AUSENTES
                                                  (WS-IDX-TAB-HIS)
               SET 88-HIST-HALLADA-SI    TO TRUE
           END-IF.

       10190-CARGO-AUSENTES-HIST.
      *--------------------------
      *  CUENTA POR MATERIA LAS INSCRIPCIONES MARCADAS AUSENTE
      *  HASTA LA ULTIMA FECHA DEL HISTORICO, PARA QUE PRESENTES Y
      *  AUSENTES CUBRAN EL MISMO PERIODO. SIN HISTORICO NO HAY
      *  CONTRA QUE COMPARAR Y NO SE CUENTA NADA.
      *--------------------------

           IF  88-OPEN-INSCRIPC-SI
           AND WS-HIST-FECHA-MAX NOT = SPACES
               INITIALIZE INSCRIPC-DATOS-FD
               MOVE LOW-VALUES           TO INSCRIP-CLAVE-FD
               START INSCRIPC KEY >= INSCRIP-CLAVE-FD
               IF  88-FS-INSCRIPC-OK
                   PERFORM 21045-LEO-INSCRIPC-SIGUIENTE
                   PERFORM UNTIL NOT 88-FS-INSCRIPC-OK
                       IF  88-INSCRIP-AUSENTE
                       AND INSCRIP-FECHA-EXAMEN <= WS-HIST-FECHA-MAX
                           MOVE INSCRIP-COD-MATERIA
                                         TO WS-BUSCO-MATERIA
                           PERFORM 10185-UBICO-MATERIA-HIST
                           IF  88-HIST-HALLADA-SI
                               ADD 1 TO WS-TAB-HIS-AUSENTES
                                                  (WS-IDX-TAB-HIS)
                           END-IF
                           ADD 1         TO WS-HIST-AUSENTES
                       END-IF
                       PERFORM 21045-LEO-INSCRIPC-SIGUIENTE
                   END-PERFORM
               END-IF
           END-IF.

       11100-READ-ALUCARR.
      *-------------------

           INITIALIZE ALUCARR-RECORD.

           READ ALUCARR INTO ALUCARR-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-ALUCARR-OK
                    ADD 1              TO WS-ALUCARR-LEIDOS
                    IF  ALUCARR-PLAN-VERSION IS NOT NUMERIC
                        MOVE 0         TO ALUCARR-PLAN-VERSION
                    END-IF
               WHEN 88-FS-ALUCARR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-ALUCARR'
                    DISPLAY 'ERROR EN READ       ALUCARR'
                    DISPLAY 'FILE STATUS       :' FS-ALUCARR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-ALIMENTO-SORT.
      *--------------------
      *  UNA PASADA POR ALUCARR: CADA MATERIA DEL PLAN DEL ALUMNO
      *  SE EVALUA Y LOS PARES ELEGIBLES ENTRAN AL SORT.
      *--------------------

           PERFORM 11100-READ-ALUCARR.

           PERFORM 21000-EVALUO-ALUMNO
             UNTIL 88-FS-ALUCARR-EOF.

       21000-EVALUO-ALUMNO.
      *--------------------

           PERFORM 21020-CARGO-ESTADO-ALUMNO.
           PERFORM 21030-CONTROLO-BLOQUEO.
           PERFORM 21040-DETERMINO-SEDE.

           SET  WS-IDX-TAB-PLAN          TO 1.
           PERFORM UNTIL WS-IDX-TAB-PLAN > WS-CANT-TAB-PLAN
               IF  WS-TAB-PLAN-CARRERA(WS-IDX-TAB-PLAN) =
                                             ALUCARR-COD-CARRERA
               AND WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN) =
                                             ALUCARR-PLAN-VERSION
                   PERFORM 21100-EVALUO-MATERIA
               END-IF
               SET WS-IDX-TAB-PLAN       UP BY 1
           END-PERFORM.

           PERFORM 11100-READ-ALUCARR.

       21020-CARGO-ESTADO-ALUMNO.
      *--------------------------
      *  CARGA EL ESTADO ACADEMICO COMPLETO DEL ALUMNO CON UN START
      *  POR CLAVE, IGUAL QUE 21020-CARGO-ESTADO-ALUMNO EN BOPGM27.
      *--------------------------

           MOVE 0                        TO WS-CANT-TAB-ALU-MAT.

           INITIALIZE ESTADOACAD-DATOS-FD.
           MOVE ALUCARR-COD-ALUMNO       TO ESTADOACAD-ALUMNO-FD.
           MOVE LOW-VALUES               TO ESTADOACAD-MATERIA-FD.

           START ESTADOACAD KEY >= ESTADOACAD-CLAVE-FD.

           IF  88-FS-ESTADOACAD-OK
               PERFORM 21025-LEO-ESTADOACAD
               PERFORM UNTIL NOT 88-FS-ESTADOACAD-OK
                          OR ESTADOACAD-COD-ALUMNO NOT =
                                     ALUCARR-COD-ALUMNO
                   PERFORM 21028-SUMO-ESTADO-MATERIA
                   PERFORM 21025-LEO-ESTADOACAD
               END-PERFORM
           END-IF.

       21025-LEO-ESTADOACAD.
      *---------------------

           INITIALIZE ESTADOACAD-REGISTRO.

           READ ESTADOACAD NEXT RECORD INTO ESTADOACAD-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOACAD-OK
               WHEN 88-FS-ESTADOACAD-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21025-LEO-ESTADOACAD'
                    DISPLAY 'ERROR EN READ       ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21028-SUMO-ESTADO-MATERIA.
      *--------------------------

           IF  WS-CANT-TAB-ALU-MAT < 100
               ADD 1                     TO WS-CANT-TAB-ALU-MAT
               SET WS-IDX-TAB-ALU-MAT    TO WS-CANT-TAB-ALU-MAT
               MOVE ESTADOACAD-COD-MATERIA
                    TO WS-TAB-ALU-MAT-COD(WS-IDX-TAB-ALU-MAT)
               MOVE ESTADOACAD-APROBADA
                    TO WS-TAB-ALU-MAT-APROB(WS-IDX-TAB-ALU-MAT)
               MOVE ESTADOACAD-CANT-INTENTOS
                    TO WS-TAB-ALU-MAT-INTENTOS(WS-IDX-TAB-ALU-MAT)
               IF  ESTADOACAD-CANT-AUSENTES IS NUMERIC
                   MOVE ESTADOACAD-CANT-AUSENTES
                    TO WS-TAB-ALU-MAT-AUSENTES(WS-IDX-TAB-ALU-MAT)
               ELSE
                   MOVE 0
                    TO WS-TAB-ALU-MAT-AUSENTES(WS-IDX-TAB-ALU-MAT)
               END-IF
           END-IF.

       21030-CONTROLO-BLOQUEO.
      *-----------------------
      *  EL ALUMNO ESTA BLOQUEADO SI TIENE CUALQUIER REGISTRO EN
      *  BLOQUEOS (LA CLAVE EMPIEZA POR EL LEGAJO): UN START AL
      *  PRIMER TIPO Y UNA LECTURA ALCANZAN.
      *-----------------------

           SET 88-ALUMNO-BLOQUEADO-NO    TO TRUE.

           IF  88-OPEN-BLOQUEOS-SI
               INITIALIZE BLOQUEOS-DATOS-FD
               MOVE ALUCARR-COD-ALUMNO   TO BLOQUEOS-ALUMNO-FD
               MOVE LOW-VALUES           TO BLOQUEOS-TIPO-FD

               START BLOQUEOS KEY >= BLOQUEOS-CLAVE-FD

               EVALUATE TRUE
                   WHEN 88-FS-BLOQUEOS-OK
                        PERFORM 21035-LEO-BLOQUEOS
                   WHEN 88-FS-BLOQUEOS-INVKEY
                   WHEN 88-FS-BLOQUEOS-NOKEY
                   WHEN 88-FS-BLOQUEOS-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21030-CONTROLO-BLOQUEO'
                        DISPLAY 'ERROR EN START      BLOQUEOS'
                        DISPLAY 'FILE STATUS       :' FS-BLOQUEOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21035-LEO-BLOQUEOS.
      *-------------------

           INITIALIZE BLOQUEOS-REGISTRO.

           READ BLOQUEOS NEXT RECORD INTO BLOQUEOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-BLOQUEOS-OK
                    IF  BLOQUEOS-COD-ALUMNO = ALUCARR-COD-ALUMNO
                        SET 88-ALUMNO-BLOQUEADO-SI TO TRUE
                    END-IF
               WHEN 88-FS-BLOQUEOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21035-LEO-BLOQUEOS'
                    DISPLAY 'ERROR EN READ       BLOQUEOS'
                    DISPLAY 'FILE STATUS       :' FS-BLOQUEOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21040-DETERMINO-SEDE.
      *---------------------
      *  RECORRE LAS INSCRIPCIONES DEL ALUMNO (LA CLAVE EMPIEZA
      *  POR EL LEGAJO) Y SE QUEDA CON EL INSTITUTO DE LA DE FECHA
      *  DE EXAMEN MAS RECIENTE.
      *---------------------

           MOVE CTE-SIN-SEDE             TO WS-SEDE-ALUMNO.
           MOVE SPACES                   TO WS-SEDE-FECHA.

           IF  88-OPEN-INSCRIPC-SI
               SET 88-FIN-INSCRIP-NO     TO TRUE
               INITIALIZE INSCRIPC-DATOS-FD
               MOVE ALUCARR-COD-ALUMNO   TO INSCRIP-ALUMNO-FD
               MOVE LOW-VALUES           TO INSCRIP-MATERIA-FD
                                            INSCRIP-FECHA-FD

               START INSCRIPC KEY >= INSCRIP-CLAVE-FD

               EVALUATE TRUE
                   WHEN 88-FS-INSCRIPC-OK
                        CONTINUE
                   WHEN 88-FS-INSCRIPC-INVKEY
                   WHEN 88-FS-INSCRIPC-NOKEY
                   WHEN 88-FS-INSCRIPC-EOF
                        SET 88-FIN-INSCRIP-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21040-DETERMINO-SEDE'
                        DISPLAY 'ERROR EN START      INSCRIPC'
                        DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE

               PERFORM UNTIL 88-FIN-INSCRIP-SI
                   PERFORM 21045-LEO-INSCRIPC-SIGUIENTE
                   IF  88-FS-INSCRIPC-OK
                   AND INSCRIP-COD-ALUMNO = ALUCARR-COD-ALUMNO
                       IF  INSCRIP-INSTITUTO NOT = SPACES
                       AND INSCRIP-FECHA-EXAMEN >= WS-SEDE-FECHA
                           MOVE INSCRIP-INSTITUTO TO WS-SEDE-ALUMNO
                           MOVE INSCRIP-FECHA-EXAMEN
                                             TO WS-SEDE-FECHA
                       END-IF
                   ELSE
                       SET 88-FIN-INSCRIP-SI TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       21045-LEO-INSCRIPC-SIGUIENTE.
      *-----------------------------

           INITIALIZE INSCRIP-REGISTRO.

           READ INSCRIPC NEXT RECORD INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
               WHEN 88-FS-INSCRIPC-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21045-LEO-INSCRIPC-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21100-EVALUO-MATERIA.
      *---------------------
      *  EVALUA LA MATERIA DEL PLAN APUNTADA POR WS-IDX-TAB-PLAN
      *  PARA EL ALUMNO EN PROCESO. EL PAR NO ELEGIBLE SE CUENTA
      *  POR LA PRIMERA CONDICION QUE FALLA.
      *---------------------

           ADD 1                         TO WS-PARES-EVALUADOS.

           PERFORM 21110-BUSCO-ESTADO-MATERIA.

           EVALUATE TRUE
               WHEN WS-MATERIA-APROBADA-SI
                    ADD 1                TO WS-NO-ELEG-APROBADA
               WHEN WS-MATERIA-AGOTADA-SI
                    ADD 1                TO WS-NO-ELEG-AGOTADA
               WHEN OTHER
                    PERFORM 21130-CONTROLO-CORRELATIVAS
                    EVALUATE TRUE
                        WHEN WS-PREVIA-NO-APROBADA
                             ADD 1       TO WS-NO-ELEG-CORRELATIVA
                        WHEN 88-ALUMNO-BLOQUEADO-SI
                             ADD 1       TO WS-NO-ELEG-BLOQUEO
                        WHEN OTHER
                             PERFORM 21900-LIBERO-ELEGIBLE
                    END-EVALUATE
           END-EVALUATE.

       21110-BUSCO-ESTADO-MATERIA.
      *---------------------------
      *  BUSCA LA MATERIA DEL PLAN EN EL ESTADO DEL ALUMNO. SIN
      *  ESTADO (NUNCA LA RINDIO) NO ESTA APROBADA NI AGOTADA. LOS
      *  AUSENTES SUMAN INTENTOS IGUAL QUE EN BOPGM31.
      *---------------------------

           SET WS-MATERIA-NO-APROBADA    TO TRUE.
           SET WS-MATERIA-AGOTADA-NO     TO TRUE.

           SET  WS-IDX-TAB-ALU-MAT       TO 1.
           PERFORM UNTIL WS-IDX-TAB-ALU-MAT > WS-CANT-TAB-ALU-MAT
                    OR WS-TAB-ALU-MAT-COD(WS-IDX-TAB-ALU-MAT) =
                               WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN)
               SET WS-IDX-TAB-ALU-MAT    UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-ALU-MAT NOT > WS-CANT-TAB-ALU-MAT
               IF  WS-TAB-ALU-MAT-APROB(WS-IDX-TAB-ALU-MAT) = 'S'
                   SET WS-MATERIA-APROBADA-SI TO TRUE
               ELSE
                   MOVE WS-TAB-ALU-MAT-INTENTOS(WS-IDX-TAB-ALU-MAT)
                                         TO WS-INTENTOS-EFECTIVOS
                   IF  WS-AUSENTES-POR-INTENTO > 0
                       COMPUTE WS-INTENTOS-EFECTIVOS =
                               WS-INTENTOS-EFECTIVOS +
                               WS-TAB-ALU-MAT-AUSENTES
                                          (WS-IDX-TAB-ALU-MAT) /
                               WS-AUSENTES-POR-INTENTO
                   END-IF
                   IF  WS-INTENTOS-EFECTIVOS >= WS-MAX-INTENTOS
                       SET WS-MATERIA-AGOTADA-SI TO TRUE
                   END-IF
               END-IF
           END-IF.

       21130-CONTROLO-CORRELATIVAS.
      *----------------------------
      *  VERIFICA QUE TODAS LAS PREVIAS DE LA MATERIA DEL PLAN ESTEN
      *  APROBADAS POR EL ALUMNO, COMO 21130-CONTROLO-CORRELATIVAS
      *  EN BOPGM07 PERO CONTRA ESTADOACAD.
      *----------------------------

           SET  WS-PREVIA-APROBADA-SI    TO TRUE.

           SET  WS-IDX-TAB-COR           TO 1.
           PERFORM UNTIL WS-IDX-TAB-COR > WS-CANT-TAB-COR
               IF  WS-TAB-COR-MAT(WS-IDX-TAB-COR) =
                               WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN)
                   PERFORM 21135-BUSCO-APROBACION-PREVIA
               END-IF
               SET WS-IDX-TAB-COR        UP BY 1
           END-PERFORM.

       21135-BUSCO-APROBACION-PREVIA.
      *------------------------------
      *  BUSCA LA PREVIA SENALADA POR WS-IDX-TAB-COR EN EL ESTADO
      *  DEL ALUMNO. SI NO ESTA O NO ESTA APROBADA, MARCA
      *  WS-PREVIA-NO-APROBADA.
      *------------------------------

           SET  WS-IDX-TAB-ALU-MAT       TO 1.
           PERFORM UNTIL WS-IDX-TAB-ALU-MAT > WS-CANT-TAB-ALU-MAT
                    OR WS-TAB-ALU-MAT-COD(WS-IDX-TAB-ALU-MAT) =
                               WS-TAB-COR-PREVIA(WS-IDX-TAB-COR)
               SET WS-IDX-TAB-ALU-MAT    UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-ALU-MAT > WS-CANT-TAB-ALU-MAT
               SET WS-PREVIA-NO-APROBADA TO TRUE
           ELSE
               IF  WS-TAB-ALU-MAT-APROB(WS-IDX-TAB-ALU-MAT) NOT = 'S'
                   SET WS-PREVIA-NO-APROBADA TO TRUE
               END-IF
           END-IF.

       21900-LIBERO-ELEGIBLE.
      *----------------------

           INITIALIZE SORT-DEM-REG.

           MOVE WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN)
                                         TO SORT-DEM-MATERIA.
           MOVE WS-SEDE-ALUMNO           TO SORT-DEM-INSTITUTO.
           MOVE ALUCARR-COD-ALUMNO       TO SORT-DEM-ALUMNO.

           RELEASE SORT-DEM-REG.

           ADD 1                         TO WS-ELEGIBLES-LIBERADOS.

       25000-IMPRIMO-DEMANDA.
      *----------------------
      *  SALIDA DEL SORT: CORTE POR SEDE DENTRO DE CADA MATERIA.
      *  EL LEGAJO REPETIDO (MISMA MATERIA EN DOS CARRERAS) CUENTA
      *  UNA SOLA VEZ. AL FINAL SALE LA PARTE DE LLAMADOS.
      *----------------------

           SET 88-FIN-SORT-NO            TO TRUE.
           MOVE SPACES                   TO WS-MATERIA-ANT
                                            WS-SEDE-ANT.

           PERFORM 25010-LEO-SORT.

           PERFORM UNTIL 88-FIN-SORT-SI
               EVALUATE TRUE
                   WHEN SORT-DEM-MATERIA NOT = WS-MATERIA-ANT
                        PERFORM 25100-CORTE-MATERIA
                   WHEN SORT-DEM-INSTITUTO NOT = WS-SEDE-ANT
                        PERFORM 25300-CIERRO-SEDE
                        PERFORM 25250-ABRO-SEDE
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
               IF  SORT-DEM-ALUMNO NOT = WS-ALUMNO-ANT
                   ADD 1                 TO WS-SEDE-ELEGIBLES
                   MOVE SORT-DEM-ALUMNO  TO WS-ALUMNO-ANT
               END-IF
               PERFORM 25010-LEO-SORT
           END-PERFORM.

           IF  WS-MATERIA-ANT NOT = SPACES
               PERFORM 25300-CIERRO-SEDE
               PERFORM 25400-CIERRO-MATERIA
           END-IF.

           PERFORM 26000-IMPRIMO-LLAMADOS.

       25010-LEO-SORT.
      *---------------

           RETURN SORT-DEM
               AT END
                   SET 88-FIN-SORT-SI    TO TRUE
           END-RETURN.

       25100-CORTE-MATERIA.
      *--------------------

           IF  WS-MATERIA-ANT NOT = SPACES
               PERFORM 25300-CIERRO-SEDE
               PERFORM 25400-CIERRO-MATERIA
           END-IF.

           MOVE SORT-DEM-MATERIA         TO WS-MATERIA-ANT.
           MOVE 0                        TO WS-MAT-ELEGIBLES
                                            WS-MAT-DEMANDA.

           PERFORM 25110-RECUPERO-DATA-MATERIA.
           PERFORM 25120-CALCULO-PRESENTISMO.

           PERFORM 25250-ABRO-SEDE.

       25110-RECUPERO-DATA-MATERIA.
      *----------------------------

           INITIALIZE MATERIAS-REGISTRO
                      COD-MATERIAS-DATOS-FD.

           MOVE WS-MATERIA-ANT            TO COD-MATERIAS-FD
                                             MATERIAS-CODIGO.

           READ MATERIAS INTO MATERIAS-REGISTRO.

           EVALUATE TRUE
                WHEN  88-FS-MATERIAS-OK
                      MOVE  MATERIA-NOMBRE TO WS-MATERIA-NOMBRE
                WHEN  88-FS-MATERIAS-NOKEY
                      MOVE  'MATERIA NO ENCONTRADA'
                                            TO WS-MATERIA-NOMBRE
                WHEN OTHER
                      DISPLAY '--------------------------------'
                      DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                      DISPLAY 'PARRAFO: 25110-RECUPERO-DATA-MATERIA'
                      DISPLAY 'ERROR EN RECUPERO DATA MATERIAS'
                      DISPLAY 'FILE STATUS       :' FS-MATERIAS
                      DISPLAY 'SE CANCELA EL PROCESO'
                      DISPLAY '--------------------------------'
                      PERFORM 99999-CANCELO
           END-EVALUATE.

       25120-CALCULO-PRESENTISMO.
      *--------------------------
      *  PORCENTAJE DE PRESENTES DE LA MATERIA; SIN HISTORIA PROPIA
      *  SE TOMA EL GENERAL.
      *--------------------------

           MOVE WS-PORC-GENERAL          TO WS-PORC-MATERIA.

           SET  WS-IDX-TAB-HIS           TO 1.
           PERFORM UNTIL WS-IDX-TAB-HIS > WS-CANT-TAB-HIS
                      OR WS-TAB-HIS-MAT(WS-IDX-TAB-HIS) =
                                                 WS-MATERIA-ANT
               SET WS-IDX-TAB-HIS        UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-HIS NOT > WS-CANT-TAB-HIS
               IF  WS-TAB-HIS-PRESENTES(WS-IDX-TAB-HIS) +
                   WS-TAB-HIS-AUSENTES(WS-IDX-TAB-HIS) > 0
                   COMPUTE WS-PORC-MATERIA ROUNDED =
                           WS-TAB-HIS-PRESENTES(WS-IDX-TAB-HIS)
                                                          * 100 /
                          (WS-TAB-HIS-PRESENTES(WS-IDX-TAB-HIS) +
                           WS-TAB-HIS-AUSENTES(WS-IDX-TAB-HIS))
               END-IF
           END-IF.

       25250-ABRO-SEDE.
      *----------------

           MOVE SORT-DEM-INSTITUTO       TO WS-SEDE-ANT.
           MOVE 0                        TO WS-SEDE-ELEGIBLES
                                            WS-ALUMNO-ANT.

       25300-CIERRO-SEDE.
      *------------------
      *  PROYECTA LA DEMANDA DEL GRUPO MATERIA+SEDE, LA ASIGNA AL
      *  LLAMADO PROXIMO QUE LO CUBRE E IMPRIME LA LINEA.
      *------------------

           COMPUTE WS-SEDE-DEMANDA ROUNDED =
                   WS-SEDE-ELEGIBLES * WS-PORC-MATERIA / 100.

           ADD WS-SEDE-ELEGIBLES         TO WS-MAT-ELEGIBLES
                                            WS-TOT-ELEGIBLES.
           ADD WS-SEDE-DEMANDA           TO WS-MAT-DEMANDA
                                            WS-TOT-DEMANDA.

           MOVE WS-MATERIA-ANT           TO DE-MATERIA
                                            WS-BUSCO-MATERIA.
           MOVE WS-MATERIA-NOMBRE        TO DE-NOMBRE.
           MOVE WS-SEDE-ANT              TO DE-SEDE
                                            WS-BUSCO-INSTITUTO.
           MOVE WS-SEDE-ELEGIBLES        TO DE-ELEGIBLES.
           MOVE WS-PORC-MATERIA          TO DE-PORC.
           MOVE WS-SEDE-DEMANDA          TO DE-DEMANDA.

           PERFORM 25500-BUSCO-LLAMADO.

           IF  88-LLAMADO-HALLADO-SI
               ADD WS-SEDE-DEMANDA       TO WS-TAB-LLAM-DEMANDA
                                                (WS-IDX-LLAM-HALLADO)
               MOVE WS-TAB-LLAM-NUMERO(WS-IDX-LLAM-HALLADO)
                                         TO DE-LLAMADO
               MOVE WS-TAB-LLAM-DESDE(WS-IDX-LLAM-HALLADO)
                                         TO WS-FECHA-AAAAMMDD
               PERFORM 25600-EDITO-FECHA
               MOVE REG-DEMANDA(1:10)    TO DE-FECHA
               MOVE WS-TAB-LLAM-CUPO(WS-IDX-LLAM-HALLADO)
                                         TO DE-CUPO
               IF  WS-TAB-LLAM-CUPO(WS-IDX-LLAM-HALLADO) = 0
                   MOVE 'SIN LIMITE DE CUPO' TO DE-OBSERVACION
               ELSE
                   MOVE SPACES           TO DE-OBSERVACION
               END-IF
           ELSE
               ADD 1                     TO WS-GRUPOS-SIN-LLAMADO
               MOVE 0                    TO DE-LLAMADO
                                            DE-CUPO
               MOVE SPACES               TO DE-FECHA
               MOVE 'SIN LLAMADO PROXIMO' TO DE-OBSERVACION
           END-IF.

           PERFORM 21200-CONTROL-DE-LINEA.

           MOVE DET-DEMANDA              TO REG-DEMANDA.
           PERFORM 21400-ESCRIBO-DEMANDA.

       25400-CIERRO-MATERIA.
      *---------------------

           MOVE WS-MAT-ELEGIBLES         TO TRM-ELEGIBLES.
           MOVE WS-MAT-DEMANDA           TO TRM-DEMANDA.

           PERFORM 21200-CONTROL-DE-LINEA.

           MOVE TRL-MATERIA              TO REG-DEMANDA.
           PERFORM 21400-ESCRIBO-DEMANDA.

           MOVE SPACES                   TO REG-DEMANDA.
           PERFORM 21400-ESCRIBO-DEMANDA.

       25500-BUSCO-LLAMADO.
      *--------------------
      *  UBICA EL LLAMADO MAS PROXIMO QUE CUBRE WS-BUSCO-MATERIA EN
      *  WS-BUSCO-INSTITUTO, CON LAS REGLAS DE COMODIN DE
      *  21020-BUSCO-LLAMADO EN MNTINSC. A IGUAL FECHA QUEDA EL
      *  PRIMERO EN ORDEN DE CLAVE.
      *--------------------

           SET 88-LLAMADO-HALLADO-NO     TO TRUE.

           SET  WS-IDX-TAB-LLAM          TO 1.
           PERFORM UNTIL WS-IDX-TAB-LLAM > WS-CANT-TAB-LLAM
               IF  (WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM) = SPACES
                 OR WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM) =
                                         WS-BUSCO-MATERIA)
               AND (WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM) = SPACES
                 OR WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM) =
                                         WS-BUSCO-INSTITUTO)
                   IF  88-LLAMADO-HALLADO-NO
                       SET 88-LLAMADO-HALLADO-SI TO TRUE
                       SET WS-IDX-LLAM-HALLADO TO WS-IDX-TAB-LLAM
                   ELSE
                       IF  WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM) <
                           WS-TAB-LLAM-DESDE(WS-IDX-LLAM-HALLADO)
                           SET WS-IDX-LLAM-HALLADO
                                         TO WS-IDX-TAB-LLAM
                       END-IF
                   END-IF
               END-IF
               SET WS-IDX-TAB-LLAM       UP BY 1
           END-PERFORM.

       25600-EDITO-FECHA.
      *------------------
      *  DEJA WS-FECHA-AAAAMMDD EDITADA DD/MM/AAAA EN LAS PRIMERAS
      *  DIEZ POSICIONES DE REG-DEMANDA.
      *------------------

           MOVE SPACES                   TO REG-DEMANDA.

           STRING WS-FECHA-DD  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-FECHA-MM  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-FECHA-AAAA DELIMITED BY SIZE
             INTO REG-DEMANDA
           END-STRING.

       26000-IMPRIMO-LLAMADOS.
      *-----------------------
      *  SEGUNDA PARTE: CADA LLAMADO PROXIMO CON SU CUPO Y LA
      *  DEMANDA PROYECTADA ASIGNADA. EL CUPO CARGADO MENOR A LA
      *  DEMANDA SE MARCA CUPO INSUFICIENTE.
      *-----------------------

           SET 88-SECCION-LLAMADOS       TO TRUE.
           PERFORM 21210-IMPRIMO-TITULOS.

           IF  WS-CANT-TAB-LLAM = 0
               MOVE DET-SIN-LLAMADOS     TO REG-DEMANDA
               PERFORM 21400-ESCRIBO-DEMANDA
           END-IF.

           SET  WS-IDX-TAB-LLAM          TO 1.
           PERFORM UNTIL WS-IDX-TAB-LLAM > WS-CANT-TAB-LLAM
               PERFORM 26100-IMPRIMO-LLAMADO
               SET WS-IDX-TAB-LLAM       UP BY 1
           END-PERFORM.

       26100-IMPRIMO-LLAMADO.
      *----------------------

           MOVE WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM)  TO DL-LLAMADO.
           MOVE WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM) TO DL-MATERIA.
           MOVE WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM)
                                         TO DL-SEDE.
           IF  DL-MATERIA = SPACES
               MOVE 'TODAS'              TO DL-MATERIA
           END-IF.
           IF  DL-SEDE = SPACES
               MOVE 'TODAS'              TO DL-SEDE
           END-IF.

           MOVE WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM)
                                         TO WS-FECHA-AAAAMMDD.
           PERFORM 25600-EDITO-FECHA.
           MOVE REG-DEMANDA(1:10)        TO DL-FECHA.

           MOVE WS-TAB-LLAM-CUPO(WS-IDX-TAB-LLAM)    TO DL-CUPO.
           MOVE WS-TAB-LLAM-DEMANDA(WS-IDX-TAB-LLAM) TO DL-DEMANDA.
           MOVE 0                        TO DL-FALTANTE.
           MOVE SPACES                   TO DL-OBSERVACION.

           EVALUATE TRUE
               WHEN WS-TAB-LLAM-CUPO(WS-IDX-TAB-LLAM) = 0
                    MOVE 'SIN LIMITE DE CUPO' TO DL-OBSERVACION
               WHEN WS-TAB-LLAM-CUPO(WS-IDX-TAB-LLAM) <
                    WS-TAB-LLAM-DEMANDA(WS-IDX-TAB-LLAM)
                    ADD 1                TO WS-LLAMADOS-EXCEDIDOS
                    COMPUTE DL-FALTANTE =
                            WS-TAB-LLAM-DEMANDA(WS-IDX-TAB-LLAM) -
                            WS-TAB-LLAM-CUPO(WS-IDX-TAB-LLAM)
                    MOVE '*** CUPO INSUFICIENTE ***'
                                         TO DL-OBSERVACION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           PERFORM 21200-CONTROL-DE-LINEA.

           MOVE DET-LLAMADO              TO REG-DEMANDA.
           PERFORM 21400-ESCRIBO-DEMANDA.

       21200-CONTROL-DE-LINEA.
      *------------------------

           IF  WS-LINEA > WS-LINEAS-MAX
               PERFORM 21210-IMPRIMO-TITULOS
           END-IF.

       21210-IMPRIMO-TITULOS.
      *-----------------------

           SET  88-SALTO-HOJA-SI TO TRUE.
           PERFORM  21220-FECHA-ACTUAL
           ADD  1 TO WS-PAGINA.

           MOVE WS-PORC-GENERAL          TO TITE02-PORC.
           MOVE WS-MAX-INTENTOS          TO TITE02-MAX.
           MOVE WS-PAGINA                TO TITE02-PAGINA.

           MOVE  TIT-E01 TO REG-DEMANDA.
           PERFORM 21400-ESCRIBO-DEMANDA

           MOVE  TIT-E02 TO REG-DEMANDA.
           PERFORM 21400-ESCRIBO-DEMANDA

           IF  88-SECCION-LLAMADOS
               MOVE  TIT-E05 TO REG-DEMANDA
               PERFORM 21400-ESCRIBO-DEMANDA
               MOVE  TIT-E06 TO REG-DEMANDA
               PERFORM 21400-ESCRIBO-DEMANDA
               MOVE  TIT-E07 TO REG-DEMANDA
               PERFORM 21400-ESCRIBO-DEMANDA
               MOVE 6 TO WS-LINEA
           ELSE
               MOVE  TIT-E03 TO REG-DEMANDA
               PERFORM 21400-ESCRIBO-DEMANDA
               MOVE  TIT-E04 TO REG-DEMANDA
               PERFORM 21400-ESCRIBO-DEMANDA
               MOVE 5 TO WS-LINEA
           END-IF.

       21220-FECHA-ACTUAL.
      *-----------------

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           MOVE WS-CURRENT-DATE-YYYY  TO TITE01-FECHA-AAAA
           MOVE WS-CURRENT-DATE-MM    TO TITE01-FECHA-MM
           MOVE WS-CURRENT-DATE-DD    TO TITE01-FECHA-DD.

       21400-ESCRIBO-DEMANDA.
      *----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-DEMANDA-FD FROM REG-DEMANDA AFTER PAGE
           ELSE
              WRITE REG-DEMANDA-FD FROM REG-DEMANDA AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-DEMANDA-OK
                   ADD 1              TO  WS-GRABADOS-DEMANDA
                   ADD 1              TO  WS-LINEA

              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 21400-ESCRIBO-DEMANDA'
                   DISPLAY 'ERROR EN ESCRIBO    DEMANDA'
                   DISPLAY 'FILE STATUS       :' FS-DEMANDA
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       29000-GRABO-RUNLOG.
      *-------------------
      *  AGREGA EL REGISTRO DE ESTE PROGRAMA A LA BITACORA COMUN
      *  DE LA CORRIDA (VER WRUNLOG). SI LA BITACORA NO SE PUEDE
      *  ABRIR NO SE CANCELA NADA: ES INFORMACION OPERATIVA, NO
      *  PARTE DEL PROCESO.
      *-------------------

           OPEN EXTEND RUNLOG.

           IF  FS-RUNLOG = '00' OR '05'
               MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-TS
               INITIALIZE RUNLOG-RECORD
               MOVE 'BOPGM65'             TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE WS-ALUCARR-LEIDOS    TO RUNLOG-LEIDOS
               MOVE WS-TOT-ELEGIBLES     TO RUNLOG-GRABADOS
               MOVE WS-LLAMADOS-EXCEDIDOS TO RUNLOG-RECHAZADOS
               MOVE WS-RETORNO           TO RUNLOG-RETORNO
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
               CLOSE RUNLOG
           ELSE
               DISPLAY 'AVISO: NO SE PUDO ABRIR RUNLOG - FS: '
                       FS-RUNLOG
           END-IF.

       30000-FINALIZO.
      *--------------

      *  UN LLAMADO CON CUPO INSUFICIENTE ES UN AVISO (RC 4): HAY
      *  QUE AMPLIAR EL AULA O ABRIR OTRO LLAMADO.
           IF  WS-LLAMADOS-EXCEDIDOS > 0
               MOVE 4                    TO WS-RETORNO
           END-IF.

           MOVE SPACES                   TO REG-DEMANDA.
           PERFORM 21400-ESCRIBO-DEMANDA.

           MOVE 'INSCRIPCIONES A CARRERA LEIDAS        :'
                                         TO TRE-ETIQUETA.
           MOVE WS-ALUCARR-LEIDOS        TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           MOVE 'PARES ALUMNO-MATERIA DEL PLAN         :'
                                         TO TRE-ETIQUETA.
           MOVE WS-PARES-EVALUADOS       TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           MOVE 'NO ELEGIBLES - MATERIA YA APROBADA    :'
                                         TO TRE-ETIQUETA.
           MOVE WS-NO-ELEG-APROBADA      TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           MOVE 'NO ELEGIBLES - INTENTOS AGOTADOS      :'
                                         TO TRE-ETIQUETA.
           MOVE WS-NO-ELEG-AGOTADA       TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           MOVE 'NO ELEGIBLES - CORRELATIVAS PENDIENTES:'
                                         TO TRE-ETIQUETA.
           MOVE WS-NO-ELEG-CORRELATIVA   TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           MOVE 'NO ELEGIBLES - BLOQUEO ADMINISTRATIVO :'
                                         TO TRE-ETIQUETA.
           MOVE WS-NO-ELEG-BLOQUEO       TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           MOVE 'ELEGIBLES (ALUMNO-MATERIA)            :'
                                         TO TRE-ETIQUETA.
           MOVE WS-TOT-ELEGIBLES         TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           MOVE 'DEMANDA PROYECTADA                    :'
                                         TO TRE-ETIQUETA.
           MOVE WS-TOT-DEMANDA           TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           MOVE 'GRUPOS MATERIA-SEDE SIN LLAMADO       :'
                                         TO TRE-ETIQUETA.
           MOVE WS-GRUPOS-SIN-LLAMADO    TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           MOVE 'LLAMADOS CON CUPO INSUFICIENTE        :'
                                         TO TRE-ETIQUETA.
           MOVE WS-LLAMADOS-EXCEDIDOS    TO TRE-VALOR.
           PERFORM 30100-IMPRIMO-TOTAL.

           PERFORM 29000-GRABO-RUNLOG.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'ALUCARR LEIDOS    :' WS-ALUCARR-LEIDOS.
           DISPLAY 'PARES EVALUADOS   :' WS-PARES-EVALUADOS.
           DISPLAY 'ELEGIBLES         :' WS-TOT-ELEGIBLES.
           DISPLAY 'DEMANDA PROYECTADA:' WS-TOT-DEMANDA.
           DISPLAY 'LLAMADOS EXCEDIDOS:' WS-LLAMADOS-EXCEDIDOS.
           DISPLAY 'LINEAS GRABADAS   :' WS-GRABADOS-DEMANDA.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30100-IMPRIMO-TOTAL.
      *--------------------

           PERFORM 21200-CONTROL-DE-LINEA.

           MOVE TRL-DEMANDA              TO REG-DEMANDA.
           PERFORM 21400-ESCRIBO-DEMANDA.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-ALUCARR-SI
              SET 88-OPEN-ALUCARR-NO  TO TRUE
              CLOSE ALUCARR
           END-IF.

           IF 88-OPEN-PLANEST-SI
              SET 88-OPEN-PLANEST-NO  TO TRUE
              CLOSE PLANEST
           END-IF.

           IF 88-OPEN-ESTADOACAD-SI
              SET 88-OPEN-ESTADOACAD-NO TO TRUE
              CLOSE ESTADOACAD
           END-IF.

           IF 88-OPEN-MATERIAS-SI
              SET 88-OPEN-MATERIAS-NO TO TRUE
              CLOSE MATERIAS
           END-IF.

           IF 88-OPEN-CORRELAT-SI
              SET 88-OPEN-CORRELAT-NO TO TRUE
              CLOSE CORRELAT
           END-IF.

           IF 88-OPEN-BLOQUEOS-SI
              SET 88-OPEN-BLOQUEOS-NO TO TRUE
              CLOSE BLOQUEOS
           END-IF.

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO TO TRUE
              CLOSE INSCRIPC
           END-IF.

           IF 88-OPEN-LLAMADOS-SI
              SET 88-OPEN-LLAMADOS-NO TO TRUE
              CLOSE LLAMADOS
           END-IF.

           IF 88-OPEN-STCALIF-HIST-SI
              SET 88-OPEN-STCALIF-HIST-NO TO TRUE
              CLOSE STCALIF-HIST
           END-IF.

           IF 88-OPEN-DEMANDA-SI
              SET 88-OPEN-DEMANDA-NO  TO TRUE
              CLOSE DEMANDA
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
