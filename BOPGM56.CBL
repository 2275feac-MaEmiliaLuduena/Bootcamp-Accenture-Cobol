       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM56.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA HACE EL CAMBIO DE PLAN DE ESTUDIOS DE UNA
      * CARRERA: PASA A LOS ALUMNOS INSCRIPTOS EN UNA VERSION DEL
      * PLAN (ALUCARR-PLAN-VERSION) A OTRA VERSION, SEGUN EL
      * PARAMETRO MIGRACFG (CARRERA, VERSION DE ORIGEN, VERSION DE
      * DESTINO Y RESOLUCION).
      *-----------------------------------------------------------
      * PARA CADA ALUMNO DE LA VERSION DE ORIGEN SIMULA EL PASE
      * CONTRA EL ESTADO ACADEMICO MATERIALIZADO (ESTADOACAD) Y LA
      * TABLA DE EQUIVALENCIAS ENTRE PLANES (PLANEQUIV). CADA
      * MATERIA DEL PLAN NUEVO SALE EN EL REPORTE MIGRASIM COMO:
      *   APROBADA          YA APROBADA CON EL MISMO CODIGO.
      *   EQUIVALENCIA      TODAS SUS MATERIAS DE ORIGEN EN
      *                     PLANEQUIV ESTAN APROBADAS.
      *   PENDIENTE         TODAVIA LE FALTA. SE LISTAN DEBAJO LAS
      *                     CORRELATIVAS QUE CAMBIAN (LA MATERIA O
      *                     SU PREVIA NO ESTAN EN EL PLAN VIEJO) CON
      *                     EL ESTADO DE LA PREVIA.
      * Y CADA MATERIA APROBADA DEL PLAN VIEJO QUE NO TIENE LUGAR
      * EN EL NUEVO SALE COMO SIN EQUIVALENCIA.
      *-----------------------------------------------------------
      * LA MIGRACION SE APLICA SOLO A LOS ALUMNOS QUE CONFIRMO
      * SECRETARIA EN MIGRACONF (SIN ARCHIVO, LA CORRIDA ES SOLO
      * UNA SIMULACION). A CADA CONFIRMADO:
      *   - SE LE CAMBIA LA VERSION DE PLAN EN LA COPIA ALUCARRNEW
      *     (EL MISMO CONVENIO DE RENOMBRE POSTERIOR QUE MNTALCA).
      *   - SE LE GRABA EN EQUIVALE CADA MATERIA RECONOCIDA POR
      *     EQUIVALENCIA, CON LA RESOLUCION DEL CAMBIO DE PLAN; LA
      *     SIGUIENTE CORRIDA DE BOPGM12 LAS LLEVA A ESTADOACAD.
      *     UNA EQUIVALENCIA YA GRABADA NO SE DUPLICA. CADA
      *     EQUIVALENCIA GRABADA DEJA SU PAR ALUMNO+MATERIA EN
      *     ESTADOPEND (VER WESTPEND) PARA EL RECALCULO
      *     INCREMENTAL.
      *-----------------------------------------------------------
      * RETORNO GRADUADO:
      *   RC=0  CORRIDA NORMAL.
      *   RC=4  ALGUN ALUMNO CONFIRMADO NO ESTA INSCRIPTO EN LA
      *         VERSION DE ORIGEN DE LA CARRERA (NO SE MIGRA).
      *   RC=8  PARAMETRO INVALIDO (SIN MIGRACFG, VERSIONES IGUALES
      *         O VERSION DE DESTINO SIN LINEAS EN PLANEST): NO SE
      *         APLICA NINGUN CAMBIO Y ALUCARRNEW SALE IGUAL A
      *         ALUCARR.
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

           SELECT MIGRACFG         ASSIGN       TO
                                   'MIGRACFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MIGRACFG.

      *----------------------------------------------------------
      *  CONFIRMACIONES DE SECRETARIA (VER WMIGRCON). OPCIONAL:
      *  SIN ARCHIVO LA CORRIDA SOLO SIMULA.
      *----------------------------------------------------------
           SELECT OPTIONAL MIGRACONF ASSIGN     TO
                                   'MIGRACONF'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MIGRACONF.

           SELECT ALUCARR          ASSIGN       TO
                                   'ALUCARR'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ALUCARR.

           SELECT ALUCARR-NEW      ASSIGN       TO
                                   'ALUCARRNEW'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ALUCARR-NEW.

           SELECT PLANEST          ASSIGN       TO
                                   'PLANEST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PLANEST.

      *----------------------------------------------------------
      *  EQUIVALENCIAS ENTRE PLANES (VER WPLANEQV). OPCIONAL: SIN
      *  ARCHIVO SOLO PASAN LAS MATERIAS QUE CONSERVAN EL CODIGO.
      *----------------------------------------------------------
           SELECT OPTIONAL PLANEQUIV ASSIGN     TO
                                   'PLANEQUIV'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PLANEQUIV.

      *----------------------------------------------------------
      *  CORRELATIVAS. OPCIONAL, COMO EN BOPGM07: SIN ARCHIVO NO
      *  HAY CORRELATIVAS QUE INFORMAR.
      *----------------------------------------------------------
           SELECT OPTIONAL CORRELAT ASSIGN      TO
                                   'CORRELAT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CORRELAT.

           SELECT ESTADOACAD       ASSIGN       TO
                                   'ESTADOACAD'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS ESTADOACAD-CLAVE-FD
                                   FILE STATUS  IS FS-ESTADOACAD.

           SELECT ALUMNOS          ASSIGN       TO
                                   'ALUMNOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-ALUMNOS-FD
                                   ALTERNATE RECORD KEY IS
                                            ALU-DNI-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-ALUMNOS.

      *----------------------------------------------------------
      *  EQUIVALENCIAS POR ALUMNO. OPTIONAL EN EL OPEN I-O: SI NO
      *  EXISTE, LA PRIMERA MIGRACION APLICADA LO CREA.
      *----------------------------------------------------------
           SELECT OPTIONAL EQUIVALE ASSIGN      TO
                                   'EQUIVALE'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS EQUIVAL-CLAVE-FD
                                   FILE STATUS  IS FS-EQUIVALE.

           SELECT OPTIONAL ESTADOPEND ASSIGN    TO
                                   'ESTADOPEND'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOPEND.

           SELECT MIGRASIM         ASSIGN       TO
                                   'MIGRASIM'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MIGRASIM.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  MIGRACFG
           RECORDING MODE IS F.
       01  MIGRACFG-RECORD-FD            PIC  X(40).

       FD  MIGRACONF
           RECORDING MODE IS F.
       01  MIGRACONF-RECORD-FD           PIC  X(20).

       FD  ALUCARR
           RECORDING MODE IS F.
       01  ALUCARR-RECORD-FD             PIC  X(20).

       FD  ALUCARR-NEW
           RECORDING MODE IS F.
       01  REG-ALUCARR-NEW-FD            PIC  X(20).

       FD  PLANEST
           RECORDING MODE IS F.
       01  PLANEST-RECORD-FD             PIC  X(20).

       FD  PLANEQUIV
           RECORDING MODE IS F.
       01  PLANEQUIV-RECORD-FD           PIC  X(30).

       FD  CORRELAT
           RECORDING MODE IS F.
       01  CORRELAT-RECORD-FD            PIC  X(20).

       FD  ESTADOACAD.
       01  ESTADOACAD-DATOS-FD.
           03  ESTADOACAD-CLAVE-FD.
               05  ESTADOACAD-ALUMNO-FD  PIC 9(06).
               05  ESTADOACAD-MATERIA-FD PIC X(08).
           03  FILLER                    PIC X(26).

       FD  ALUMNOS.
       01  NRO-LEGAJO-ALUMNO-FD.
           03  COD-ALUMNOS-FD.
               05  ALUMNO-COD-FD         PIC 9(06).
           03  ALU-DNI-FD                PIC 9(08).
           03  FILLER                    PIC X(166).

       FD  EQUIVALE.
       01  EQUIVALE-DATOS-FD.
           03  EQUIVAL-CLAVE-FD.
               05  EQUIVAL-ALUMNO-FD     PIC 9(06).
               05  EQUIVAL-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(56).

       FD  ESTADOPEND
           RECORDING MODE IS F.
       01  REG-ESTADOPEND-FD             PIC  X(40).

       FD  MIGRASIM
           RECORDING MODE IS F.
       01  REG-MIGRASIM-FD               PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM56'.

       77  FS-MIGRACFG                   PIC  X(02) VALUE ' '.
           88 88-FS-MIGRACFG-OK                     VALUE '00'.
           88 88-FS-MIGRACFG-EOF                    VALUE '10'.

       77  FS-MIGRACONF                  PIC  X(02) VALUE ' '.
           88 88-FS-MIGRACONF-OK                    VALUE '00'.
           88 88-FS-MIGRACONF-EOF                   VALUE '10'.

       77  FS-ALUCARR                    PIC  X(02) VALUE ' '.
           88 88-FS-ALUCARR-OK                      VALUE '00'.
           88 88-FS-ALUCARR-EOF                     VALUE '10'.

       77  FS-ALUCARR-NEW                PIC  X(02) VALUE ' '.
           88 88-FS-ALUCARR-NEW-OK                  VALUE '00'.

       77  FS-PLANEST                    PIC  X(02) VALUE ' '.
           88 88-FS-PLANEST-OK                      VALUE '00'.
           88 88-FS-PLANEST-EOF                     VALUE '10'.

       77  FS-PLANEQUIV                  PIC  X(02) VALUE ' '.
           88 88-FS-PLANEQUIV-OK                    VALUE '00'.
           88 88-FS-PLANEQUIV-EOF                   VALUE '10'.

       77  FS-CORRELAT                   PIC  X(02) VALUE ' '.
           88 88-FS-CORRELAT-OK                     VALUE '00'.
           88 88-FS-CORRELAT-EOF                    VALUE '10'.

       77  FS-ESTADOACAD                 PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOACAD-OK                   VALUE '00'.
           88 88-FS-ESTADOACAD-EOF                  VALUE '10'.
           88 88-FS-ESTADOACAD-INVKEY               VALUE '21'.
           88 88-FS-ESTADOACAD-NOKEY                VALUE '23'.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-EOF                     VALUE '10'.
           88 88-FS-ALUMNOS-INVKEY                  VALUE '21'.
           88 88-FS-ALUMNOS-DUPKEY                  VALUE '22'.
           88 88-FS-ALUMNOS-NOKEY                   VALUE '23'.

       77  FS-EQUIVALE                   PIC X(02)  VALUE ' '.
           88 88-FS-EQUIVALE-OK                     VALUE '00'.
           88 88-FS-EQUIVALE-OPT                    VALUE '05'.
           88 88-FS-EQUIVALE-EOF                    VALUE '10'.
           88 88-FS-EQUIVALE-INVKEY                 VALUE '21'.
           88 88-FS-EQUIVALE-DUPKEY                 VALUE '22'.
           88 88-FS-EQUIVALE-NOKEY                  VALUE '23'.

       77  FS-MIGRASIM                   PIC  X(02) VALUE ' '.
           88 88-FS-MIGRASIM-OK                     VALUE '00'.

       77  FS-ESTADOPEND                 PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOPEND-OK                   VALUE '00'.

       77  WS-OPEN-MIGRACFG              PIC X      VALUE 'N'.
           88 88-OPEN-MIGRACFG-SI                   VALUE 'S'.
           88 88-OPEN-MIGRACFG-NO                   VALUE 'N'.

       77  WS-OPEN-MIGRACONF             PIC X      VALUE 'N'.
           88 88-OPEN-MIGRACONF-SI                  VALUE 'S'.
           88 88-OPEN-MIGRACONF-NO                  VALUE 'N'.

       77  WS-OPEN-ALUCARR               PIC X      VALUE 'N'.
           88 88-OPEN-ALUCARR-SI                    VALUE 'S'.
           88 88-OPEN-ALUCARR-NO                    VALUE 'N'.

       77  WS-OPEN-ALUCARR-NEW           PIC X      VALUE 'N'.
           88 88-OPEN-ALUCARR-NEW-SI                VALUE 'S'.
           88 88-OPEN-ALUCARR-NEW-NO                VALUE 'N'.

       77  WS-OPEN-PLANEST               PIC X      VALUE 'N'.
           88 88-OPEN-PLANEST-SI                    VALUE 'S'.
           88 88-OPEN-PLANEST-NO                    VALUE 'N'.

       77  WS-OPEN-PLANEQUIV             PIC X      VALUE 'N'.
           88 88-OPEN-PLANEQUIV-SI                  VALUE 'S'.
           88 88-OPEN-PLANEQUIV-NO                  VALUE 'N'.

       77  WS-OPEN-CORRELAT              PIC X      VALUE 'N'.
           88 88-OPEN-CORRELAT-SI                   VALUE 'S'.
           88 88-OPEN-CORRELAT-NO                   VALUE 'N'.

       77  WS-OPEN-ESTADOACAD            PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOACAD-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOACAD-NO                 VALUE 'N'.

       77  WS-OPEN-ALUMNOS               PIC X      VALUE 'N'.
           88 88-OPEN-ALUMNOS-SI                    VALUE 'S'.
           88 88-OPEN-ALUMNOS-NO                    VALUE 'N'.

       77  WS-OPEN-EQUIVALE              PIC X      VALUE 'N'.
           88 88-OPEN-EQUIVALE-SI                   VALUE 'S'.
           88 88-OPEN-EQUIVALE-NO                   VALUE 'N'.

       77  WS-OPEN-ESTADOPEND            PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOPEND-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOPEND-NO                 VALUE 'N'.

       77  WS-OPEN-MIGRASIM              PIC X      VALUE 'N'.
           88 88-OPEN-MIGRASIM-SI                   VALUE 'S'.
           88 88-OPEN-MIGRASIM-NO                   VALUE 'N'.

       77  WS-INSCRIPTOS-LEIDOS          PIC 9(07)  VALUE 0.
       77  WS-ALUMNOS-EVALUADOS          PIC 9(07)  VALUE 0.
       77  WS-ALUMNOS-MIGRADOS           PIC 9(07)  VALUE 0.
       77  WS-EQUIVAL-GRABADAS           PIC 9(07)  VALUE 0.
       77  WS-EQUIVAL-EXISTENTES         PIC 9(07)  VALUE 0.
       77  WS-CONF-NO-HALLADOS           PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-ALUCARR-NEW       PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-MIGRASIM          PIC 9(09)  VALUE 0.

       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

      *-------------------------------------------------------------*
      *     VALIDACION DEL PARAMETRO: CON EL PARAMETRO INVALIDO NO  *
      *     SE EVALUA NI SE MIGRA A NADIE.                          *
      *-------------------------------------------------------------*
       77  WS-PARAMETRO                  PIC X      VALUE 'S'.
           88 88-PARAMETRO-VALIDO                   VALUE 'S'.
           88 88-PARAMETRO-INVALIDO                 VALUE 'N'.
       77  WS-MOTIVO-INVALIDO            PIC X(40)  VALUE ' '.
       77  WS-FECHA-RESOLUCION           PIC X(08)  VALUE ' '.
       77  WS-CANT-PLAN-ORIGEN           PIC 9(04)  VALUE 0.
       77  WS-CANT-PLAN-DESTINO          PIC 9(04)  VALUE 0.

      *-------------------------------------------------------------*
      *     PLAN DE ESTUDIOS DE LA CARRERA DEL PARAMETRO, SOLO LAS  *
      *     VERSIONES DE ORIGEN Y DE DESTINO.                       *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-PLAN              PIC 9(04)  VALUE 0.
       01  WS-TABLA-PLAN.
           03  WS-TAB-PLAN OCCURS 500 TIMES
                          INDEXED BY WS-IDX-TAB-PLAN.
               05  WS-TAB-PLAN-VERSION    PIC 9(02).
               05  WS-TAB-PLAN-MAT        PIC X(08).

      *-------------------------------------------------------------*
      *     EQUIVALENCIAS ENTRE LAS DOS VERSIONES, DE PLANEQUIV     *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-EQV               PIC 9(04)  VALUE 0.
       01  WS-TABLA-EQUIV.
           03  WS-TAB-EQV OCCURS 300 TIMES
                          INDEXED BY WS-IDX-TAB-EQV.
               05  WS-TAB-EQV-ORIGEN      PIC X(08).
               05  WS-TAB-EQV-DESTINO     PIC X(08).

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
      *     ALUMNOS CONFIRMADOS POR SECRETARIA, DE MIGRACONF, CON   *
      *     LA MARCA DE HALLADO EN LA VERSION DE ORIGEN.            *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-CONF              PIC 9(04)  VALUE 0.
       01  WS-TABLA-CONF.
           03  WS-TAB-CONF OCCURS 500 TIMES
                          INDEXED BY WS-IDX-TAB-CONF.
               05  WS-TAB-CONF-ALUMNO     PIC 9(06).
               05  WS-TAB-CONF-HALLADO    PIC X(01).

      *-------------------------------------------------------------*
      *     ESTADO ACADEMICO DEL ALUMNO EN PROCESO, CARGADO DE      *
      *     ESTADOACAD CON UN START POR ALUMNO.                     *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-ALU-MAT           PIC 9(03)  VALUE 0.
       01  WS-TABLA-ALU-MAT.
           03  WS-TAB-ALU-MAT OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-ALU-MAT.
               05  WS-TAB-ALU-MAT-COD     PIC X(08).
               05  WS-TAB-ALU-MAT-APROB   PIC X(01).

      *-------------------------------------------------------------*
      *     RESULTADO DE LA SIMULACION DEL ALUMNO EN PROCESO: UNA   *
      *     ENTRADA POR MATERIA DEL PLAN DE DESTINO.                *
      *     ESTADO: A APROBADA, Q POR EQUIVALENCIA, P PENDIENTE.    *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-DEST              PIC 9(03)  VALUE 0.
       01  WS-TABLA-DEST.
           03  WS-TAB-DEST OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-DEST
                                     WS-IDX-TAB-DEST-PRV.
               05  WS-TAB-DEST-MAT        PIC X(08).
               05  WS-TAB-DEST-ESTADO     PIC X(01).
               05  WS-TAB-DEST-ORIGEN     PIC X(08).
               05  WS-TAB-DEST-CANT-ORIG  PIC 9(02).

       77  WS-DEST-APROBADAS             PIC 9(03)  VALUE 0.
       77  WS-DEST-EQUIVALENCIAS         PIC 9(03)  VALUE 0.
       77  WS-DEST-PENDIENTES            PIC 9(03)  VALUE 0.
       77  WS-SIN-EQUIVALENCIA           PIC 9(03)  VALUE 0.
       77  WS-CANT-ORIGEN                PIC 9(02)  VALUE 0.
       77  WS-CANT-ORIGEN-APROB          PIC 9(02)  VALUE 0.
       77  WS-MAT-BUSCADA                PIC X(08)  VALUE ' '.
       77  WS-PREVIA-ESTADO              PIC X(10)  VALUE ' '.

       77  WS-MATERIA-APROBADA           PIC X      VALUE 'N'.
           88  88-MATERIA-APROBADA-SI               VALUE 'S'.
           88  88-MATERIA-APROBADA-NO               VALUE 'N'.

       77  WS-EN-PLAN                    PIC X      VALUE 'N'.
           88  88-EN-PLAN-SI                        VALUE 'S'.
           88  88-EN-PLAN-NO                        VALUE 'N'.

       77  WS-CORR-CAMBIA                PIC X      VALUE 'N'.
           88  88-CORR-CAMBIA-SI                    VALUE 'S'.
           88  88-CORR-CAMBIA-NO                    VALUE 'N'.

       77  WS-ALUMNO-CONFIRMADO          PIC X      VALUE 'N'.
           88  88-CONFIRMADO-SI                     VALUE 'S'.
           88  88-CONFIRMADO-NO                     VALUE 'N'.

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

       77  REG-MIGRASIM                  PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION DE LA SIMULACION *
      *-------------------------------------------------------------*
       01  TIT-M01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM56'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE
                'CAMBIO DE PLAN DE ESTUDIOS - SIMULACION'.
           03  FILLER                    PIC X(52)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITM01-FECHA.
               05  TITM01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITM01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITM01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-M02.
           03  FILLER                    PIC X(09)  VALUE 'CARRERA: '.
           03  TITM02-CARRERA            PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE '  PLAN: '.
           03  TITM02-ORIGEN             PIC 9(02)  VALUE 0.
           03  FILLER                    PIC X(03)  VALUE ' A '.
           03  TITM02-DESTINO            PIC 9(02)  VALUE 0.
           03  FILLER                    PIC X(14)  VALUE
                '  RESOLUCION: '.
           03  TITM02-RESOLUCION         PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(76)  VALUE ' '.

       01  TIT-M03.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(16)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE ALL '-'.
           03  FILLER                    PIC X(28)  VALUE ' '.

       01  DET-ALUMNO.
           03  DA-ALUMNO                 PIC 9(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DA-NOMBRE                 PIC X(40)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DA-ESTADO                 PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(76)  VALUE ' '.

       01  DET-MATERIA.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  DM-MATERIA                PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DM-RESULTADO              PIC X(16)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DM-DETALLE                PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(28)  VALUE ' '.

       01  DET-CORRELATIVA.
           03  FILLER                    PIC X(58)  VALUE ' '.
           03  FILLER                    PIC X(19)  VALUE
                'CORRELATIVA NUEVA: '.
           03  DC-PREVIA                 PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-ESTADO                 PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(36)  VALUE ' '.

       01  DET-TOTAL-ALUMNO.
           03  FILLER                    PIC X(07)  VALUE ' '.
           03  FILLER                    PIC X(11)  VALUE
                'APROBADAS: '.
           03  DT-APROBADAS              PIC ZZ9.
           03  FILLER                    PIC X(21)  VALUE
                '  POR EQUIVALENCIA: '.
           03  DT-EQUIVALENCIAS          PIC ZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  PENDIENTES: '.
           03  DT-PENDIENTES             PIC ZZ9.
           03  FILLER                    PIC X(21)  VALUE
                '  SIN EQUIVALENCIA: '.
           03  DT-SIN-EQUIVALENCIA       PIC ZZ9.
           03  FILLER                    PIC X(46)  VALUE ' '.

       01  DET-NO-HALLADO.
           03  FILLER                    PIC X(46)  VALUE
                'CONFIRMADO NO INSCRIPTO EN EL PLAN DE ORIGEN: '.
           03  DN-ALUMNO                 PIC 9(06).
           03  FILLER                    PIC X(80)  VALUE ' '.

       01  DET-INVALIDO.
           03  FILLER                    PIC X(30)  VALUE
                'PARAMETRO MIGRACFG INVALIDO: '.
           03  DI-MOTIVO                 PIC X(40)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
                ' - NO SE APLICA NINGUN CAMBIO'.
           03  FILLER                    PIC X(32)  VALUE ' '.

       01  TRL-MIGRASIM.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(19)  VALUE
                'ALUMNOS EVALUADOS: '.
           03  TRM-EVALUADOS             PIC ZZZZZZ9.
           03  FILLER                    PIC X(12)  VALUE
                '  MIGRADOS: '.
           03  TRM-MIGRADOS              PIC ZZZZZZ9.
           03  FILLER                    PIC X(27)  VALUE
                '  EQUIVALENCIAS GRABADAS: '.
           03  TRM-EQUIVALENCIAS         PIC ZZZZZZ9.
           03  FILLER                    PIC X(52)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WMIGRCFG.
       COPY WMIGRCON.
       COPY WALUCARR.
       COPY WPLANEST.
       COPY WPLANEQV.
       COPY WCORRELA.
       COPY WESTACAD.
       COPY WALUMNOS.
       COPY WEQUIVAL.
       COPY WESTPEND.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-ALUCARR-EOF.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10120-LEO-MIGRACFG.
           PERFORM 10150-CARGO-TABLA-PLAN.
           PERFORM 10155-CARGO-TABLA-CORRELAT.
           PERFORM 10160-CARGO-TABLA-EQUIV.
           PERFORM 10170-CARGO-TABLA-CONF.
           PERFORM 10190-VALIDO-PARAMETRO.

           SET 88-SALTO-HOJA-SI          TO TRUE.
           PERFORM 25200-IMPRIMO-TITULOS.

           IF  88-PARAMETRO-INVALIDO
               MOVE 8                    TO WS-RETORNO
               MOVE WS-MOTIVO-INVALIDO   TO DI-MOTIVO
               MOVE DET-INVALIDO         TO REG-MIGRASIM
               PERFORM 25300-ESCRIBO-MIGRASIM
           END-IF.

           PERFORM 11100-READ-ALUCARR.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT MIGRACFG.

           EVALUATE FS-MIGRACFG
               WHEN '00'
                    SET 88-OPEN-MIGRACFG-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT MIGRACFG'
                    DISPLAY 'FILE STATUS       :' FS-MIGRACFG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT MIGRACONF.

           EVALUATE FS-MIGRACONF
               WHEN '00'
                    SET 88-OPEN-MIGRACONF-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-MIGRACONF-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

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

           OPEN OUTPUT ALUCARR-NEW.

           EVALUATE FS-ALUCARR-NEW
               WHEN '00'
                    SET 88-OPEN-ALUCARR-NEW-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT ALUCARRNEW'
                    DISPLAY 'FILE STATUS       :' FS-ALUCARR-NEW
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

           OPEN INPUT PLANEQUIV.

           EVALUATE FS-PLANEQUIV
               WHEN '00'
                    SET 88-OPEN-PLANEQUIV-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-PLANEQUIV-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT CORRELAT.

           EVALUATE FS-CORRELAT
               WHEN '00'
                    SET 88-OPEN-CORRELAT-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-CORRELAT-NO TO TRUE
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

           OPEN I-O     EQUIVALE.

           EVALUATE TRUE
               WHEN 88-FS-EQUIVALE-OK
               WHEN 88-FS-EQUIVALE-OPT
                    SET 88-OPEN-EQUIVALE-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   EQUIVALE'
                    DISPLAY 'FILE STATUS       :' FS-EQUIVALE
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN EXTEND  ESTADOPEND.

           EVALUATE FS-ESTADOPEND
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-ESTADOPEND-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN EXTEND ESTADOPEND'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT MIGRASIM.

           EVALUATE FS-MIGRASIM
               WHEN '00'
                    SET 88-OPEN-MIGRASIM-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT MIGRASIM'
                    DISPLAY 'FILE STATUS       :' FS-MIGRASIM
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10120-LEO-MIGRACFG.
      *-------------------
      *  LEE LA UNICA LINEA DEL PARAMETRO. SIN LINEA, O CON LAS
      *  VERSIONES NO NUMERICAS, EL PARAMETRO ES INVALIDO.
      *-------------------

           INITIALIZE MIGRACFG-RECORD.

           READ MIGRACFG INTO MIGRACFG-RECORD.

           EVALUATE TRUE
               WHEN NOT 88-FS-MIGRACFG-OK
                    SET 88-PARAMETRO-INVALIDO TO TRUE
                    MOVE 'SIN LINEA DE PARAMETRO'
                                         TO WS-MOTIVO-INVALIDO
               WHEN MIGRACFG-VERSION-ORIGEN  IS NOT NUMERIC
               WHEN MIGRACFG-VERSION-DESTINO IS NOT NUMERIC
                    SET 88-PARAMETRO-INVALIDO TO TRUE
                    MOVE 'VERSION DE PLAN NO NUMERICA'
                                         TO WS-MOTIVO-INVALIDO
               WHEN MIGRACFG-VERSION-ORIGEN =
                                         MIGRACFG-VERSION-DESTINO
                    SET 88-PARAMETRO-INVALIDO TO TRUE
                    MOVE 'VERSION DE ORIGEN IGUAL A LA DE DESTINO'
                                         TO WS-MOTIVO-INVALIDO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           CLOSE MIGRACFG.
           SET 88-OPEN-MIGRACFG-NO       TO TRUE.

           IF  MIGRACFG-FECHA-RESOLUCION IS NUMERIC
               MOVE MIGRACFG-FECHA-RESOLUCION
                                         TO WS-FECHA-RESOLUCION
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE-DATE TO WS-FECHA-RESOLUCION
           END-IF.

       10150-CARGO-TABLA-PLAN.
      *-----------------------
      *  CARGA SOLO LAS LINEAS DE PLANEST DE LA CARRERA DEL
      *  PARAMETRO EN SUS VERSIONES DE ORIGEN Y DE DESTINO.
      *-----------------------

           PERFORM UNTIL 88-FS-PLANEST-EOF
               INITIALIZE PLANEST-RECORD
               READ PLANEST INTO PLANEST-RECORD
               IF  88-FS-PLANEST-OK
                   IF  PLANEST-VERSION IS NOT NUMERIC
                       MOVE 0            TO PLANEST-VERSION
                   END-IF
                   IF  PLANEST-COD-CARRERA = MIGRACFG-COD-CARRERA
                   AND (PLANEST-VERSION = MIGRACFG-VERSION-ORIGEN
                     OR PLANEST-VERSION = MIGRACFG-VERSION-DESTINO)
                   AND WS-CANT-TAB-PLAN < 500
                       ADD 1             TO WS-CANT-TAB-PLAN
                       SET WS-IDX-TAB-PLAN TO WS-CANT-TAB-PLAN
                       MOVE PLANEST-VERSION
                            TO WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN)
                       MOVE PLANEST-COD-MATERIA
                            TO WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN)
                       IF  PLANEST-VERSION = MIGRACFG-VERSION-ORIGEN
                           ADD 1         TO WS-CANT-PLAN-ORIGEN
                       ELSE
                           ADD 1         TO WS-CANT-PLAN-DESTINO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE PLANEST.
           SET 88-OPEN-PLANEST-NO        TO TRUE.

       10155-CARGO-TABLA-CORRELAT.
      *---------------------------
      *  CARGA LAS CORRELATIVAS EN WS-TABLA-CORRELAT, IGUAL QUE
      *  10155-CARGO-TABLA-CORRELAT EN BOPGM07.
      *---------------------------

           IF  88-OPEN-CORRELAT-SI
               PERFORM UNTIL 88-FS-CORRELAT-EOF
                   INITIALIZE CORRELAT-RECORD
                   READ CORRELAT INTO CORRELAT-RECORD
                   IF  88-FS-CORRELAT-OK
                   AND WS-CANT-TAB-COR < 200
                       ADD 1               TO WS-CANT-TAB-COR
                       SET WS-IDX-TAB-COR  TO WS-CANT-TAB-COR
                       MOVE CORRELAT-COD-MATERIA
                                  TO WS-TAB-COR-MAT(WS-IDX-TAB-COR)
                       MOVE CORRELAT-COD-PREVIA
                                  TO WS-TAB-COR-PREVIA(WS-IDX-TAB-COR)
                   END-IF
               END-PERFORM
               CLOSE CORRELAT
               SET 88-OPEN-CORRELAT-NO TO TRUE
           END-IF.

       10160-CARGO-TABLA-EQUIV.
      *------------------------
      *  CARGA LAS EQUIVALENCIAS DE PLANEQUIV ENTRE LAS DOS
      *  VERSIONES DEL PARAMETRO.
      *------------------------

           IF  88-OPEN-PLANEQUIV-SI
               PERFORM UNTIL 88-FS-PLANEQUIV-EOF
                   INITIALIZE PLANEQUIV-RECORD
                   READ PLANEQUIV INTO PLANEQUIV-RECORD
                   IF  88-FS-PLANEQUIV-OK
                   AND PLANEQUIV-COD-CARRERA = MIGRACFG-COD-CARRERA
                   AND PLANEQUIV-VERSION-ORIGEN =
                                         MIGRACFG-VERSION-ORIGEN
                   AND PLANEQUIV-VERSION-DESTINO =
                                         MIGRACFG-VERSION-DESTINO
                   AND WS-CANT-TAB-EQV < 300
                       ADD 1               TO WS-CANT-TAB-EQV
                       SET WS-IDX-TAB-EQV  TO WS-CANT-TAB-EQV
                       MOVE PLANEQUIV-MATERIA-ORIGEN
                                  TO WS-TAB-EQV-ORIGEN(WS-IDX-TAB-EQV)
                       MOVE PLANEQUIV-MATERIA-DESTINO
                                  TO WS-TAB-EQV-DESTINO(WS-IDX-TAB-EQV)
                   END-IF
               END-PERFORM
               CLOSE PLANEQUIV
               SET 88-OPEN-PLANEQUIV-NO TO TRUE
           END-IF.

       10170-CARGO-TABLA-CONF.
      *-----------------------
      *  CARGA LOS ALUMNOS CONFIRMADOS POR SECRETARIA, CON LA
      *  MARCA DE HALLADO EN 'N'.
      *-----------------------

           IF  88-OPEN-MIGRACONF-SI
               PERFORM UNTIL 88-FS-MIGRACONF-EOF
                   INITIALIZE MIGRACONF-RECORD
                   READ MIGRACONF INTO MIGRACONF-RECORD
                   IF  88-FS-MIGRACONF-OK
                   AND MIGRACONF-COD-ALUMNO IS NUMERIC
                   AND WS-CANT-TAB-CONF < 500
                       ADD 1               TO WS-CANT-TAB-CONF
                       SET WS-IDX-TAB-CONF TO WS-CANT-TAB-CONF
                       MOVE MIGRACONF-COD-ALUMNO
                            TO WS-TAB-CONF-ALUMNO(WS-IDX-TAB-CONF)
                       MOVE 'N'
                            TO WS-TAB-CONF-HALLADO(WS-IDX-TAB-CONF)
                   END-IF
               END-PERFORM
               CLOSE MIGRACONF
               SET 88-OPEN-MIGRACONF-NO TO TRUE
           END-IF.

       10190-VALIDO-PARAMETRO.
      *-----------------------
      *  UN PLAN DE DESTINO SIN LINEAS EN PLANEST DEJARIA A LOS
      *  ALUMNOS MIGRADOS SIN MATERIAS: EL PARAMETRO ES INVALIDO.
      *-----------------------

           IF  88-PARAMETRO-VALIDO
           AND WS-CANT-PLAN-DESTINO = 0
               SET 88-PARAMETRO-INVALIDO TO TRUE
               MOVE 'VERSION DE DESTINO SIN LINEAS EN PLANEST'
                                         TO WS-MOTIVO-INVALIDO
           END-IF.

           MOVE MIGRACFG-COD-CARRERA     TO TITM02-CARRERA.
           MOVE MIGRACFG-RESOLUCION      TO TITM02-RESOLUCION.
           IF  88-PARAMETRO-VALIDO
               MOVE MIGRACFG-VERSION-ORIGEN  TO TITM02-ORIGEN
               MOVE MIGRACFG-VERSION-DESTINO TO TITM02-DESTINO
           END-IF.

       11100-READ-ALUCARR.
      *-------------------

           INITIALIZE ALUCARR-RECORD.

           READ ALUCARR INTO ALUCARR-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-ALUCARR-OK
                    ADD 1              TO WS-INSCRIPTOS-LEIDOS
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

       20000-PROCESO.
      *-------------
      *  LAS INSCRIPCIONES DE LA CARRERA EN LA VERSION DE ORIGEN
      *  SE SIMULAN (Y SE MIGRAN SI ESTAN CONFIRMADAS); TODAS PASAN
      *  A LA COPIA ALUCARRNEW.
      *-------------

           IF  88-PARAMETRO-VALIDO
           AND ALUCARR-COD-CARRERA  = MIGRACFG-COD-CARRERA
           AND ALUCARR-PLAN-VERSION = MIGRACFG-VERSION-ORIGEN
               PERFORM 21000-SIMULO-ALUMNO
           END-IF.

           PERFORM 21500-GRABO-ALUCARR-NEW.

           PERFORM 11100-READ-ALUCARR.

       21000-SIMULO-ALUMNO.
      *--------------------

           ADD 1                         TO WS-ALUMNOS-EVALUADOS.

           PERFORM 21010-RECUPERO-DATA-ALUMNO.
           PERFORM 21020-CARGO-ESTADO-ALUMNO.
           PERFORM 21030-BUSCO-CONFIRMACION.

           MOVE ALUCARR-COD-ALUMNO       TO DA-ALUMNO.
           IF  88-CONFIRMADO-SI
               MOVE 'MIGRADO'            TO DA-ESTADO
           ELSE
               MOVE 'SIMULADO'           TO DA-ESTADO
           END-IF.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE SPACES                   TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.
           MOVE DET-ALUMNO               TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.

           PERFORM 21100-CLASIFICO-PLAN-DESTINO.
           PERFORM 21300-LISTO-SIN-EQUIVALENCIA.
           PERFORM 21400-IMPRIMO-TOTAL-ALUMNO.

           IF  88-CONFIRMADO-SI
               PERFORM 21600-APLICO-MIGRACION
           END-IF.

       21010-RECUPERO-DATA-ALUMNO.
      *---------------------------

           INITIALIZE ALU-REGISTRO
                      NRO-LEGAJO-ALUMNO-FD.

           MOVE ALUCARR-COD-ALUMNO        TO ALUMNO-COD-FD
                                             ALU-CODIGO.

           READ ALUMNOS INTO ALU-REGISTRO.

           EVALUATE TRUE
                WHEN  88-FS-ALUMNOS-OK
                      MOVE    ' '         TO DA-NOMBRE
                      STRING
                             ALU-APELLIDO DELIMITED BY '  '
                             ' '          DELIMITED BY SIZE
                             ALU-NOMBRE   DELIMITED BY '  '
                         INTO
                             DA-NOMBRE
                      END-STRING
                WHEN  88-FS-ALUMNOS-NOKEY
                      MOVE  'ALUMNO NO ENCONTRADO'
                                          TO DA-NOMBRE
                WHEN OTHER
                      DISPLAY '--------------------------------'
                      DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                      DISPLAY 'PARRAFO: 21010-RECUPERO-DATA-ALUMNO'
                      DISPLAY 'ERROR EN RECUPERO DATA ALUMNOS'
                      DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                      DISPLAY 'SE CANCELA EL PROCESO'
                      DISPLAY '--------------------------------'
                      PERFORM 99999-CANCELO
           END-EVALUATE.

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
                   IF  WS-CANT-TAB-ALU-MAT < 100
                       ADD 1             TO WS-CANT-TAB-ALU-MAT
                       SET WS-IDX-TAB-ALU-MAT
                                         TO WS-CANT-TAB-ALU-MAT
                       MOVE ESTADOACAD-COD-MATERIA
                            TO WS-TAB-ALU-MAT-COD(WS-IDX-TAB-ALU-MAT)
                       MOVE ESTADOACAD-APROBADA
                            TO WS-TAB-ALU-MAT-APROB(WS-IDX-TAB-ALU-MAT)
                   END-IF
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

       21030-BUSCO-CONFIRMACION.
      *-------------------------

           SET  88-CONFIRMADO-NO         TO TRUE.

           SET  WS-IDX-TAB-CONF          TO 1.
           PERFORM UNTIL WS-IDX-TAB-CONF > WS-CANT-TAB-CONF
               IF  WS-TAB-CONF-ALUMNO(WS-IDX-TAB-CONF) =
                                             ALUCARR-COD-ALUMNO
                   SET 88-CONFIRMADO-SI  TO TRUE
                   MOVE 'S' TO WS-TAB-CONF-HALLADO(WS-IDX-TAB-CONF)
               END-IF
               SET WS-IDX-TAB-CONF       UP BY 1
           END-PERFORM.

       21050-BUSCO-APROBADA.
      *---------------------
      *  BUSCA WS-MAT-BUSCADA EN EL ESTADO ACADEMICO DEL ALUMNO.
      *---------------------

           SET  88-MATERIA-APROBADA-NO   TO TRUE.

           SET  WS-IDX-TAB-ALU-MAT       TO 1.
           PERFORM UNTIL WS-IDX-TAB-ALU-MAT > WS-CANT-TAB-ALU-MAT
                    OR WS-TAB-ALU-MAT-COD(WS-IDX-TAB-ALU-MAT) =
                                             WS-MAT-BUSCADA
               SET WS-IDX-TAB-ALU-MAT    UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-ALU-MAT <= WS-CANT-TAB-ALU-MAT
           AND WS-TAB-ALU-MAT-APROB(WS-IDX-TAB-ALU-MAT) = 'S'
               SET 88-MATERIA-APROBADA-SI TO TRUE
           END-IF.

       21060-BUSCO-EN-PLAN-ORIGEN.
      *---------------------------
      *  INDICA SI WS-MAT-BUSCADA ESTA EN EL PLAN DE ORIGEN.
      *---------------------------

           SET  88-EN-PLAN-NO            TO TRUE.

           SET  WS-IDX-TAB-PLAN          TO 1.
           PERFORM UNTIL WS-IDX-TAB-PLAN > WS-CANT-TAB-PLAN
                      OR 88-EN-PLAN-SI
               IF  WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN) =
                                         MIGRACFG-VERSION-ORIGEN
               AND WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN) = WS-MAT-BUSCADA
                   SET 88-EN-PLAN-SI     TO TRUE
               END-IF
               SET WS-IDX-TAB-PLAN       UP BY 1
           END-PERFORM.

       21100-CLASIFICO-PLAN-DESTINO.
      *-----------------------------
      *  CLASIFICA CADA MATERIA DEL PLAN DE DESTINO Y LA LISTA;
      *  DEBAJO DE CADA PENDIENTE, LAS CORRELATIVAS QUE CAMBIAN.
      *-----------------------------

           MOVE 0                        TO WS-CANT-TAB-DEST
                                            WS-DEST-APROBADAS
                                            WS-DEST-EQUIVALENCIAS
                                            WS-DEST-PENDIENTES
                                            WS-SIN-EQUIVALENCIA.

           SET  WS-IDX-TAB-PLAN          TO 1.
           PERFORM UNTIL WS-IDX-TAB-PLAN > WS-CANT-TAB-PLAN
               IF  WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN) =
                                         MIGRACFG-VERSION-DESTINO
               AND WS-CANT-TAB-DEST < 100
                   ADD 1                 TO WS-CANT-TAB-DEST
                   SET WS-IDX-TAB-DEST   TO WS-CANT-TAB-DEST
                   MOVE WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN)
                        TO WS-TAB-DEST-MAT(WS-IDX-TAB-DEST)
                   PERFORM 21110-CLASIFICO-MATERIA
               END-IF
               SET WS-IDX-TAB-PLAN       UP BY 1
           END-PERFORM.

           SET  WS-IDX-TAB-DEST          TO 1.
           PERFORM UNTIL WS-IDX-TAB-DEST > WS-CANT-TAB-DEST
               PERFORM 21150-IMPRIMO-MATERIA
               IF  WS-TAB-DEST-ESTADO(WS-IDX-TAB-DEST) = 'P'
                   PERFORM 21200-LISTO-CORRELATIVAS
               END-IF
               SET WS-IDX-TAB-DEST       UP BY 1
           END-PERFORM.

       21110-CLASIFICO-MATERIA.
      *------------------------
      *  APROBADA CON EL MISMO CODIGO, O POR EQUIVALENCIA SI TODAS
      *  SUS MATERIAS DE ORIGEN EN PLANEQUIV ESTAN APROBADAS; SI
      *  NO, PENDIENTE.
      *------------------------

           MOVE SPACES      TO WS-TAB-DEST-ORIGEN(WS-IDX-TAB-DEST).
           MOVE 0           TO WS-TAB-DEST-CANT-ORIG(WS-IDX-TAB-DEST).

           MOVE WS-TAB-DEST-MAT(WS-IDX-TAB-DEST) TO WS-MAT-BUSCADA.
           PERFORM 21050-BUSCO-APROBADA.

           IF  88-MATERIA-APROBADA-SI
               MOVE 'A'     TO WS-TAB-DEST-ESTADO(WS-IDX-TAB-DEST)
               ADD 1                     TO WS-DEST-APROBADAS
           ELSE
               PERFORM 21120-CONTROLO-EQUIVALENCIA
               IF  WS-CANT-ORIGEN > 0
               AND WS-CANT-ORIGEN-APROB = WS-CANT-ORIGEN
                   MOVE 'Q' TO WS-TAB-DEST-ESTADO(WS-IDX-TAB-DEST)
                   ADD 1                 TO WS-DEST-EQUIVALENCIAS
               ELSE
                   MOVE 'P' TO WS-TAB-DEST-ESTADO(WS-IDX-TAB-DEST)
                   ADD 1                 TO WS-DEST-PENDIENTES
               END-IF
           END-IF.

       21120-CONTROLO-EQUIVALENCIA.
      *----------------------------
      *  CUENTA LAS MATERIAS DE ORIGEN DE LA MATERIA DE DESTINO Y
      *  CUANTAS DE ELLAS TIENE APROBADAS EL ALUMNO; RETIENE LA
      *  PRIMERA PARA EL DETALLE DEL REPORTE.
      *----------------------------

           MOVE 0                        TO WS-CANT-ORIGEN
                                            WS-CANT-ORIGEN-APROB.

           SET  WS-IDX-TAB-EQV           TO 1.
           PERFORM UNTIL WS-IDX-TAB-EQV > WS-CANT-TAB-EQV
               IF  WS-TAB-EQV-DESTINO(WS-IDX-TAB-EQV) =
                             WS-TAB-DEST-MAT(WS-IDX-TAB-DEST)
                   ADD 1                 TO WS-CANT-ORIGEN
                   IF  WS-CANT-ORIGEN = 1
                       MOVE WS-TAB-EQV-ORIGEN(WS-IDX-TAB-EQV)
                            TO WS-TAB-DEST-ORIGEN(WS-IDX-TAB-DEST)
                   END-IF
                   MOVE WS-TAB-EQV-ORIGEN(WS-IDX-TAB-EQV)
                                         TO WS-MAT-BUSCADA
                   PERFORM 21050-BUSCO-APROBADA
                   IF  88-MATERIA-APROBADA-SI
                       ADD 1             TO WS-CANT-ORIGEN-APROB
                   END-IF
               END-IF
               SET WS-IDX-TAB-EQV        UP BY 1
           END-PERFORM.

           MOVE WS-CANT-ORIGEN
                TO WS-TAB-DEST-CANT-ORIG(WS-IDX-TAB-DEST).

       21150-IMPRIMO-MATERIA.
      *----------------------

           MOVE SPACES                   TO DM-DETALLE.
           MOVE WS-TAB-DEST-MAT(WS-IDX-TAB-DEST) TO DM-MATERIA.

           EVALUATE WS-TAB-DEST-ESTADO(WS-IDX-TAB-DEST)
               WHEN 'A'
                    MOVE 'APROBADA'      TO DM-RESULTADO
               WHEN 'Q'
                    MOVE 'EQUIVALENCIA'  TO DM-RESULTADO
                    STRING 'POR '        DELIMITED BY SIZE
                           WS-TAB-DEST-ORIGEN(WS-IDX-TAB-DEST)
                                         DELIMITED BY SPACE
                      INTO DM-DETALLE
                    END-STRING
                    IF  WS-TAB-DEST-CANT-ORIG(WS-IDX-TAB-DEST) > 1
                        MOVE 'Y OTRAS'   TO DM-DETALLE(14:7)
                    END-IF
               WHEN OTHER
                    MOVE 'PENDIENTE'     TO DM-RESULTADO
                    IF  WS-TAB-DEST-CANT-ORIG(WS-IDX-TAB-DEST) > 0
                        MOVE 'EQUIVALENCIA INCOMPLETA'
                                         TO DM-DETALLE
                    END-IF
           END-EVALUATE.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE DET-MATERIA              TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.

       21200-LISTO-CORRELATIVAS.
      *-------------------------
      *  CORRELATIVAS DE LA MATERIA PENDIENTE QUE CAMBIAN CON EL
      *  PLAN: LA MATERIA O SU PREVIA NO ESTABAN EN EL PLAN VIEJO.
      *  EL ESTADO DE LA PREVIA ES EL QUE TENDRIA EL ALUMNO EN EL
      *  PLAN NUEVO.
      *-------------------------

           SET  WS-IDX-TAB-COR           TO 1.
           PERFORM UNTIL WS-IDX-TAB-COR > WS-CANT-TAB-COR
               IF  WS-TAB-COR-MAT(WS-IDX-TAB-COR) =
                             WS-TAB-DEST-MAT(WS-IDX-TAB-DEST)
                   PERFORM 21210-CONTROLO-CAMBIO-CORR
                   IF  88-CORR-CAMBIA-SI
                       PERFORM 21220-IMPRIMO-CORRELATIVA
                   END-IF
               END-IF
               SET WS-IDX-TAB-COR        UP BY 1
           END-PERFORM.

       21210-CONTROLO-CAMBIO-CORR.
      *---------------------------

           SET  88-CORR-CAMBIA-NO        TO TRUE.

           MOVE WS-TAB-COR-MAT(WS-IDX-TAB-COR)    TO WS-MAT-BUSCADA.
           PERFORM 21060-BUSCO-EN-PLAN-ORIGEN.
           IF  88-EN-PLAN-NO
               SET 88-CORR-CAMBIA-SI     TO TRUE
           ELSE
               MOVE WS-TAB-COR-PREVIA(WS-IDX-TAB-COR)
                                         TO WS-MAT-BUSCADA
               PERFORM 21060-BUSCO-EN-PLAN-ORIGEN
               IF  88-EN-PLAN-NO
                   SET 88-CORR-CAMBIA-SI TO TRUE
               END-IF
           END-IF.

       21220-IMPRIMO-CORRELATIVA.
      *--------------------------
      *  LA PREVIA ESTA CUMPLIDA SI EN EL PLAN NUEVO QUEDA APROBADA
      *  O POR EQUIVALENCIA; SI NO ES DEL PLAN NUEVO, SE MIRA SU
      *  APROBACION EN EL ESTADO ACADEMICO.
      *--------------------------

           MOVE WS-TAB-COR-PREVIA(WS-IDX-TAB-COR) TO WS-MAT-BUSCADA.
           MOVE 'PENDIENTE'              TO WS-PREVIA-ESTADO.

           PERFORM 21050-BUSCO-APROBADA.
           IF  88-MATERIA-APROBADA-SI
               MOVE 'CUMPLIDA'           TO WS-PREVIA-ESTADO
           END-IF.

           SET  WS-IDX-TAB-DEST-PRV      TO 1.
           PERFORM UNTIL WS-IDX-TAB-DEST-PRV > WS-CANT-TAB-DEST
               IF  WS-TAB-DEST-MAT(WS-IDX-TAB-DEST-PRV) =
                                             WS-MAT-BUSCADA
               AND WS-TAB-DEST-ESTADO(WS-IDX-TAB-DEST-PRV) = 'Q'
                   MOVE 'CUMPLIDA'       TO WS-PREVIA-ESTADO
               END-IF
               SET WS-IDX-TAB-DEST-PRV   UP BY 1
           END-PERFORM.

           MOVE WS-MAT-BUSCADA           TO DC-PREVIA.
           MOVE WS-PREVIA-ESTADO         TO DC-ESTADO.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE DET-CORRELATIVA          TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.

       21300-LISTO-SIN-EQUIVALENCIA.
      *-----------------------------
      *  MATERIAS APROBADAS DEL PLAN VIEJO QUE NO ESTAN EN EL PLAN
      *  NUEVO CON EL MISMO CODIGO NI SON ORIGEN DE NINGUNA
      *  EQUIVALENCIA: LA APROBACION QUEDA EN EL HISTORIAL PERO NO
      *  CUENTA PARA EL PLAN NUEVO.
      *-----------------------------

           SET  WS-IDX-TAB-PLAN          TO 1.
           PERFORM UNTIL WS-IDX-TAB-PLAN > WS-CANT-TAB-PLAN
               IF  WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN) =
                                         MIGRACFG-VERSION-ORIGEN
                   MOVE WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN)
                                         TO WS-MAT-BUSCADA
                   PERFORM 21050-BUSCO-APROBADA
                   IF  88-MATERIA-APROBADA-SI
                       PERFORM 21310-CONTROLO-DESTINO
                   END-IF
               END-IF
               SET WS-IDX-TAB-PLAN       UP BY 1
           END-PERFORM.

       21310-CONTROLO-DESTINO.
      *-----------------------

           SET  88-EN-PLAN-NO            TO TRUE.

           SET  WS-IDX-TAB-DEST          TO 1.
           PERFORM UNTIL WS-IDX-TAB-DEST > WS-CANT-TAB-DEST
                      OR 88-EN-PLAN-SI
               IF  WS-TAB-DEST-MAT(WS-IDX-TAB-DEST) = WS-MAT-BUSCADA
                   SET 88-EN-PLAN-SI     TO TRUE
               END-IF
               SET WS-IDX-TAB-DEST       UP BY 1
           END-PERFORM.

           SET  WS-IDX-TAB-EQV           TO 1.
           PERFORM UNTIL WS-IDX-TAB-EQV > WS-CANT-TAB-EQV
                      OR 88-EN-PLAN-SI
               IF  WS-TAB-EQV-ORIGEN(WS-IDX-TAB-EQV) = WS-MAT-BUSCADA
                   SET 88-EN-PLAN-SI     TO TRUE
               END-IF
               SET WS-IDX-TAB-EQV        UP BY 1
           END-PERFORM.

           IF  88-EN-PLAN-NO
               ADD 1                     TO WS-SIN-EQUIVALENCIA
               MOVE WS-MAT-BUSCADA       TO DM-MATERIA
               MOVE 'SIN EQUIVALENCIA'   TO DM-RESULTADO
               MOVE 'APROBADA EN EL PLAN DE ORIGEN'
                                         TO DM-DETALLE
               PERFORM 25150-CONTROL-DE-LINEA
               MOVE DET-MATERIA          TO REG-MIGRASIM
               PERFORM 25300-ESCRIBO-MIGRASIM
           END-IF.

       21400-IMPRIMO-TOTAL-ALUMNO.
      *---------------------------

           MOVE WS-DEST-APROBADAS        TO DT-APROBADAS.
           MOVE WS-DEST-EQUIVALENCIAS    TO DT-EQUIVALENCIAS.
           MOVE WS-DEST-PENDIENTES       TO DT-PENDIENTES.
           MOVE WS-SIN-EQUIVALENCIA      TO DT-SIN-EQUIVALENCIA.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE DET-TOTAL-ALUMNO         TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.

       21500-GRABO-ALUCARR-NEW.
      *------------------------

           WRITE REG-ALUCARR-NEW-FD FROM ALUCARR-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-ALUCARR-NEW-OK
                    ADD 1                TO WS-GRABADOS-ALUCARR-NEW
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21500-GRABO-ALUCARR-NEW'
                    DISPLAY 'ERROR EN WRITE      ALUCARRNEW'
                    DISPLAY 'FILE STATUS       :' FS-ALUCARR-NEW
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21600-APLICO-MIGRACION.
      *-----------------------
      *  PASA LA INSCRIPCION A LA VERSION DE DESTINO (LA GRABA
      *  21500 EN LA COPIA) Y GRABA LAS EQUIVALENCIAS DEL PASE.
      *-----------------------

           ADD 1                         TO WS-ALUMNOS-MIGRADOS.
           MOVE MIGRACFG-VERSION-DESTINO TO ALUCARR-PLAN-VERSION.

           SET  WS-IDX-TAB-DEST          TO 1.
           PERFORM UNTIL WS-IDX-TAB-DEST > WS-CANT-TAB-DEST
               IF  WS-TAB-DEST-ESTADO(WS-IDX-TAB-DEST) = 'Q'
                   PERFORM 21610-GRABO-EQUIVALENCIA
               END-IF
               SET WS-IDX-TAB-DEST       UP BY 1
           END-PERFORM.

       21610-GRABO-EQUIVALENCIA.
      *-------------------------
      *  UNA EQUIVALENCIA YA GRABADA PARA EL ALUMNO Y LA MATERIA
      *  (RESOLUCION ANTERIOR O CORRIDA REPETIDA) SE RESPETA.
      *-------------------------

           INITIALIZE EQUIVAL-REGISTRO.
           MOVE ALUCARR-COD-ALUMNO       TO EQUIVAL-COD-ALUMNO.
           MOVE WS-TAB-DEST-MAT(WS-IDX-TAB-DEST)
                                         TO EQUIVAL-COD-MATERIA.
           MOVE MIGRACFG-RESOLUCION      TO EQUIVAL-RESOLUCION.
           MOVE WS-FECHA-RESOLUCION      TO EQUIVAL-FECHA-RESOLUCION.
           STRING 'CAMBIO DE PLAN '      DELIMITED BY SIZE
                  MIGRACFG-VERSION-ORIGEN
                                         DELIMITED BY SIZE
                  ' A '                  DELIMITED BY SIZE
                  MIGRACFG-VERSION-DESTINO
                                         DELIMITED BY SIZE
             INTO EQUIVAL-INSTITUCION-ORIGEN
           END-STRING.

           INITIALIZE EQUIVALE-DATOS-FD.
           MOVE EQUIVAL-CLAVE            TO EQUIVAL-CLAVE-FD.

           WRITE EQUIVALE-DATOS-FD       FROM EQUIVAL-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-EQUIVALE-OK
                    ADD 1                TO WS-EQUIVAL-GRABADAS
                    PERFORM 21620-REGISTRO-PENDIENTE
               WHEN 88-FS-EQUIVALE-DUPKEY
                    ADD 1                TO WS-EQUIVAL-EXISTENTES
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21610-GRABO-EQUIVALENCIA'
                    DISPLAY 'ERROR EN WRITE      EQUIVALE'
                    DISPLAY 'FILE STATUS       :' FS-EQUIVALE
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21620-REGISTRO-PENDIENTE.
      *-------------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           INITIALIZE ESTPEND-REGISTRO.
           MOVE EQUIVAL-COD-ALUMNO       TO ESTPEND-COD-ALUMNO.
           MOVE EQUIVAL-COD-MATERIA      TO ESTPEND-COD-MATERIA.
           MOVE 'BOPGM56'                TO ESTPEND-PROGRAMA.
           MOVE WS-CURRENT-DATE-DATE     TO ESTPEND-FECHA.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO ESTPEND-HORA.

           WRITE REG-ESTADOPEND-FD FROM ESTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOPEND-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21620-REGISTRO-PENDIENTE'
                    DISPLAY 'ERROR EN WRITE      ESTADOPEND'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25150-CONTROL-DE-LINEA.
      *------------------------

           IF  WS-LINEA > WS-LINEAS-MAX
               SET 88-SALTO-HOJA-SI      TO TRUE
               PERFORM 25200-IMPRIMO-TITULOS
           END-IF.

       25200-IMPRIMO-TITULOS.
      *-----------------------

           PERFORM 25220-FECHA-ACTUAL.
           ADD  1 TO WS-PAGINA.

           MOVE  TIT-M01 TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.

           MOVE  TIT-M02 TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.

           MOVE  TIT-M03 TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.

           MOVE 4 TO WS-LINEA.

       25220-FECHA-ACTUAL.
      *-----------------

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           MOVE WS-CURRENT-DATE-YYYY  TO TITM01-FECHA-AAAA
           MOVE WS-CURRENT-DATE-MM    TO TITM01-FECHA-MM
           MOVE WS-CURRENT-DATE-DD    TO TITM01-FECHA-DD.

       25300-ESCRIBO-MIGRASIM.
      *-----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-MIGRASIM-FD FROM REG-MIGRASIM AFTER PAGE
           ELSE
              WRITE REG-MIGRASIM-FD FROM REG-MIGRASIM AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-MIGRASIM-OK
                   ADD 1              TO  WS-GRABADOS-MIGRASIM
                   ADD 1              TO  WS-LINEA
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 25300-ESCRIBO-MIGRASIM'
                   DISPLAY 'ERROR EN ESCRIBO    MIGRASIM'
                   DISPLAY 'FILE STATUS       :' FS-MIGRASIM
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           IF  88-PARAMETRO-VALIDO
               PERFORM 30100-LISTO-NO-HALLADOS
           END-IF.

           MOVE WS-ALUMNOS-EVALUADOS     TO TRM-EVALUADOS.
           MOVE WS-ALUMNOS-MIGRADOS      TO TRM-MIGRADOS.
           MOVE WS-EQUIVAL-GRABADAS      TO TRM-EQUIVALENCIAS.

           MOVE SPACES                   TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.
           MOVE TRL-MIGRASIM             TO REG-MIGRASIM.
           PERFORM 25300-ESCRIBO-MIGRASIM.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'INSCRIPTOS LEIDOS :' WS-INSCRIPTOS-LEIDOS.
           DISPLAY 'ALUMNOS EVALUADOS :' WS-ALUMNOS-EVALUADOS.
           DISPLAY 'ALUMNOS MIGRADOS  :' WS-ALUMNOS-MIGRADOS.
           DISPLAY 'EQUIVAL GRABADAS  :' WS-EQUIVAL-GRABADAS.
           DISPLAY 'EQUIVAL EXISTENTES:' WS-EQUIVAL-EXISTENTES.
           DISPLAY 'CONF NO HALLADOS  :' WS-CONF-NO-HALLADOS.
           DISPLAY 'GRABADOS ALUCARRNEW:' WS-GRABADOS-ALUCARR-NEW.
           DISPLAY 'RETORNO           :' WS-RETORNO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30100-LISTO-NO-HALLADOS.
      *------------------------
      *  UN CONFIRMADO QUE NO APARECIO EN LA VERSION DE ORIGEN DE
      *  LA CARRERA NO SE MIGRA: SE LISTA Y LA CORRIDA TERMINA CON
      *  RETORNO 4.
      *------------------------

           SET  WS-IDX-TAB-CONF          TO 1.
           PERFORM UNTIL WS-IDX-TAB-CONF > WS-CANT-TAB-CONF
               IF  WS-TAB-CONF-HALLADO(WS-IDX-TAB-CONF) = 'N'
                   ADD 1                 TO WS-CONF-NO-HALLADOS
                   MOVE WS-TAB-CONF-ALUMNO(WS-IDX-TAB-CONF)
                                         TO DN-ALUMNO
                   PERFORM 25150-CONTROL-DE-LINEA
                   MOVE DET-NO-HALLADO   TO REG-MIGRASIM
                   PERFORM 25300-ESCRIBO-MIGRASIM
               END-IF
               SET WS-IDX-TAB-CONF       UP BY 1
           END-PERFORM.

           IF  WS-CONF-NO-HALLADOS > 0
           AND WS-RETORNO < 4
               MOVE 4                    TO WS-RETORNO
           END-IF.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-MIGRACFG-SI
              SET 88-OPEN-MIGRACFG-NO TO TRUE
              CLOSE MIGRACFG
           END-IF.

           IF 88-OPEN-MIGRACONF-SI
              SET 88-OPEN-MIGRACONF-NO TO TRUE
              CLOSE MIGRACONF
           END-IF.

           IF 88-OPEN-ALUCARR-SI
              SET 88-OPEN-ALUCARR-NO  TO TRUE
              CLOSE ALUCARR
           END-IF.

           IF 88-OPEN-ALUCARR-NEW-SI
              SET 88-OPEN-ALUCARR-NEW-NO TO TRUE
              CLOSE ALUCARR-NEW
           END-IF.

           IF 88-OPEN-PLANEST-SI
              SET 88-OPEN-PLANEST-NO  TO TRUE
              CLOSE PLANEST
           END-IF.

           IF 88-OPEN-PLANEQUIV-SI
              SET 88-OPEN-PLANEQUIV-NO TO TRUE
              CLOSE PLANEQUIV
           END-IF.

           IF 88-OPEN-CORRELAT-SI
              SET 88-OPEN-CORRELAT-NO TO TRUE
              CLOSE CORRELAT
           END-IF.

           IF 88-OPEN-ESTADOACAD-SI
              SET 88-OPEN-ESTADOACAD-NO TO TRUE
              CLOSE ESTADOACAD
           END-IF.

           IF 88-OPEN-ALUMNOS-SI
              SET 88-OPEN-ALUMNOS-NO  TO TRUE
              CLOSE ALUMNOS
           END-IF.

           IF 88-OPEN-EQUIVALE-SI
              SET 88-OPEN-EQUIVALE-NO TO TRUE
              CLOSE EQUIVALE
           END-IF.

           IF 88-OPEN-ESTADOPEND-SI
              SET 88-OPEN-ESTADOPEND-NO TO TRUE
              CLOSE ESTADOPEND
           END-IF.

           IF 88-OPEN-MIGRASIM-SI
              SET 88-OPEN-MIGRASIM-NO TO TRUE
              CLOSE MIGRASIM
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
