       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM54.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA UBICA CADA MESA DEL LLAMADO EN UN AULA. A
      * PARTIR DE LAS INSCRIPCIONES (INSCRIPC) DERIVA LAS MESAS
      * (INSTITUTO + FECHA + MATERIA) CON SU CANTIDAD DE
      * INSCRIPTOS, IGUAL QUE BOPGM32, Y LES ASIGNA UN AULA DEL
      * MAESTRO AULAS (VER WAULAS, MANTENIDO POR MNTAULA) DE LA
      * MISMA SEDE, ACTIVA, CON ASIENTOS SUFICIENTES Y UN TURNO
      * DISPONIBLE QUE NO ESTE OCUPADO POR OTRA MESA ESE DIA.
      * LAS INSCRIPCIONES YA MARCADAS AUSENTE NO OCUPAN ASIENTO.
      *-----------------------------------------------------------
      * CRITERIO: DENTRO DE CADA SEDE Y FECHA SE UBICAN PRIMERO
      * LAS MESAS MAS NUMEROSAS, Y CADA UNA VA AL AULA MAS CHICA
      * QUE LA CONTIENE (ASI LAS AULAS GRANDES QUEDAN PARA LAS
      * MESAS GRANDES). EN EL AULA ELEGIDA SE TOMA EL PRIMER
      * TURNO LIBRE EN EL ORDEN MANANA, TARDE, NOCHE. UN AULA NO
      * RECIBE DOS MESAS EN EL MISMO TURNO DEL MISMO DIA.
      *-----------------------------------------------------------
      * SALIDAS: EL ARCHIVO AULASIG (INDEXADO POR MESA, VER
      * WAULASIG) QUE BOPGM11 Y BOPGM32 USAN PARA IMPRIMIR EL
      * AULA EN EL ACTA Y EN EL CRONOGRAMA DE TRIBUNALES, Y EL
      * LISTADO AULALIST POR INSTITUTO. LAS MESAS QUE NO SE
      * PUDIERON UBICAR SALEN CON MARCA 'F' Y *SIN AULA* EN EL
      * LISTADO.
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

           SELECT INSCRIPC         ASSIGN       TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

      *----------------------------------------------------------
      *  MAESTRO DE AULAS (VER WAULAS). OPCIONAL: SIN EL ARCHIVO
      *  TODAS LAS MESAS SALEN SIN AULA.
      *----------------------------------------------------------
           SELECT OPTIONAL AULAS   ASSIGN       TO
                                   'AULAS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS AULAS-CLAVE-FD
                                   FILE STATUS  IS FS-AULAS.

           SELECT SORT-MESAS       ASSIGN       TO
                                   'SORTMESAS'.

           SELECT AULASIG          ASSIGN       TO
                                   'AULASIG'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS AULASIG-CLAVE-FD
                                   FILE STATUS  IS FS-AULASIG.

           SELECT AULALIST         ASSIGN       TO
                                   'AULALIST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-AULALIST.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  INSCRIPC.
       01  INSCRIPC-DATOS-FD.
           03  INSCRIP-CLAVE-FD          PIC X(22).
           03  FILLER                    PIC X(18).

       FD  AULAS.
       01  AULAS-DATOS-FD.
           03  AULAS-CLAVE-FD            PIC X(16).
           03  FILLER                    PIC X(44).

       SD  SORT-MESAS.
       01  SORT-MESA-REG.
           03  SORT-MESA-INSTITUTO       PIC X(10).
           03  SORT-MESA-FECHA           PIC X(08).
           03  SORT-MESA-MATERIA         PIC X(08).
           03  SORT-MESA-ALUMNO          PIC 9(06).

       FD  AULASIG.
       01  AULASIG-DATOS-FD.
           03  AULASIG-CLAVE-FD.
               05  AULASIG-INST-FD       PIC X(10).
               05  AULASIG-FECHA-FD      PIC X(08).
               05  AULASIG-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(34).

       FD  AULALIST
           RECORDING MODE IS F.
       01  REG-AULALIST-FD               PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM54'.

       77  FS-INSCRIPC                   PIC X(02)  VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.

       77  FS-AULAS                      PIC X(02)  VALUE ' '.
           88 88-FS-AULAS-OK                        VALUE '00'.
           88 88-FS-AULAS-EOF                       VALUE '10'.

       77  FS-AULASIG                    PIC X(02)  VALUE ' '.
           88 88-FS-AULASIG-OK                      VALUE '00'.
           88 88-FS-AULASIG-DUPKEY                  VALUE '22'.

       77  FS-AULALIST                   PIC X(02)  VALUE ' '.
           88 88-FS-AULALIST-OK                     VALUE '00'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

       77  WS-OPEN-AULAS                 PIC X      VALUE 'N'.
           88 88-OPEN-AULAS-SI                      VALUE 'S'.
           88 88-OPEN-AULAS-NO                      VALUE 'N'.

       77  WS-OPEN-AULASIG               PIC X      VALUE 'N'.
           88 88-OPEN-AULASIG-SI                    VALUE 'S'.
           88 88-OPEN-AULASIG-NO                    VALUE 'N'.

       77  WS-OPEN-AULALIST              PIC X      VALUE 'N'.
           88 88-OPEN-AULALIST-SI                   VALUE 'S'.
           88 88-OPEN-AULALIST-NO                   VALUE 'N'.

       77  WS-INSCRIP-LEIDAS             PIC 9(07)  VALUE 0.
       77  WS-INSCRIP-AUSENTES           PIC 9(07)  VALUE 0.
       77  WS-AULAS-LEIDAS               PIC 9(07)  VALUE 0.
       77  WS-MESAS-ARMADAS              PIC 9(05)  VALUE 0.
       77  WS-MESAS-UBICADAS             PIC 9(05)  VALUE 0.
       77  WS-MESAS-SIN-AULA             PIC 9(05)  VALUE 0.
       77  WS-GRABADOS-AULALIST          PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     AULAS DE TODAS LAS SEDES, CON LA OCUPACION POR TURNO    *
      *     DE LA SEDE Y FECHA EN PROCESO (SE LIMPIA EN CADA CORTE).*
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-AUL               PIC 9(04)  VALUE 0.
       01  WS-TABLA-AULAS.
           03  WS-TAB-AUL OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-AUL.
               05  WS-TAB-AUL-INSTITUTO   PIC X(10).
               05  WS-TAB-AUL-COD         PIC X(06).
               05  WS-TAB-AUL-DESCRIPCION PIC X(30).
               05  WS-TAB-AUL-CAPACIDAD   PIC 9(04).
               05  WS-TAB-AUL-DISPONIBLE  PIC X(01) OCCURS 3 TIMES.
               05  WS-TAB-AUL-OCUPADA     PIC X(01) OCCURS 3 TIMES.

      *-------------------------------------------------------------*
      *     MESAS DE LA SEDE Y FECHA EN PROCESO, EN ORDEN DE        *
      *     MATERIA. ESTADO: 'P' PENDIENTE, 'U' UBICADA, 'F' SIN    *
      *     AULA.                                                   *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-MES               PIC 9(04)  VALUE 0.
       01  WS-TABLA-MESAS.
           03  WS-TAB-MES OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-MES.
               05  WS-TAB-MES-MATERIA     PIC X(08).
               05  WS-TAB-MES-INSCRIPTOS  PIC 9(05).
               05  WS-TAB-MES-AULA        PIC 9(04).
               05  WS-TAB-MES-TURNO       PIC 9(01).
               05  WS-TAB-MES-ESTADO      PIC X(01).
                   88 88-TAB-MES-PENDIENTE          VALUE 'P'.
                   88 88-TAB-MES-UBICADA            VALUE 'U'.
                   88 88-TAB-MES-SIN-AULA           VALUE 'F'.

      *-------------------------------------------------------------*
      *     TURNOS EN EL ORDEN EN QUE SE OFRECEN (VER WAULASIG)     *
      *-------------------------------------------------------------*
       01  WS-TURNOS.
           03  FILLER                    PIC X(07)  VALUE 'MMANANA'.
           03  FILLER                    PIC X(07)  VALUE 'TTARDE '.
           03  FILLER                    PIC X(07)  VALUE 'NNOCHE '.
       01  WS-TURNOS-TAB REDEFINES WS-TURNOS.
           03  WS-TURNO OCCURS 3 TIMES.
               05  WS-TURNO-COD           PIC X(01).
               05  WS-TURNO-NOMBRE        PIC X(06).

      *-------------------------------------------------------------*
      *     MESA EN PROCESO (CORTE DE CONTROL DE LA SALIDA DEL SORT)*
      *-------------------------------------------------------------*
       77  WS-FIN-SORT                   PIC X      VALUE 'N'.
           88 88-FIN-SORT-SI                        VALUE 'S'.
           88 88-FIN-SORT-NO                        VALUE 'N'.

       77  WS-HAY-MESA-ABIERTA           PIC X      VALUE 'N'.
           88 88-HAY-MESA-ABIERTA-SI                VALUE 'S'.
           88 88-HAY-MESA-ABIERTA-NO                VALUE 'N'.

       01  WS-MESA-ANTERIOR.
           03  WS-MESA-ANT-INSTITUTO     PIC X(10).
           03  WS-MESA-ANT-FECHA         PIC X(08).
           03  WS-MESA-ANT-MATERIA       PIC X(08).

       01  WS-MESA-ACTUAL.
           03  WS-MESA-ACT-INSTITUTO     PIC X(10).
           03  WS-MESA-ACT-FECHA         PIC X(08).
           03  WS-MESA-ACT-MATERIA       PIC X(08).

       77  WS-MESA-INSCRIPTOS            PIC 9(05)  VALUE 0.
       77  WS-INSTITUTO-ANTERIOR         PIC X(10)  VALUE ' '.

      *-------------------------------------------------------------*
      *     BUSQUEDA DE MESA Y AULA EN LA UBICACION DEL GRUPO       *
      *-------------------------------------------------------------*
       77  WS-MES-MEJOR                  PIC 9(04)  VALUE 0.
       77  WS-MES-INSCRIPTOS-MAX         PIC 9(05)  VALUE 0.
       77  WS-AUL-MEJOR                  PIC 9(04)  VALUE 0.
       77  WS-AUL-MEJOR-TURNO            PIC 9(01)  VALUE 0.
       77  WS-AUL-CAPACIDAD-MIN          PIC 9(05)  VALUE 0.
       77  WS-AUL-TURNO-LIBRE            PIC 9(01)  VALUE 0.
       77  WS-IDX-TURNO                  PIC 9(01)  VALUE 0.
       77  WS-VUELTAS                    PIC 9(04)  VALUE 0.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  REG-AULALIST                  PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-A01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM54'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(44)  VALUE
                'ASIGNACION DE AULAS POR MESA'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITA01-FECHA.
               05  TITA01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITA01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITA01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-A02.
           03  FILLER                    PIC X(11)  VALUE
                'INSTITUTO: '.
           03  TITA02-INSTITUTO          PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(111) VALUE ' '.

       01  TIT-A03.
           03  FILLER                    PIC X(10)  VALUE 'FECHA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'MATERIA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'INSCRIP.'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'AULA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
                'DESCRIPCION'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'CAPAC.'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'TURNO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE 'MARCA'.
           03  FILLER                    PIC X(46)  VALUE ' '.

       01  TIT-A04.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ALL '-'.
           03  FILLER                    PIC X(46)  VALUE ' '.

       01  DET-AULA.
           03  DA-FECHA.
               05  DA-FECHA-DD           PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DA-FECHA-MM           PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DA-FECHA-AAAA         PIC X(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DA-MATERIA                PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DA-INSCRIPTOS             PIC ZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DA-AULA                   PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DA-DESCRIPCION            PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DA-CAPACIDAD              PIC ZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DA-TURNO                  PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DA-MARCA                  PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(39)  VALUE ' '.

       01  TRL-AULA.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'MESAS: '.
           03  TRA-MESAS                 PIC ZZZZ9.
           03  FILLER                    PIC X(12)  VALUE
                '  UBICADAS: '.
           03  TRA-UBICADAS              PIC ZZZZ9.
           03  FILLER                    PIC X(12)  VALUE
                '  SIN AULA: '.
           03  TRA-SIN-AULA              PIC ZZZZ9.
           03  FILLER                    PIC X(85)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WINSCRIP.
       COPY WAULAS.
       COPY WAULASIG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------
      *  LAS MESAS SE DERIVAN DE LAS INSCRIPCIONES CON UN SORT POR
      *  INSTITUTO + FECHA + MATERIA Y CORTE DE CONTROL, IGUAL QUE
      *  LOS TRIBUNALES DE BOPGM32. LAS MESAS DE UNA MISMA SEDE Y
      *  FECHA SE JUNTAN EN TABLA Y SE UBICAN TODAS JUNTAS AL
      *  CAMBIAR DE SEDE O DE FECHA.
      *-----------------------

           PERFORM 10000-INICIO.

           SORT SORT-MESAS
                ON ASCENDING KEY SORT-MESA-INSTITUTO
                                 SORT-MESA-FECHA
                                 SORT-MESA-MATERIA
                                 SORT-MESA-ALUMNO
                INPUT  PROCEDURE IS 20000-ALIMENTO-SORT
                OUTPUT PROCEDURE IS 25000-UBICO-MESAS.

           PERFORM 30000-FINALIZO.

      *  RETORNO GRADUADO: 4 AVISA QUE QUEDARON MESAS SIN AULA SIN
      *  FRENAR EL RESTO DEL STREAM.
           IF  WS-MESAS-SIN-AULA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-CARGO-TABLA-AULAS.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT INSCRIPC.

           EVALUATE FS-INSCRIPC
               WHEN '00'
                    SET 88-OPEN-INSCRIPC-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT AULASIG.

           EVALUATE FS-AULASIG
               WHEN '00'
                    SET 88-OPEN-AULASIG-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT AULASIG'
                    DISPLAY 'FILE STATUS       :' FS-AULASIG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT AULALIST.

           EVALUATE FS-AULALIST
               WHEN '00'
                    SET 88-OPEN-AULALIST-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT AULALIST'
                    DISPLAY 'FILE STATUS       :' FS-AULALIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-CARGO-TABLA-AULAS.
      *------------------------
      *  CARGA EL MAESTRO DE AULAS COMPLETO. LAS AULAS INACTIVAS
      *  NO ENTRAN A LA TABLA: NUNCA SE ASIGNAN.
      *------------------------

           OPEN INPUT AULAS.

           EVALUATE FS-AULAS
               WHEN '00'
                    SET 88-OPEN-AULAS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-AULAS-NO TO TRUE
           END-EVALUATE.

           IF  88-OPEN-AULAS-SI
               PERFORM UNTIL 88-FS-AULAS-EOF
                   INITIALIZE AULAS-REGISTRO
                   READ AULAS INTO AULAS-REGISTRO
                   IF  88-FS-AULAS-OK
                       ADD 1              TO WS-AULAS-LEIDAS
                   END-IF
                   IF  88-FS-AULAS-OK
                   AND 88-AULAS-ACTIVA
                   AND WS-CANT-TAB-AUL < 200
                       PERFORM 10155-AGREGO-AULA
                   END-IF
               END-PERFORM
               CLOSE AULAS
               SET 88-OPEN-AULAS-NO TO TRUE
           END-IF.

       10155-AGREGO-AULA.
      *------------------

           ADD 1                         TO WS-CANT-TAB-AUL.
           SET WS-IDX-TAB-AUL            TO WS-CANT-TAB-AUL.

           MOVE AULAS-INSTITUTO
                       TO WS-TAB-AUL-INSTITUTO(WS-IDX-TAB-AUL).
           MOVE AULAS-COD-AULA
                       TO WS-TAB-AUL-COD(WS-IDX-TAB-AUL).
           MOVE AULAS-DESCRIPCION
                       TO WS-TAB-AUL-DESCRIPCION(WS-IDX-TAB-AUL).
           MOVE AULAS-CAPACIDAD
                       TO WS-TAB-AUL-CAPACIDAD(WS-IDX-TAB-AUL).

           PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                     UNTIL WS-IDX-TURNO > 3
               MOVE AULAS-DISPONIBLE-TURNO(WS-IDX-TURNO)
                 TO WS-TAB-AUL-DISPONIBLE(WS-IDX-TAB-AUL WS-IDX-TURNO)
               MOVE 'N'
                 TO WS-TAB-AUL-OCUPADA(WS-IDX-TAB-AUL WS-IDX-TURNO)
           END-PERFORM.

       20000-ALIMENTO-SORT.
      *--------------------
      *  LAS INSCRIPCIONES MARCADAS AUSENTE (VER WINSCRIP) NO
      *  CUENTAN PARA LOS ASIENTOS DE LA MESA.
      *--------------------

           PERFORM UNTIL 88-FS-INSCRIPC-EOF
               INITIALIZE INSCRIP-REGISTRO
               READ INSCRIPC INTO INSCRIP-REGISTRO
               IF  88-FS-INSCRIPC-OK
                   ADD 1                 TO WS-INSCRIP-LEIDAS
                   IF  88-INSCRIP-AUSENTE
                       ADD 1             TO WS-INSCRIP-AUSENTES
                   ELSE
                       MOVE INSCRIP-INSTITUTO TO SORT-MESA-INSTITUTO
                       MOVE INSCRIP-FECHA-EXAMEN
                                         TO SORT-MESA-FECHA
                       MOVE INSCRIP-COD-MATERIA
                                         TO SORT-MESA-MATERIA
                       MOVE INSCRIP-COD-ALUMNO TO SORT-MESA-ALUMNO
                       RELEASE SORT-MESA-REG
                   END-IF
               END-IF
           END-PERFORM.

       25000-UBICO-MESAS.
      *------------------

           SET 88-FIN-SORT-NO            TO TRUE.
           SET 88-HAY-MESA-ABIERTA-NO    TO TRUE.
           MOVE SPACES                   TO WS-INSTITUTO-ANTERIOR.
           MOVE 0                        TO WS-CANT-TAB-MES.

           PERFORM UNTIL 88-FIN-SORT-SI
               RETURN SORT-MESAS
                   AT END
                      SET 88-FIN-SORT-SI TO TRUE
                   NOT AT END
                      PERFORM 25100-PROCESO-INSCRIPCION
               END-RETURN
           END-PERFORM.

           IF  88-HAY-MESA-ABIERTA-SI
               PERFORM 25400-CIERRO-MESA
               PERFORM 25500-UBICO-GRUPO
           END-IF.

       25100-PROCESO-INSCRIPCION.
      *--------------------------

           MOVE SORT-MESA-INSTITUTO      TO WS-MESA-ACT-INSTITUTO.
           MOVE SORT-MESA-FECHA          TO WS-MESA-ACT-FECHA.
           MOVE SORT-MESA-MATERIA        TO WS-MESA-ACT-MATERIA.

           IF  88-HAY-MESA-ABIERTA-NO
           OR  WS-MESA-ACTUAL NOT = WS-MESA-ANTERIOR
               IF  88-HAY-MESA-ABIERTA-SI
                   PERFORM 25400-CIERRO-MESA
                   IF  WS-MESA-ACT-INSTITUTO NOT =
                                         WS-MESA-ANT-INSTITUTO
                   OR  WS-MESA-ACT-FECHA NOT = WS-MESA-ANT-FECHA
                       PERFORM 25500-UBICO-GRUPO
                   END-IF
               END-IF
               PERFORM 25200-ABRO-MESA
           END-IF.

           ADD 1                         TO WS-MESA-INSCRIPTOS.

       25200-ABRO-MESA.
      *----------------

           MOVE WS-MESA-ACTUAL           TO WS-MESA-ANTERIOR.
           SET 88-HAY-MESA-ABIERTA-SI    TO TRUE.
           MOVE 0                        TO WS-MESA-INSCRIPTOS.

       25250-IMPRIMO-TITULOS-INSTITUTO.
      *--------------------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DD       TO TITA01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITA01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITA01-FECHA-AAAA.
           MOVE WS-MESA-ANT-INSTITUTO    TO TITA02-INSTITUTO.

           SET 88-SALTO-HOJA-SI          TO TRUE.

           MOVE TIT-A01                  TO REG-AULALIST.
           PERFORM 26000-ESCRIBO-AULALIST.
           MOVE TIT-A02                  TO REG-AULALIST.
           PERFORM 26000-ESCRIBO-AULALIST.
           MOVE SPACES                   TO REG-AULALIST.
           PERFORM 26000-ESCRIBO-AULALIST.
           MOVE TIT-A03                  TO REG-AULALIST.
           PERFORM 26000-ESCRIBO-AULALIST.
           MOVE TIT-A04                  TO REG-AULALIST.
           PERFORM 26000-ESCRIBO-AULALIST.

       25400-CIERRO-MESA.
      *------------------
      *  ANOTA LA MESA QUE CIERRA EN LA TABLA DE LA SEDE Y FECHA,
      *  PENDIENTE DE UBICAR.
      *------------------

           ADD 1                         TO WS-MESAS-ARMADAS.

           IF  WS-CANT-TAB-MES < 200
               ADD 1                     TO WS-CANT-TAB-MES
               SET WS-IDX-TAB-MES        TO WS-CANT-TAB-MES
               MOVE WS-MESA-ANT-MATERIA
                         TO WS-TAB-MES-MATERIA(WS-IDX-TAB-MES)
               MOVE WS-MESA-INSCRIPTOS
                         TO WS-TAB-MES-INSCRIPTOS(WS-IDX-TAB-MES)
               MOVE 0    TO WS-TAB-MES-AULA(WS-IDX-TAB-MES)
                            WS-TAB-MES-TURNO(WS-IDX-TAB-MES)
               SET 88-TAB-MES-PENDIENTE(WS-IDX-TAB-MES) TO TRUE
           END-IF.

           SET 88-HAY-MESA-ABIERTA-NO    TO TRUE.

       25500-UBICO-GRUPO.
      *------------------
      *  UBICA TODAS LAS MESAS DE LA SEDE Y FECHA QUE CIERRA: UNA
      *  VUELTA POR MESA, SIEMPRE LA PENDIENTE MAS NUMEROSA. LUEGO
      *  GRABA AULASIG E IMPRIME LAS MESAS EN ORDEN DE MATERIA.
      *------------------

           PERFORM VARYING WS-IDX-TAB-AUL FROM 1 BY 1
                     UNTIL WS-IDX-TAB-AUL > WS-CANT-TAB-AUL
               MOVE 'N'     TO WS-TAB-AUL-OCUPADA(WS-IDX-TAB-AUL 1)
                               WS-TAB-AUL-OCUPADA(WS-IDX-TAB-AUL 2)
                               WS-TAB-AUL-OCUPADA(WS-IDX-TAB-AUL 3)
           END-PERFORM.

           PERFORM 25510-UBICO-UNA-MESA
              VARYING WS-VUELTAS FROM 1 BY 1
                UNTIL WS-VUELTAS > WS-CANT-TAB-MES.

           IF  WS-MESA-ANT-INSTITUTO NOT = WS-INSTITUTO-ANTERIOR
               MOVE WS-MESA-ANT-INSTITUTO TO WS-INSTITUTO-ANTERIOR
               PERFORM 25250-IMPRIMO-TITULOS-INSTITUTO
           END-IF.

           PERFORM VARYING WS-IDX-TAB-MES FROM 1 BY 1
                     UNTIL WS-IDX-TAB-MES > WS-CANT-TAB-MES
               PERFORM 25600-GRABO-AULASIG
               PERFORM 25700-IMPRIMO-MESA
           END-PERFORM.

           MOVE 0                        TO WS-CANT-TAB-MES.

       25510-UBICO-UNA-MESA.
      *---------------------

           MOVE 0                        TO WS-MES-MEJOR.
           MOVE 0                        TO WS-MES-INSCRIPTOS-MAX.

           PERFORM VARYING WS-IDX-TAB-MES FROM 1 BY 1
                     UNTIL WS-IDX-TAB-MES > WS-CANT-TAB-MES
               IF  88-TAB-MES-PENDIENTE(WS-IDX-TAB-MES)
               AND (WS-MES-MEJOR = 0
                OR  WS-TAB-MES-INSCRIPTOS(WS-IDX-TAB-MES) >
                                         WS-MES-INSCRIPTOS-MAX)
                   SET WS-MES-MEJOR      TO WS-IDX-TAB-MES
                   MOVE WS-TAB-MES-INSCRIPTOS(WS-IDX-TAB-MES)
                                         TO WS-MES-INSCRIPTOS-MAX
               END-IF
           END-PERFORM.

           IF  WS-MES-MEJOR > 0
               SET WS-IDX-TAB-MES        TO WS-MES-MEJOR
               PERFORM 25520-BUSCO-AULA
           END-IF.

       25520-BUSCO-AULA.
      *-----------------
      *  ENTRE LAS AULAS DE LA SEDE CON ASIENTOS SUFICIENTES Y UN
      *  TURNO DISPONIBLE Y LIBRE, SE QUEDA CON LA DE MENOR
      *  CAPACIDAD. SIN CANDIDATA LA MESA QUEDA SIN AULA.
      *-----------------

           MOVE 0                        TO WS-AUL-MEJOR
                                            WS-AUL-MEJOR-TURNO.
           MOVE 99999                    TO WS-AUL-CAPACIDAD-MIN.

           PERFORM VARYING WS-IDX-TAB-AUL FROM 1 BY 1
                     UNTIL WS-IDX-TAB-AUL > WS-CANT-TAB-AUL
               IF  WS-TAB-AUL-INSTITUTO(WS-IDX-TAB-AUL) =
                                         WS-MESA-ANT-INSTITUTO
               AND WS-TAB-AUL-CAPACIDAD(WS-IDX-TAB-AUL) NOT <
                           WS-TAB-MES-INSCRIPTOS(WS-IDX-TAB-MES)
               AND WS-TAB-AUL-CAPACIDAD(WS-IDX-TAB-AUL) <
                                         WS-AUL-CAPACIDAD-MIN
                   PERFORM 25530-BUSCO-TURNO-LIBRE
                   IF  WS-AUL-TURNO-LIBRE > 0
                       SET WS-AUL-MEJOR  TO WS-IDX-TAB-AUL
                       MOVE WS-AUL-TURNO-LIBRE
                                         TO WS-AUL-MEJOR-TURNO
                       MOVE WS-TAB-AUL-CAPACIDAD(WS-IDX-TAB-AUL)
                                         TO WS-AUL-CAPACIDAD-MIN
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-AUL-MEJOR > 0
               MOVE WS-AUL-MEJOR  TO WS-TAB-MES-AULA(WS-IDX-TAB-MES)
               MOVE WS-AUL-MEJOR-TURNO
                                  TO WS-TAB-MES-TURNO(WS-IDX-TAB-MES)
               SET 88-TAB-MES-UBICADA(WS-IDX-TAB-MES) TO TRUE
               SET WS-IDX-TAB-AUL TO WS-AUL-MEJOR
               MOVE 'S'           TO WS-TAB-AUL-OCUPADA
                                     (WS-IDX-TAB-AUL WS-AUL-MEJOR-TURNO)
               ADD 1              TO WS-MESAS-UBICADAS
           ELSE
               SET 88-TAB-MES-SIN-AULA(WS-IDX-TAB-MES) TO TRUE
               ADD 1              TO WS-MESAS-SIN-AULA
           END-IF.

       25530-BUSCO-TURNO-LIBRE.
      *------------------------

           MOVE 0                        TO WS-AUL-TURNO-LIBRE.

           PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                     UNTIL WS-IDX-TURNO > 3
                        OR WS-AUL-TURNO-LIBRE > 0
               IF  WS-TAB-AUL-DISPONIBLE
                          (WS-IDX-TAB-AUL WS-IDX-TURNO) = 'S'
               AND WS-TAB-AUL-OCUPADA
                          (WS-IDX-TAB-AUL WS-IDX-TURNO) = 'N'
                   MOVE WS-IDX-TURNO     TO WS-AUL-TURNO-LIBRE
               END-IF
           END-PERFORM.

       25600-GRABO-AULASIG.
      *--------------------

           INITIALIZE AULASIG-REGISTRO.
           MOVE WS-MESA-ANT-INSTITUTO    TO AULASIG-INSTITUTO.
           MOVE WS-MESA-ANT-FECHA        TO AULASIG-FECHA-EXAMEN.
           MOVE WS-TAB-MES-MATERIA(WS-IDX-TAB-MES)
                                         TO AULASIG-COD-MATERIA.
           MOVE WS-TAB-MES-INSCRIPTOS(WS-IDX-TAB-MES)
                                         TO AULASIG-INSCRIPTOS.

           IF  88-TAB-MES-UBICADA(WS-IDX-TAB-MES)
               SET WS-IDX-TAB-AUL    TO WS-TAB-MES-AULA(WS-IDX-TAB-MES)
               MOVE WS-TAB-AUL-COD(WS-IDX-TAB-AUL)
                                         TO AULASIG-COD-AULA
               MOVE WS-TAB-AUL-CAPACIDAD(WS-IDX-TAB-AUL)
                                         TO AULASIG-CAPACIDAD
               MOVE WS-TURNO-COD(WS-TAB-MES-TURNO(WS-IDX-TAB-MES))
                                         TO AULASIG-TURNO
               SET 88-AULASIG-UBICADA    TO TRUE
           ELSE
               SET 88-AULASIG-SIN-AULA   TO TRUE
           END-IF.

           INITIALIZE AULASIG-DATOS-FD.
           MOVE AULASIG-CLAVE            TO AULASIG-CLAVE-FD.

           WRITE AULASIG-DATOS-FD        FROM AULASIG-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-AULASIG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25600-GRABO-AULASIG'
                    DISPLAY 'ERROR EN WRITE      AULASIG'
                    DISPLAY 'FILE STATUS       :' FS-AULASIG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25700-IMPRIMO-MESA.
      *-------------------

           MOVE WS-MESA-ANT-FECHA(7:2)   TO DA-FECHA-DD.
           MOVE WS-MESA-ANT-FECHA(5:2)   TO DA-FECHA-MM.
           MOVE WS-MESA-ANT-FECHA(1:4)   TO DA-FECHA-AAAA.
           MOVE WS-TAB-MES-MATERIA(WS-IDX-TAB-MES)
                                         TO DA-MATERIA.
           MOVE WS-TAB-MES-INSCRIPTOS(WS-IDX-TAB-MES)
                                         TO DA-INSCRIPTOS.

           IF  88-TAB-MES-UBICADA(WS-IDX-TAB-MES)
               SET WS-IDX-TAB-AUL    TO WS-TAB-MES-AULA(WS-IDX-TAB-MES)
               MOVE WS-TAB-AUL-COD(WS-IDX-TAB-AUL)
                                         TO DA-AULA
               MOVE WS-TAB-AUL-DESCRIPCION(WS-IDX-TAB-AUL)
                                         TO DA-DESCRIPCION
               MOVE WS-TAB-AUL-CAPACIDAD(WS-IDX-TAB-AUL)
                                         TO DA-CAPACIDAD
               MOVE WS-TURNO-NOMBRE(WS-TAB-MES-TURNO(WS-IDX-TAB-MES))
                                         TO DA-TURNO
               MOVE SPACES               TO DA-MARCA
           ELSE
               MOVE SPACES               TO DA-AULA
                                            DA-DESCRIPCION
                                            DA-TURNO
               MOVE 0                    TO DA-CAPACIDAD
               MOVE '*SIN AULA*'         TO DA-MARCA
           END-IF.

           MOVE DET-AULA                 TO REG-AULALIST.
           PERFORM 26000-ESCRIBO-AULALIST.

       26000-ESCRIBO-AULALIST.
      *-----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-AULALIST-FD FROM REG-AULALIST AFTER PAGE
           ELSE
              WRITE REG-AULALIST-FD FROM REG-AULALIST AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-AULALIST-OK
                   ADD 1              TO  WS-GRABADOS-AULALIST
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26000-ESCRIBO-AULALIST'
                   DISPLAY 'ERROR EN ESCRIBO    AULALIST'
                   DISPLAY 'FILE STATUS       :' FS-AULALIST
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           MOVE WS-MESAS-ARMADAS         TO TRA-MESAS.
           MOVE WS-MESAS-UBICADAS        TO TRA-UBICADAS.
           MOVE WS-MESAS-SIN-AULA        TO TRA-SIN-AULA.

           MOVE SPACES                   TO REG-AULALIST.
           PERFORM 26000-ESCRIBO-AULALIST.
           MOVE TRL-AULA                 TO REG-AULALIST.
           PERFORM 26000-ESCRIBO-AULALIST.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'INSCRIP LEIDAS    :' WS-INSCRIP-LEIDAS.
           DISPLAY 'INSCRIP AUSENTES  :' WS-INSCRIP-AUSENTES.
           DISPLAY 'AULAS LEIDAS      :' WS-AULAS-LEIDAS.
           DISPLAY 'MESAS ARMADAS     :' WS-MESAS-ARMADAS.
           DISPLAY 'MESAS UBICADAS    :' WS-MESAS-UBICADAS.
           DISPLAY 'MESAS SIN AULA    :' WS-MESAS-SIN-AULA.
           DISPLAY 'LINEAS GRABADAS   :' WS-GRABADOS-AULALIST.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO TO TRUE
              CLOSE INSCRIPC
           END-IF.

           IF 88-OPEN-AULAS-SI
              SET 88-OPEN-AULAS-NO    TO TRUE
              CLOSE AULAS
           END-IF.

           IF 88-OPEN-AULASIG-SI
              SET 88-OPEN-AULASIG-NO  TO TRUE
              CLOSE AULASIG
           END-IF.

           IF 88-OPEN-AULALIST-SI
              SET 88-OPEN-AULALIST-NO TO TRUE
              CLOSE AULALIST
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
