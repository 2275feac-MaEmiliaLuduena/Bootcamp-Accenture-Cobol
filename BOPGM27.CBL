      *-----------------------------------------------------------
      * BOPGM04 CONSULTA EGRESADOS PARA NO RECLAMAR COMO "SIN
      * EXAMENES DEL PERIODO" A UN ALUMNO QUE YA TERMINO.
      *-----------------------------------------------------------
      * CADA EGRESO NUEVO ABRE ADEMAS SU TITULO EN EL REGISTRO DE
      * TITULOS (VER WTITULOS) EN ESTADO SOLICITADO, CON EL
      * NUMERO DE TITULO SIGUIENTE Y SU ASIENTO (LIBRO/FOLIO) EN
      * EL LIBRO DE TITULOS. AMBAS SECUENCIAS SE RECONSTRUYEN AL
      * INICIO DESDE EL MAXIMO REGISTRADO Y NUNCA SE REUSAN. LA
      * ORDEN DE DIPLOMAS LISTA EL NUMERO Y EL ASIENTO. LOS PASOS
      * SIGUIENTES DEL DIPLOMA (IMPRESO, FIRMADO, LEGALIZADO,
      * ENTREGADO) Y LOS DUPLICADOS SE REGISTRAN CON MNTTITU.
      *-----------------------------------------------------------
      * EL PLAN SE TOMA EN LA VERSION DE LA INSCRIPCION DEL ALUMNO
      * (ALUCARR-PLAN-VERSION): CADA ALUMNO SE EVALUA CONTRA LAS
      * LINEAS DE PLANEST DE SU CARRERA Y DE ESA VERSION, AUNQUE
      * LA CARRERA YA TENGA UN PLAN NUEVO VIGENTE (VER BOPGM56).
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   RECORD KEY   IS EGRESADOS-CLAVE-FD
                                   FILE STATUS  IS FS-EGRESADOS.

      *----------------------------------------------------------
      *  REGISTRO PERMANENTE DE TITULOS (VER WTITULOS). OPTIONAL
      *  EN EL OPEN I-O COMO EGRESADOS; ACCESO DINAMICO PARA EL
      *  RECORRIDO QUE RECONSTRUYE NUMERO Y LIBRO/FOLIO.
      *----------------------------------------------------------
           SELECT OPTIONAL TITULOS ASSIGN       TO
                                   'TITULOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS TITULOS-CLAVE-FD
                                   FILE STATUS  IS FS-TITULOS.

           SELECT DIPLOMAS         ASSIGN       TO
                                   'DIPLOMAS'
                                   ORGANIZATION IS SEQUENTIAL
               05  EGRESADOS-CARRERA-FD  PIC X(06).
           03  FILLER                    PIC X(28).

       FD  TITULOS.
       01  TITULOS-DATOS-FD.
           03  TITULOS-CLAVE-FD.
               05  TITULOS-ALUMNO-FD     PIC 9(06).
               05  TITULOS-CARRERA-FD    PIC X(06).
               05  TITULOS-EJEMPLAR-FD   PIC 9(02).
           03  FILLER                    PIC X(106).

       FD  DIPLOMAS
           RECORDING MODE IS F.
       01  REG-DIPLOMAS-FD               PIC  X(132).
           88 88-FS-EGRESADOS-DUPKEY                VALUE '22'.
           88 88-FS-EGRESADOS-NOKEY                 VALUE '23'.

       77  FS-TITULOS                    PIC X(02)  VALUE ' '.
           88 88-FS-TITULOS-OK                      VALUE '00'.
           88 88-FS-TITULOS-OPT                     VALUE '05'.
           88 88-FS-TITULOS-EOF                     VALUE '10'.
           88 88-FS-TITULOS-INVKEY                  VALUE '21'.
           88 88-FS-TITULOS-DUPKEY                  VALUE '22'.
           88 88-FS-TITULOS-NOKEY                   VALUE '23'.

       77  FS-DIPLOMAS                   PIC  X(02) VALUE ' '.
           88 88-FS-DIPLOMAS-OK                     VALUE '00'.

           88 88-OPEN-EGRESADOS-SI                  VALUE 'S'.
           88 88-OPEN-EGRESADOS-NO                  VALUE 'N'.

       77  WS-OPEN-TITULOS               PIC X      VALUE 'N'.
           88 88-OPEN-TITULOS-SI                    VALUE 'S'.
           88 88-OPEN-TITULOS-NO                    VALUE 'N'.

       77  WS-OPEN-DIPLOMAS              PIC X      VALUE 'N'.
           88 88-OPEN-DIPLOMAS-SI                   VALUE 'S'.
           88 88-OPEN-DIPLOMAS-NO                   VALUE 'N'.
       77  WS-EGRESOS-NUEVOS             PIC 9(07)  VALUE 0.
       77  WS-EGRESADOS-PREVIOS          PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-DIPLOMAS          PIC 9(09)  VALUE 0.
       77  WS-TITULOS-ABIERTOS           PIC 9(07)  VALUE 0.

      *-------------------------------------------------------------*
      *     SECUENCIAS DEL REGISTRO DE TITULOS: NUMERO DE TITULO Y  *
      *     ASIENTO EN EL LIBRO DE TITULOS, CON LA MISMA CANTIDAD   *
      *     DE FOLIOS POR LIBRO QUE EL LIBRO DE ACTAS (BOPGM11).    *
      *-------------------------------------------------------------*
       77  WS-FOLIOS-POR-LIBRO           PIC 9(04)  VALUE 200.
       77  WS-ULTIMO-TITULO              PIC 9(07)  VALUE 0.
       77  WS-ULTIMO-LIBRO               PIC 9(04)  VALUE 1.
       77  WS-ULTIMO-FOLIO               PIC 9(04)  VALUE 0.

      *-------------------------------------------------------------*
      *     PLAN DE ESTUDIOS COMPLETO, CARGADO DE PLANEST, IGUAL    *
                          INDEXED BY WS-IDX-TAB-PLAN.
               05  WS-TAB-PLAN-CARRERA    PIC X(06).
               05  WS-TAB-PLAN-MAT        PIC X(08).
               05  WS-TAB-PLAN-VERSION    PIC 9(02).

      *-------------------------------------------------------------*
      *     ESTADO ACADEMICO DEL ALUMNO EN PROCESO, CARGADO DE      *
           03  FILLER                    PIC X(10)  VALUE 'EGRESO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'PROMEDIO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'TITULO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE 'LIBRO/FOL'.
           03  FILLER                    PIC X(16)  VALUE ' '.

       01  TIT-D03.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ALL '-'.
           03  FILLER                    PIC X(16)  VALUE ' '.

       01  DET-DIPLOMA.
           03  DD-ALUMNO                 PIC 9(06).
               05  DD-FECHA-AAAA         PIC X(04).
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DD-PROMEDIO               PIC Z9.9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DD-TITULO                 PIC 9(07).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DD-LIBRO                  PIC 9(04).
           03  FILLER                    PIC X(01)  VALUE '/'.
           03  DD-FOLIO                  PIC 9(04).
           03  FILLER                    PIC X(16)  VALUE ' '.

       01  TRL-DIPLOMAS.
           03  FILLER                    PIC X(01)  VALUE ' '.
       COPY WPLANEST.
       COPY WALUCARR.
       COPY WEGRESAD.
       COPY WTITULOS.

       COPY WRUNLOG.


           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-CARGO-TABLA-PLAN.
           PERFORM 10159-DETERMINO-ULTIMO-TITULO.

           SET 88-SALTO-HOJA-SI          TO TRUE.
           PERFORM 25200-IMPRIMO-TITULOS.
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O     TITULOS.

           EVALUATE TRUE
               WHEN 88-FS-TITULOS-OK
               WHEN 88-FS-TITULOS-OPT
                    SET 88-OPEN-TITULOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   TITULOS'
                    DISPLAY 'FILE STATUS       :' FS-TITULOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT DIPLOMAS.

           EVALUATE FS-DIPLOMAS
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

       10159-DETERMINO-ULTIMO-TITULO.
      *------------------------------
      *  RECONSTRUYE EL ULTIMO NUMERO DE TITULO Y EL ULTIMO
      *  LIBRO/FOLIO DEL LIBRO DE TITULOS RECORRIENDO EL REGISTRO
      *  COMPLETO, IGUAL QUE 10159-DETERMINO-ULTIMO-FOLIO EN
      *  BOPGM11: NINGUNO DE LOS DOS SE REUSA.
      *------------------------------

           INITIALIZE TITULOS-DATOS-FD.
           MOVE LOW-VALUES               TO TITULOS-CLAVE-FD.

           START TITULOS KEY >= TITULOS-CLAVE-FD.

           IF  88-FS-TITULOS-OK
               PERFORM 10160-LEO-TITULOS-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-TITULOS-OK
                   IF  TITULOS-NUMERO > WS-ULTIMO-TITULO
                       MOVE TITULOS-NUMERO TO WS-ULTIMO-TITULO
                   END-IF
                   IF  TITULOS-LIBRO > WS-ULTIMO-LIBRO
                   OR (TITULOS-LIBRO = WS-ULTIMO-LIBRO
                       AND TITULOS-FOLIO > WS-ULTIMO-FOLIO)
                       MOVE TITULOS-LIBRO TO WS-ULTIMO-LIBRO
                       MOVE TITULOS-FOLIO TO WS-ULTIMO-FOLIO
                   END-IF
                   PERFORM 10160-LEO-TITULOS-SIGUIENTE
               END-PERFORM
           END-IF.

       10160-LEO-TITULOS-SIGUIENTE.
      *----------------------------

           INITIALIZE TITULOS-REGISTRO.

           READ TITULOS NEXT RECORD INTO TITULOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-TITULOS-OK
               WHEN 88-FS-TITULOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10160-LEO-TITULOS-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       TITULOS'
                    DISPLAY 'FILE STATUS       :' FS-TITULOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11100-READ-ALUCARR.
      *-------------------

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
                   PERFORM 21110-EVALUO-MATERIA-PLAN
               END-IF
           EVALUATE TRUE
               WHEN 88-FS-EGRESADOS-OK
                    ADD 1                TO WS-EGRESOS-NUEVOS
                    PERFORM 21350-ABRO-TITULO
                    PERFORM 21400-IMPRIMO-DIPLOMA
               WHEN 88-FS-EGRESADOS-DUPKEY
                    ADD 1                TO WS-EGRESADOS-PREVIOS
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21350-ABRO-TITULO.
      *------------------
      *  ABRE EL TITULO ORIGINAL (EJEMPLAR 00) DEL EGRESO NUEVO EN
      *  ESTADO SOLICITADO, CON EL NUMERO DE TITULO Y EL ASIENTO
      *  SIGUIENTES. SI EL TITULO YA EXISTE (ALTA MANUAL PREVIA
      *  CON MNTTITU) SE RESPETA EL REGISTRADO Y SE LISTA ESE.
      *------------------

           INITIALIZE TITULOS-DATOS-FD.
           MOVE ALUCARR-COD-ALUMNO       TO TITULOS-ALUMNO-FD.
           MOVE ALUCARR-COD-CARRERA      TO TITULOS-CARRERA-FD.
           MOVE 0                        TO TITULOS-EJEMPLAR-FD.

           READ TITULOS INTO TITULOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-TITULOS-OK
                    CONTINUE
               WHEN 88-FS-TITULOS-NOKEY
               WHEN 88-FS-TITULOS-INVKEY
                    PERFORM 21360-GRABO-TITULO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21350-ABRO-TITULO'
                    DISPLAY 'ERROR EN READ       TITULOS'
                    DISPLAY 'FILE STATUS       :' FS-TITULOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           MOVE TITULOS-NUMERO           TO DD-TITULO.
           MOVE TITULOS-LIBRO            TO DD-LIBRO.
           MOVE TITULOS-FOLIO            TO DD-FOLIO.

       21360-GRABO-TITULO.
      *-------------------

           ADD 1                         TO WS-ULTIMO-TITULO.
           ADD 1                         TO WS-ULTIMO-FOLIO.
           IF  WS-ULTIMO-FOLIO > WS-FOLIOS-POR-LIBRO
               ADD 1                     TO WS-ULTIMO-LIBRO
               MOVE 1                    TO WS-ULTIMO-FOLIO
           END-IF.

           INITIALIZE TITULOS-REGISTRO.
           MOVE ALUCARR-COD-ALUMNO       TO TITULOS-COD-ALUMNO.
           MOVE ALUCARR-COD-CARRERA      TO TITULOS-COD-CARRERA.
           MOVE 0                        TO TITULOS-EJEMPLAR.
           MOVE WS-ULTIMO-TITULO         TO TITULOS-NUMERO.
           MOVE WS-ULTIMO-LIBRO          TO TITULOS-LIBRO.
           MOVE WS-ULTIMO-FOLIO          TO TITULOS-FOLIO.
           SET  88-TITULOS-SOLICITADO    TO TRUE.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO TITULOS-FECHA-SOLICITUD.

           INITIALIZE TITULOS-DATOS-FD.
           MOVE TITULOS-CLAVE            TO TITULOS-CLAVE-FD.

           WRITE TITULOS-DATOS-FD        FROM TITULOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-TITULOS-OK
                    ADD 1                TO WS-TITULOS-ABIERTOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21360-GRABO-TITULO'
                    DISPLAY 'ERROR EN WRITE      TITULOS'
                    DISPLAY 'FILE STATUS       :' FS-TITULOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21400-IMPRIMO-DIPLOMA.
      *----------------------

           DISPLAY 'INSCRIPTOS LEIDOS :' WS-INSCRIPTOS-LEIDOS.
           DISPLAY 'EGRESOS NUEVOS    :' WS-EGRESOS-NUEVOS.
           DISPLAY 'EGRESADOS PREVIOS :' WS-EGRESADOS-PREVIOS.
           DISPLAY 'TITULOS ABIERTOS  :' WS-TITULOS-ABIERTOS.
           DISPLAY 'ULTIMO TITULO     :' WS-ULTIMO-TITULO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.
              CLOSE EGRESADOS
           END-IF.

           IF 88-OPEN-TITULOS-SI
              SET 88-OPEN-TITULOS-NO  TO TRUE
              CLOSE TITULOS
           END-IF.

           IF 88-OPEN-DIPLOMAS-SI
              SET 88-OPEN-DIPLOMAS-NO TO TRUE
              CLOSE DIPLOMAS
