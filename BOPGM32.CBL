      * EL ARCHIVO TRIBUNAL (INDEXADO POR MESA) QUE BOPGM11 USA
      * PARA IMPRIMIR EL TRIBUNAL EN EL BLOQUE DE FIRMAS DEL
      * ACTA.
      *-----------------------------------------------------------
      * CON LA ASIGNACION DE AULAS PRESENTE (AULASIG, GRABADA POR
      * BOPGM54) EL CRONOGRAMA MUESTRA TAMBIEN EL AULA Y EL TURNO
      * DE CADA MESA; LAS MESAS QUE QUEDARON SIN AULA SALEN CON
      * S/AULA.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   RECORD KEY   IS TRIBUNAL-CLAVE-FD
                                   FILE STATUS  IS FS-TRIBUNAL.

      *----------------------------------------------------------
      *  ASIGNACION DE AULAS POR MESA (VER WAULASIG). OPCIONAL:
      *  SIN EL ARCHIVO LA COLUMNA DE AULA SALE EN BLANCO.
      *----------------------------------------------------------
           SELECT OPTIONAL AULASIG ASSIGN       TO
                                   'AULASIG'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS AULASIG-CLAVE-FD
                                   FILE STATUS  IS FS-AULASIG.

           SELECT TRIBLIST         ASSIGN       TO
                                   'TRIBLIST'
                                   ORGANIZATION IS SEQUENTIAL
               05  TRIBUNAL-MATERIA-FD   PIC X(08).
           03  FILLER                    PIC X(34).

       FD  AULASIG.
       01  AULASIG-DATOS-FD.
           03  AULASIG-CLAVE-FD.
               05  AULASIG-INST-FD       PIC X(10).
               05  AULASIG-FECHA-FD      PIC X(08).
               05  AULASIG-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(34).

       FD  TRIBLIST
           RECORDING MODE IS F.
       01  REG-TRIBLIST-FD               PIC  X(132).
       77  FS-TRIBLIST                   PIC  X(02) VALUE ' '.
           88 88-FS-TRIBLIST-OK                     VALUE '00'.

       77  FS-AULASIG                    PIC  X(02) VALUE ' '.
           88 88-FS-AULASIG-OK                      VALUE '00'.
           88 88-FS-AULASIG-INVKEY                  VALUE '21'.
           88 88-FS-AULASIG-NOKEY                   VALUE '23'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.
           88 88-OPEN-TRIBLIST-SI                   VALUE 'S'.
           88 88-OPEN-TRIBLIST-NO                   VALUE 'N'.

       77  WS-OPEN-AULASIG               PIC X      VALUE 'N'.
           88 88-OPEN-AULASIG-SI                    VALUE 'S'.
           88 88-OPEN-AULASIG-NO                    VALUE 'N'.

       77  WS-INSCRIP-LEIDAS             PIC 9(07)  VALUE 0.
       77  WS-MESAS-ARMADAS              PIC 9(05)  VALUE 0.
       77  WS-MESAS-CONFLICTO            PIC 9(05)  VALUE 0.
           03  FILLER                    PIC X(25)  VALUE 'VOCAL 2'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE 'MARCA'.
           03  FILLER                    PIC X(09)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'AULA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE 'T'.
           03  FILLER                    PIC X(03)  VALUE ' '.

       01  TIT-T04.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(25)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ALL '-'.
           03  FILLER                    PIC X(09)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ALL '-'.
           03  FILLER                    PIC X(03)  VALUE ' '.

       01  DET-TRIB.
           03  DT-FECHA.
           03  DT-VOCAL-2                PIC X(25)  VALUE ' '.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DT-MARCA                  PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DT-AULA                   PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DT-TURNO                  PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(02)  VALUE ' '.

       01  TRL-TRIB.
           03  FILLER                    PIC X(01)  VALUE ' '.
       COPY WDOCENTE.
       COPY WDOCMAT.
       COPY WTRIBUNA.
       COPY WAULASIG.

       PROCEDURE DIVISION.
      *------------------
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT AULASIG.

           EVALUATE FS-AULASIG
               WHEN '00'
                    SET 88-OPEN-AULASIG-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-AULASIG-NO TO TRUE
           END-EVALUATE.

       10157-CARGO-TABLA-DOCENTES.
      *---------------------------
                    MOVE SPACES          TO DT-MARCA
           END-EVALUATE.

           PERFORM 25760-BUSCO-AULA.

           MOVE DET-TRIB                 TO REG-TRIBLIST.
           PERFORM 26000-ESCRIBO-TRIBLIST.

               END-IF
           END-IF.

       25760-BUSCO-AULA.
      *-----------------
      *  BUSCA EL AULA QUE BOPGM54 LE DIO A LA MESA. SIN ARCHIVO O
      *  SIN REGISTRO PARA LA MESA LA COLUMNA QUEDA EN BLANCO.
      *-----------------

           MOVE SPACES                   TO DT-AULA
                                            DT-TURNO.

           IF  88-OPEN-AULASIG-SI
               INITIALIZE AULASIG-DATOS-FD
               MOVE WS-MESA-ANT-INSTITUTO TO AULASIG-INST-FD
               MOVE WS-MESA-ANT-FECHA     TO AULASIG-FECHA-FD
               MOVE WS-MESA-ANT-MATERIA   TO AULASIG-MATERIA-FD

               READ AULASIG INTO AULASIG-REGISTRO

               EVALUATE TRUE
                   WHEN 88-FS-AULASIG-OK
                        IF  88-AULASIG-SIN-AULA
                            MOVE 'S/AULA'      TO DT-AULA
                        ELSE
                            MOVE AULASIG-COD-AULA TO DT-AULA
                            MOVE AULASIG-TURNO    TO DT-TURNO
                        END-IF
                   WHEN 88-FS-AULASIG-NOKEY
                   WHEN 88-FS-AULASIG-INVKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 25760-BUSCO-AULA'
                        DISPLAY 'ERROR EN READ       AULASIG'
                        DISPLAY 'FILE STATUS       :' FS-AULASIG
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       26000-ESCRIBO-TRIBLIST.
      *-----------------------

              CLOSE TRIBLIST
           END-IF.

           IF 88-OPEN-AULASIG-SI
              SET 88-OPEN-AULASIG-NO  TO TRUE
              CLOSE AULASIG
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.
