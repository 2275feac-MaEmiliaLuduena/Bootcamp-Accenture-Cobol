      * SOLO POR MATERIA), ASI QUE EL PROGRAMA ORDENA PRIMERO CON
      * UN SORT POR INSTITUTO + FECHA + MATERIA + ALUMNO Y ARMA
      * LAS ACTAS POR CORTE DE CONTROL SOBRE LA SALIDA ORDENADA.
      *-----------------------------------------------------------
      * CON EL ARCHIVO DE INSCRIPCIONES PRESENTE, LAS INSCRIPCIONES
      * MARCADAS AUSENTE (INSCRIP-RESULTADO, VER WINSCRIP) ENTRAN
      * AL MISMO SORT Y SALEN EN EL ACTA DE SU SEDE/FECHA/MATERIA
      * SIN NOTA Y CON RESULTADO AUSENTE. SE TOTALIZAN APARTE: NO
      * SUMAN A PRESENTES.
      *-----------------------------------------------------------
      * CON LA ASIGNACION DE AULAS PRESENTE (AULASIG, GRABADA POR
      * BOPGM54) EL ENCABEZADO DEL ACTA MUESTRA EL AULA Y EL TURNO
      * DE LA MESA.
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

           SELECT ALUMNOS          ASSIGN       TO
                                   RECORD KEY   IS TRIBUNAL-CLAVE-FD
                                   FILE STATUS  IS FS-TRIBUNAL.

      *----------------------------------------------------------
      *  ASIGNACION DE AULAS POR MESA (VER WAULASIG, GRABADA POR
      *  BOPGM54). OPCIONAL: SIN EL ARCHIVO EL ACTA SALE SIN AULA.
      *----------------------------------------------------------
           SELECT OPTIONAL AULASIG ASSIGN       TO
                                   'AULASIG'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS AULASIG-CLAVE-FD
                                   FILE STATUS  IS FS-AULASIG.

      *----------------------------------------------------------
      *  INSCRIPCIONES A EXAMEN (VER WINSCRIP). OPCIONAL: SIN EL
      *  ARCHIVO EL ACTA SALE SOLO CON LOS PRESENTES.
      *----------------------------------------------------------
           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

           SELECT ACTAS            ASSIGN       TO
                                   'ACTAS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-NOTASCFG.

      *----------------------------------------------------------
      *  BITACORA COMUN DE CORRIDA (VER WRUNLOG). SE ABRE EN
      *  EXTEND: CADA PROGRAMA DEL STREAM AGREGA SU REGISTRO Y
      *  BOPGM21 RESUME LA NOCHE COMPLETA.
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

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  ALUMNOS.
       01  NRO-LEGAJO-ALUMNO-FD.
               05  TRIBUNAL-MATERIA-FD   PIC X(08).
           03  FILLER                    PIC X(34).

       FD  AULASIG.
       01  AULASIG-DATOS-FD.
           03  AULASIG-CLAVE-FD.
               05  AULASIG-INST-FD       PIC X(10).
               05  AULASIG-FECHA-FD      PIC X(08).
               05  AULASIG-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(34).

       FD  ACTAREG.
       01  ACTAREG-DATOS-FD.
           03  ACTAREG-CLAVE-FD.
               05  ACTAREG-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(34).

       FD  INSCRIPC.
       01  INSCRIPC-DATOS-FD.
           03  INSCRIP-CLAVE-FD.
               05  INSCRIP-ALUMNO-FD     PIC 9(06).
               05  INSCRIP-MATERIA-FD    PIC X(08).
               05  INSCRIP-FECHA-FD      PIC X(08).
           03  FILLER                    PIC X(18).

       FD  ACTAS
           RECORDING MODE IS F.
       01  REG-ACTAS-FD                  PIC  X(132).
           03  SORT-ALUMNO               PIC 9(06).
           03  SORT-NOTA                 PIC 9(02)V9(01).
           03  SORT-INTENTO              PIC 9(02).
           03  SORT-AUSENTE              PIC X(01).
               88  88-SORT-AUSENTE                  VALUE 'S'.

       FD  NOTASCFG
           RECORDING MODE IS F.
       01  NOTASCFG-RECORD-FD            PIC  X(30).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM11'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  FS-NOTASCFG                   PIC  X(02) VALUE ' '.
           88 88-FS-NOTASCFG-OK                     VALUE '00'.
           88 88-FS-NOTASCFG-EOF                    VALUE '10'.
           88 88-FS-TRIBUNAL-INVKEY                 VALUE '21'.
           88 88-FS-TRIBUNAL-NOKEY                  VALUE '23'.

       77  FS-AULASIG                    PIC  X(02) VALUE ' '.
           88 88-FS-AULASIG-OK                      VALUE '00'.
           88 88-FS-AULASIG-INVKEY                  VALUE '21'.
           88 88-FS-AULASIG-NOKEY                   VALUE '23'.

       77  WS-OPEN-AULASIG               PIC X      VALUE 'N'.
           88 88-OPEN-AULASIG-SI                    VALUE 'S'.
           88 88-OPEN-AULASIG-NO                    VALUE 'N'.

       77  FS-INSCRIPC                   PIC  X(02) VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

       77  FS-ACTAS                      PIC  X(02) VALUE ' '.
           88 88-FS-ACTAS-OK                        VALUE '00'.


       77  WS-STCALIF-LEIDOS             PIC 9(09)  VALUE 0.
       77  WS-ACTAS-EMITIDAS             PIC 9(07)  VALUE 0.
       77  WS-AUSENTES-LEIDOS            PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-ACTAS             PIC 9(09)  VALUE 0.

       77  WS-FIN-SORT                   PIC X      VALUE 'N'.
       77  WS-ACTA-PRESENTES             PIC 9(05)  VALUE 0.
       77  WS-ACTA-APROBADOS             PIC 9(05)  VALUE 0.
       77  WS-ACTA-REPROBADOS            PIC 9(05)  VALUE 0.
       77  WS-ACTA-AUSENTES              PIC 9(05)  VALUE 0.
       77  WS-ACTA-NUMERO                PIC 9(06)  VALUE 0.

      *-------------------------------------------------------------*
               05  TAC02-FECHA-MM        PIC 9(02)  VALUE 0.
               05  FILLER                PIC X(01)  VALUE '/'.
               05  TAC02-FECHA-AAAA      PIC 9(04)  VALUE 0.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  TAC02-AULA-LIT            PIC X(06)  VALUE ' '.
           03  TAC02-AULA                PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  TAC02-TURNO               PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(32)  VALUE ' '.

       01  TIT-AC03.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DAC-NOMBRE                PIC X(50)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DAC-NOTA                  PIC ZZ9.9.
           03  DAC-NOTA-X REDEFINES DAC-NOTA
                                         PIC X(05).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DAC-INTENTO               PIC Z9.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE
                'REPROBADOS: '.
           03  TRAC-REPROBADOS           PIC ZZ.ZZ9.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE
                'AUSENTES: '.
           03  TRAC-AUSENTES             PIC ZZ.ZZ9.
           03  FILLER                    PIC X(57)  VALUE ' '.

       01  TRL-FIRMA-1.
           03  FILLER                    PIC X(05)  VALUE ' '.
       COPY WGRADOS.
       COPY WACTAREG.
       COPY WTRIBUNA.
       COPY WAULASIG.
       COPY WINSCRIP.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------
       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10152-DETERMINO-NOTA-APROBACION.
           PERFORM 10156-CARGO-TABLA-INSTITUTOS.
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT AULASIG.

           EVALUATE FS-AULASIG
               WHEN '00'
                    SET 88-OPEN-AULASIG-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-AULASIG-NO TO TRUE
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

           OPEN I-O    ACTAREG.

           EVALUATE TRUE
       20000-ALIMENTO-SORT.
      *--------------------
      *  LEE STCALIF COMPLETO Y ENTREGA CADA EXAMEN AL SORT CON LA
      *  CLAVE DE AGRUPAMIENTO DEL ACTA POR DELANTE. DESPUES
      *  AGREGA LAS INSCRIPCIONES MARCADAS AUSENTE.
      *--------------------

           PERFORM UNTIL 88-FS-STCALIF-EOF
                   MOVE STCALIF-COD-ESTUDIANTE TO SORT-ALUMNO
                   MOVE STCALIF-NOTA           TO SORT-NOTA
                   MOVE STCALIF-INTENTO        TO SORT-INTENTO
                   MOVE 'N'                    TO SORT-AUSENTE
                   RELEASE SORT-REG
               END-IF
           END-PERFORM.

           IF  88-OPEN-INSCRIPC-SI
               PERFORM 20100-ALIMENTO-AUSENTES
           END-IF.

       20100-ALIMENTO-AUSENTES.
      *------------------------

           PERFORM UNTIL 88-FS-INSCRIPC-EOF
               INITIALIZE INSCRIP-REGISTRO
               READ INSCRIPC INTO INSCRIP-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-INSCRIPC-OK
                    AND 88-INSCRIP-AUSENTE
                        ADD 1            TO WS-AUSENTES-LEIDOS
                        MOVE INSCRIP-INSTITUTO    TO SORT-INSTITUTO
                        MOVE INSCRIP-FECHA-EXAMEN TO SORT-FECHA
                        MOVE INSCRIP-COD-MATERIA  TO SORT-MATERIA
                        MOVE INSCRIP-COD-ALUMNO   TO SORT-ALUMNO
                        MOVE 0                    TO SORT-NOTA
                                                     SORT-INTENTO
                        MOVE 'S'                  TO SORT-AUSENTE
                        RELEASE SORT-REG
                   WHEN 88-FS-INSCRIPC-OK
                   WHEN 88-FS-INSCRIPC-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20100-ALIMENTO-AUSENTES'
                        DISPLAY 'ERROR EN READ       INSCRIPC'
                        DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       25000-EMITO-ACTAS.
      *------------------
      *  RECORRE LA SALIDA ORDENADA DEL SORT Y ARMA LAS ACTAS POR

           MOVE 0                        TO WS-ACTA-PRESENTES
                                            WS-ACTA-APROBADOS
                                            WS-ACTA-REPROBADOS
                                            WS-ACTA-AUSENTES.

           ADD 1                         TO WS-ACTA-NUMERO
                                            WS-ACTAS-EMITIDAS.
           MOVE SORT-FECHA(7:2)          TO TAC02-FECHA-DD.
           MOVE SORT-FECHA(5:2)          TO TAC02-FECHA-MM.
           MOVE SORT-FECHA(1:4)          TO TAC02-FECHA-AAAA.
           PERFORM 25290-BUSCO-AULA.

           MOVE SORT-MATERIA             TO TAC03-MATERIA.
           PERFORM 25260-RECUPERO-DATA-MATERIA.
           MOVE TIT-AC05                 TO REG-ACTAS.
           PERFORM 26000-ESCRIBO-ACTAS.

       25290-BUSCO-AULA.
      *-----------------
      *  BUSCA EL AULA QUE BOPGM54 LE DIO A LA MESA (MISMA CLAVE
      *  DE MESA QUE EL TRIBUNAL, SEDE RECORTADA A 10). SIN
      *  ARCHIVO, SIN REGISTRO O MESA SIN AULA EL ENCABEZADO NO
      *  LLEVA AULA.
      *-----------------

           MOVE SPACES                   TO TAC02-AULA-LIT
                                            TAC02-AULA
                                            TAC02-TURNO.

           IF  88-OPEN-AULASIG-SI
               INITIALIZE AULASIG-DATOS-FD
               MOVE WS-ACTA-ACT-INSTITUTO TO AULASIG-INST-FD
               MOVE WS-ACTA-ACT-FECHA     TO AULASIG-FECHA-FD
               MOVE WS-ACTA-ACT-MATERIA   TO AULASIG-MATERIA-FD

               READ AULASIG INTO AULASIG-REGISTRO

               EVALUATE TRUE
                   WHEN 88-FS-AULASIG-OK
                        IF  88-AULASIG-UBICADA
                            MOVE 'AULA: '         TO TAC02-AULA-LIT
                            MOVE AULASIG-COD-AULA TO TAC02-AULA
                            EVALUATE TRUE
                                WHEN 88-AULASIG-MANANA
                                     MOVE 'MANANA' TO TAC02-TURNO
                                WHEN 88-AULASIG-TARDE
                                     MOVE 'TARDE'  TO TAC02-TURNO
                                WHEN 88-AULASIG-NOCHE
                                     MOVE 'NOCHE'  TO TAC02-TURNO
                            END-EVALUATE
                        END-IF
                   WHEN 88-FS-AULASIG-NOKEY
                   WHEN 88-FS-AULASIG-INVKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 25290-BUSCO-AULA'
                        DISPLAY 'ERROR EN READ       AULASIG'
                        DISPLAY 'FILE STATUS       :' FS-AULASIG
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       25280-ASIGNO-LIBRO-FOLIO.
      *-------------------------
      *  UN ACTA YA REGISTRADA EN ACTAREG CONSERVA SU LIBRO/FOLIO
           MOVE SORT-NOTA                TO DAC-NOTA.
           MOVE SORT-INTENTO             TO DAC-INTENTO.

           EVALUATE TRUE
               WHEN 88-SORT-AUSENTE
                    MOVE SPACES          TO DAC-NOTA-X
                    MOVE 'AUSENTE'       TO DAC-RESULTADO
                    ADD 1                TO WS-ACTA-AUSENTES
               WHEN SORT-NOTA >= WS-NOTA-APROBACION
                    MOVE 'APROBADO'      TO DAC-RESULTADO
                    ADD 1                TO WS-ACTA-PRESENTES
                                            WS-ACTA-APROBADOS
               WHEN OTHER
                    MOVE 'REPROBADO'     TO DAC-RESULTADO
                    ADD 1                TO WS-ACTA-PRESENTES
                                            WS-ACTA-REPROBADOS
           END-EVALUATE.

           MOVE DET-ACTA                 TO REG-ACTAS.
           PERFORM 26000-ESCRIBO-ACTAS.
           MOVE WS-ACTA-PRESENTES        TO TRAC-PRESENTES.
           MOVE WS-ACTA-APROBADOS        TO TRAC-APROBADOS.
           MOVE WS-ACTA-REPROBADOS       TO TRAC-REPROBADOS.
           MOVE WS-ACTA-AUSENTES         TO TRAC-AUSENTES.

           MOVE SPACES                   TO REG-ACTAS.
           PERFORM 26000-ESCRIBO-ACTAS.
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
               MOVE 'BOPGM11'             TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE WS-STCALIF-LEIDOS       TO RUNLOG-LEIDOS
               MOVE WS-ACTAS-EMITIDAS       TO RUNLOG-GRABADOS
               MOVE 0                    TO RUNLOG-RECHAZADOS
               MOVE RETURN-CODE          TO RUNLOG-RETORNO
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
               CLOSE RUNLOG
           ELSE
               DISPLAY 'AVISO: NO SE PUDO ABRIR RUNLOG - FS: '
                       FS-RUNLOG
           END-IF.

       30000-FINALIZO.
      *--------------

           PERFORM 29000-GRABO-RUNLOG.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'STCALIF LEIDOS    :' WS-STCALIF-LEIDOS.
           DISPLAY 'AUSENTES LEIDOS   :' WS-AUSENTES-LEIDOS.
           DISPLAY 'ACTAS EMITIDAS    :' WS-ACTAS-EMITIDAS.
           DISPLAY 'FOLIOS ASIGNADOS  :' WS-FOLIOS-ASIGNADOS.
           DISPLAY 'FOLIOS REUSADOS   :' WS-FOLIOS-REUSADOS.
              CLOSE TRIBUNAL
           END-IF.

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO TO TRUE
              CLOSE INSCRIPC
           END-IF.

           IF 88-OPEN-AULASIG-SI
              SET 88-OPEN-AULASIG-NO  TO TRUE
              CLOSE AULASIG
           END-IF.

           IF 88-OPEN-ACTAREG-SI
              SET 88-OPEN-ACTAREG-NO  TO TRUE
              CLOSE ACTAREG
