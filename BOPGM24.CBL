      * QUE SE MANDA A LAS FAMILIAS.
      *-----------------------------------------------------------
      * LA PAGINA ESTA DIAGRAMADA PARA DOBLAR EN SOBRE CON
      * VENTANA: EL BLOQUE DE DIRECCION (DESTINATARIO, DOMICILIO
      * Y LEGAJO) VA EN LAS PRIMERAS LINEAS, CORRIDO A LA
      * IZQUIERDA. LOS ALUMNOS SIN EXAMENES EN LA VENTANA NO
      * GENERAN PAGINA.
      *-----------------------------------------------------------
      * STCALIF SE LEE UNA SOLA VEZ: LOS EXAMENES DE LA VENTANA
      * ENTRAN A UN SORT POR ALUMNO Y LOS BOLETINES SALEN POR
      * ESTRUCTURA QUE BOPGM11 Y BOPGM13), SIN RE-ESCANEAR EL
      * ARCHIVO COMPLETO POR CADA ALUMNO. EL NOMBRE SE RESUELVE
      * CON UNA LECTURA POR CLAVE AL ABRIR CADA PAGINA.
      *-----------------------------------------------------------
      * EL DESTINATARIO SALE DE TUTORES (VER WTUTORES): PARA UN
      * ALUMNO MENOR DE EDAD (SEGUN ALU-FECNAC A LA FECHA DE
      * EMISION) EL SOBRE VA A NOMBRE DEL PADRE, MADRE O TUTOR;
      * PARA LOS DEMAS, A NOMBRE DEL ALUMNO. EN LOS DOS CASOS EL
      * DOMICILIO POSTAL ES EL REGISTRADO EN TUTORES. CADA SOBRE
      * CON DOMICILIO DEJA SU ETIQUETA EN ETIQWRK; AL TERMINAR LOS
      * BOLETINES UN SEGUNDO SORT LAS ORDENA POR CODIGO POSTAL EN
      * ETIQUETAS (VER WETIQUET), COMO LAS PIDE EL CORREO PARA LA
      * TARIFA PRECLASIFICADA. UN ALUMNO SIN REGISTRO EN TUTORES
      * SE IMPRIME IGUAL, CON LA LEYENDA SIN DOMICILIO, Y NO
      * GENERA ETIQUETA: SECRETARIA LO ENTREGA EN MANO.
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

           SELECT OPTIONAL NOTASCFG ASSIGN      TO
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PERIODOCFG.

           SELECT OPTIONAL TUTORES ASSIGN       TO
                                   'TUTORES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS TUTORES-CLAVE-FD
                                   FILE STATUS  IS FS-TUTORES.

           SELECT SORT-BOL         ASSIGN       TO
                                   'SORTBOL'.

           SELECT ETIQWRK          ASSIGN       TO
                                   'ETIQWRK'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ETIQWRK.

           SELECT SORT-ETQ         ASSIGN       TO
                                   'SORTETQ'.

           SELECT ETIQUETAS        ASSIGN       TO
                                   'ETIQUETAS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ETIQUETAS.

           SELECT BOLETIN          ASSIGN       TO
                                   'BOLETIN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-BOLETIN.

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

       FD  NOTASCFG
           RECORDING MODE IS F.
           03  SORT-BOL-FECHA            PIC X(08).
           03  SORT-BOL-DATOS            PIC X(80).

       FD  TUTORES.
       01  TUTORES-DATOS-FD.
           03  TUTORES-CLAVE-FD.
               05  TUTORES-COD-ALUMNO-FD PIC 9(06).
           03  FILLER                    PIC X(174).

       FD  ETIQWRK
           RECORDING MODE IS F.
       01  ETIQWRK-RECORD-FD             PIC  X(140).

       SD  SORT-ETQ.
       01  SORT-ETQ-REG.
           03  SORT-ETQ-COD-POSTAL       PIC X(08).
           03  FILLER                    PIC X(115).
           03  SORT-ETQ-COD-ALUMNO       PIC 9(06).
           03  FILLER                    PIC X(11).

       FD  ETIQUETAS
           RECORDING MODE IS F.
       01  ETIQUETAS-RECORD-FD           PIC  X(140).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM24'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-DUPOK                   VALUE '02'.
           88 88-OPEN-BOLETIN-SI                    VALUE 'S'.
           88 88-OPEN-BOLETIN-NO                    VALUE 'N'.

       77  FS-TUTORES                    PIC X(02)  VALUE ' '.
           88 88-FS-TUTORES-OK                      VALUE '00'.
           88 88-FS-TUTORES-OPT                     VALUE '05'.
           88 88-FS-TUTORES-NOKEY                   VALUE '23'.

       77  FS-ETIQWRK                    PIC X(02)  VALUE ' '.
           88 88-FS-ETIQWRK-OK                      VALUE '00'.
           88 88-FS-ETIQWRK-EOF                     VALUE '10'.

       77  FS-ETIQUETAS                  PIC X(02)  VALUE ' '.
           88 88-FS-ETIQUETAS-OK                    VALUE '00'.

       77  WS-OPEN-TUTORES               PIC X      VALUE 'N'.
           88 88-OPEN-TUTORES-SI                    VALUE 'S'.
           88 88-OPEN-TUTORES-NO                    VALUE 'N'.

       77  WS-OPEN-ETIQWRK               PIC X      VALUE 'N'.
           88 88-OPEN-ETIQWRK-SI                    VALUE 'S'.
           88 88-OPEN-ETIQWRK-NO                    VALUE 'N'.

       77  WS-OPEN-ETIQUETAS             PIC X      VALUE 'N'.
           88 88-OPEN-ETIQUETAS-SI                  VALUE 'S'.
           88 88-OPEN-ETIQUETAS-NO                  VALUE 'N'.

      *-------------------------------------------------------------*
      *     DESTINATARIO DEL SOBRE: MAYORIA DE EDAD A LA FECHA DE   *
      *     EMISION Y REGISTRO DE TUTORES DEL ALUMNO EN ATENCION.   *
      *-------------------------------------------------------------*
       77  CTE-MAYORIA-EDAD              PIC 9(02)  VALUE 18.
       77  WS-EDAD-ALUMNO                PIC S9(03) VALUE 0.

       77  WS-ALUMNO-MENOR               PIC X      VALUE 'N'.
           88 88-ALUMNO-MENOR-SI                    VALUE 'S'.
           88 88-ALUMNO-MENOR-NO                    VALUE 'N'.

       77  WS-HAY-TUTOR                  PIC X      VALUE 'N'.
           88 88-HAY-TUTOR-SI                       VALUE 'S'.
           88 88-HAY-TUTOR-NO                       VALUE 'N'.

       77  WS-ALU-NOMBRE-RESUELTO        PIC X(60)  VALUE ' '.

       77  WS-BOLETINES-A-TUTOR          PIC 9(07)  VALUE 0.
       77  WS-SIN-DOMICILIO              PIC 9(07)  VALUE 0.
       77  WS-ETIQUETAS-GRABADAS         PIC 9(07)  VALUE 0.

       77  WS-FIN-ETIQWRK                PIC X      VALUE 'N'.
           88 88-FIN-ETIQWRK-SI                     VALUE 'S'.
           88 88-FIN-ETIQWRK-NO                     VALUE 'N'.

       77  WS-FIN-SORT-ETQ               PIC X      VALUE 'N'.
           88 88-FIN-SORT-ETQ-SI                    VALUE 'S'.
           88 88-FIN-SORT-ETQ-NO                    VALUE 'N'.

      *-------------------------------------------------------------*
      *     VENTANA DE PERIODO (PERIODOCFG), IGUAL QUE EN BOPGM01   *
      *-------------------------------------------------------------*

      *-------------------------------------------------------------*
      *     BLOQUE DE DIRECCION PARA EL SOBRE CON VENTANA: NOMBRE   *
      *     DEL DESTINATARIO, CALLE, CODIGO POSTAL Y LOCALIDAD,     *
      *     PROVINCIA, Y DEBAJO LA REFERENCIA DEL ALUMNO (LEGAJO Y  *
      *     NOMBRE), EN LAS PRIMERAS LINEAS, MARGEN IZQUIERDO.      *
      *-------------------------------------------------------------*
       01  DIR-B01.
           03  FILLER                    PIC X(06)  VALUE ' '.
           03  DB1-NOMBRE                PIC X(60)  VALUE ' '.
           03  FILLER                    PIC X(34)  VALUE ' '.

       01  DIR-B03.
           03  FILLER                    PIC X(06)  VALUE ' '.
           03  DB3-CALLE                 PIC X(40)  VALUE ' '.
           03  FILLER                    PIC X(54)  VALUE ' '.

       01  DIR-B04.
           03  FILLER                    PIC X(06)  VALUE ' '.
           03  DB4-COD-POSTAL            PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DB4-LOCALIDAD             PIC X(20)  VALUE ' '.
           03  FILLER                    PIC X(65)  VALUE ' '.

       01  DIR-B05.
           03  FILLER                    PIC X(06)  VALUE ' '.
           03  DB5-PROVINCIA             PIC X(15)  VALUE ' '.
           03  FILLER                    PIC X(79)  VALUE ' '.

       01  DIR-B02.
           03  FILLER                    PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'LEGAJO: '.
           03  DB2-LEGAJO                PIC ZZZZZ9.
           03  FILLER                    PIC X(10)  VALUE
                '  ALUMNO: '.
           03  DB2-ALUMNO                PIC X(60)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ' '.

       01  TIT-B01.
           03  FILLER                    PIC X(01)  VALUE ' '.
       COPY WALUMNOS.
       COPY WGRADOS.
       COPY WPERIODO.
       COPY WRUNLOG.
       COPY WTUTORES.
       COPY WETIQUET.

       PROCEDURE DIVISION.
      *------------------
                INPUT  PROCEDURE IS 20000-ALIMENTO-SORT
                OUTPUT PROCEDURE IS 25000-EMITO-BOLETINES.

           PERFORM 26000-ORDENO-ETIQUETAS.

           PERFORM 30000-FINALIZO.

           STOP RUN.
       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-CARGO-TABLA-NOTAS.
           PERFORM 10158-LEO-PERIODOCFG.
               WHEN OTHER
                    SET 88-OPEN-NOTASCFG-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------
      *  TUTORES ES OPCIONAL: SIN ARCHIVO TODOS LOS BOLETINES VAN
      *  A NOMBRE DEL ALUMNO, SIN DOMICILIO NI ETIQUETA.
      *----------------------------------------------------------

           OPEN INPUT  TUTORES.

           EVALUATE TRUE
               WHEN 88-FS-TUTORES-OK
                    SET 88-OPEN-TUTORES-SI TO TRUE
               WHEN 88-FS-TUTORES-OPT
                    CLOSE TUTORES
                    SET 88-OPEN-TUTORES-NO TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT TUTORES'
                    DISPLAY 'FILE STATUS       :' FS-TUTORES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT ETIQWRK.

           EVALUATE FS-ETIQWRK
               WHEN '00'
                    SET 88-OPEN-ETIQWRK-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT ETIQWRK'
                    DISPLAY 'FILE STATUS       :' FS-ETIQWRK
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-CARGO-TABLA-NOTAS.
      *------------------------
                      PERFORM 99999-CANCELO
           END-EVALUATE.

       21060-DETERMINO-MENOR.
      *----------------------
      *  EDAD CUMPLIDA A LA FECHA DE EMISION SEGUN ALU-FECNAC. SIN
      *  FECHA DE NACIMIENTO CARGADA EL ALUMNO SE TOMA COMO MAYOR.
      *----------------------

           SET 88-ALUMNO-MENOR-NO        TO TRUE.

           IF  ALU-FECNAC IS NUMERIC
           AND ALUMNO-FECHA-AAAA > 0
               COMPUTE WS-EDAD-ALUMNO = WS-CURRENT-DATE-YYYY
                                      - ALUMNO-FECHA-AAAA
               IF  WS-CURRENT-DATE-MM < ALUMNO-FECHA-MM
               OR (WS-CURRENT-DATE-MM = ALUMNO-FECHA-MM
               AND WS-CURRENT-DATE-DD < ALUMNO-FECHA-DD)
                   SUBTRACT 1            FROM WS-EDAD-ALUMNO
               END-IF
               IF  WS-EDAD-ALUMNO < CTE-MAYORIA-EDAD
                   SET 88-ALUMNO-MENOR-SI TO TRUE
               END-IF
           END-IF.

       21070-RECUPERO-TUTOR.
      *---------------------

           SET 88-HAY-TUTOR-NO           TO TRUE.
           INITIALIZE TUTORES-REGISTRO.

           IF  88-OPEN-TUTORES-SI
               INITIALIZE TUTORES-DATOS-FD
               MOVE ALU-CODIGO           TO TUTORES-COD-ALUMNO-FD
               READ TUTORES INTO TUTORES-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-TUTORES-OK
                        SET 88-HAY-TUTOR-SI TO TRUE
                   WHEN 88-FS-TUTORES-NOKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21070-RECUPERO-TUTOR'
                        DISPLAY 'ERROR EN READ       TUTORES'
                        DISPLAY 'FILE STATUS       :' FS-TUTORES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21080-ARMO-DESTINATARIO.
      *------------------------
      *  EL MENOR CON UN RESPONSABLE REGISTRADO RECIBE EL SOBRE A
      *  NOMBRE DE ESE RESPONSABLE; LOS DEMAS, A SU PROPIO NOMBRE.
      *  EL DOMICILIO, SI LO HAY, ES SIEMPRE EL DE TUTORES.
      *------------------------

           MOVE SPACES                   TO WS-ALU-NOMBRE-RESUELTO
                                            DB1-NOMBRE
                                            DB3-CALLE
                                            DB4-COD-POSTAL
                                            DB4-LOCALIDAD
                                            DB5-PROVINCIA.
           STRING ALU-APELLIDO DELIMITED BY '  '
                  ' '          DELIMITED BY SIZE
                  ALU-NOMBRE   DELIMITED BY '  '
               INTO WS-ALU-NOMBRE-RESUELTO
           END-STRING.
           MOVE ALU-CODIGO               TO DB2-LEGAJO.
           MOVE WS-ALU-NOMBRE-RESUELTO   TO DB2-ALUMNO.

           IF  88-HAY-TUTOR-SI
           AND 88-ALUMNO-MENOR-SI
           AND NOT 88-TUTORES-PROPIO
               MOVE TUTORES-NOMBRE       TO DB1-NOMBRE
               ADD 1                     TO WS-BOLETINES-A-TUTOR
           ELSE
               MOVE WS-ALU-NOMBRE-RESUELTO TO DB1-NOMBRE
           END-IF.

           IF  88-HAY-TUTOR-SI
               MOVE TUTORES-CALLE        TO DB3-CALLE
               MOVE TUTORES-COD-POSTAL   TO DB4-COD-POSTAL
               MOVE TUTORES-LOCALIDAD    TO DB4-LOCALIDAD
               MOVE TUTORES-PROVINCIA    TO DB5-PROVINCIA
               PERFORM 21090-GRABO-ETIQUETA
           ELSE
               MOVE 'SIN DOMICILIO POSTAL REGISTRADO'
                                         TO DB3-CALLE
               ADD 1                     TO WS-SIN-DOMICILIO
           END-IF.

       21090-GRABO-ETIQUETA.
      *---------------------

           INITIALIZE ETIQUETAS-REGISTRO.
           MOVE TUTORES-COD-POSTAL       TO ETIQUETAS-COD-POSTAL.
           MOVE DB1-NOMBRE               TO ETIQUETAS-DESTINATARIO.
           MOVE TUTORES-CALLE            TO ETIQUETAS-CALLE.
           MOVE TUTORES-LOCALIDAD        TO ETIQUETAS-LOCALIDAD.
           MOVE TUTORES-PROVINCIA        TO ETIQUETAS-PROVINCIA.
           MOVE ALU-CODIGO               TO ETIQUETAS-COD-ALUMNO.
           MOVE TUTORES-VINCULO          TO ETIQUETAS-VINCULO.

           WRITE ETIQWRK-RECORD-FD       FROM ETIQUETAS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ETIQWRK-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21090-GRABO-ETIQUETA'
                    DISPLAY 'ERROR EN WRITE      ETIQWRK'
                    DISPLAY 'FILE STATUS       :' FS-ETIQWRK
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21100-ABRO-PAGINA.
      *------------------

           SET 88-BOLETIN-ABIERTO-SI     TO TRUE.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           PERFORM 21060-DETERMINO-MENOR.
           PERFORM 21070-RECUPERO-TUTOR.
           PERFORM 21080-ARMO-DESTINATARIO.

           MOVE WS-CURRENT-DATE-DD       TO TITB01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITB01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITB01-FECHA-AAAA.

           MOVE DIR-B01                  TO REG-BOLETIN.
           PERFORM 23000-ESCRIBO-BOLETIN.
           MOVE DIR-B03                  TO REG-BOLETIN.
           PERFORM 23000-ESCRIBO-BOLETIN.
           MOVE DIR-B04                  TO REG-BOLETIN.
           PERFORM 23000-ESCRIBO-BOLETIN.
           MOVE DIR-B05                  TO REG-BOLETIN.
           PERFORM 23000-ESCRIBO-BOLETIN.
           MOVE SPACES                   TO REG-BOLETIN.
           PERFORM 23000-ESCRIBO-BOLETIN.
           MOVE DIR-B02                  TO REG-BOLETIN.
           PERFORM 23000-ESCRIBO-BOLETIN.
           MOVE SPACES                   TO REG-BOLETIN.
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       26000-ORDENO-ETIQUETAS.
      *-----------------------
      *  CON TODOS LOS BOLETINES EMITIDOS, LAS ETIQUETAS DE ETIQWRK
      *  SE ORDENAN POR CODIGO POSTAL (Y LEGAJO DENTRO DEL CODIGO)
      *  EN ETIQUETAS, EN EL ORDEN EN QUE EL CORREO LAS RECIBE.
      *-----------------------

           IF  88-OPEN-ETIQWRK-SI
               SET 88-OPEN-ETIQWRK-NO    TO TRUE
               CLOSE ETIQWRK
           END-IF.

           SORT SORT-ETQ
                ON ASCENDING KEY SORT-ETQ-COD-POSTAL
                                 SORT-ETQ-COD-ALUMNO
                INPUT  PROCEDURE IS 26100-ALIMENTO-ETIQUETAS
                OUTPUT PROCEDURE IS 26200-GRABO-ETIQUETAS.

       26100-ALIMENTO-ETIQUETAS.
      *-------------------------

           OPEN INPUT ETIQWRK.

           EVALUATE FS-ETIQWRK
               WHEN '00'
                    SET 88-OPEN-ETIQWRK-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 26100-ALIMENTO-ETIQUETAS'
                    DISPLAY 'ERROR EN OPEN INPUT ETIQWRK'
                    DISPLAY 'FILE STATUS       :' FS-ETIQWRK
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           SET 88-FIN-ETIQWRK-NO         TO TRUE.

           PERFORM UNTIL 88-FIN-ETIQWRK-SI
               READ ETIQWRK INTO SORT-ETQ-REG
               EVALUATE TRUE
                   WHEN 88-FS-ETIQWRK-OK
                        RELEASE SORT-ETQ-REG
                   WHEN 88-FS-ETIQWRK-EOF
                        SET 88-FIN-ETIQWRK-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 26100-ALIMENTO-ETIQUETAS'
                        DISPLAY 'ERROR EN READ       ETIQWRK'
                        DISPLAY 'FILE STATUS       :' FS-ETIQWRK
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

           SET 88-OPEN-ETIQWRK-NO        TO TRUE.
           CLOSE ETIQWRK.

       26200-GRABO-ETIQUETAS.
      *----------------------

           OPEN OUTPUT ETIQUETAS.

           EVALUATE FS-ETIQUETAS
               WHEN '00'
                    SET 88-OPEN-ETIQUETAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 26200-GRABO-ETIQUETAS'
                    DISPLAY 'ERROR EN OPEN OUTPUT ETIQUETAS'
                    DISPLAY 'FILE STATUS       :' FS-ETIQUETAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           SET 88-FIN-SORT-ETQ-NO        TO TRUE.

           PERFORM UNTIL 88-FIN-SORT-ETQ-SI
               RETURN SORT-ETQ
                   AT END
                      SET 88-FIN-SORT-ETQ-SI TO TRUE
                   NOT AT END
                      PERFORM 26300-ESCRIBO-ETIQUETA
               END-RETURN
           END-PERFORM.

       26300-ESCRIBO-ETIQUETA.
      *-----------------------

           WRITE ETIQUETAS-RECORD-FD     FROM SORT-ETQ-REG.

           EVALUATE TRUE
               WHEN 88-FS-ETIQUETAS-OK
                    ADD 1                TO WS-ETIQUETAS-GRABADAS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 26300-ESCRIBO-ETIQUETA'
                    DISPLAY 'ERROR EN WRITE      ETIQUETAS'
                    DISPLAY 'FILE STATUS       :' FS-ETIQUETAS
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
               MOVE 'BOPGM24'             TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE WS-STCALIF-LEIDOS       TO RUNLOG-LEIDOS
               MOVE WS-BOLETINES-EMITIDOS   TO RUNLOG-GRABADOS
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
           DISPLAY 'EN VENTANA        :' WS-EN-VENTANA.
           DISPLAY 'BOLETINES EMITIDOS:' WS-BOLETINES-EMITIDOS.
           DISPLAY 'A NOMBRE DE TUTOR :' WS-BOLETINES-A-TUTOR.
           DISPLAY 'SIN DOMICILIO     :' WS-SIN-DOMICILIO.
           DISPLAY 'ETIQUETAS GRABADAS:' WS-ETIQUETAS-GRABADAS.
           DISPLAY 'LINEAS GRABADAS   :' WS-GRABADOS-BOLETIN.
           DISPLAY '--------------------------------'.

              CLOSE BOLETIN
           END-IF.

           IF 88-OPEN-TUTORES-SI
              SET 88-OPEN-TUTORES-NO  TO TRUE
              CLOSE TUTORES
           END-IF.

           IF 88-OPEN-ETIQWRK-SI
              SET 88-OPEN-ETIQWRK-NO  TO TRUE
              CLOSE ETIQWRK
           END-IF.

           IF 88-OPEN-ETIQUETAS-SI
              SET 88-OPEN-ETIQUETAS-NO TO TRUE
              CLOSE ETIQUETAS
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.
