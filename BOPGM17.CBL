      * LOS ALUMNOS SIN NINGUN DATO DE CONTACTO NO SE PIERDEN EN
      * SILENCIO: VAN A LA LISTA DE EXCEPCIONES (NOTIEXCEP) PARA
      * QUE SECRETARIA LOS LLAME POR TELEFONO... DE LINEA.
      *-----------------------------------------------------------
      * LOS EVENTOS DE UN ALUMNO MENOR DE EDAD (SEGUN ALU-FECNAC,
      * EL MISMO CALCULO QUE BOPGM24) CON UN PADRE, MADRE O TUTOR
      * REGISTRADO EN TUTORES VAN AL EMAIL Y TELEFONO DE ESE
      * RESPONSABLE, NO A LOS DEL ALUMNO. SI EL RESPONSABLE NO
      * TIENE CONTACTO CARGADO EL EVENTO VA A NOTIEXCEP CON EL
      * MOTIVO SIN CONTACTO TUTOR, PARA QUE SECRETARIA LLAME A LA
      * FAMILIA.
      *-----------------------------------------------------------
      * CADA EVENTO LLEVA UN NUMERO (FECHA DE CORRIDA + SECUENCIA)
      * EN SU ULTIMO CAMPO Y QUEDA EN EL HISTORIAL NOTIHIST CON EL
      * CONTACTO USADO, PARA QUE BOPGM58 CRUCE EL ESTADO DE ENTREGA
      * QUE DEVUELVE EL SISTEMA DE ENVIOS. EL EMAIL O TELEFONO DEL
      * ALUMNO MARCADO COMO INVALIDO (ALU-EMAIL-INVALIDO/-TELEFONO-
      * INVALIDO) NO SE USA; SI NO QUEDA NINGUNO, EL EVENTO VA A
      * NOTIEXCEP CON EL MOTIVO CONTACTO INVALIDO.
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
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PRIVCFG.

           SELECT OPTIONAL TUTORES ASSIGN       TO
                                   'TUTORES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS TUTORES-CLAVE-FD
                                   FILE STATUS  IS FS-TUTORES.

      *----------------------------------------------------------
      *  HISTORIAL DE EVENTOS EMITIDOS (VER WNOTIHIS). LA PRIMERA
      *  CORRIDA LO CREA (OPTIONAL, ABIERTO EN I-O).
      *----------------------------------------------------------
           SELECT OPTIONAL NOTIHIST ASSIGN      TO
                                   'NOTIHIST'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS NOTIHIST-CLAVE-FD
                                   FILE STATUS  IS FS-NOTIHIST.

           SELECT NOTIEVENT        ASSIGN       TO
                                   'NOTIEVENT'
                                   ORGANIZATION IS SEQUENTIAL
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
           RECORDING MODE IS F.
       01  PRIVCFG-RECORD-FD             PIC  X(30).

       FD  TUTORES.
       01  TUTORES-DATOS-FD.
           03  TUTORES-CLAVE-FD.
               05  TUTORES-COD-ALUMNO-FD PIC 9(06).
           03  FILLER                    PIC X(174).

       FD  NOTIHIST.
       01  NOTIHIST-DATOS-FD.
           03  NOTIHIST-CLAVE-FD         PIC X(15).
           03  FILLER                    PIC X(105).

       FD  NOTIEVENT
           RECORDING MODE IS F.
       01  REG-NOTIEVENT-FD              PIC  X(200).
           88 88-OPEN-NOTIEXCEP-SI                  VALUE 'S'.
           88 88-OPEN-NOTIEXCEP-NO                  VALUE 'N'.

       77  FS-TUTORES                    PIC X(02)  VALUE ' '.
           88 88-FS-TUTORES-OK                      VALUE '00'.
           88 88-FS-TUTORES-OPT                     VALUE '05'.
           88 88-FS-TUTORES-NOKEY                   VALUE '23'.

       77  WS-OPEN-TUTORES               PIC X      VALUE 'N'.
           88 88-OPEN-TUTORES-SI                    VALUE 'S'.
           88 88-OPEN-TUTORES-NO                    VALUE 'N'.

       77  FS-NOTIHIST                   PIC X(02)  VALUE ' '.
           88 88-FS-NOTIHIST-OK                     VALUE '00'.
           88 88-FS-NOTIHIST-OPT                    VALUE '05'.
           88 88-FS-NOTIHIST-DUPKEY                 VALUE '22'.

       77  WS-OPEN-NOTIHIST              PIC X      VALUE 'N'.
           88 88-OPEN-NOTIHIST-SI                   VALUE 'S'.
           88 88-OPEN-NOTIHIST-NO                   VALUE 'N'.

       77  WS-NOTA-APROBACION            PIC 9(02)V9(01) VALUE 060.

      *-------------------------------------------------------------*
      *     NUMERO DE EVENTO: FECHA DE LA CORRIDA + SECUENCIA. UNA  *
      *     RE-EJECUCION DEL MISMO DIA REEMPLAZA LOS EVENTOS DE LA  *
      *     CORRIDA ANTERIOR EN NOTIHIST.                           *
      *-------------------------------------------------------------*
       01  WS-EVENTO-ID.
           03  WS-EVENTO-FECHA           PIC 9(08)  VALUE 0.
           03  WS-EVENTO-SECUENCIA       PIC 9(07)  VALUE 0.

       77  WS-CONTACTO-INVALIDO          PIC X      VALUE 'N'.
           88 88-CONTACTO-INVALIDO-SI               VALUE 'S'.
           88 88-CONTACTO-INVALIDO-NO               VALUE 'N'.

       77  WS-EVENTOS-HISTORIAL          PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     DESTINATARIO DEL EVENTO: MAYORIA DE EDAD A LA FECHA DE  *
      *     LA CORRIDA Y RESPONSABLE REGISTRADO EN TUTORES.         *
      *-------------------------------------------------------------*
       77  CTE-MAYORIA-EDAD              PIC 9(02)  VALUE 18.
       77  WS-EDAD-ALUMNO                PIC S9(03) VALUE 0.

       77  WS-ALUMNO-MENOR               PIC X      VALUE 'N'.
           88 88-ALUMNO-MENOR-SI                    VALUE 'S'.
           88 88-ALUMNO-MENOR-NO                    VALUE 'N'.

       77  WS-HAY-TUTOR                  PIC X      VALUE 'N'.
           88 88-HAY-TUTOR-SI                       VALUE 'S'.
           88 88-HAY-TUTOR-NO                       VALUE 'N'.

       77  WS-DESTINO-TUTOR              PIC X      VALUE 'N'.
           88 88-DESTINO-TUTOR-SI                   VALUE 'S'.
           88 88-DESTINO-TUTOR-NO                   VALUE 'N'.

       77  WS-EVENTOS-A-TUTOR            PIC 9(09)  VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     PERIODO A PROCESAR, CARGADO DE PERIODOCFG, IGUAL QUE    *
      *     EN BOPGM01: SIN ARCHIVO NO SE ACOTA NADA.               *

       77  REG-NOTIEVENT                 PIC X(200).
       77  REG-NOTIEXCEP                 PIC X(150).
       77  WS-MOTIVO-EXCEPCION           PIC X(20)  VALUE ' '.

       77  FS-PRIVCFG                    PIC  X(02) VALUE ' '.
           88 88-FS-PRIVCFG-OK                      VALUE '00'.
       COPY WPERIODO.
       COPY WRUNLOG.
       COPY WPRIVCFG.
       COPY WTUTORES.
       COPY WNOTIHIS.

       PROCEDURE DIVISION.
      *------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.
           MOVE WS-RUNLOG-TS             TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-EVENTO-FECHA.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-CARGO-TABLA-NOTAS.
               WHEN OTHER
                    SET 88-OPEN-NOTASCFG-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------
      *  TUTORES ES OPCIONAL: SIN ARCHIVO TODOS LOS EVENTOS VAN
      *  AL CONTACTO DEL PROPIO ALUMNO, COMO SIEMPRE.
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

           OPEN I-O    NOTIHIST.

           EVALUATE TRUE
               WHEN 88-FS-NOTIHIST-OK
               WHEN 88-FS-NOTIHIST-OPT
                    SET 88-OPEN-NOTIHIST-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   NOTIHIST'
                    DISPLAY 'FILE STATUS       :' FS-NOTIHIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-CARGO-TABLA-NOTAS.
      *------------------------
      *-------------------

           PERFORM 21100-RECUPERO-DATA-ALUMNO.
           PERFORM 21110-DESCARTO-INVALIDOS.
           PERFORM 21120-DETERMINO-MENOR.
           PERFORM 21140-RECUPERO-TUTOR.
           PERFORM 21160-DIRIJO-A-TUTOR.
           PERFORM 21200-RECUPERO-DATA-MATERIA.
           PERFORM 21300-DETERMINO-OBSERVACION.

                      PERFORM 99999-CANCELO
           END-EVALUATE.

       21110-DESCARTO-INVALIDOS.
      *-------------------------
      *  UN EMAIL O TELEFONO MARCADO COMO INVALIDO (REBOTES DUROS
      *  SEGUIDOS, VER BOPGM58) NO SE VUELVE A USAR HASTA QUE SE
      *  CORRIJA EN EL MAESTRO.
      *-------------------------

           SET 88-CONTACTO-INVALIDO-NO   TO TRUE.

           IF  88-ALU-EMAIL-INVALIDO
           AND ALU-EMAIL NOT = SPACES
               SET 88-CONTACTO-INVALIDO-SI TO TRUE
               MOVE SPACES               TO ALU-EMAIL
           END-IF.

           IF  88-ALU-TELEFONO-INVALIDO
           AND ALU-TELEFONO NOT = SPACES
               SET 88-CONTACTO-INVALIDO-SI TO TRUE
               MOVE SPACES               TO ALU-TELEFONO
           END-IF.

       21120-DETERMINO-MENOR.
      *----------------------
      *  MISMO CALCULO QUE 21060-DETERMINO-MENOR EN BOPGM24: EDAD
      *  CUMPLIDA A LA FECHA DE LA CORRIDA SEGUN ALU-FECNAC. SIN
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

       21140-RECUPERO-TUTOR.
      *---------------------

           SET 88-HAY-TUTOR-NO           TO TRUE.
           INITIALIZE TUTORES-REGISTRO.

           IF  88-OPEN-TUTORES-SI
           AND 88-ALUMNO-MENOR-SI
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
                        DISPLAY 'PARRAFO: 21140-RECUPERO-TUTOR'
                        DISPLAY 'ERROR EN READ       TUTORES'
                        DISPLAY 'FILE STATUS       :' FS-TUTORES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21160-DIRIJO-A-TUTOR.
      *---------------------
      *  EL MENOR CON UN RESPONSABLE REGISTRADO (QUE NO SEA EL
      *  PROPIO DOMICILIO DEL ALUMNO) SE NOTIFICA AL CONTACTO DEL
      *  RESPONSABLE: SE REEMPLAZA EL CONTACTO LEIDO DE ALUMNOS Y
      *  EL RESTO DEL PROCESO (PRIVACIDAD, EXCEPCIONES) SIGUE IGUAL.
      *---------------------

           SET 88-DESTINO-TUTOR-NO       TO TRUE.

           IF  88-HAY-TUTOR-SI
           AND NOT 88-TUTORES-PROPIO
               SET 88-DESTINO-TUTOR-SI   TO TRUE
               MOVE TUTORES-EMAIL        TO ALU-EMAIL
               MOVE TUTORES-TELEFONO     TO ALU-TELEFONO
           END-IF.

       21200-RECUPERO-DATA-MATERIA.
      *----------------------------

      *-------------------
      *  UN EVENTO POR RESULTADO, DELIMITADO POR PUNTO Y COMA,
      *  LISTO PARA EL SISTEMA DE ENVIOS: LEGAJO;EMAIL;TELEFONO;
      *  MATERIA;NOTA;OBSERVACION;PLANTILLA;EVENTO. EL SISTEMA DE
      *  ENVIOS DEVUELVE EL ESTADO DE ENTREGA CON ESE NUMERO DE
      *  EVENTO (VER BOPGM58).
      *-------------------

           PERFORM 21800-APLICO-PRIVACIDAD.

           ADD 1                         TO WS-EVENTO-SECUENCIA.

           MOVE ALU-CODIGO               TO WS-LEGAJO-ED.
           MOVE STCALIF-NOTA             TO WS-NOTA-CSV-ED.

                  WS-OBSERVACION-EXAMEN   DELIMITED BY '  '
                  ';'                     DELIMITED BY SIZE
                  WS-PLANTILLA            DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  WS-EVENTO-ID            DELIMITED BY SIZE
               INTO REG-NOTIEVENT
           END-STRING.

           EVALUATE TRUE
               WHEN 88-FS-NOTIEVENT-OK
                    ADD 1                TO WS-EVENTOS-EMITIDOS
                    IF  88-DESTINO-TUTOR-SI
                        ADD 1            TO WS-EVENTOS-A-TUTOR
                    END-IF
                    PERFORM 21450-GRABO-HISTORIAL
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21450-GRABO-HISTORIAL.
      *----------------------
      *  EL EVENTO RECIEN EMITIDO QUEDA EN NOTIHIST CON EL CONTACTO
      *  COMPLETO (NO EL EDITADO POR PRIVACIDAD). SI EL NUMERO YA
      *  EXISTE ES UNA RE-EJECUCION DEL DIA Y SE REEMPLAZA.
      *----------------------

           INITIALIZE NOTIHIST-REGISTRO.
           MOVE WS-EVENTO-ID             TO NOTIHIST-EVENTO.
           MOVE ALU-CODIGO               TO NOTIHIST-COD-ALUMNO.
           IF  88-DESTINO-TUTOR-SI
               SET 88-NOTIHIST-DESTINO-TUTOR  TO TRUE
           ELSE
               SET 88-NOTIHIST-DESTINO-ALUMNO TO TRUE
           END-IF.
           MOVE ALU-EMAIL                TO NOTIHIST-EMAIL.
           MOVE ALU-TELEFONO             TO NOTIHIST-TELEFONO.
           MOVE STCALIF-COD-MATERIA      TO NOTIHIST-COD-MATERIA.
           MOVE STCALIF-NOTA             TO NOTIHIST-NOTA.
           MOVE WS-PLANTILLA             TO NOTIHIST-PLANTILLA.

           WRITE NOTIHIST-DATOS-FD       FROM NOTIHIST-REGISTRO.

           IF  88-FS-NOTIHIST-DUPKEY
               REWRITE NOTIHIST-DATOS-FD FROM NOTIHIST-REGISTRO
           END-IF.

           EVALUATE TRUE
               WHEN 88-FS-NOTIHIST-OK
                    ADD 1                TO WS-EVENTOS-HISTORIAL
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21450-GRABO-HISTORIAL'
                    DISPLAY 'ERROR EN WRITE      NOTIHIST'
                    DISPLAY 'FILE STATUS       :' FS-NOTIHIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21800-APLICO-PRIVACIDAD.
      *------------------------
      *  EDITA EMAIL Y TELEFONO SEGUN EL MODO DE PRIVACIDAD DE
           MOVE ALU-CODIGO               TO WS-LEGAJO-ED.
           MOVE STCALIF-NOTA             TO WS-NOTA-CSV-ED.

           EVALUATE TRUE
               WHEN 88-DESTINO-TUTOR-SI
                    MOVE 'SIN CONTACTO TUTOR' TO WS-MOTIVO-EXCEPCION
               WHEN 88-CONTACTO-INVALIDO-SI
                    MOVE 'CONTACTO INVALIDO'  TO WS-MOTIVO-EXCEPCION
               WHEN OTHER
                    MOVE 'SIN CONTACTO'       TO WS-MOTIVO-EXCEPCION
           END-EVALUATE.

           MOVE SPACES                   TO REG-NOTIEXCEP.
           STRING WS-LEGAJO-ED            DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  WS-NOTA-CSV-ED          DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  WS-MOTIVO-EXCEPCION     DELIMITED BY '  '
               INTO REG-NOTIEXCEP
           END-STRING.

           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'STCALIF LEIDOS    :' WS-STCALIF-LEIDOS.
           DISPLAY 'EVENTOS EMITIDOS  :' WS-EVENTOS-EMITIDOS.
           DISPLAY 'EVENTOS A TUTOR   :' WS-EVENTOS-A-TUTOR.
           DISPLAY 'EVENTOS HISTORIAL :' WS-EVENTOS-HISTORIAL.
           DISPLAY 'EXCEPCIONES       :' WS-EXCEPCIONES.
           DISPLAY '--------------------------------'.

              CLOSE NOTIEXCEP
           END-IF.

           IF 88-OPEN-TUTORES-SI
              SET 88-OPEN-TUTORES-NO  TO TRUE
              CLOSE TUTORES
           END-IF.

           IF 88-OPEN-NOTIHIST-SI
              SET 88-OPEN-NOTIHIST-NO TO TRUE
              CLOSE NOTIHIST
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.
