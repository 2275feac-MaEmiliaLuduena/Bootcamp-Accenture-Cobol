       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM57.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA DECIDE, AL ARRANCAR LA NOCTURNA, QUE PASOS
      * OPCIONALES DEL STREAM CORREN ESA NOCHE, SEGUN EL
      * CALENDARIO ACADEMICO DE EVENTOS (CALENDARIO, VER
      * WCALACAD), EN LUGAR DE QUE EL OPERADOR LOS COMENTE Y
      * DESCOMENTE A MANO EN EL JCL O EN run_grades.sh:
      *   STEP086 BOPGM11 ACTAS         CON UN CIERRE DE LLAMADO
      *   STEP088 BOPGM24 BOLETINES     CON UN FIN DE PERIODO
      *   STEP089 BOPGM35 CIERRE ANUAL  CON UN CIERRE DE CICLO
      *-----------------------------------------------------------
      * UN PASO CORRE SI HAY UN EVENTO DE SU TIPO CON FECHA DE HOY
      * O ANTERIOR QUE TODAVIA NO SE PROCESO (UNA NOCHE SIN
      * CORRIDA NO HACE PERDER EL EVENTO: LO TOMA LA NOCTURNA
      * SIGUIENTE). UN EVENTO FUTURO NO ADELANTA NADA. EL EVENTO
      * TOMADO QUEDA MARCADO CON LA FECHA DE HOY
      * (CALACAD-FECHA-PROCESO); UNA CORRIDA COMPLETA REPETIDA EN
      * EL MISMO DIA LO VUELVE A TOMAR.
      *-----------------------------------------------------------
      * LA DECISION SE GRABA:
      *   - EN STEPSEL (VER WSTEPSEL), UNA LINEA POR PASO, QUE EL
      *     WRAPPER CONSULTA ANTES DE CADA PASO OPCIONAL; EN UN
      *     REINICIO SE REUSA LA MISMA SELECCION.
      *   - EN RUNLOG, UN REGISTRO DE DECISION POR PASO, PARA QUE
      *     BOPGM21 MUESTRE QUE SE SALTEO POR CALENDARIO Y QUE
      *     CORRIO.
      *-----------------------------------------------------------
      * RETORNO GRADUADO:
      *   RC=0  CORRIDA NORMAL.
      *   RC=4  CALENDARIO AUSENTE O SIN NINGUN EVENTO HASTA HOY:
      *         NO CORRE NINGUN PASO OPCIONAL (AVISO, EL STREAM
      *         SIGUE).
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

      *----------------------------------------------------------
      *  CALENDARIO ES OPTIONAL EN EL OPEN I-O: SIN CALENDARIO
      *  CARGADO NO CORRE NINGUN PASO OPCIONAL.
      *----------------------------------------------------------
           SELECT OPTIONAL CALENDARIO ASSIGN    TO
                                   'CALENDARIO'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS CALACAD-CLAVE-FD
                                   FILE STATUS  IS FS-CALENDARIO.

      *----------------------------------------------------------
      *  STEPSEL LO LEE EL JOB STREAM PARA DECIDIR CADA PASO
      *  OPCIONAL, ASI QUE SE ESCRIBE COMO LINE SEQUENTIAL (UNA
      *  LINEA POR PASO).
      *----------------------------------------------------------
           SELECT STEPSEL          ASSIGN       TO
                                   'STEPSEL'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-STEPSEL.

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

       FD  CALENDARIO.
       01  CALENDARIO-DATOS-FD.
           03  CALACAD-CLAVE-FD.
               05  CALACAD-FECHA-FD      PIC X(08).
               05  CALACAD-EVENTO-FD     PIC X(02).
           03  FILLER                    PIC X(70).

       FD  STEPSEL
           RECORDING MODE IS F.
       01  STEPSEL-RECORD-FD             PIC  X(40).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM57'.

       77  FS-CALENDARIO                 PIC X(02)  VALUE ' '.
           88 88-FS-CALENDARIO-OK                   VALUE '00'.
           88 88-FS-CALENDARIO-OPT                  VALUE '05'.
           88 88-FS-CALENDARIO-EOF                  VALUE '10'.
           88 88-FS-CALENDARIO-INVKEY               VALUE '21'.
           88 88-FS-CALENDARIO-NOKEY                VALUE '23'.

       77  FS-STEPSEL                    PIC X(02)  VALUE ' '.
           88 88-FS-STEPSEL-OK                      VALUE '00'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.
       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  WS-OPEN-CALENDARIO            PIC X      VALUE 'N'.
           88 88-OPEN-CALENDARIO-SI                 VALUE 'S'.
           88 88-OPEN-CALENDARIO-NO                 VALUE 'N'.

       77  WS-OPEN-STEPSEL               PIC X      VALUE 'N'.
           88 88-OPEN-STEPSEL-SI                    VALUE 'S'.
           88 88-OPEN-STEPSEL-NO                    VALUE 'N'.

       77  WS-OPEN-RUNLOG                PIC X      VALUE 'N'.
           88 88-OPEN-RUNLOG-SI                     VALUE 'S'.
           88 88-OPEN-RUNLOG-NO                     VALUE 'N'.

       77  WS-EVENTOS-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-EVENTOS-TOMADOS            PIC 9(07)  VALUE 0.
       77  WS-PASOS-CORREN               PIC 9(07)  VALUE 0.
       77  WS-PASOS-SALTEADOS            PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-STEPSEL           PIC 9(07)  VALUE 0.

       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

       77  WS-FECHA-HOY                  PIC X(08)  VALUE ' '.

       77  WS-FIN-CALENDARIO             PIC X      VALUE 'N'.
           88  88-FIN-CALENDARIO-SI                 VALUE 'S'.
           88  88-FIN-CALENDARIO-NO                 VALUE 'N'.

      *-------------------------------------------------------------*
      *     PASOS OPCIONALES DEL STREAM Y EL EVENTO QUE LOS         *
      *     DISPARA. UN PASO NUEVO SE AGREGA ACA Y EN EL WRAPPER.   *
      *-------------------------------------------------------------*
       01  WS-PASOS-OPCIONALES.
           03  FILLER                    PIC X(18)  VALUE
                'STEP086 BOPGM11 CL'.
           03  FILLER                    PIC X(18)  VALUE
                'STEP088 BOPGM24 FP'.
           03  FILLER                    PIC X(18)  VALUE
                'STEP089 BOPGM35 CC'.
       01  WS-PASOS-OPCIONALES-R REDEFINES WS-PASOS-OPCIONALES.
           03  WS-PASO-DEF OCCURS 3 TIMES.
               05  WS-PASO-DEF-PASO      PIC X(08).
               05  WS-PASO-DEF-PROGRAMA  PIC X(08).
               05  WS-PASO-DEF-EVENTO    PIC X(02).

       77  WS-CANT-PASOS                 PIC 9(02)  VALUE 3.
       77  WS-SUB-PASO                   PIC 9(02)  VALUE 0.

      *-------------------------------------------------------------*
      *     DECISION DE LA NOCHE POR PASO OPCIONAL                  *
      *-------------------------------------------------------------*
       01  WS-TABLA-DECISION.
           03  WS-TAB-DEC OCCURS 3 TIMES.
               05  WS-TAB-DEC-DECISION    PIC X(01).
               05  WS-TAB-DEC-REFERENCIA  PIC X(10).
               05  WS-TAB-DEC-FECHA       PIC X(08).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WCALACAD.
       COPY WSTEPSEL.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FIN-CALENDARIO-SI.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-FECHA-HOY.

           MOVE 1                        TO WS-SUB-PASO.
           PERFORM UNTIL WS-SUB-PASO > WS-CANT-PASOS
               MOVE 'S'      TO WS-TAB-DEC-DECISION(WS-SUB-PASO)
               MOVE SPACES   TO WS-TAB-DEC-REFERENCIA(WS-SUB-PASO)
                                WS-TAB-DEC-FECHA(WS-SUB-PASO)
               ADD 1                     TO WS-SUB-PASO
           END-PERFORM.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10200-POSICIONO-CALENDARIO.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN I-O     CALENDARIO.

           EVALUATE TRUE
               WHEN 88-FS-CALENDARIO-OK
               WHEN 88-FS-CALENDARIO-OPT
                    SET 88-OPEN-CALENDARIO-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   CALENDARIO'
                    DISPLAY 'FILE STATUS       :' FS-CALENDARIO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT  STEPSEL.

           EVALUATE FS-STEPSEL
               WHEN '00'
                    SET 88-OPEN-STEPSEL-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT STEPSEL'
                    DISPLAY 'FILE STATUS       :' FS-STEPSEL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10200-POSICIONO-CALENDARIO.
      *---------------------------
      *  EL CALENDARIO SE RECORRE EN ORDEN DE FECHA DESDE EL
      *  PRINCIPIO HASTA HOY.
      *---------------------------

           INITIALIZE CALENDARIO-DATOS-FD.
           MOVE LOW-VALUES               TO CALACAD-CLAVE-FD.

           START CALENDARIO KEY >= CALACAD-CLAVE-FD.

           IF  88-FS-CALENDARIO-OK
               PERFORM 11100-READ-CALENDARIO
           ELSE
               SET 88-FIN-CALENDARIO-SI  TO TRUE
           END-IF.

       11100-READ-CALENDARIO.
      *----------------------

           INITIALIZE CALACAD-REGISTRO.

           READ CALENDARIO NEXT RECORD INTO CALACAD-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CALENDARIO-OK
                    IF  CALACAD-FECHA > WS-FECHA-HOY
                        SET 88-FIN-CALENDARIO-SI TO TRUE
                    ELSE
                        ADD 1            TO WS-EVENTOS-LEIDOS
                    END-IF
               WHEN 88-FS-CALENDARIO-EOF
                    SET 88-FIN-CALENDARIO-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-CALENDARIO'
                    DISPLAY 'ERROR EN READ       CALENDARIO'
                    DISPLAY 'FILE STATUS       :' FS-CALENDARIO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------
      *  UN EVENTO VENCIDO SIN PROCESAR (O PROCESADO HOY MISMO)
      *  DISPARA EL PASO OPCIONAL QUE LE CORRESPONDE.
      *-------------

           IF  CALACAD-FECHA-PROCESO = SPACES
           OR  CALACAD-FECHA-PROCESO = WS-FECHA-HOY
               MOVE 1                    TO WS-SUB-PASO
               PERFORM UNTIL WS-SUB-PASO > WS-CANT-PASOS
                   IF  WS-PASO-DEF-EVENTO(WS-SUB-PASO) =
                                             CALACAD-EVENTO
                       PERFORM 21000-TOMO-EVENTO
                   END-IF
                   ADD 1                 TO WS-SUB-PASO
               END-PERFORM
           END-IF.

           PERFORM 11100-READ-CALENDARIO.

       21000-TOMO-EVENTO.
      *------------------

           MOVE 'C'        TO WS-TAB-DEC-DECISION(WS-SUB-PASO).
           MOVE CALACAD-REFERENCIA
                           TO WS-TAB-DEC-REFERENCIA(WS-SUB-PASO).
           MOVE CALACAD-FECHA
                           TO WS-TAB-DEC-FECHA(WS-SUB-PASO).

           MOVE WS-FECHA-HOY             TO CALACAD-FECHA-PROCESO.

           REWRITE CALENDARIO-DATOS-FD   FROM CALACAD-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CALENDARIO-OK
                    ADD 1                TO WS-EVENTOS-TOMADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21000-TOMO-EVENTO'
                    DISPLAY 'ERROR EN REWRITE    CALENDARIO'
                    DISPLAY 'FILE STATUS       :' FS-CALENDARIO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25000-GRABO-DECISIONES.
      *-----------------------
      *  UNA LINEA DE STEPSEL Y UN REGISTRO DE DECISION EN RUNLOG
      *  POR CADA PASO OPCIONAL.
      *-----------------------

           OPEN EXTEND RUNLOG.

           IF  FS-RUNLOG = '00' OR '05'
               SET 88-OPEN-RUNLOG-SI     TO TRUE
           ELSE
               DISPLAY 'AVISO: NO SE PUDO ABRIR RUNLOG - FS: '
                       FS-RUNLOG
           END-IF.

           MOVE 1                        TO WS-SUB-PASO.
           PERFORM UNTIL WS-SUB-PASO > WS-CANT-PASOS
               PERFORM 25100-GRABO-STEPSEL
               IF  88-OPEN-RUNLOG-SI
                   PERFORM 25200-GRABO-RUNLOG-DECISION
               END-IF
               ADD 1                     TO WS-SUB-PASO
           END-PERFORM.

       25100-GRABO-STEPSEL.
      *--------------------

           INITIALIZE STEPSEL-RECORD.
           MOVE WS-PASO-DEF-PASO(WS-SUB-PASO)     TO STEPSEL-PASO.
           MOVE WS-PASO-DEF-PROGRAMA(WS-SUB-PASO)
                                         TO STEPSEL-PROGRAMA.
           MOVE WS-TAB-DEC-DECISION(WS-SUB-PASO)
                                         TO STEPSEL-DECISION.
           MOVE WS-TAB-DEC-REFERENCIA(WS-SUB-PASO)
                                         TO STEPSEL-REFERENCIA.
           MOVE WS-PASO-DEF-EVENTO(WS-SUB-PASO)
                                         TO STEPSEL-EVENTO.
           MOVE WS-TAB-DEC-FECHA(WS-SUB-PASO)
                                         TO STEPSEL-FECHA-EVENTO.

           WRITE STEPSEL-RECORD-FD       FROM STEPSEL-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STEPSEL-OK
                    ADD 1                TO WS-GRABADOS-STEPSEL
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25100-GRABO-STEPSEL'
                    DISPLAY 'ERROR EN WRITE      STEPSEL'
                    DISPLAY 'FILE STATUS       :' FS-STEPSEL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF  88-STEPSEL-CORRE
               ADD 1                     TO WS-PASOS-CORREN
               DISPLAY 'CORRE POR CALENDARIO   : ' STEPSEL-PASO
                       STEPSEL-PROGRAMA ' EVENTO ' STEPSEL-EVENTO
                       ' DEL ' STEPSEL-FECHA-EVENTO
           ELSE
               ADD 1                     TO WS-PASOS-SALTEADOS
               DISPLAY 'SALTEADO POR CALENDARIO: ' STEPSEL-PASO
                       STEPSEL-PROGRAMA
           END-IF.

       25200-GRABO-RUNLOG-DECISION.
      *----------------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           INITIALIZE RUNLOG-RECORD.
           MOVE 'BOPGM57'                TO RUNLOG-PROGRAMA.
           MOVE WS-RUNLOG-TS(1:8)        TO RUNLOG-FECHA.
           MOVE WS-RUNLOG-HORA-INICIO    TO RUNLOG-HORA-INICIO.
           MOVE WS-RUNLOG-TS(9:6)        TO RUNLOG-HORA-FIN.
           MOVE STEPSEL-PASO             TO RUNLOG-CAL-PASO.
           MOVE STEPSEL-PROGRAMA         TO RUNLOG-CAL-PROGRAMA.
           MOVE STEPSEL-DECISION         TO RUNLOG-CAL-DECISION.
           MOVE STEPSEL-EVENTO           TO RUNLOG-CAL-EVENTO.

           WRITE RUNLOG-RECORD-FD        FROM RUNLOG-RECORD.

       29000-GRABO-RUNLOG.
      *-------------------
      *  AGREGA EL REGISTRO DE ESTE PROGRAMA A LA BITACORA COMUN
      *  DE LA CORRIDA (VER WRUNLOG). SI LA BITACORA NO SE PUDO
      *  ABRIR NO SE CANCELA NADA: ES INFORMACION OPERATIVA, NO
      *  PARTE DEL PROCESO.
      *-------------------

           IF  88-OPEN-RUNLOG-SI
               MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-TS
               INITIALIZE RUNLOG-RECORD
               MOVE 'BOPGM57'             TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE WS-EVENTOS-LEIDOS    TO RUNLOG-LEIDOS
               MOVE WS-PASOS-CORREN      TO RUNLOG-GRABADOS
               MOVE 0                    TO RUNLOG-RECHAZADOS
               MOVE WS-RETORNO           TO RUNLOG-RETORNO
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
           END-IF.

       30000-FINALIZO.
      *--------------
      *  EL RETORNO SE DETERMINA ANTES DE GRABAR LA BITACORA,
      *  IGUAL QUE EN BOPGM20.
      *--------------

           IF  WS-EVENTOS-LEIDOS = 0
               MOVE 4                    TO WS-RETORNO
               DISPLAY 'AVISO: CALENDARIO AUSENTE O SIN EVENTOS '
                       'VENCIDOS - NO CORRE NINGUN PASO OPCIONAL'
           END-IF.

           PERFORM 25000-GRABO-DECISIONES.
           PERFORM 29000-GRABO-RUNLOG.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'FECHA DE LA NOCHE :' WS-FECHA-HOY.
           DISPLAY 'EVENTOS VENCIDOS  :' WS-EVENTOS-LEIDOS.
           DISPLAY 'EVENTOS TOMADOS   :' WS-EVENTOS-TOMADOS.
           DISPLAY 'PASOS QUE CORREN  :' WS-PASOS-CORREN.
           DISPLAY 'PASOS SALTEADOS   :' WS-PASOS-SALTEADOS.
           DISPLAY 'CODIGO DE RETORNO :' WS-RETORNO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-CALENDARIO-SI
              SET 88-OPEN-CALENDARIO-NO TO TRUE
              CLOSE CALENDARIO
           END-IF.

           IF 88-OPEN-STEPSEL-SI
              SET 88-OPEN-STEPSEL-NO  TO TRUE
              CLOSE STEPSEL
           END-IF.

           IF 88-OPEN-RUNLOG-SI
              SET 88-OPEN-RUNLOG-NO   TO TRUE
              CLOSE RUNLOG
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
