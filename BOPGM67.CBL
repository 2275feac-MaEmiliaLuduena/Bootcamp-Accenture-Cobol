       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM67.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA MANEJA LOS CERROJOS DE LOS MAESTROS (VER
      * WCERROJO) EN NOMBRE DEL GRUPO DE PASOS DE REPORTE QUE LA
      * NOCTURNA CORRE EN PARALELO DESPUES DE BOPGM12 (VER LA
      * TABLA DE DEPENDENCIAS STEPDEP Y run_grades.sh). ES EL
      * MISMO ESQUEMA DEL MODO PARTICIONADO (BOPGM46/BOPGM47):
      * LOS PASOS DEL GRUPO USAN ARCHIVOS DE CERROJOS PROPIOS
      * PARA NO RECHAZARSE ENTRE SI (TODOS SOLO LEEN LOS
      * MAESTROS) Y ES ESTE PROGRAMA EL QUE MANTIENE AFUERA A UN
      * MANTENIMIENTO CONCURRENTE MIENTRAS EL GRUPO CORRE.
      *-----------------------------------------------------------
      * LA ACCION VIENE DE GRUPOCFG (VER WGRUPCFG):
      *   'T' TOMA ALUMNOS, MATERIAS E INSTITUTOS. SI ALGUNO LO
      *       TIENE OTRO PROCESO SE INFORMA QUIEN, SE DEVUELVEN
      *       LOS YA TOMADOS Y SE TERMINA CON RC=8. UN CERROJO QUE
      *       YA TIENE BOPGM67 (GRUPO DE UNA CORRIDA CAIDA QUE SE
      *       VUELVE A LANZAR COMPLETA) SE REUSA.
      *   'L' LIBERA SOLO LOS CERROJOS QUE TIENE BOPGM67: UNO
      *       TOMADO POR OTRO PROGRAMA NO SE TOCA.
      * SIN GRUPOCFG, O CON UNA ACCION DESCONOCIDA, RC=16.
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

           SELECT OPTIONAL GRUPOCFG ASSIGN      TO
                                   'GRUPOCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-GRUPOCFG.

      *----------------------------------------------------------
      *  CERROJOS DE LOS MAESTROS (VER WCERROJO). SE TOMAN Y SE
      *  LIBERAN EN NOMBRE DE TODO EL GRUPO PARALELO.
      *----------------------------------------------------------
           SELECT OPTIONAL CERROJOS ASSIGN      TO
                                   'CERROJOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS CERROJO-RECURSO-FD
                                   FILE STATUS  IS FS-CERROJOS.


      *----------------------------------------------------------
      *  BITACORA COMUN DE LA CORRIDA (VER WRUNLOG). SE ABRE EN
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

       FD  GRUPOCFG
           RECORDING MODE IS F.
       01  GRUPOCFG-RECORD-FD            PIC  X(30).

       FD  CERROJOS.
       01  CERROJOS-DATOS-FD.
           03  CERROJO-RECURSO-FD        PIC X(10).
           03  FILLER                    PIC X(30).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM67'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  FS-GRUPOCFG                   PIC  X(02) VALUE ' '.
           88 88-FS-GRUPOCFG-OK                     VALUE '00'.
           88 88-FS-GRUPOCFG-EOF                    VALUE '10'.

       77  FS-CERROJOS                   PIC X(02)  VALUE ' '.
           88 88-FS-CERROJOS-OK                     VALUE '00'.
           88 88-FS-CERROJOS-OPT                    VALUE '05'.
           88 88-FS-CERROJOS-NOKEY                  VALUE '23'.
           88 88-FS-CERROJOS-DUPKEY                 VALUE '22'.

       77  WS-CERROJO-TS                 PIC X(21)  VALUE ' '.

      *-------------------------------------------------------------*
      *     MAESTROS QUE LOS PASOS DEL GRUPO TOMAN EN USO EXCLUSIVO *
      *     CUANDO CORREN SOLOS (BOPGM02, BOPGM03, BOPGM04 Y        *
      *     BOPGM05): EL GRUPO LOS TOMA UNA SOLA VEZ POR TODOS.     *
      *-------------------------------------------------------------*
       01  WS-CERROJOS-USADOS.
           03  WS-CER-ENTRADA OCCURS 3 TIMES
                          INDEXED BY WS-IDX-CER.
               05  WS-CER-NOMBRE          PIC X(10).
               05  WS-CER-TOMADO          PIC X(01).

       01  WS-CERROJOS-INICIAL REDEFINES WS-CERROJOS-USADOS.
           03  FILLER.
               05  FILLER                 PIC X(10)
                   VALUE 'ALUMNOS'.
               05  FILLER                 PIC X(01) VALUE 'N'.
               05  FILLER                 PIC X(10)
                   VALUE 'MATERIAS'.
               05  FILLER                 PIC X(01) VALUE 'N'.
               05  FILLER                 PIC X(10)
                   VALUE 'INSTITUTOS'.
               05  FILLER                 PIC X(01) VALUE 'N'.

       77  WS-OPEN-CERROJOS              PIC X      VALUE 'N'.
           88 88-OPEN-CERROJOS-SI                   VALUE 'S'.
           88 88-OPEN-CERROJOS-NO                   VALUE 'N'.

       77  WS-CERROJOS-PROCESADOS        PIC 9(09)  VALUE 0.
       77  WS-CERROJOS-REUSADOS          PIC 9(09)  VALUE 0.
       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WGRUPCFG.
       COPY WCERROJO.

       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           PERFORM 10150-LEO-GRUPOCFG.
           PERFORM 10100-ABRO-ARCHIVOS.

       10150-LEO-GRUPOCFG.
      *-------------------

           INITIALIZE GRUPOCFG-RECORD.

           OPEN INPUT GRUPOCFG.

           IF  88-FS-GRUPOCFG-OK
               READ GRUPOCFG INTO GRUPOCFG-RECORD
               CLOSE GRUPOCFG
           END-IF.

           IF  NOT 88-GRUPOCFG-TOMA
           AND NOT 88-GRUPOCFG-LIBERA
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10150-LEO-GRUPOCFG'
               DISPLAY 'ACCION INVALIDA   :' GRUPOCFG-ACCION
               DISPLAY 'FILE STATUS       :' FS-GRUPOCFG
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN I-O CERROJOS.

           IF  88-FS-CERROJOS-OK
           OR  88-FS-CERROJOS-OPT
               SET 88-OPEN-CERROJOS-SI   TO TRUE
           ELSE
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
               DISPLAY 'ERROR EN OPEN I-O   CERROJOS'
               DISPLAY 'FILE STATUS       :' FS-CERROJOS
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

       20000-PROCESO.
      *-------------

           SET  WS-IDX-CER               TO 1.

           IF  88-GRUPOCFG-TOMA
               PERFORM UNTIL WS-IDX-CER > 3
                   PERFORM 21000-TOMO-UN-CERROJO
                   SET WS-IDX-CER        UP BY 1
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-IDX-CER > 3
                   PERFORM 22000-LIBERO-UN-CERROJO
                   SET WS-IDX-CER        UP BY 1
               END-PERFORM
           END-IF.

       21000-TOMO-UN-CERROJO.
      *----------------------

           INITIALIZE CERROJOS-DATOS-FD CERROJO-REGISTRO.
           MOVE WS-CER-NOMBRE(WS-IDX-CER) TO CERROJO-RECURSO-FD.

           READ CERROJOS INTO CERROJO-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CERROJOS-OK
                AND CERROJO-PROGRAMA = 'BOPGM67 '
                    DISPLAY 'AVISO: CERROJO '
                            WS-CER-NOMBRE(WS-IDX-CER)
                            ' YA TOMADO POR EL GRUPO DESDE '
                            CERROJO-FECHA ' ' CERROJO-HORA
                            ' - SE REUSA'
                    ADD 1                TO WS-CERROJOS-REUSADOS
                    ADD 1                TO WS-CERROJOS-PROCESADOS
               WHEN 88-FS-CERROJOS-OK
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'MAESTRO EN USO    :'
                            WS-CER-NOMBRE(WS-IDX-CER)
                    DISPLAY 'TOMADO POR        :' CERROJO-PROGRAMA
                    DISPLAY 'DESDE             :' CERROJO-FECHA
                            ' ' CERROJO-HORA
                    DISPLAY 'SE CANCELA: REINTENTAR CUANDO EL OTRO'
                    DISPLAY 'PROCESO TERMINE (O LIBERAR CON MNTLOCK'
                    DISPLAY 'SI QUEDO COLGADO DE UNA CAIDA).'
                    DISPLAY '--------------------------------'
                    PERFORM 21900-DEVUELVO-TOMADOS
                    MOVE 8               TO WS-RETORNO
                    PERFORM 29000-GRABO-RUNLOG
                    PERFORM 31000-CIERRO-ARCHIVOS
                    MOVE 8               TO RETURN-CODE
                    STOP RUN
               WHEN 88-FS-CERROJOS-NOKEY
                    MOVE FUNCTION CURRENT-DATE TO WS-CERROJO-TS
                    INITIALIZE CERROJO-REGISTRO
                    MOVE WS-CER-NOMBRE(WS-IDX-CER)
                                         TO CERROJO-RECURSO
                    MOVE 'BOPGM67 '        TO CERROJO-PROGRAMA
                    MOVE WS-CERROJO-TS(1:8) TO CERROJO-FECHA
                    MOVE WS-CERROJO-TS(9:6) TO CERROJO-HORA
                    WRITE CERROJOS-DATOS-FD FROM CERROJO-REGISTRO
                    IF  88-FS-CERROJOS-OK
                        MOVE 'S' TO WS-CER-TOMADO(WS-IDX-CER)
                        ADD 1            TO WS-CERROJOS-PROCESADOS
                    ELSE
                        DISPLAY 'ERROR AL TOMAR CERROJO '
                                WS-CER-NOMBRE(WS-IDX-CER)
                                ' FS: ' FS-CERROJOS
                        PERFORM 21900-DEVUELVO-TOMADOS
                        MOVE 8           TO WS-RETORNO
                        PERFORM 29000-GRABO-RUNLOG
                        PERFORM 31000-CIERRO-ARCHIVOS
                        MOVE 8           TO RETURN-CODE
                        STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CERROJOS - FS: '
                            FS-CERROJOS
                    PERFORM 21900-DEVUELVO-TOMADOS
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21900-DEVUELVO-TOMADOS.
      *-----------------------
      *  SI EL GRUPO NO PUDO TOMAR TODOS SUS CERROJOS, DEVUELVE
      *  LOS QUE TOMO EN ESTA EJECUCION: NO SE DEJA A UN
      *  MANTENIMIENTO AFUERA POR UN GRUPO QUE NO VA A CORRER.
      *-----------------------

           SET  WS-IDX-CER               TO 1.
           PERFORM UNTIL WS-IDX-CER > 3
               IF  WS-CER-TOMADO(WS-IDX-CER) = 'S'
                   MOVE WS-CER-NOMBRE(WS-IDX-CER)
                                         TO CERROJO-RECURSO-FD
                   DELETE CERROJOS
                   MOVE 'N'              TO WS-CER-TOMADO(WS-IDX-CER)
               END-IF
               SET WS-IDX-CER            UP BY 1
           END-PERFORM.

       22000-LIBERO-UN-CERROJO.
      *------------------------

           INITIALIZE CERROJOS-DATOS-FD CERROJO-REGISTRO.
           MOVE WS-CER-NOMBRE(WS-IDX-CER) TO CERROJO-RECURSO-FD.

           READ CERROJOS INTO CERROJO-REGISTRO.

           IF  88-FS-CERROJOS-OK
           AND CERROJO-PROGRAMA = 'BOPGM67 '
               DELETE CERROJOS
               IF  88-FS-CERROJOS-OK
                   ADD 1                 TO WS-CERROJOS-PROCESADOS
               ELSE
                   DISPLAY 'AVISO: NO SE PUDO LIBERAR EL CERROJO '
                           WS-CER-NOMBRE(WS-IDX-CER)
                           ' FS: ' FS-CERROJOS
                   MOVE 4                TO WS-RETORNO
               END-IF
           END-IF.

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
               MOVE 'BOPGM67'              TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE 3                    TO RUNLOG-LEIDOS
               MOVE WS-CERROJOS-PROCESADOS TO RUNLOG-GRABADOS
               MOVE ZEROES               TO RUNLOG-RECHAZADOS
               MOVE WS-RETORNO           TO RUNLOG-RETORNO
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
           DISPLAY 'ACCION            :' GRUPOCFG-ACCION.
           DISPLAY 'CERROJOS PROCES.  :' WS-CERROJOS-PROCESADOS.
           DISPLAY 'CERROJOS REUSADOS :' WS-CERROJOS-REUSADOS.
           DISPLAY 'RETORNO           :' WS-RETORNO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE WS-RETORNO               TO RETURN-CODE.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-CERROJOS-SI
              SET 88-OPEN-CERROJOS-NO TO TRUE
              CLOSE CERROJOS
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
