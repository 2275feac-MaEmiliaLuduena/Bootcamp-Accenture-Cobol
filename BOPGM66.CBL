       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM66.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA ES LA PAGINA DE ANTIGUEDAD DE LA COLA DE
      * RECTIFICACIONES DE CALIFICACIONES (RECTPEND, VER
      * WRECTPEN), EN EL ESTILO DE BOPGM42: LISTA LAS
      * RECTIFICACIONES QUE TODAVIA NO LLEGARON A STCALIF (LAS
      * PENDIENTES DE APROBACION Y LAS APROBADAS QUE MNTCALIF AUN
      * NO APLICO) CON LOS DIAS QUE LLEVAN DESDE LA SOLICITUD, SU
      * SOLICITANTE Y SU DOCUMENTO DE RESPALDO, Y LAS AGRUPA POR
      * TRAMO DE ANTIGUEDAD (HASTA 7 DIAS, 8 A 15, 16 A 30 Y MAS
      * DE 30). AL PIE RESUME LA COLA COMPLETA POR ESTADO.
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

           SELECT RECTPEND         ASSIGN       TO
                                   'RECTPEND'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS RECTPEND-CLAVE-FD
                                   FILE STATUS  IS FS-RECTPEND.

           SELECT RECTANTIG        ASSIGN       TO
                                   'RECTANTIG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-RECTANTIG.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  RECTPEND.
       01  RECTPEND-DATOS-FD.
           03  RECTPEND-CLAVE-FD.
               05  RECTPEND-NUMERO-FD    PIC 9(06).
           03  FILLER                    PIC X(174).

       FD  RECTANTIG
           RECORDING MODE IS F.
       01  REG-RECTANTIG-FD              PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM66'.

       77  FS-RECTPEND                   PIC X(02)  VALUE ' '.
           88 88-FS-RECTPEND-OK                     VALUE '00'.
           88 88-FS-RECTPEND-EOF                    VALUE '10'.

       77  FS-RECTANTIG                  PIC  X(02) VALUE ' '.
           88 88-FS-RECTANTIG-OK                    VALUE '00'.

       77  WS-OPEN-RECTPEND              PIC X      VALUE 'N'.
           88 88-OPEN-RECTPEND-SI                   VALUE 'S'.
           88 88-OPEN-RECTPEND-NO                   VALUE 'N'.

       77  WS-OPEN-RECTANTIG             PIC X      VALUE 'N'.
           88 88-OPEN-RECTANTIG-SI                  VALUE 'S'.
           88 88-OPEN-RECTANTIG-NO                  VALUE 'N'.

       77  WS-RECT-LEIDAS                PIC 9(07)  VALUE 0.
       77  WS-PENDIENTES                 PIC 9(07)  VALUE 0.
       77  WS-APROBADAS                  PIC 9(07)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.
       77  WS-APLICADAS                  PIC 9(07)  VALUE 0.
       77  WS-FALLIDAS                   PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-RECTANTIG         PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     TRAMOS DE ANTIGUEDAD DE LAS RECTIFICACIONES LISTADAS    *
      *-------------------------------------------------------------*
       77  WS-TRAMO-HASTA-7              PIC 9(07)  VALUE 0.
       77  WS-TRAMO-HASTA-15             PIC 9(07)  VALUE 0.
       77  WS-TRAMO-HASTA-30             PIC 9(07)  VALUE 0.
       77  WS-TRAMO-MAS-30               PIC 9(07)  VALUE 0.

       77  WS-DIAS-HOY                   PIC 9(07)  VALUE 0.
       77  WS-DIAS-SOLICITUD             PIC 9(07)  VALUE 0.
       77  WS-DIAS-EN-COLA               PIC 9(05)  VALUE 0.
       77  WS-FECHA-SOL-NUM              PIC 9(08)  VALUE 0.

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

       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE.
           03 WS-CURRENT-FECHA-NUM       PIC 9(08).
           03 FILLER                     PIC X(08).

       77  REG-RECTANTIG                 PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-RP01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM66'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(44)  VALUE
                'RECTIFICACIONES DE NOTAS - ANTIGUEDAD'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITRP01-FECHA.
               05  TITRP01-FECHA-DD      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITRP01-FECHA-MM      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITRP01-FECHA-AAAA    PIC 9(04)  VALUE 0.

       01  TIT-RP02.
           03  FILLER                    PIC X(06)  VALUE 'NUMERO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(03)  VALUE 'ACC'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'ALUMNO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'MATERIA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'SOLICITA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'DOCUMENTO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'SOLICITADO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE 'DIAS'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'ESTADO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'APROBO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'TRAMO'.
           03  FILLER                    PIC X(39)  VALUE ' '.

       01  DET-RECT.
           03  DR-NUMERO                 PIC 9(06).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DR-ACCION                 PIC X(01).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DR-ALUMNO                 PIC 9(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-MATERIA                PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-SOLICITANTE            PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-DOCUMENTO              PIC X(10).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-FECHA.
               05  DR-FECHA-DD           PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DR-FECHA-MM           PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DR-FECHA-AAAA         PIC X(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-DIAS                   PIC ZZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-ESTADO                 PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-APROBADOR              PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DR-TRAMO                  PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(39)  VALUE ' '.

       01  TRL-TRAMOS.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(14)  VALUE
                'HASTA 7 DIAS: '.
           03  TRT-HASTA-7               PIC ZZZZZZ9.
           03  FILLER                    PIC X(12)  VALUE
                '  8 A 15:   '.
           03  TRT-HASTA-15              PIC ZZZZZZ9.
           03  FILLER                    PIC X(12)  VALUE
                '  16 A 30:  '.
           03  TRT-HASTA-30              PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  MAS DE 30:  '.
           03  TRT-MAS-30                PIC ZZZZZZ9.
           03  FILLER                    PIC X(51)  VALUE ' '.

       01  TRL-RECT.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE
                'PENDIENTES: '.
           03  TRR-PENDIENTES            PIC ZZZZZZ9.
           03  FILLER                    PIC X(13)  VALUE
                '  APROBADAS: '.
           03  TRR-APROBADAS             PIC ZZZZZZ9.
           03  FILLER                    PIC X(13)  VALUE
                '  APLICADAS: '.
           03  TRR-APLICADAS             PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  RECHAZADAS: '.
           03  TRR-RECHAZADAS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(12)  VALUE
                '  FALLIDAS: '.
           03  TRR-FALLIDAS              PIC ZZZZZZ9.
           03  FILLER                    PIC X(32)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WRECTPEN.
       COPY WCALTRAN.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-RECTPEND-EOF.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-ARCHIVOS.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-FECHA-NUM).

           SET 88-SALTO-HOJA-SI          TO TRUE.
           PERFORM 25200-IMPRIMO-TITULOS.

           PERFORM 11100-READ-RECTPEND.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT RECTPEND.

           EVALUATE FS-RECTPEND
               WHEN '00'
                    SET 88-OPEN-RECTPEND-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT RECTANTIG.

           EVALUATE FS-RECTANTIG
               WHEN '00'
                    SET 88-OPEN-RECTANTIG-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT RECTANTIG'
                    DISPLAY 'FILE STATUS       :' FS-RECTANTIG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11100-READ-RECTPEND.
      *--------------------

           INITIALIZE RECTPEND-REGISTRO.

           READ RECTPEND INTO RECTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
                    ADD 1              TO WS-RECT-LEIDAS
               WHEN 88-FS-RECTPEND-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-RECTPEND'
                    DISPLAY 'ERROR EN READ       RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           EVALUATE TRUE
               WHEN 88-RECTPEND-PENDIENTE
                    ADD 1                TO WS-PENDIENTES
                    MOVE 'PENDIENTE'     TO DR-ESTADO
                    PERFORM 21000-IMPRIMO-RECTIFICACION
               WHEN 88-RECTPEND-APROBADA
                    ADD 1                TO WS-APROBADAS
                    MOVE 'APROBADA'      TO DR-ESTADO
                    PERFORM 21000-IMPRIMO-RECTIFICACION
               WHEN 88-RECTPEND-RECHAZADA
                    ADD 1                TO WS-RECHAZADAS
               WHEN 88-RECTPEND-APLICADA
                    ADD 1                TO WS-APLICADAS
               WHEN 88-RECTPEND-FALLIDA
                    ADD 1                TO WS-FALLIDAS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           PERFORM 11100-READ-RECTPEND.

       21000-IMPRIMO-RECTIFICACION.
      *----------------------------

           PERFORM 21100-CALCULO-DIAS-EN-COLA.

           MOVE RECTPEND-TRANSACCION     TO CALTRAN-RECORD.

           MOVE RECTPEND-NUMERO          TO DR-NUMERO.
           MOVE CALTRAN-ACCION           TO DR-ACCION.
           MOVE CALTRAN-COD-ALUMNO       TO DR-ALUMNO.
           MOVE CALTRAN-COD-MATERIA      TO DR-MATERIA.
           MOVE RECTPEND-SOLICITANTE     TO DR-SOLICITANTE.
           MOVE RECTPEND-DOCUMENTO       TO DR-DOCUMENTO.
           MOVE RECTPEND-FECHA-SOLICITUD(7:2) TO DR-FECHA-DD.
           MOVE RECTPEND-FECHA-SOLICITUD(5:2) TO DR-FECHA-MM.
           MOVE RECTPEND-FECHA-SOLICITUD(1:4) TO DR-FECHA-AAAA.
           MOVE WS-DIAS-EN-COLA          TO DR-DIAS.
           MOVE RECTPEND-APROBADOR       TO DR-APROBADOR.

           EVALUATE TRUE
               WHEN WS-DIAS-EN-COLA NOT > 7
                    MOVE 'HASTA 7'       TO DR-TRAMO
                    ADD 1                TO WS-TRAMO-HASTA-7
               WHEN WS-DIAS-EN-COLA NOT > 15
                    MOVE '8 A 15'        TO DR-TRAMO
                    ADD 1                TO WS-TRAMO-HASTA-15
               WHEN WS-DIAS-EN-COLA NOT > 30
                    MOVE '16 A 30'       TO DR-TRAMO
                    ADD 1                TO WS-TRAMO-HASTA-30
               WHEN OTHER
                    MOVE '*MAS DE 30'    TO DR-TRAMO
                    ADD 1                TO WS-TRAMO-MAS-30
           END-EVALUATE.

           PERFORM 25150-CONTROL-DE-LINEA.

           MOVE DET-RECT                 TO REG-RECTANTIG.
           PERFORM 25300-ESCRIBO-RECTANTIG.

       21100-CALCULO-DIAS-EN-COLA.
      *---------------------------

           MOVE 0                        TO WS-DIAS-EN-COLA.

           IF  RECTPEND-FECHA-SOLICITUD IS NUMERIC
               MOVE RECTPEND-FECHA-SOLICITUD
                                         TO WS-FECHA-SOL-NUM
               COMPUTE WS-DIAS-SOLICITUD =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-SOL-NUM)
                   ON SIZE ERROR
                       MOVE 0            TO WS-DIAS-SOLICITUD
               END-COMPUTE
               IF  WS-DIAS-SOLICITUD > 0
               AND WS-DIAS-HOY > WS-DIAS-SOLICITUD
                   COMPUTE WS-DIAS-EN-COLA =
                           WS-DIAS-HOY - WS-DIAS-SOLICITUD
               END-IF
           END-IF.

       25150-CONTROL-DE-LINEA.
      *------------------------

           IF  WS-LINEA > WS-LINEAS-MAX
               SET 88-SALTO-HOJA-SI      TO TRUE
               PERFORM 25200-IMPRIMO-TITULOS
           END-IF.

       25200-IMPRIMO-TITULOS.
      *-----------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DD       TO TITRP01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITRP01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITRP01-FECHA-AAAA.

           ADD  1 TO WS-PAGINA.

           MOVE  TIT-RP01 TO REG-RECTANTIG.
           PERFORM 25300-ESCRIBO-RECTANTIG.
           MOVE  TIT-RP02 TO REG-RECTANTIG.
           PERFORM 25300-ESCRIBO-RECTANTIG.

           MOVE 3 TO WS-LINEA.

       25300-ESCRIBO-RECTANTIG.
      *------------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-RECTANTIG-FD FROM REG-RECTANTIG AFTER PAGE
           ELSE
              WRITE REG-RECTANTIG-FD FROM REG-RECTANTIG AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-RECTANTIG-OK
                   ADD 1              TO  WS-GRABADOS-RECTANTIG
                   ADD 1              TO  WS-LINEA
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 25300-ESCRIBO-RECTANTIG'
                   DISPLAY 'ERROR EN ESCRIBO    RECTANTIG'
                   DISPLAY 'FILE STATUS       :' FS-RECTANTIG
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           MOVE WS-TRAMO-HASTA-7         TO TRT-HASTA-7.
           MOVE WS-TRAMO-HASTA-15        TO TRT-HASTA-15.
           MOVE WS-TRAMO-HASTA-30        TO TRT-HASTA-30.
           MOVE WS-TRAMO-MAS-30          TO TRT-MAS-30.

           MOVE WS-PENDIENTES            TO TRR-PENDIENTES.
           MOVE WS-APROBADAS             TO TRR-APROBADAS.
           MOVE WS-APLICADAS             TO TRR-APLICADAS.
           MOVE WS-RECHAZADAS            TO TRR-RECHAZADAS.
           MOVE WS-FALLIDAS              TO TRR-FALLIDAS.

           MOVE SPACES                   TO REG-RECTANTIG.
           PERFORM 25300-ESCRIBO-RECTANTIG.
           MOVE TRL-TRAMOS               TO REG-RECTANTIG.
           PERFORM 25300-ESCRIBO-RECTANTIG.
           MOVE TRL-RECT                 TO REG-RECTANTIG.
           PERFORM 25300-ESCRIBO-RECTANTIG.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'RECTIF. LEIDAS    :' WS-RECT-LEIDAS.
           DISPLAY 'PENDIENTES        :' WS-PENDIENTES.
           DISPLAY 'APROBADAS S/APLIC.:' WS-APROBADAS.
           DISPLAY 'MAS DE 30 DIAS    :' WS-TRAMO-MAS-30.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-RECTPEND-SI
              SET 88-OPEN-RECTPEND-NO  TO TRUE
              CLOSE RECTPEND
           END-IF.

           IF 88-OPEN-RECTANTIG-SI
              SET 88-OPEN-RECTANTIG-NO TO TRUE
              CLOSE RECTANTIG
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
