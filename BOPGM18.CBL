      *   MATINVAL  MATERIA INEXISTENTE EN EL MAESTRO
      *   NOTAINVAL NOTA NO NUMERICA O FUERA DE 0-99.9
      *   FECHAINV  FECHA NO NUMERICA
      *-----------------------------------------------------------
      * UN SEXTO CAMPO OPCIONAL IDENTIFICA EL COMPONENTE DE LA
      * CURSADA (DNI,MATERIA,NOTA,FECHA,INTENTO,COMPONENTE; EJ.
      * P1, P2, TP SEGUN EL ESQUEMA ESQEVAL). UNA LINEA CON
      * COMPONENTE ES UN PARCIAL, NO UN EXAMEN FINAL: NO VA A
      * STCALIFNEW SINO A NOTASPARC (VER WNOTAPAR), DE DONDE
      * BOPGM53 CALCULA LA NOTA DE CURSADA Y LA PROMOCION.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIF-NEW.

           SELECT NOTASPARC        ASSIGN       TO
                                   'NOTASPARC'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-NOTASPARC.

           SELECT LMSREJ           ASSIGN       TO
                                   'LMSREJ'
                                   ORGANIZATION IS SEQUENTIAL
           RECORDING MODE IS F.
       01  REG-STCALIF-NEW-FD            PIC  X(80).

       FD  NOTASPARC
           RECORDING MODE IS F.
       01  REG-NOTASPARC-FD              PIC  X(40).

       FD  LMSREJ
           RECORDING MODE IS F.
       01  REG-LMSREJ-FD                 PIC  X(110).
       77  FS-STCALIF-NEW                PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-NEW-OK                  VALUE '00'.

       77  FS-NOTASPARC                  PIC  X(02) VALUE ' '.
           88 88-FS-NOTASPARC-OK                    VALUE '00'.

       77  FS-LMSREJ                     PIC  X(02) VALUE ' '.
           88 88-FS-LMSREJ-OK                       VALUE '00'.

           88 88-OPEN-STCALIF-NEW-SI                VALUE 'S'.
           88 88-OPEN-STCALIF-NEW-NO                VALUE 'N'.

       77  WS-OPEN-NOTASPARC             PIC X      VALUE 'N'.
           88 88-OPEN-NOTASPARC-SI                  VALUE 'S'.
           88 88-OPEN-NOTASPARC-NO                  VALUE 'N'.

       77  WS-OPEN-LMSREJ                PIC X      VALUE 'N'.
           88 88-OPEN-LMSREJ-SI                     VALUE 'S'.
           88 88-OPEN-LMSREJ-NO                     VALUE 'N'.

       77  WS-LINEAS-LEIDAS              PIC 9(09)  VALUE 0.
       77  WS-GRABADOS-NEW               PIC 9(09)  VALUE 0.
       77  WS-GRABADOS-PARCIALES         PIC 9(09)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.

       77  REG-LMSNOTAS                  PIC X(100).
           03  WS-LMS-NOTA               PIC X(06).
           03  WS-LMS-FECHA              PIC X(10).
           03  WS-LMS-INTENTO            PIC X(02).
           03  WS-LMS-COMPONENTE         PIC X(04).

       01  WS-NOTA-PARTES.
           03  WS-NOTA-ENTERA            PIC X(02).
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WSTCALIF.
       COPY WNOTAPAR.
       COPY WALUMNOS.
       COPY WMATERIA.

           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT NOTASPARC.

           EVALUATE FS-NOTASPARC
               WHEN '00'
                    SET 88-OPEN-NOTASPARC-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT NOTASPARC'
                    DISPLAY 'FILE STATUS       :' FS-NOTASPARC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT LMSREJ.

           EVALUATE FS-LMSREJ
           END-IF.

           IF  88-LINEA-VALIDA-SI
               IF  WS-LMS-COMPONENTE = SPACES
                   PERFORM 24000-GRABO-STCALIF
               ELSE
                   PERFORM 24100-GRABO-NOTASPARC
               END-IF
           ELSE
               PERFORM 25000-GRABO-RECHAZO
           END-IF.
                    WS-LMS-NOTA
                    WS-LMS-FECHA
                    WS-LMS-INTENTO
                    WS-LMS-COMPONENTE
           END-UNSTRING.

      *  DNI: NUMERICO OBLIGATORIO.
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       24100-GRABO-NOTASPARC.
      *----------------------
      *  NOTA DE UN COMPONENTE DE LA CURSADA (PARCIAL, TP): LA
      *  TOMA BOPGM53 PARA CALCULAR LA NOTA PONDERADA. EL INTENTO
      *  NO APLICA: UN RECUPERATORIO SE DISTINGUE POR LA FECHA.
      *----------------------

           INITIALIZE NOTAPAR-REGISTRO.

           MOVE ALU-CODIGO               TO NOTAPAR-COD-ALUMNO.
           MOVE WS-LMS-MATERIA           TO NOTAPAR-COD-MATERIA.
           MOVE WS-LMS-COMPONENTE        TO NOTAPAR-COMPONENTE.
           MOVE WS-NOTA-ARMADA           TO NOTAPAR-NOTA.
           MOVE WS-FECHA-PARTES          TO NOTAPAR-FECHA.

           WRITE REG-NOTASPARC-FD FROM NOTAPAR-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-NOTASPARC-OK
                    ADD 1                TO WS-GRABADOS-PARCIALES
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 24100-GRABO-NOTASPARC'
                    DISPLAY 'ERROR EN WRITE      NOTASPARC'
                    DISPLAY 'FILE STATUS       :' FS-NOTASPARC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25000-GRABO-RECHAZO.
      *--------------------

           DISPLAY '*******************************************'
           DISPLAY '* LINEAS LEIDAS (LMSNOTAS)  :' WS-LINEAS-LEIDAS
           DISPLAY '* STCALIF GENERADOS         :' WS-GRABADOS-NEW
           DISPLAY '* NOTAS PARCIALES GENERADAS :' WS-GRABADOS-PARCIALES
           DISPLAY '* LINEAS RECHAZADAS         :' WS-RECHAZADAS
           DISPLAY '*******************************************'
           DISPLAY ' '.
              CLOSE STCALIF-NEW
           END-IF.

           IF 88-OPEN-NOTASPARC-SI
              SET 88-OPEN-NOTASPARC-NO TO TRUE
              CLOSE NOTASPARC
           END-IF.

           IF 88-OPEN-LMSREJ-SI
              SET 88-OPEN-LMSREJ-NO   TO TRUE
              CLOSE LMSREJ
