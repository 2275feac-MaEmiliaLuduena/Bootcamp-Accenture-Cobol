      * (LAS NOTAS PRIMERO) Y EL CORTE DE CONTROL SOBRE LA SALIDA
      * ORDENADA DETECTA CADA INSCRIPCION SIN NOTA ADYACENTE, SIN
      * RE-ESCANEAR EL ARCHIVO COMPLETO POR CADA INSCRIPCION.
      *-----------------------------------------------------------
      * LAS INSCRIPCIONES MARCADAS AUSENTE (INSCRIP-RESULTADO, VER
      * WINSCRIP) NO SE RECLAMAN: EL ALUMNO NO SE PRESENTO Y NO HAY
      * NOTA QUE ESPERAR. SE CUENTAN APARTE EN LOS TOTALES.
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
               05  INSCRIP-FECHA-FD      PIC X(08).
           03  FILLER                    PIC X(18).

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
       77  WS-INSCRIP-LEIDAS             PIC 9(07)  VALUE 0.
       77  WS-INSCRIP-CERRADAS           PIC 9(07)  VALUE 0.
       77  WS-INSCRIP-SIN-NOTA           PIC 9(07)  VALUE 0.
       77  WS-INSCRIP-AUSENTES           PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-INSCRIPSIN        PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
           03  FILLER                    PIC X(10)  VALUE
                                       'SIN NOTA: '.
           03  TRI-SIN-NOTA              PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE
                                       'AUSENTES: '.
           03  TRI-AUSENTES              PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(34)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
                 + INSCRIP-FECHA-EXAMEN-DD.

           IF  WS-FECHA-INSCRIP < WS-FECHA-PROCESO
           AND 88-INSCRIP-AUSENTE
               ADD 1                     TO WS-INSCRIP-CERRADAS
               ADD 1                     TO WS-INSCRIP-AUSENTES
           END-IF.

           IF  WS-FECHA-INSCRIP < WS-FECHA-PROCESO
           AND NOT 88-INSCRIP-AUSENTE
               ADD 1                     TO WS-INSCRIP-CERRADAS
               MOVE INSCRIP-COD-ALUMNO   TO SORT-INS-ALUMNO
               MOVE INSCRIP-COD-MATERIA  TO SORT-INS-MATERIA
           MOVE WS-INSCRIP-LEIDAS        TO TRI-LEIDAS.
           MOVE WS-INSCRIP-CERRADAS      TO TRI-CERRADAS.
           MOVE WS-INSCRIP-SIN-NOTA      TO TRI-SIN-NOTA.
           MOVE WS-INSCRIP-AUSENTES      TO TRI-AUSENTES.

           PERFORM 21200-CONTROL-DE-LINEA.
           MOVE TRL-INSCRIP              TO REG-INSCRIPSIN.
           DISPLAY 'INSCRIP. LEIDAS   :' WS-INSCRIP-LEIDAS.
           DISPLAY 'LLAMADOS CERRADOS :' WS-INSCRIP-CERRADAS.
           DISPLAY 'SIN NOTA          :' WS-INSCRIP-SIN-NOTA.
           DISPLAY 'AUSENTES          :' WS-INSCRIP-AUSENTES.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.
