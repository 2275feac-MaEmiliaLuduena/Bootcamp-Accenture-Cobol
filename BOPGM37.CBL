       77  WS-EXCEPCIONES                PIC 9(07)  VALUE 0.

      *-------------------------------------------------------------*
      *     DATOS DE LAS IMAGENES DEL ASIENTO. LAS IMAGENES SE LEEN *
      *     CON EL REGISTRO DE WSTCALIF (21050-TOMO-IMAGENES), ASI  *
      *     SIGUEN SIEMPRE EL FORMATO VIGENTE DE STCALIF.           *
      *-------------------------------------------------------------*
       77  WS-ANT-ALUMNO                 PIC 9(06)  VALUE 0.
       77  WS-ANT-MATERIA                PIC X(08)  VALUE ' '.
       77  WS-ANT-NOTA                   PIC 9(02)V9(01) VALUE 0.
       77  WS-DES-NOTA                   PIC 9(02)V9(01) VALUE 0.

       77  WS-ACCION-FEED                PIC X(10)  VALUE ' '.
       77  WS-DNI-ED                     PIC 9(08)  VALUE 0.
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WCALJRN.
       COPY WSTCALIF.
       COPY WALUMNOS.
       COPY WMATERIA.

       21000-EMITO-CORRECCION.
      *-----------------------

           PERFORM 21050-TOMO-IMAGENES.

           EVALUATE CALJRN-ACCION
               WHEN 'N'
               PERFORM 21500-GRABO-EXCEPCION
           END-IF.

       21050-TOMO-IMAGENES.
      *--------------------
      *  LAS IMAGENES DEL DIARIO TIENEN EL REGISTRO DE STCALIF Y SE
      *  LEEN A TRAVES DE WSTCALIF. UNA IMAGEN SIN NOTA (LA ANTES DE
      *  UNA ANULACION QUE SOLO GUARDO LA CLAVE, LA DESPUES DE UNA
      *  ANULACION) DEJA LA NOTA EN CERO.
      *--------------------

           MOVE CALJRN-IMAGEN-ANTES      TO STCALIF-RECORD.
           MOVE STCALIF-COD-ESTUDIANTE   TO WS-ANT-ALUMNO.
           MOVE STCALIF-COD-MATERIA      TO WS-ANT-MATERIA.
           MOVE 0                        TO WS-ANT-NOTA.
           IF  STCALIF-NOTA IS NUMERIC
               MOVE STCALIF-NOTA         TO WS-ANT-NOTA
           END-IF.

           MOVE CALJRN-IMAGEN-DESPUES    TO STCALIF-RECORD.
           MOVE 0                        TO WS-DES-NOTA.
           IF  STCALIF-NOTA IS NUMERIC
               MOVE STCALIF-NOTA         TO WS-DES-NOTA
           END-IF.

       21100-RESUELVO-DNI.
      *-------------------
      *  EL LMS NO CONOCE LEGAJOS: EL LEGAJO DE LA IMAGEN SE
