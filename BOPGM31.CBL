      * EN EL TOPE DE INTENCFG O MAS, CON APROBADA = 'N'), PARA
      * QUE SECRETARIA EXIJA LA RECURSADA ANTES DE ACEPTAR OTRA
      * INSCRIPCION.
      *-----------------------------------------------------------
      * CON INTENCFG-AUSENTES-POR-INTENTO MAYOR QUE CERO, LOS
      * AUSENTES DEL PAR (ESTADOACAD-CANT-AUSENTES) SUMAN UN
      * INTENTO POR CADA TANTOS DE ELLOS, IGUAL QUE EN BOPGM01.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
           88 88-OPEN-RECURSADA-NO                  VALUE 'N'.

       77  WS-MAX-INTENTOS               PIC 9(02)  VALUE 03.
       77  WS-AUSENTES-POR-INTENTO       PIC 9(02)  VALUE 0.
       77  WS-INTENTOS-EFECTIVOS         PIC 9(04)  VALUE 0.

       77  WS-ESTADO-LEIDOS              PIC 9(09)  VALUE 0.
       77  WS-AGOTADOS                   PIC 9(07)  VALUE 0.
                   MOVE INTENCFG-MAX-INTENTOS
                                         TO WS-MAX-INTENTOS
               END-IF
               IF  88-FS-INTENCFG-OK
               AND INTENCFG-AUSENTES-POR-INTENTO IS NUMERIC
                   MOVE INTENCFG-AUSENTES-POR-INTENTO
                                         TO WS-AUSENTES-POR-INTENTO
               END-IF
               CLOSE INTENCFG
           END-IF.

       20000-PROCESO.
      *-------------

           MOVE ESTADOACAD-CANT-INTENTOS TO WS-INTENTOS-EFECTIVOS.

           IF  WS-AUSENTES-POR-INTENTO > 0
           AND ESTADOACAD-CANT-AUSENTES IS NUMERIC
               COMPUTE WS-INTENTOS-EFECTIVOS =
                       WS-INTENTOS-EFECTIVOS +
                       ESTADOACAD-CANT-AUSENTES /
                       WS-AUSENTES-POR-INTENTO
           END-IF.

           IF  88-ESTADOACAD-APROBADA-NO
           AND WS-INTENTOS-EFECTIVOS >= WS-MAX-INTENTOS
               PERFORM 21000-IMPRIMO-AGOTADO
           END-IF.


           MOVE ESTADOACAD-COD-ALUMNO    TO DR-ALUMNO.
           MOVE ESTADOACAD-COD-MATERIA   TO DR-MATERIA.
           MOVE WS-INTENTOS-EFECTIVOS    TO DR-INTENTOS.
           MOVE ESTADOACAD-MEJOR-NOTA    TO DR-NOTA.

           PERFORM 25150-CONTROL-DE-LINEA.
