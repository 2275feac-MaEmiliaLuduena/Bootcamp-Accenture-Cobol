      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE NOTAS DE COMPONENTES DE CURSADA *
      * (NOTASPARC): UN REGISTRO POR ALUMNO + MATERIA +           *
      * COMPONENTE DEL ESQUEMA ESQEVAL (VER WESQEVAL) Y FECHA. LO *
      * CARGA EL DOCENTE O LO GENERA BOPGM18 DESDE EL LMS. SI UN  *
      * COMPONENTE SE REPITE (RECUPERATORIO), BOPGM53 TOMA EL DE  *
      * FECHA MAS RECIENTE.                                       *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  NOTAPAR-REGISTRO.
           03  NOTAPAR-COD-ALUMNO                  PIC 9(06).
           03  NOTAPAR-COD-MATERIA                 PIC X(08).
           03  NOTAPAR-COMPONENTE                  PIC X(04).
           03  NOTAPAR-NOTA                        PIC 9(02)V9(01).
           03  NOTAPAR-FECHA                       PIC X(08).
           03  FILLER                              PIC X(11).
