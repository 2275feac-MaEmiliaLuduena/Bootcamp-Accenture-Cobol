      *-----------------------------------------------------------*
      * COPY COBOL DEL ESQUEMA DE EVALUACION POR MATERIA          *
      * (ESQEVAL): UN REGISTRO POR MATERIA + COMPONENTE DE LA     *
      * CURSADA (PARCIAL 1, PARCIAL 2, TP, ...), CON SU PESO EN   *
      * LA NOTA DE CURSADA Y LA NOTA MINIMA QUE EXIGE. LOS PESOS  *
      * DE UNA MATERIA DEBEN SUMAR 100. LO LEE BOPGM53.           *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  ESQEVAL-REGISTRO.
           03  ESQEVAL-CLAVE.
               05  ESQEVAL-COD-MATERIA             PIC X(08).
               05  ESQEVAL-COMPONENTE              PIC X(04).
           03  ESQEVAL-DESCRIPCION                 PIC X(20).
      *-------------------------------------------------------------*
      *     PESO DEL COMPONENTE EN PORCENTAJE (0 A 100).            *
      *-------------------------------------------------------------*
           03  ESQEVAL-PESO                        PIC 9(03).
           03  ESQEVAL-NOTA-MINIMA                 PIC 9(02)V9(01).
           03  FILLER                              PIC X(02).
