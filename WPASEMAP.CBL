      *-----------------------------------------------------------*
      * COPY COBOL DE LA TABLA DE CORRESPONDENCIA DE MATERIAS POR *
      * INSTITUCION PARA LOS PASES ENTRANTES (PASEMAP): UNA LINEA *
      * POR MATERIA DE LA INSTITUCION DE ORIGEN (CODIGO DE        *
      * INSTITUCION DE WPASE + SU CODIGO DE MATERIA) CON LA       *
      * MATERIA PROPIA EQUIVALENTE. LA ARMA LA COMISION DE        *
      * EQUIVALENCIAS; BOPGM72 PROPONE UNA EQUIVALENCIA POR CADA  *
      * MATERIA DEL PASE QUE TIENE CORRESPONDENCIA Y LISTA LAS    *
      * DEMAS PARA QUE LA COMISION LAS RESUELVA.                  *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  PASEMAP-RECORD.
           03  PASEMAP-INSTITUCION                PIC X(10).
           03  PASEMAP-MATERIA-ORIGEN             PIC X(08).
           03  PASEMAP-COD-MATERIA                PIC X(08).
           03  FILLER                             PIC X(14).
