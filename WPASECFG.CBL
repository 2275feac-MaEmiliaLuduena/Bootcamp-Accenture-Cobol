      *-----------------------------------------------------------*
      * COPY COBOL DE LA IDENTIFICACION PROPIA PARA EL PAQUETE DE *
      * PASE (PASECFG), UNA LINEA DEL ARCHIVO DE PARAMETROS: EL   *
      * CODIGO DE INSTITUCION CONVENIDO CON LAS INSTITUCIONES     *
      * ASOCIADAS Y EL NOMBRE QUE VIAJA EN CADA CABECERA DE       *
      * ALUMNO (VER WPASE). BOPGM71 NO EMITE PASES SIN EL.        *
      * LREC = 60                                                 *
      *-----------------------------------------------------------*
       01  PASECFG-RECORD.
           03  PASECFG-INSTITUCION                PIC X(10).
           03  PASECFG-NOMBRE                     PIC X(40).
           03  FILLER                             PIC X(10).
