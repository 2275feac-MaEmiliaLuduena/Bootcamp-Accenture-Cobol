      *-----------------------------------------------------------*
      * COPY COBOL DEL PAQUETE DE PASE DE ALUMNOS ENTRE           *
      * INSTITUCIONES (PASESAL / PASEENT). FORMATO FIJO Y         *
      * DOCUMENTADO, EL MISMO PARA LA SALIDA (BOPGM71) Y PARA LA  *
      * ENTRADA DE LAS INSTITUCIONES ASOCIADAS (BOPGM72).         *
      * TODOS LOS CAMPOS NUMERICOS SON DISPLAY SIN SIGNO, CON LA  *
      * COMA DECIMAL IMPLICITA; LAS FECHAS SON AAAAMMDD.          *
      * UN PAQUETE ES:                                            *
      *   - POR CADA ALUMNO UN REGISTRO 'C' (CABECERA: IDENTIDAD, *
      *     CARRERA Y PLAN EN LA INSTITUCION EMISORA) SEGUIDO DE  *
      *     UN REGISTRO 'M' POR CADA MATERIA APROBADA, CON EL     *
      *     MISMO LEGAJO DE ORIGEN.                               *
      *   - AL FINAL UN UNICO REGISTRO 'T' (TRAILER DE CONTROL)   *
      *     CON LEGAJO EN CEROS: CANTIDADES Y SUMAS DE CONTROL DE *
      *     TODO LO ANTERIOR. UN PAQUETE QUE NO BALANCEA CON SU   *
      *     TRAILER NO SE PROCESA.                                *
      * LREC = 250                                                *
      *-----------------------------------------------------------*
       01  PASE-REGISTRO.
           03  PASE-TIPO                          PIC X(01).
               88  88-PASE-CABECERA               VALUE 'C'.
               88  88-PASE-MATERIA                VALUE 'M'.
               88  88-PASE-TRAILER                VALUE 'T'.
      *-------------------------------------------------------------*
      *     CODIGO DE LA INSTITUCION EMISORA (VER WPASECFG) Y       *
      *     LEGAJO DEL ALUMNO EN ESA INSTITUCION.                   *
      *-------------------------------------------------------------*
           03  PASE-INSTITUCION                   PIC X(10).
           03  PASE-LEGAJO                        PIC 9(06).
           03  PASE-DATOS                         PIC X(233).
      *-------------------------------------------------------------*
      *     VISTA DE LA CABECERA DEL ALUMNO ('C').                  *
      *-------------------------------------------------------------*
           03  PASE-CABECERA REDEFINES PASE-DATOS.
               05  PASE-C-DNI                     PIC 9(08).
               05  PASE-C-NOMBRE                  PIC X(50).
               05  PASE-C-APELLIDO                PIC X(50).
               05  PASE-C-FECNAC                  PIC X(08).
               05  PASE-C-EMAIL                   PIC X(40).
               05  PASE-C-TELEFONO                PIC X(15).
               05  PASE-C-CARRERA                 PIC X(06).
               05  PASE-C-PLAN-VERSION            PIC 9(02).
               05  PASE-C-ANIO-INGRESO            PIC 9(04).
               05  PASE-C-FECHA-PASE              PIC X(08).
               05  PASE-C-INST-NOMBRE             PIC X(40).
               05  FILLER                         PIC X(02).
      *-------------------------------------------------------------*
      *     VISTA DE UNA MATERIA APROBADA ('M'). MODALIDAD:         *
      *     'E' = EXAMEN FINAL (CON LIBRO/FOLIO DEL ACTA),          *
      *     'P' = PROMOCION DIRECTA (SIN ACTA), 'Q' = RECONOCIDA    *
      *     POR EQUIVALENCIA (SIN NOTA PROPIA; FECHA Y NUMERO DE LA *
      *     RESOLUCION). LIBRO/FOLIO EN CEROS = SIN ACTA REGISTRADA.*
      *-------------------------------------------------------------*
           03  PASE-MATERIA REDEFINES PASE-DATOS.
               05  PASE-M-COD-MATERIA             PIC X(08).
               05  PASE-M-NOMBRE                  PIC X(50).
               05  PASE-M-NOTA                    PIC 9(02)V9(01).
               05  PASE-M-FECHA                   PIC X(08).
               05  PASE-M-HORAS                   PIC 9(03).
               05  PASE-M-LIBRO                   PIC 9(04).
               05  PASE-M-FOLIO                   PIC 9(04).
               05  PASE-M-MODALIDAD               PIC X(01).
                   88  88-PASE-M-EXAMEN           VALUE 'E'.
                   88  88-PASE-M-PROMOCION        VALUE 'P'.
                   88  88-PASE-M-EQUIVALENCIA     VALUE 'Q'.
               05  PASE-M-RESOLUCION              PIC X(12).
               05  FILLER                         PIC X(140).
      *-------------------------------------------------------------*
      *     VISTA DEL TRAILER DE CONTROL ('T'). CANT-REGISTROS      *
      *     CUENTA LAS CABECERAS Y MATERIAS (SIN EL TRAILER); LAS   *
      *     SUMAS SON DE PASE-M-NOTA Y PASE-M-HORAS DE TODAS LAS    *
      *     MATERIAS DEL PAQUETE.                                   *
      *-------------------------------------------------------------*
           03  PASE-TRAILER REDEFINES PASE-DATOS.
               05  PASE-T-FECHA-GENERACION        PIC X(08).
               05  PASE-T-CANT-REGISTROS          PIC 9(09).
               05  PASE-T-CANT-ALUMNOS            PIC 9(06).
               05  PASE-T-CANT-MATERIAS           PIC 9(07).
               05  PASE-T-SUMA-NOTAS              PIC 9(09)V9(01).
               05  PASE-T-SUMA-HORAS              PIC 9(09).
               05  FILLER                         PIC X(184).
