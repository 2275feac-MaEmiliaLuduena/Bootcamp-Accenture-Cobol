      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE TUTORES Y DOMICILIOS (TUTORES): *
      * UN REGISTRO POR ALUMNO (CLAVE = LEGAJO, EL MISMO CODIGO   *
      * DE ALUMNOS) CON EL DESTINATARIO POSTAL Y DE CONTACTO:     *
      * PADRE, MADRE O TUTOR PARA LOS MENORES DE EDAD, O EL       *
      * DOMICILIO DEL PROPIO ALUMNO. LO MANTIENE MNTTUTO (CON     *
      * DIARIO EN MNTJRN); LO USAN BOPGM24 (BOLETIN Y ETIQUETAS)  *
      * Y BOPGM17 (EVENTOS DE NOTIFICACION DE LOS MENORES).       *
      *   VINCULO = 'P' PADRE, 'M' MADRE, 'T' TUTOR,              *
      *             'O' OTRO RESPONSABLE,                         *
      *             'A' EL PROPIO ALUMNO (SOLO DOMICILIO).        *
      * LREC = 180                                                *
      *-----------------------------------------------------------*
       01  TUTORES-REGISTRO.
           03  TUTORES-CLAVE.
               05  TUTORES-COD-ALUMNO              PIC 9(06).
           03  TUTORES-VINCULO                     PIC X(01).
               88  88-TUTORES-PADRE                 VALUE 'P'.
               88  88-TUTORES-MADRE                 VALUE 'M'.
               88  88-TUTORES-TUTOR                 VALUE 'T'.
               88  88-TUTORES-OTRO                  VALUE 'O'.
               88  88-TUTORES-PROPIO                VALUE 'A'.
           03  TUTORES-NOMBRE                      PIC X(36).
           03  TUTORES-DNI                         PIC 9(08).
      *-------------------------------------------------------------*
      *     DOMICILIO POSTAL. EL CODIGO POSTAL VA APARTE PORQUE     *
      *     ES LA CLAVE DE ORDEN DE LAS ETIQUETAS PARA EL CORREO.   *
      *-------------------------------------------------------------*
           03  TUTORES-DOMICILIO.
               05  TUTORES-CALLE                   PIC X(30).
               05  TUTORES-LOCALIDAD               PIC X(20).
               05  TUTORES-PROVINCIA               PIC X(15).
           03  TUTORES-COD-POSTAL                  PIC X(08).
           03  TUTORES-EMAIL                       PIC X(40).
           03  TUTORES-TELEFONO                    PIC X(15).
           03  FILLER                              PIC X(01).
