      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE TRANSACCIONES DE TUTORES Y      *
      * DOMICILIOS (TUTTRAN) USADO POR EL PROGRAMA DE             *
      * MANTENIMIENTO MNTTUTO. LO CARGA SECRETARIA CON LA FICHA   *
      * DE INSCRIPCION DEL ALUMNO.                                *
      * LREC = 180                                                *
      *-----------------------------------------------------------*
       01  TUTTRAN-RECORD.
           03  TUTTRAN-ACCION                      PIC X(01).
               88  88-TUTTRAN-ALTA                  VALUE 'A'.
               88  88-TUTTRAN-CAMBIO                VALUE 'C'.
               88  88-TUTTRAN-BAJA                  VALUE 'B'.
           03  TUTTRAN-CLAVE.
               05  TUTTRAN-COD-ALUMNO              PIC 9(06).
           03  TUTTRAN-VINCULO                     PIC X(01).
               88  88-TUTTRAN-VINCULO-OK            VALUE 'P' 'M'
                                                          'T' 'O'
                                                          'A'.
               88  88-TUTTRAN-PROPIO                VALUE 'A'.
           03  TUTTRAN-NOMBRE                      PIC X(36).
           03  TUTTRAN-DNI                         PIC 9(08).
           03  TUTTRAN-DOMICILIO.
               05  TUTTRAN-CALLE                   PIC X(30).
               05  TUTTRAN-LOCALIDAD               PIC X(20).
               05  TUTTRAN-PROVINCIA               PIC X(15).
           03  TUTTRAN-COD-POSTAL                  PIC X(08).
           03  TUTTRAN-EMAIL                       PIC X(40).
           03  TUTTRAN-TELEFONO                    PIC X(15).
