      *-----------------------------------------------------------*
      * COPY COBOL DE LOS PEDIDOS SOBRE DATOS PERSONALES          *
      * (DATOSREQ), QUE PROCESA BOPGM61 A DEMANDA. UN REGISTRO    *
      * POR PEDIDO:                                               *
      *   ACCION = 'E' EXPORTAR TODO LO QUE SE GUARDA DEL ALUMNO  *
      *                (DOSSIER), IDENTIFICADO POR TIPO+NUMERO.   *
      *            'B' BORRAR LOS DATOS DE CONTACTO DEL ALUMNO    *
      *                (A SU PEDIDO), IDENTIFICADO IGUAL.         *
      *            'A' ANONIMIZAR A TODOS LOS ALUMNOS SIN         *
      *                ACTIVIDAD EN LOS ULTIMOS ANIOS (TIPO Y     *
      *                NUMERO NO SE USAN).                        *
      *   TIPO   = 'L' POR LEGAJO, 'D' POR DNI (IGUAL QUE         *
      *            ANALITREQ).                                    *
      * LREC = 20                                                 *
      *-----------------------------------------------------------*
       01  DATOSREQ-REGISTRO.
           03  DATOSREQ-ACCION                     PIC X(01).
               88  88-DATOSREQ-EXPORTAR             VALUE 'E'.
               88  88-DATOSREQ-BORRAR-CONTACTO      VALUE 'B'.
               88  88-DATOSREQ-ANONIMIZAR           VALUE 'A'.
           03  DATOSREQ-TIPO                       PIC X(01).
               88  88-DATOSREQ-LEGAJO               VALUE 'L'.
               88  88-DATOSREQ-DNI                  VALUE 'D'.
           03  DATOSREQ-NUMERO                     PIC 9(08).
      *-------------------------------------------------------------*
      *     SOLO PARA LA ACCION 'A': ANIOS SIN ACTIVIDAD A PARTIR   *
      *     DE LOS CUALES SE ANONIMIZA (MAYOR QUE CERO).            *
      *-------------------------------------------------------------*
           03  DATOSREQ-ANIOS                      PIC 9(02).
           03  FILLER                              PIC X(08).
