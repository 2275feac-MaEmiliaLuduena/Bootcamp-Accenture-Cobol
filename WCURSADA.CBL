      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE CURSADAS (CURSADAS): UN         *
      * REGISTRO POR ALUMNO + MATERIA + COMISION + PERIODO        *
      * LECTIVO, CON EL PORCENTAJE DE ASISTENCIA Y EL RESULTADO   *
      * DE LA CURSADA. LO MANTIENE MNTCURS (CON DIARIO EN MNTJRN) *
      * Y LO CONSULTAN MNTINSC (CONDICION DE LA INSCRIPCION) Y    *
      * BOPGM01 (MOTIVO REGULARID): LA REGULARIDAD DE UNA MATERIA *
      * VENCE PASADOS LOS LLAMADOS PERMITIDOS POR CURSACFG Y EL   *
      * EXAMEN SOLO PUEDE RENDIRSE LIBRE.                         *
      * LREC = 50                                                 *
      *-----------------------------------------------------------*
       01  CURSADAS-REGISTRO.
           03  CURSADAS-CLAVE.
               05  CURSADAS-COD-ALUMNO             PIC 9(06).
               05  CURSADAS-COD-MATERIA            PIC X(08).
               05  CURSADAS-COMISION               PIC X(04).
      *-------------------------------------------------------------*
      *     PERIODO LECTIVO: ANIO + CUATRIMESTRE (1 O 2; 0 PARA LAS *
      *     MATERIAS ANUALES).                                      *
      *-------------------------------------------------------------*
               05  CURSADAS-PERIODO.
                   07  CURSADAS-ANIO               PIC 9(04).
                   07  CURSADAS-CUATRIMESTRE       PIC 9(01).
           03  CURSADAS-ASISTENCIA                 PIC 9(03).
           03  CURSADAS-RESULTADO                  PIC X(01).
               88  88-CURSADAS-REGULAR             VALUE 'R'.
               88  88-CURSADAS-LIBRE               VALUE 'L'.
               88  88-CURSADAS-PROMOCION           VALUE 'P'.
      *-------------------------------------------------------------*
      *     FECHA DE CIERRE DE LA CURSADA (AAAAMMDD): LA            *
      *     REGULARIDAD CUENTA LOS LLAMADOS POSTERIORES A ESTA      *
      *     FECHA.                                                  *
      *-------------------------------------------------------------*
           03  CURSADAS-FECHA-CIERRE               PIC X(08).
           03  FILLER                              PIC X(15).
