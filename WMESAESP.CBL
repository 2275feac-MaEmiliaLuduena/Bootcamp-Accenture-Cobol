      *-----------------------------------------------------------*
      * COPY COBOL DE LAS SOLICITUDES DE MESA ESPECIAL (MESAESP): *
      * EXAMEN FUERA DEL CALENDARIO DE LLAMADOS. UN REGISTRO POR  *
      * SOLICITUD, KEYED POR EL NUMERO QUE ASIGNA MNTMESA         *
      * (CORRELATIVO, NUNCA SE REUSA).                            *
      *   CAUSA: 'E' LE FALTAN UNA O DOS MATERIAS PARA EGRESAR    *
      *              (CONTROLADO CONTRA PLANEST Y ESTADOACAD)     *
      *          'D' RAZONES DOCUMENTADAS (DOCUMENTO OBLIGATORIO) *
      *   ESTADO: 'P' PENDIENTE DE RESOLUCION DE DIRECCION        *
      *           'A' APROBADA: MNTMESA YA CREO EL LLAMADO        *
      *               ESPECIAL (LLAMADO, VER WLLAMADO) Y LA       *
      *               INSCRIPCION DEL ALUMNO EN INSCRIPC          *
      *           'R' RECHAZADA POR DIRECCION                     *
      *           'N' ANULADA ANTES DE RESOLVERSE                 *
      * QUIEN RESUELVE NUNCA ES EL MISMO OPERADOR QUE SOLICITO.   *
      * LREC = 120                                                *
      *-----------------------------------------------------------*
       01  MESAESP-REGISTRO.
           03  MESAESP-CLAVE.
               05  MESAESP-NUMERO                 PIC 9(06).
           03  MESAESP-COD-ALUMNO                 PIC 9(06).
           03  MESAESP-COD-MATERIA                PIC X(08).
           03  MESAESP-INSTITUTO                  PIC X(10).
      *-------------------------------------------------------------*
      *     FECHA DE EXAMEN: LA PROPUESTA AL SOLICITAR (PUEDE VENIR *
      *     EN BLANCO) Y LA DEFINITIVA AL APROBAR.                  *
      *-------------------------------------------------------------*
           03  MESAESP-FECHA-EXAMEN               PIC X(08).
           03  MESAESP-CAUSA                      PIC X(01).
               88  88-MESAESP-EGRESO              VALUE 'E'.
               88  88-MESAESP-DOCUMENTADA         VALUE 'D'.
           03  MESAESP-CONDICION                  PIC X(01).
               88  88-MESAESP-REGULAR             VALUE 'R'.
               88  88-MESAESP-LIBRE               VALUE 'L'.
           03  MESAESP-DOCUMENTO                  PIC X(20).
      *-------------------------------------------------------------*
      *     CARRERA DEL ALUMNO CON MENOS MATERIAS PENDIENTES DE SU  *
      *     PLAN (ALUCARR + PLANEST) Y CUANTAS LE FALTAN, TOMADO AL *
      *     SOLICITAR.                                              *
      *-------------------------------------------------------------*
           03  MESAESP-CARRERA                    PIC X(06).
           03  MESAESP-FALTANTES                  PIC 9(02).
           03  MESAESP-ESTADO                     PIC X(01).
               88  88-MESAESP-PENDIENTE           VALUE 'P'.
               88  88-MESAESP-APROBADA            VALUE 'A'.
               88  88-MESAESP-RECHAZADA           VALUE 'R'.
               88  88-MESAESP-ANULADA             VALUE 'N'.
           03  MESAESP-FECHA-SOLICITUD            PIC X(08).
           03  MESAESP-SOLICITANTE                PIC X(08).
           03  MESAESP-APROBADOR                  PIC X(08).
           03  MESAESP-FECHA-RESOLUCION           PIC X(08).
           03  MESAESP-LLAMADO                    PIC 9(04).
           03  FILLER                             PIC X(15).
