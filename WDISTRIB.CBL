      *-----------------------------------------------------------*
      * COPY COBOL DE LA TABLA DE DISTRIBUCION DE REPORTES POR    *
      * SEDE (DISTRIB), QUE LEE BOPGM62. UN REGISTRO POR CADA     *
      * REPORTE QUE UNA SEDE RECIBE:                              *
      *   INSTITUTO = CODIGO DE LA SEDE (VER WINSTITU)            *
      *   REPORTE   = LISTADO / ACTAS / ESTADISTICA / OCUPACION   *
      *   CANAL     = 'E' CORREO ELECTRONICO (DESTINO = CASILLA)  *
      *               'S' SERVIDOR DE ARCHIVOS DE LA SEDE         *
      *                   (DESTINO = CARPETA)                     *
      *               'P' IMPRESO, VA EN LA VALIJA (DESTINO =     *
      *                   RESPONSABLE QUE LO RECIBE)              *
      * UNA SEDE SIN REGISTRO PARA UN REPORTE NO LO RECIBE: SUS   *
      * LINEAS QUEDAN COMO SIN DISTRIBUCION EN EL MANIFIESTO.     *
      * LREC = 80                                                 *
      *-----------------------------------------------------------*
       01  DISTRIB-REGISTRO.
           03  DISTRIB-INSTITUTO                   PIC X(10).
           03  DISTRIB-REPORTE                     PIC X(12).
               88  88-DISTRIB-REPORTE-VALIDO        VALUE
                                   'LISTADO'     'ACTAS'
                                   'ESTADISTICA' 'OCUPACION'.
           03  DISTRIB-CANAL                       PIC X(01).
               88  88-DISTRIB-CANAL-CORREO          VALUE 'E'.
               88  88-DISTRIB-CANAL-SERVIDOR        VALUE 'S'.
               88  88-DISTRIB-CANAL-IMPRESO         VALUE 'P'.
               88  88-DISTRIB-CANAL-VALIDO          VALUE 'E' 'S' 'P'.
           03  DISTRIB-DESTINO                     PIC X(50).
           03  FILLER                              PIC X(07).
