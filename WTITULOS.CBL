      *-----------------------------------------------------------*
      * COPY COBOL DEL REGISTRO DE TITULOS (TITULOS): EL LIBRO DE *
      * TITULOS QUE EXIGE EL MINISTERIO. UN REGISTRO POR DIPLOMA  *
      * EXTENDIDO A UN EGRESADO (ALUMNO + CARRERA + EJEMPLAR),    *
      * CON SU NUMERO DE TITULO CORRELATIVO, EL LIBRO/FOLIO DE SU *
      * ASIENTO EN EL LIBRO DE TITULOS Y EL CICLO DE VIDA DEL     *
      * DIPLOMA CON LA FECHA DE CADA PASO.                        *
      *   - BOPGM27 ABRE EL EJEMPLAR 00 (SOLICITADO) AL DETECTAR  *
      *     EL EGRESO.                                            *
      *   - MNTTITU REGISTRA LOS PASOS SIGUIENTES Y EL DUPLICADO: *
      *     EL EJEMPLAR EXTRAVIADO QUEDA ANULADO Y SE ABRE EL     *
      *     EJEMPLAR SIGUIENTE, CON EL MISMO NUMERO DE TITULO Y   *
      *     UN ASIENTO (LIBRO/FOLIO) NUEVO.                       *
      * NI EL NUMERO DE TITULO NI EL LIBRO/FOLIO SE REUSAN: CADA  *
      * PROGRAMA CONTINUA DEL MAXIMO REGISTRADO.                  *
      * LREC = 120                                                *
      *-----------------------------------------------------------*
       01  TITULOS-REGISTRO.
           03  TITULOS-CLAVE.
               05  TITULOS-COD-ALUMNO             PIC 9(06).
               05  TITULOS-COD-CARRERA            PIC X(06).
      *-------------------------------------------------------------*
      *     EJEMPLAR: 00 EL ORIGINAL, 01 EN ADELANTE LOS DUPLICADOS.*
      *-------------------------------------------------------------*
               05  TITULOS-EJEMPLAR               PIC 9(02).
                   88  88-TITULOS-ORIGINAL        VALUE 0.
           03  TITULOS-NUMERO                     PIC 9(07).
           03  TITULOS-LIBRO                      PIC 9(04).
           03  TITULOS-FOLIO                      PIC 9(04).
           03  TITULOS-ESTADO                     PIC X(01).
               88  88-TITULOS-SOLICITADO          VALUE 'S'.
               88  88-TITULOS-IMPRESO             VALUE 'I'.
               88  88-TITULOS-FIRMADO             VALUE 'F'.
               88  88-TITULOS-LEGALIZADO          VALUE 'L'.
               88  88-TITULOS-ENTREGADO           VALUE 'E'.
               88  88-TITULOS-ANULADO             VALUE 'A'.
      *-------------------------------------------------------------*
      *     FECHAS (AAAAMMDD) DE CADA PASO DEL CICLO DE VIDA. LA    *
      *     FIRMA ES LA DEL RECTOR; LA ANULACION, LA DEL EJEMPLAR   *
      *     EXTRAVIADO AL EMITIRSE SU DUPLICADO.                    *
      *-------------------------------------------------------------*
           03  TITULOS-FECHAS.
               05  TITULOS-FECHA-SOLICITUD        PIC X(08).
               05  TITULOS-FECHA-IMPRESION        PIC X(08).
               05  TITULOS-FECHA-FIRMA            PIC X(08).
               05  TITULOS-FECHA-LEGALIZACION     PIC X(08).
               05  TITULOS-FECHA-ENTREGA          PIC X(08).
               05  TITULOS-FECHA-ANULACION        PIC X(08).
           03  TITULOS-OBSERVACION                PIC X(30).
           03  FILLER                             PIC X(12).
