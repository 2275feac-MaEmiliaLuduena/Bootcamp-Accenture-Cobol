               88  88-INSCTRAN-ALTA                 VALUE 'A'.
               88  88-INSCTRAN-CAMBIO               VALUE 'C'.
               88  88-INSCTRAN-BAJA                 VALUE 'B'.
      *-------------------------------------------------------------*
      *     U = MARCA AUSENTE LA INSCRIPCION (LLAMADO YA RENDIDO).  *
      *     P = QUITA LA MARCA (CORRECCION: SE PRESENTO).           *
      *-------------------------------------------------------------*
               88  88-INSCTRAN-AUSENTE              VALUE 'U'.
               88  88-INSCTRAN-PRESENTE             VALUE 'P'.
           03  INSCTRAN-COD-ALUMNO                 PIC 9(06).
           03  INSCTRAN-COD-MATERIA                PIC X(08).
           03  INSCTRAN-FECHA-EXAMEN.
               05  INSCTRAN-FECHA-MM               PIC 9(02).
               05  INSCTRAN-FECHA-DD               PIC 9(02).
           03  INSCTRAN-INSTITUTO                  PIC X(10).
      *-------------------------------------------------------------*
      *     CONDICION PEDIDA: 'L' = LIBRE; 'R' O BLANCO = REGULAR   *
      *     (SUJETA AL CONTROL DE REGULARIDAD DE MNTINSC).          *
      *-------------------------------------------------------------*
           03  INSCTRAN-CONDICION                  PIC X(01).
               88  88-INSCTRAN-LIBRE                VALUE 'L'.
           03  FILLER                              PIC X(07).
