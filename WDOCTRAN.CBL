               88  88-DOCTRAN-ALTA                  VALUE 'A'.
               88  88-DOCTRAN-CAMBIO                VALUE 'C'.
               88  88-DOCTRAN-BAJA                  VALUE 'B'.
               88  88-DOCTRAN-BAJA-FORZADA          VALUE 'F'.
           03  DOCTRAN-CODIGO                      PIC X(06).
           03  DOCTRAN-NOMBRE                      PIC X(40).
           03  DOCTRAN-DOCUMENTO                   PIC 9(08).
