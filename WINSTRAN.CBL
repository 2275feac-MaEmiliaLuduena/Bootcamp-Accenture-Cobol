               88  88-INSTRAN-ALTA                  VALUE 'A'.
               88  88-INSTRAN-CAMBIO                VALUE 'C'.
               88  88-INSTRAN-BAJA                  VALUE 'B'.
               88  88-INSTRAN-BAJA-FORZADA          VALUE 'F'.
           03  INSTRAN-CODIGO                      PIC X(10).
           03  INSTRAN-NOMBRE                      PIC X(40).
           03  FILLER                              PIC X(29).
