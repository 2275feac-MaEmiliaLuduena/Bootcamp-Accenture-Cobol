      *-----------------------------------------------------------*
      * COPY COBOL DE LA ASIGNACION DE AULAS POR MESA (AULASIG):  *
      * UN REGISTRO POR MESA (INSTITUTO + FECHA DE EXAMEN +       *
      * MATERIA, LA MISMA CLAVE QUE WTRIBUNA) CON EL AULA Y EL    *
      * TURNO QUE LE DIO BOPGM54 SEGUN LOS INSCRIPTOS DE LA MESA. *
      * BOPGM11 LO IMPRIME EN EL ENCABEZADO DEL ACTA Y BOPGM32 EN *
      * EL CRONOGRAMA DE TRIBUNALES (TRIBLIST).                   *
      *   TURNO = 'M' MANANA, 'T' TARDE, 'N' NOCHE.               *
      *   MARCA = 'N' MESA UBICADA.                               *
      *   MARCA = 'F' SIN AULA: NINGUN AULA ACTIVA DE LA SEDE     *
      *               TIENE LUGAR Y UN TURNO LIBRE ESE DIA.       *
      * LREC = 60                                                 *
      *-----------------------------------------------------------*
       01  AULASIG-REGISTRO.
           03  AULASIG-CLAVE.
               05  AULASIG-INSTITUTO               PIC X(10).
               05  AULASIG-FECHA-EXAMEN            PIC X(08).
               05  AULASIG-COD-MATERIA             PIC X(08).
           03  AULASIG-COD-AULA                    PIC X(06).
           03  AULASIG-TURNO                       PIC X(01).
               88  88-AULASIG-MANANA               VALUE 'M'.
               88  88-AULASIG-TARDE                VALUE 'T'.
               88  88-AULASIG-NOCHE                VALUE 'N'.
           03  AULASIG-INSCRIPTOS                  PIC 9(05).
           03  AULASIG-CAPACIDAD                   PIC 9(04).
           03  AULASIG-MARCA                       PIC X(01).
               88  88-AULASIG-UBICADA              VALUE 'N'.
               88  88-AULASIG-SIN-AULA             VALUE 'F'.
           03  FILLER                              PIC X(17).
