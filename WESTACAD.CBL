      *-------------------------------------------------------------*
           03  ESTADOACAD-FECHA-MEJOR             PIC X(08).
      *-------------------------------------------------------------*
      *     ORIGEN DE LA APROBACION: EXAMEN PROPIO, EQUIVALENCIA    *
      *     RECONOCIDA POR RESOLUCION O PROMOCION DIRECTA DE LA     *
      *     CURSADA (SIN EXAMEN FINAL, VER BOPGM53).                *
      *-------------------------------------------------------------*
           03  ESTADOACAD-ORIGEN                  PIC X(01).
               88  88-ESTADOACAD-POR-EXAMEN       VALUE 'E'.
               88  88-ESTADOACAD-POR-EQUIVAL      VALUE 'Q'.
               88  88-ESTADOACAD-POR-PROMOCION    VALUE 'P'.
      *-------------------------------------------------------------*
      *     AUSENTES DEL ALUMNO EN LA MATERIA (INSCRIPCIONES        *
      *     MARCADAS AUSENTE EN INSCRIPC). NO SUMAN A CANT-INTENTOS:*
      *     CADA PROGRAMA LOS CONVIERTE SEGUN INTENCFG.             *
      *-------------------------------------------------------------*
           03  ESTADOACAD-CANT-AUSENTES           PIC 9(02).
           03  FILLER                             PIC X(09).
