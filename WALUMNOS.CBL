      *-------------------------------------------------------------*
           03  ALU-EMAIL                           PIC X(40).
           03  ALU-TELEFONO                        PIC X(15).
      *-------------------------------------------------------------*
      *     MARCAS DE CONTACTO INVALIDO: LAS PONE MNTALUM CON LAS   *
      *     TRANSACCIONES QUE GENERA BOPGM58 CUANDO UN CONTACTO     *
      *     ACUMULA REBOTES DUROS SEGUIDOS. BOPGM17 NO NOTIFICA POR *
      *     UN CANAL MARCADO. UN CAMBIO DEL CONTACTO LAS LIMPIA.    *
      *-------------------------------------------------------------*
           03  ALU-EMAIL-INVALIDO                  PIC X(01).
               88  88-ALU-EMAIL-INVALIDO            VALUE 'S'.
           03  ALU-TELEFONO-INVALIDO               PIC X(01).
               88  88-ALU-TELEFONO-INVALIDO         VALUE 'S'.
      *-------------------------------------------------------------*
      *     MARCA DE ALUMNO ANONIMIZADO POR BOPGM61 (SIN ACTIVIDAD  *
      *     EN LOS ULTIMOS N ANIOS): DNI, NOMBRE, FECHA DE          *
      *     NACIMIENTO Y CONTACTO EN BLANCO. LA HISTORIA ACADEMICA  *
      *     SE CONSERVA POR LEGAJO.                                 *
      *-------------------------------------------------------------*
           03  ALU-ANONIMIZADO                     PIC X(01).
               88  88-ALU-ANONIMIZADO               VALUE 'S'.
