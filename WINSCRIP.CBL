                   07  INSCRIP-FECHA-EXAMEN-MM     PIC 9(02).
                   07  INSCRIP-FECHA-EXAMEN-DD     PIC 9(02).
           03  INSCRIP-INSTITUTO                   PIC X(10).
      *-------------------------------------------------------------*
      *     CONDICION EN QUE RINDE: REGULAR O LIBRE. MNTINSC LA     *
      *     FUERZA A LIBRE CUANDO EL ALUMNO NO TIENE UNA CURSADA    *
      *     CON REGULARIDAD VIGENTE (VER WCURSADA). EN BLANCO       *
      *     (INSCRIPCIONES ANTERIORES A ESTE CONTROL) CUENTA COMO   *
      *     REGULAR.                                                *
      *-------------------------------------------------------------*
           03  INSCRIP-CONDICION                   PIC X(01).
               88  88-INSCRIP-REGULAR              VALUE 'R' ' '.
               88  88-INSCRIP-LIBRE                VALUE 'L'.
      *-------------------------------------------------------------*
      *     RESULTADO DE LA INSCRIPCION: 'A' = AUSENTE (EL ALUMNO   *
      *     NO SE PRESENTO A RENDIR; LO MARCA MNTINSC CON LA        *
      *     ACCION U). EN BLANCO = SE PRESENTO O AUN SIN RENDIR.    *
      *     BOPGM11 LO IMPRIME EN EL ACTA Y BOPGM08 YA NO LO        *
      *     RECLAMA COMO ACTA FALTANTE.                             *
      *-------------------------------------------------------------*
           03  INSCRIP-RESULTADO                   PIC X(01).
               88  88-INSCRIP-AUSENTE              VALUE 'A'.
               88  88-INSCRIP-PRESENTE             VALUE ' '.
           03  FILLER                              PIC X(06).
