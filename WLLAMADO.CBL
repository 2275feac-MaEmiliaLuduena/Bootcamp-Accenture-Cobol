      *   - FECHA-HASTA EN BLANCO/CERO: EL LLAMADO ES DE UN SOLO  *
      *     DIA (FECHA-DESDE).                                    *
      *   - INSTITUTO EN BLANCO: VALE PARA TODAS LAS SEDES.       *
      * LOS NUMEROS 9001-9999 ESTAN RESERVADOS PARA LOS LLAMADOS  *
      * ESPECIALES QUE CREA MNTMESA AL APROBAR UNA MESA ESPECIAL  *
      * (VER WMESAESP): UN DIA, UNA MATERIA, CUPO 1. NO SE CARGAN *
      * CON MNTLLAM, NO ADMITEN ALTAS DE MNTINSC, NO CUENTAN PARA *
      * LA VIGENCIA DE LA REGULARIDAD NI SE PUBLICAN (BOPGM65).   *
      * LREC = 50                                                 *
      *-----------------------------------------------------------*
       01  LLAMADOS-REGISTRO.
           03  LLAMADOS-CLAVE.
               05  LLAMADOS-NUMERO                 PIC 9(04).
                   88  88-LLAMADOS-ESPECIAL        VALUE 9001 THRU 9999.
               05  LLAMADOS-COD-MATERIA            PIC X(08).
               05  LLAMADOS-INSTITUTO              PIC X(10).
           03  LLAMADOS-FECHA-DESDE                PIC X(08).
