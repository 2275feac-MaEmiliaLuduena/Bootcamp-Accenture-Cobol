      *-----------------------------------------------------------*
      * COPY COBOL DEL PARAMETRO DE CAMBIO DE PLAN (MIGRACFG)     *
      * UNICA LINEA DEL ARCHIVO DE PARAMETROS, USADA POR BOPGM56: *
      *   - CARRERA Y VERSIONES DE PLAN DE ORIGEN Y DE DESTINO.   *
      *   - RESOLUCION QUE APRUEBA EL PLAN NUEVO: QUEDA COMO      *
      *     RESOLUCION DE LAS EQUIVALENCIAS QUE GRABA LA          *
      *     MIGRACION. LA FECHA EN BLANCO TOMA LA FECHA DEL DIA.  *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  MIGRACFG-RECORD.
           03  MIGRACFG-COD-CARRERA                PIC X(06).
           03  MIGRACFG-VERSION-ORIGEN             PIC 9(02).
           03  MIGRACFG-VERSION-DESTINO            PIC 9(02).
           03  MIGRACFG-RESOLUCION                 PIC X(12).
           03  MIGRACFG-FECHA-RESOLUCION           PIC X(08).
           03  FILLER                              PIC X(10).
