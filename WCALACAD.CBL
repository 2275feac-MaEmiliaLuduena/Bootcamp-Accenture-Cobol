      *-----------------------------------------------------------*
      * COPY COBOL DEL CALENDARIO ACADEMICO DE EVENTOS            *
      * (CALENDARIO): UN REGISTRO POR EVENTO, KEYED POR FECHA     *
      * AAAAMMDD + CODIGO DE EVENTO. LO MANTIENE MNTCALE; BOPGM57 *
      * LO LEE AL ARRANCAR LA NOCTURNA PARA DECIDIR QUE PASOS     *
      * OPCIONALES CORREN ESA NOCHE:                              *
      *   AI APERTURA DE INSCRIPCION   (INFORMATIVO)              *
      *   CI CIERRE DE INSCRIPCION     (INFORMATIVO)              *
      *   CL CIERRE DE LLAMADO         -> ACTAS (BOPGM11)         *
      *   FP FIN DE PERIODO            -> BOLETINES (BOPGM24)     *
      *   CC CIERRE DE CICLO LECTIVO   -> CIERRE (BOPGM35), CON   *
      *                                   EL ANIO EN LA REFERENCIA*
      * FECHA-PROCESO ES LA FECHA DE LA NOCTURNA QUE CORRIO EL    *
      * PASO POR ESE EVENTO: UN EVENTO YA VENCIDO SIN PROCESAR    *
      * (NOCHE SIN CORRIDA) SE TOMA EN LA NOCTURNA SIGUIENTE.     *
      * LREC = 80                                                 *
      *-----------------------------------------------------------*
       01  CALACAD-REGISTRO.
           03  CALACAD-CLAVE.
               05  CALACAD-FECHA                  PIC X(08).
               05  CALACAD-EVENTO                 PIC X(02).
                   88  88-CALACAD-APERTURA-INSC   VALUE 'AI'.
                   88  88-CALACAD-CIERRE-INSC     VALUE 'CI'.
                   88  88-CALACAD-CIERRE-LLAMADO  VALUE 'CL'.
                   88  88-CALACAD-FIN-PERIODO     VALUE 'FP'.
                   88  88-CALACAD-CIERRE-CICLO    VALUE 'CC'.
                   88  88-CALACAD-EVENTO-VALIDO   VALUE 'AI' 'CI'
                                                  'CL' 'FP' 'CC'.
      *-------------------------------------------------------------*
      *     REFERENCIA DEL EVENTO: CODIGO DE LLAMADO, PERIODO O     *
      *     ANIO LECTIVO (AAAA, OBLIGATORIO PARA CC).               *
      *-------------------------------------------------------------*
           03  CALACAD-REFERENCIA                 PIC X(10).
           03  CALACAD-DESCRIPCION                PIC X(40).
           03  CALACAD-FECHA-PROCESO              PIC X(08).
           03  FILLER                             PIC X(12).
