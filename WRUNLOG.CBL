      * PARA QUE BOPGM21 ARME EL RESUMEN DE LA NOCHE EN UNA SOLA  *
      * PAGINA EN LUGAR DE GREPEAR SYSOUTS. UN PROGRAMA QUE       *
      * CANCELO NO GRABA REGISTRO: SU AUSENCIA ES LA ALARMA.      *
      * BOPGM57 GRABA ADEMAS UN REGISTRO DE DECISION POR CADA     *
      * PASO OPCIONAL DEL STREAM (RUNLOG-CAL-DECISION INFORMADO): *
      * SI ESA NOCHE CORRE O SE SALTEA SEGUN EL CALENDARIO        *
      * ACADEMICO. EN LOS REGISTROS COMUNES ESOS CAMPOS VAN EN    *
      * BLANCO.                                                   *
      * LOS MANTENIMIENTOS (MNT*) GRABAN SU REGISTRO CON          *
      * RUNLOG-LOTE INFORMADO: 'N' CORRIDA NORMAL, 'R' REPROCESO  *
      * DE UN LOTE QUE YA HABIA CORRIDO (VER WLOTECTL). EN ELLOS  *
      * LEIDOS SON LAS TRANSACCIONES DEL ARCHIVO, GRABADOS LAS    *
      * PROCESADAS EN ESTA CORRIDA Y LA DIFERENCIA LAS OMITIDAS   *
      * POR ESTAR YA CONFIRMADAS. BOPGM21 LOS LISTA APARTE.       *
      * LREC = 80                                                 *
      *-----------------------------------------------------------*
       01  RUNLOG-RECORD.
           03  RUNLOG-GRABADOS                     PIC 9(09).
           03  RUNLOG-RECHAZADOS                   PIC 9(07).
           03  RUNLOG-RETORNO                      PIC 9(02).
           03  RUNLOG-CAL-PASO                     PIC X(08).
           03  RUNLOG-CAL-PROGRAMA                 PIC X(08).
           03  RUNLOG-CAL-DECISION                 PIC X(01).
               88  88-RUNLOG-CAL-CORRE             VALUE 'C'.
               88  88-RUNLOG-CAL-SALTEA            VALUE 'S'.
           03  RUNLOG-CAL-EVENTO                   PIC X(02).
           03  RUNLOG-LOTE                         PIC X(01).
               88  88-RUNLOG-LOTE-NORMAL           VALUE 'N'.
               88  88-RUNLOG-LOTE-REPROCESO        VALUE 'R'.
           03  FILLER                              PIC X(05).
