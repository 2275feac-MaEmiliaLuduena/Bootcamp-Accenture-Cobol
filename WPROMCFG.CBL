      *-----------------------------------------------------------*
      * COPY COBOL DEL PARAMETRO DE PROMOCION (PROMOCFG). UNICA   *
      * LINEA DEL ARCHIVO DE PARAMETROS, USADA POR BOPGM53:       *
      *   - NOTA-PROMOCION: NOTA PONDERADA DE CURSADA DESDE LA    *
      *     CUAL EL ALUMNO PROMOCIONA LA MATERIA (DEFECTO 7).     *
      *   - NOTA-REGULAR: NOTA PONDERADA DESDE LA CUAL QUEDA      *
      *     REGULAR Y DEBE RENDIR EL FINAL (DEFECTO 4).           *
      *   - FECHA-CIERRE: FECHA (AAAAMMDD) CON LA QUE SE CIERRAN  *
      *     LAS CURSADAS Y SE FECHAN LAS PROMOCIONES. EN BLANCO   *
      *     SE TOMA LA FECHA DE PROCESO.                          *
      * SIN ARCHIVO RIGEN LOS DEFECTOS DEL PROGRAMA.              *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  PROMOCFG-RECORD.
           03  PROMOCFG-NOTA-PROMOCION             PIC 9(02)V9(01).
           03  PROMOCFG-NOTA-REGULAR               PIC 9(02)V9(01).
           03  PROMOCFG-FECHA-CIERRE               PIC X(08).
           03  FILLER                              PIC X(16).
