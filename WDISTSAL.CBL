      *-----------------------------------------------------------*
      * COPY COBOL DE LA SALIDA DE DISTRIBUCION (DISTSAL) QUE     *
      * GRABA BOPGM62: CADA LINEA DE REPORTE QUE VA A UNA SEDE,   *
      * PRECEDIDA POR LA CLAVE DE ENVIO. EL JOB STREAM LA PARTE   *
      * EN UN ARCHIVO POR SEDE + REPORTE (VER GRADES.JCL).        *
      *   SALTO = 'P' LA LINEA ABRE UNA HOJA NUEVA                *
      *   REPORTE 'MANIFIESTO' = LA HOJA DE CONTROL DE LA SEDE,   *
      *           CON PAGINAS, LINEAS Y TOTAL DE CONTROL DE CADA  *
      *           REPORTE QUE LE CORRESPONDE.                     *
      * CADA ARCHIVO TERMINA CON UNA LINEA '*TRAILER-DIS ' CON    *
      * LOS MISMOS TOTALES QUE FIGURAN EN EL MANIFIESTO.          *
      * LREC = 200                                                *
      *-----------------------------------------------------------*
       01  DISTSAL-REGISTRO.
           03  DISTSAL-INSTITUTO                   PIC X(10).
           03  DISTSAL-REPORTE                     PIC X(12).
           03  DISTSAL-CANAL                       PIC X(01).
           03  DISTSAL-SALTO                       PIC X(01).
               88  88-DISTSAL-SALTO-HOJA            VALUE 'P'.
           03  DISTSAL-LINEA                       PIC X(174).
           03  FILLER                              PIC X(02).
