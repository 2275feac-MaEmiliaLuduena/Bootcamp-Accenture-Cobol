      *-----------------------------------------------------------*
      * COPY COBOL DEL CONTROL DE DOBLE DIGITACION DE ACTAS       *
      * (DIGITCTL), QUE LEE BOPGM64: UNA UNICA LINEA POR LOTE     *
      * CON LA IDENTIFICACION DEL LOTE DE ACTAS EN PAPEL Y LOS    *
      * DOS OPERADORES QUE LO DIGITARON (DIGITA1 Y DIGITA2). LOS  *
      * DOS OPERADORES TIENEN QUE SER DISTINTOS: LA VERIFICACION  *
      * SOLO SIRVE SI LAS DOS DIGITACIONES SON INDEPENDIENTES.    *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  DIGITCTL-REGISTRO.
           03  DIGITCTL-LOTE                       PIC X(10).
           03  DIGITCTL-OPERADOR-1                 PIC X(08).
           03  DIGITCTL-OPERADOR-2                 PIC X(08).
           03  FILLER                              PIC X(14).
