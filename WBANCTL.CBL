      *-----------------------------------------------------------*
      * COPY COBOL DEL CONTROL DE ARCHIVOS DE COBRANZAS APLICADOS *
      * (BANCOCTL): UN REGISTRO POR ARCHIVO DEL BANCO QUE BOPGM60 *
      * APLICO, CON SU LOTE Y TOTALES. UN ARCHIVO CUYO LOTE YA    *
      * FIGURA AQUI NO SE VUELVE A APLICAR.                       *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  BANCOCTL-REGISTRO.
           03  BANCOCTL-LOTE.
               05  BANCOCTL-FECHA-PROCESO          PIC 9(08).
               05  BANCOCTL-NUMERO-ARCHIVO         PIC 9(02).
           03  BANCOCTL-CANTIDAD                   PIC 9(07).
           03  BANCOCTL-IMPORTE                    PIC 9(11)V9(02).
           03  BANCOCTL-FECHA-APLICACION           PIC 9(08).
           03  FILLER                              PIC X(02).
