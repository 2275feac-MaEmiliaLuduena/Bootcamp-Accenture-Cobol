      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DIARIO DE COBRANZAS DEL BANCO      *
      * (BANCOCOB), DE LONGITUD FIJA, CON TRES TIPOS DE REGISTRO: *
      *   'H' = ENCABEZADO: ENTE, FECHA DE PROCESO Y NUMERO DE    *
      *         ARCHIVO DEL DIA (FECHA + NUMERO = LOTE).          *
      *   'D' = UN COBRO: REFERENCIA DEL CUPON, IMPORTE COBRADO,  *
      *         FECHA DE COBRO, SUCURSAL Y SECUENCIA DEL BANCO.   *
      *   'T' = PIE: CANTIDAD DE COBROS E IMPORTE TOTAL, PARA     *
      *         CONTROL DE INTEGRIDAD DEL ARCHIVO.                *
      * LREC = 80                                                 *
      *-----------------------------------------------------------*
       01  BANCOB-REGISTRO.
           03  BANCOB-TIPO                         PIC X(01).
               88  88-BANCOB-ENCABEZADO            VALUE 'H'.
               88  88-BANCOB-DETALLE               VALUE 'D'.
               88  88-BANCOB-PIE                   VALUE 'T'.
           03  BANCOB-DATOS                        PIC X(79).
           03  BANCOB-ENCABEZADO REDEFINES BANCOB-DATOS.
               05  BANCOB-H-ENTE                   PIC 9(04).
               05  BANCOB-H-LOTE.
                   07  BANCOB-H-FECHA-PROCESO      PIC 9(08).
                   07  BANCOB-H-NUMERO-ARCHIVO     PIC 9(02).
               05  FILLER                          PIC X(65).
           03  BANCOB-DETALLE REDEFINES BANCOB-DATOS.
               05  BANCOB-D-REFERENCIA             PIC 9(10).
               05  BANCOB-D-IMPORTE                PIC 9(07)V9(02).
               05  BANCOB-D-FECHA-COBRO            PIC 9(08).
               05  BANCOB-D-SUCURSAL               PIC 9(04).
               05  BANCOB-D-SECUENCIA              PIC 9(06).
               05  FILLER                          PIC X(42).
           03  BANCOB-PIE REDEFINES BANCOB-DATOS.
               05  BANCOB-T-CANTIDAD               PIC 9(07).
               05  BANCOB-T-IMPORTE                PIC 9(11)V9(02).
               05  FILLER                          PIC X(59).
