      *-----------------------------------------------------------*
      * COPY COBOL DE LA CONFIGURACION DE CUPONES DE PAGO         *
      * (CUPONCFG), UN SOLO REGISTRO:                             *
      *   - ENTE: CODIGO DE ENTE RECAUDADOR QUE EL BANCO ASIGNO A *
      *     LA INSTITUCION; ENCABEZA EL CODIGO DE BARRAS Y VIENE  *
      *     EN EL ENCABEZADO DEL ARCHIVO DE COBRANZAS.            *
      *   - DIAS DE VENCIMIENTO: PLAZO DESDE LA EMISION (5 SI ESTA*
      *     EN CERO). EL VENCIMIENTO NUNCA PASA DEL DIA ANTERIOR  *
      *     AL EXAMEN.                                            *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  CUPONCFG-RECORD.
           03  CUPONCFG-ENTE                       PIC 9(04).
           03  CUPONCFG-DIAS-VENCIMIENTO           PIC 9(03).
           03  FILLER                              PIC X(23).
