      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE ETIQUETAS POSTALES (ETIQUETAS)  *
      * QUE GRABA BOPGM24 JUNTO CON EL BOLETIN: UNA ETIQUETA POR  *
      * SOBRE, ORDENADAS POR CODIGO POSTAL PARA LA TARIFA DE      *
      * CORRESPONDENCIA PRECLASIFICADA DEL CORREO. EL LEGAJO VA   *
      * AL FINAL PARA CASAR CADA ETIQUETA CON SU PAGINA.          *
      *   VINCULO = EL DEL DESTINATARIO EN TUTORES (VER WTUTORES).*
      * LREC = 140                                                *
      *-----------------------------------------------------------*
       01  ETIQUETAS-REGISTRO.
           03  ETIQUETAS-COD-POSTAL                PIC X(08).
           03  ETIQUETAS-DESTINATARIO              PIC X(50).
           03  ETIQUETAS-CALLE                     PIC X(30).
           03  ETIQUETAS-LOCALIDAD                 PIC X(20).
           03  ETIQUETAS-PROVINCIA                 PIC X(15).
           03  ETIQUETAS-COD-ALUMNO                PIC 9(06).
           03  ETIQUETAS-VINCULO                   PIC X(01).
           03  FILLER                              PIC X(10).
