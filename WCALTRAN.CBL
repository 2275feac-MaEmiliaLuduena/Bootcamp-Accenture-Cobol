      *                  MATERIA (CALTRAN-ALUMNO/MATERIA-NUEVO;   *
      *                  EN CERO/BLANCO EL CAMPO NO CAMBIA).      *
      * OPERADOR Y MOTIVO QUEDAN EN EL DIARIO CALJRN.             *
      * NINGUNA TRANSACCION SE APLICA DIRECTAMENTE: MNTRECT LA     *
      * ENCOLA EN RECTPEND (VER WRECTPEN) CON SU OPERADOR COMO    *
      * SOLICITANTE Y CALTRAN-DOCUMENTO (NOTA, RESOLUCION O       *
      * EXPEDIENTE QUE LA RESPALDA, OBLIGATORIO) HASTA QUE OTRO   *
      * OPERADOR LA APRUEBE.                                      *
      * LREC = 80                                                 *
      *-----------------------------------------------------------*
       01  CALTRAN-RECORD.
           03  CALTRAN-MATERIA-NUEVA               PIC X(08).
           03  CALTRAN-OPERADOR                    PIC X(08).
           03  CALTRAN-MOTIVO                      PIC X(20).
           03  CALTRAN-DOCUMENTO                   PIC X(10).
