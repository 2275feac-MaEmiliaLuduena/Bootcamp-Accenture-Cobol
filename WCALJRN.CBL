      * PORQUE LAS NOTAS SON LEGALMENTE IMPUGNABLES Y EL CAMBIO   *
      * DEBE PODER AUDITARSE ANIOS DESPUES. EL ARCHIVO SE ABRE    *
      * SIEMPRE EN EXTEND: NUNCA SE TRUNCA NI SE DEPURA.          *
      * CALJRN-OPERADOR ES EL QUE SOLICITO LA RECTIFICACION Y     *
      * CALJRN-APROBADOR EL SEGUNDO OPERADOR QUE LA APROBO EN     *
      * MNTRECT (VER WRECTPEN); LOS ASIENTOS ANTERIORES A LA      *
      * DOBLE APROBACION TIENEN EL APROBADOR EN BLANCO.           *
      * LREC = 220                                                *
      *-----------------------------------------------------------*
       01  CALJRN-RECORD.
           03  CALJRN-IMAGEN-DESPUES               PIC X(80).
           03  CALJRN-OPERADOR                     PIC X(08).
           03  CALJRN-MOTIVO                       PIC X(20).
           03  CALJRN-APROBADOR                    PIC X(08).
           03  FILLER                              PIC X(01).
