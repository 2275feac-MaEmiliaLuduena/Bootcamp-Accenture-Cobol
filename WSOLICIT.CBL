      *           'E' EMITIDO (CON FECHA DE EMISION)              *
      *           'D' ENTREGADO AL SOLICITANTE                    *
      *           'A' ANULADO                                     *
      *   DOCUMENTO: ' ' O 'A' CERTIFICADO ANALITICO (BOPGM10)    *
      *              'T' TRANSCRIPT EN INGLES CON CONVERSION DE   *
      *                  ESCALA PARA INTERCAMBIO (BOPGM69)        *
      * CADA EMISOR TOMA DE LA COLA SOLO LOS PENDIENTES DE SU     *
      * DOCUMENTO.                                                *
      * LREC = 80                                                 *
      *-----------------------------------------------------------*
       01  SOLICITQ-REGISTRO.
               88  88-SOLICITQ-ENTREGADO          VALUE 'D'.
               88  88-SOLICITQ-ANULADO            VALUE 'A'.
           03  SOLICITQ-FECHA-EMISION             PIC X(08).
           03  SOLICITQ-DOCUMENTO                 PIC X(01).
               88  88-SOLICITQ-ANALITICO          VALUE ' ' 'A'.
               88  88-SOLICITQ-TRANSCRIPT         VALUE 'T'.
           03  FILLER                             PIC X(16).
