      *-----------------------------------------------------------*
      * COPY COBOL DEL CONTROL DE OPERADOR DEL LOTE (OPERCTL),    *
      * QUE LEEN LOS PROGRAMAS DE MANTENIMIENTO: UNA UNICA LINEA  *
      * CON EL CODIGO DEL OPERADOR QUE ENTREGA EL LOTE DE         *
      * TRANSACCIONES. TODAS LAS TRANSACCIONES DEL LOTE SE        *
      * AUTORIZAN CONTRA ESE OPERADOR. SIN OPERCTL EL LOTE NO     *
      * TIENE OPERADOR Y NINGUNA TRANSACCION SE APLICA.           *
      * OPERCTL-LOTE IDENTIFICA EL LOTE PARA EL CONTROL DE        *
      * REPROCESO (VER WLOTECTL): CON LOTE INFORMADO, UNA CORRIDA *
      * QUE SE INTERRUMPIO SE REPROCESA CON EL MISMO OPERCTL Y    *
      * RETOMA DESPUES DE LA ULTIMA TRANSACCION CONFIRMADA. SIN   *
      * LOTE NO HAY CONTROL: EL ARCHIVO SE APLICA COMPLETO.       *
      * MNTRECT TOMA EL OPERADOR DE CADA TRANSACCION Y DE OPERCTL *
      * SOLO LEE EL LOTE.                                         *
      * LREC = 20                                                 *
      *-----------------------------------------------------------*
       01  OPERCTL-REGISTRO.
           03  OPERCTL-OPERADOR                    PIC X(08).
           03  OPERCTL-LOTE                        PIC X(10).
           03  FILLER                              PIC X(02).
