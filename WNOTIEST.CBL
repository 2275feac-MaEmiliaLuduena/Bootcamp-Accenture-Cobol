      *-----------------------------------------------------------*
      * COPY COBOL DEL ESTADO DE ENTREGA DE UN EVENTO DE          *
      * NOTIFICACION, YA CONVERTIDO POR BOPGM58 DESDE LA LINEA    *
      * DELIMITADA QUE DEVUELVE EL SISTEMA DE ENVIOS (NOTIESTADO):*
      *   EVENTO;CANAL;ESTADO;TIPO-REBOTE;MOTIVO                  *
      *   CANAL       = EMAIL / SMS                               *
      *   ESTADO      = DELIVERED / BOUNCED / REJECTED            *
      *   TIPO-REBOTE = HARD / SOFT (SOLO EN LOS REBOTES)         *
      * UN REBOTE DURO O UN RECHAZO ES UNA FALLA DEFINITIVA DEL   *
      * CONTACTO; EL REBOTE BLANDO (CASILLA LLENA, EQUIPO APAGADO)*
      * SE INFORMA PERO NO CUENTA PARA MARCAR EL CONTACTO.        *
      *-----------------------------------------------------------*
       01  NOTIEST-REGISTRO.
           03  NOTIEST-EVENTO                      PIC X(15).
           03  NOTIEST-CANAL                       PIC X(01).
               88  88-NOTIEST-CANAL-EMAIL           VALUE 'E'.
               88  88-NOTIEST-CANAL-TELEFONO        VALUE 'T'.
           03  NOTIEST-ESTADO                      PIC X(01).
               88  88-NOTIEST-ENTREGADO             VALUE 'D'.
               88  88-NOTIEST-REBOTADO              VALUE 'B'.
               88  88-NOTIEST-RECHAZADO             VALUE 'R'.
           03  NOTIEST-TIPO-REBOTE                 PIC X(01).
               88  88-NOTIEST-REBOTE-DURO           VALUE 'H'.
               88  88-NOTIEST-REBOTE-BLANDO         VALUE 'S'.
           03  NOTIEST-MOTIVO                      PIC X(60).
