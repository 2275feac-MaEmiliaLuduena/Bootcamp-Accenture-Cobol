      *-----------------------------------------------------------*
      * COPY COBOL DE LA TABLA DE PERMISOS POR ROL (PERMISOS):    *
      * CADA LINEA HABILITA A UN ROL DE OPERADORES (VER WOPERAD)  *
      * PARA UNA ACCION DE TRANSACCION DE UN PROGRAMA DE          *
      * MANTENIMIENTO. '*' EN PROGRAMA VALE PARA TODOS LOS        *
      * PROGRAMAS Y '*' EN ACCION PARA TODAS LAS ACCIONES. LO QUE *
      * NO ESTA HABILITADO ACA ESTA PROHIBIDO.                    *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  PERMISOS-REGISTRO.
           03  PERMISOS-ROL                        PIC X(08).
           03  PERMISOS-PROGRAMA                   PIC X(08).
           03  PERMISOS-ACCION                     PIC X(01).
           03  FILLER                              PIC X(13).
