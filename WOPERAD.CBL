      *-----------------------------------------------------------*
      * COPY COBOL DEL MAESTRO DE OPERADORES (OPERADORES): UNA    *
      * LINEA POR OPERADOR HABILITADO PARA CORRER LOS PROGRAMAS   *
      * DE MANTENIMIENTO, CON SU ROL. LOS PERMISOS DE CADA ROL    *
      * ESTAN EN PERMISOS (VER WPERMISO). UN OPERADOR DADO DE     *
      * BAJA NO SE BORRA: QUEDA CON ESTADO 'B' PARA QUE SUS       *
      * INTENTOS SE SIGAN IDENTIFICANDO EN SEGLOG.                *
      * LREC = 60                                                 *
      *-----------------------------------------------------------*
       01  OPERADORES-REGISTRO.
           03  OPERADORES-CODIGO                   PIC X(08).
           03  OPERADORES-NOMBRE                   PIC X(30).
           03  OPERADORES-ROL                      PIC X(08).
           03  OPERADORES-ESTADO                   PIC X(01).
               88  88-OPERADORES-ACTIVO            VALUE 'A'.
               88  88-OPERADORES-BAJA              VALUE 'B'.
           03  FILLER                              PIC X(13).
