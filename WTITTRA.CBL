      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE TRANSACCIONES DE TITULOS        *
      * (TITTRAN), INPUT DE MNTTITU. UNA LINEA POR PASO DEL CICLO *
      * DE VIDA DEL DIPLOMA DE UN ALUMNO + CARRERA:               *
      *   S SOLICITADO   (ALTA MANUAL, SOLO PARA UN EGRESADO SIN  *
      *                   TITULO REGISTRADO)                      *
      *   I IMPRESO      F FIRMADO POR RECTOR                     *
      *   L LEGALIZADO   E ENTREGADO                              *
      *   D DUPLICADO    (EXTRAVIO DEL EJEMPLAR ENTREGADO)        *
      * LA FECHA EN BLANCO TOMA LA FECHA DEL DIA.                 *
      * LREC = 60                                                 *
      *-----------------------------------------------------------*
       01  TITTRAN-RECORD.
           03  TITTRAN-ACCION                      PIC X(01).
               88  88-TITTRAN-SOLICITADO           VALUE 'S'.
               88  88-TITTRAN-IMPRESO              VALUE 'I'.
               88  88-TITTRAN-FIRMADO              VALUE 'F'.
               88  88-TITTRAN-LEGALIZADO           VALUE 'L'.
               88  88-TITTRAN-ENTREGADO            VALUE 'E'.
               88  88-TITTRAN-DUPLICADO            VALUE 'D'.
           03  TITTRAN-CLAVE.
               05  TITTRAN-COD-ALUMNO              PIC 9(06).
               05  TITTRAN-COD-CARRERA             PIC X(06).
           03  TITTRAN-FECHA                       PIC X(08).
           03  TITTRAN-OBSERVACION                 PIC X(30).
           03  FILLER                              PIC X(09).
