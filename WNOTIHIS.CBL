      *-----------------------------------------------------------*
      * COPY COBOL DEL HISTORIAL DE EVENTOS DE NOTIFICACION       *
      * (NOTIHIST): UN REGISTRO POR EVENTO QUE BOPGM17 EMITE EN   *
      * NOTIEVENT, CON EL MISMO NUMERO DE EVENTO QUE VIAJA EN EL  *
      * ULTIMO CAMPO DEL EVENTO. GUARDA EL CONTACTO USADO (SIN    *
      * ENMASCARAR) PARA QUE BOPGM58 PUEDA CRUZAR EL ESTADO DE    *
      * ENTREGA QUE DEVUELVE EL SISTEMA DE ENVIOS CON EL EVENTO   *
      * ORIGINAL, Y EL ULTIMO ESTADO RECIBIDO POR CADA CANAL.     *
      *   NUMERO DE EVENTO = FECHA DE CORRIDA AAAAMMDD + SECUENCIA*
      *   DESTINO = 'A' CONTACTO DEL ALUMNO, 'T' DEL RESPONSABLE  *
      *             (TUTORES).                                    *
      *   ESTADO  = ' ' SIN NOVEDAD, 'D' ENTREGADO, 'B' REBOTADO, *
      *             'R' RECHAZADO (LOS CODIGOS DE WNOTIEST).      *
      * LREC = 120                                                *
      *-----------------------------------------------------------*
       01  NOTIHIST-REGISTRO.
           03  NOTIHIST-CLAVE.
               05  NOTIHIST-EVENTO                 PIC X(15).
               05  NOTIHIST-EVENTO-R REDEFINES NOTIHIST-EVENTO.
                   07  NOTIHIST-EVENTO-FECHA       PIC 9(08).
                   07  NOTIHIST-EVENTO-SECUENCIA   PIC 9(07).
           03  NOTIHIST-COD-ALUMNO                 PIC 9(06).
           03  NOTIHIST-DESTINO                    PIC X(01).
               88  88-NOTIHIST-DESTINO-ALUMNO       VALUE 'A'.
               88  88-NOTIHIST-DESTINO-TUTOR        VALUE 'T'.
           03  NOTIHIST-EMAIL                      PIC X(40).
           03  NOTIHIST-TELEFONO                   PIC X(15).
           03  NOTIHIST-COD-MATERIA                PIC X(08).
           03  NOTIHIST-NOTA                       PIC 9(02)V9(01).
           03  NOTIHIST-PLANTILLA                  PIC X(03).
           03  NOTIHIST-ESTADO-EMAIL               PIC X(01).
           03  NOTIHIST-ESTADO-TELEFONO            PIC X(01).
           03  FILLER                              PIC X(27).
