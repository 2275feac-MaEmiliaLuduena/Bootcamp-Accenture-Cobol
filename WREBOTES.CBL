      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE REBOTES POR CONTACTO (REBOTES): *
      * LLEVA, POR LEGAJO + DESTINO (ALUMNO/RESPONSABLE) + CANAL, *
      * LAS FALLAS DEFINITIVAS SEGUIDAS DEL MISMO CONTACTO. UNA   *
      * ENTREGA O UN CONTACTO DISTINTO VUELVEN LA CUENTA A CERO.  *
      * LO MANTIENE BOPGM58.                                      *
      *   MARCADO = 'S' YA SE GENERO LA TRANSACCION DE CONTACTO   *
      *             INVALIDO (O SE INFORMO, SI ES DE UN TUTOR).   *
      * LREC = 80                                                 *
      *-----------------------------------------------------------*
       01  REBOTES-REGISTRO.
           03  REBOTES-CLAVE.
               05  REBOTES-COD-ALUMNO              PIC 9(06).
               05  REBOTES-DESTINO                 PIC X(01).
               05  REBOTES-CANAL                   PIC X(01).
           03  REBOTES-CONTACTO                    PIC X(40).
           03  REBOTES-CONSECUTIVOS                PIC 9(03).
           03  REBOTES-FECHA-ULTIMO                PIC 9(08).
           03  REBOTES-EVENTO-ULTIMO               PIC X(15).
           03  REBOTES-MARCADO                     PIC X(01).
               88  88-REBOTES-MARCADO-SI            VALUE 'S'.
               88  88-REBOTES-MARCADO-NO            VALUE 'N' ' '.
           03  FILLER                              PIC X(05).
