      *-----------------------------------------------------------*
      * COPY COBOL DEL MAESTRO DE AULAS (AULAS): UN REGISTRO POR  *
      * INSTITUTO + CODIGO DE AULA, CON LA CAPACIDAD EN ASIENTOS  *
      * Y LOS TURNOS EN QUE EL AULA ESTA DISPONIBLE PARA MESAS DE *
      * EXAMEN. LO MANTIENE MNTAULA (CON DIARIO EN MNTJRN) Y LO   *
      * USA BOPGM54 PARA UBICAR CADA MESA DEL LLAMADO EN UN AULA. *
      *   DISPONIBLE-xxx = 'S' EL AULA SE PUEDE ASIGNAR EN ESE    *
      *                        TURNO, 'N' NO.                     *
      *   ACTIVA         = 'N' AULA FUERA DE USO (NO SE ASIGNA).  *
      * LREC = 60                                                 *
      *-----------------------------------------------------------*
       01  AULAS-REGISTRO.
           03  AULAS-CLAVE.
               05  AULAS-INSTITUTO                 PIC X(10).
               05  AULAS-COD-AULA                  PIC X(06).
           03  AULAS-DESCRIPCION                   PIC X(30).
           03  AULAS-CAPACIDAD                     PIC 9(04).
      *-------------------------------------------------------------*
      *     DISPONIBILIDAD POR TURNO: MANANA, TARDE Y NOCHE, EN     *
      *     ESE ORDEN (LA VISTA EN TABLA LA RECORRE BOPGM54).       *
      *-------------------------------------------------------------*
           03  AULAS-DISPONIBILIDAD.
               05  AULAS-DISPONIBLE-MANANA         PIC X(01).
               05  AULAS-DISPONIBLE-TARDE          PIC X(01).
               05  AULAS-DISPONIBLE-NOCHE          PIC X(01).
           03  AULAS-DISPONIBILIDAD-TAB
                           REDEFINES AULAS-DISPONIBILIDAD.
               05  AULAS-DISPONIBLE-TURNO          PIC X(01)
                                                   OCCURS 3 TIMES.
           03  AULAS-ACTIVA                        PIC X(01).
               88  88-AULAS-ACTIVA                 VALUE 'S'.
               88  88-AULAS-INACTIVA               VALUE 'N'.
           03  FILLER                              PIC X(06).
