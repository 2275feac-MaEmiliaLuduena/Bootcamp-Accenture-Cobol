      *-----------------------------------------------------------*
      * COPY COBOL DE LOS FIRMANTES DE CADA ACTA (FIRMANTES): UN  *
      * REGISTRO POR ACTA FIRMADA (INSTITUTO + FECHA DE EXAMEN +  *
      * MATERIA, LA MISMA CLAVE QUE ACTAREG) CON LOS TRES         *
      * DOCENTES QUE SE SENTARON EN LA MESA Y FIRMARON, TAL COMO  *
      * LOS INFORMA LA TRANSACCION DE FIRMA DE MNTFIRMA. UN       *
      * FIRMANTE EN BLANCO ES UNA FIRMA QUE FALTA.                *
      * BOPGM70 LOS CONCILIA CONTRA EL TRIBUNAL PROPUESTO         *
      * (TRIBUNAL) Y CONTRA DOCMAT, Y BOPGM29 LIQUIDA LAS MESAS   *
      * A ESTOS DOCENTES. UNA NUEVA FIRMA DE LA MISMA ACTA        *
      * REEMPLAZA A LOS FIRMANTES ANTERIORES.                     *
      * LREC = 120                                                *
      *-----------------------------------------------------------*
       01  FIRMANTES-REGISTRO.
           03  FIRMANTES-CLAVE.
               05  FIRMANTES-INSTITUTO            PIC X(50).
               05  FIRMANTES-FECHA-EXAMEN         PIC X(08).
               05  FIRMANTES-COD-MATERIA          PIC X(08).
           03  FIRMANTES-LIBRO                    PIC 9(04).
           03  FIRMANTES-FOLIO                    PIC 9(04).
      *-------------------------------------------------------------*
      *     DOCENTES FIRMANTES (CODIGOS DE DOCENTES, VER WDOCENTE), *
      *     EN EL MISMO ORDEN QUE EL TRIBUNAL PROPUESTO.            *
      *-------------------------------------------------------------*
           03  FIRMANTES-DOCENTES.
               05  FIRMANTES-TITULAR              PIC X(06).
               05  FIRMANTES-VOCAL-1              PIC X(06).
               05  FIRMANTES-VOCAL-2              PIC X(06).
           03  FIRMANTES-DOCENTES-TAB
                           REDEFINES FIRMANTES-DOCENTES.
               05  FIRMANTES-DOCENTE              PIC X(06)
                                                  OCCURS 3 TIMES.
           03  FIRMANTES-FECHA-FIRMA              PIC X(08).
           03  FIRMANTES-OPERADOR                 PIC X(08).
           03  FILLER                             PIC X(12).
