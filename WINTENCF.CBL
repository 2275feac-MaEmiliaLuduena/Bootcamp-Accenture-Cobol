      * INTENTOS PREVIOS EN ESTADOACAD FUERON TODOS REPROBADOS)   *
      * Y BOPGM31 (LISTA DE RECURSADA). SIN ARCHIVO RIGE EL       *
      * MAXIMO POR DEFECTO DEL REGIMEN (3).                       *
      *   - AUSENTES-POR-INTENTO: CANTIDAD DE AUSENTES (VER       *
      *     INSCRIP-RESULTADO) QUE EQUIVALEN A UN INTENTO DE      *
      *     EXAMEN (EJ. 03: TRES AUSENTES CUENTAN COMO UN         *
      *     INTENTO). EN CERO O SIN ARCHIVO LOS AUSENTES NO       *
      *     CUENTAN.                                              *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  INTENCFG-RECORD.
           03  INTENCFG-MAX-INTENTOS               PIC 9(02).
           03  INTENCFG-AUSENTES-POR-INTENTO       PIC 9(02).
           03  FILLER                              PIC X(26).
