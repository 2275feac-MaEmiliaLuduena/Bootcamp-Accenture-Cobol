      *-----------------------------------------------------------*
      * COPY COBOL DE LOS PARES ALUMNO+MATERIA PENDIENTES DE      *
      * RECALCULO EN ESTADOACAD (ESTADOPEND Y ESTADOPENDNEW). CADA*
      * PROGRAMA QUE CAMBIA ALGO DE LO QUE DERIVA BOPGM12 AGREGA  *
      * (EXTEND) UN REGISTRO POR PAR TOCADO:                      *
      *   - LOS QUE GENERAN UN CANDIDATO DE STCALIF (BOPGM25,     *
      *     BOPGM06) GRABAN EN ESTADOPENDNEW; BOPGM40 LOS PASA A  *
      *     ESTADOPEND RECIEN AL COMPLETAR EL SWITCH, PORQUE      *
      *     HASTA ENTONCES EL PAR NO CAMBIO.                      *
      *   - LOS QUE ACTUALIZAN UN INDEXADO EN EL LUGAR (MNTEQUI,  *
      *     MNTINSC, MNTCALIF, MNTFIRMA) GRABAN DIRECTO EN        *
      *     ESTADOPEND.                                           *
      * BOPGM12 EN MODO INCREMENTAL RECALCULA SOLO ESTOS PARES Y  *
      * VACIA ESTADOPEND AL TERMINAR (VER WESTACFG). UN PAR PUEDE *
      * FIGURAR MUCHAS VECES: SE RECALCULA UNA SOLA.              *
      * LREC = 40                                                 *
      *-----------------------------------------------------------*
       01  ESTPEND-REGISTRO.
           03  ESTPEND-CLAVE.
               05  ESTPEND-COD-ALUMNO             PIC 9(06).
               05  ESTPEND-COD-MATERIA            PIC X(08).
           03  ESTPEND-PROGRAMA                   PIC X(08).
           03  ESTPEND-FECHA                      PIC X(08).
           03  ESTPEND-HORA                       PIC X(06).
           03  FILLER                             PIC X(04).
