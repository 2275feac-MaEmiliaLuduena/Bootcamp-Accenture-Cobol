      *-----------------------------------------------------------*
      * COPY COBOL DE LA CONFIGURACION DE REBOTES (REBOTECFG):    *
      * CANTIDAD DE FALLAS DEFINITIVAS SEGUIDAS (REBOTE DURO O    *
      * RECHAZO) DE UN MISMO CONTACTO A PARTIR DE LA CUAL BOPGM58 *
      * LO MARCA COMO INVALIDO. SIN ARCHIVO O EN CERO, 3.         *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  REBOTECFG-RECORD.
           03  REBOTECFG-MAX-CONSECUTIVOS          PIC 9(03).
           03  FILLER                              PIC X(27).
