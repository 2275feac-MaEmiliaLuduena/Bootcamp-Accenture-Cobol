      * REGISTRO ANTES Y DESPUES DEL CAMBIO. EL ARCHIVO SE ABRE   *
      * SIEMPRE EN EXTEND: ES LA HISTORIA DE CAMBIOS QUE PIDIO    *
      * AUDITORIA SOBRE LOS MAESTROS. LO LISTA BOPGM09.           *
      * CADA REGISTRO LLEVA EL OPERADOR QUE ENTREGO EL LOTE (VER  *
      * WOPERCTL), IGUAL QUE CALJRN-OPERADOR EN CALJRN.           *
      * LREC = 408                                                *
      *-----------------------------------------------------------*
       01  MNTJRN-RECORD.
           03  MNTJRN-PROGRAMA                     PIC X(08).
           03  MNTJRN-IMAGEN-ANTES                 PIC X(180).
           03  MNTJRN-IMAGEN-DESPUES               PIC X(180).
           03  FILLER                              PIC X(07).
           03  MNTJRN-OPERADOR                     PIC X(08).
