           03  LISTAESP-COD-MATERIA               PIC X(08).
           03  LISTAESP-FECHA-EXAMEN              PIC X(08).
           03  LISTAESP-INSTITUTO                 PIC X(10).
           03  LISTAESP-CONDICION                 PIC X(01).
           03  FILLER                             PIC X(01).
