      *-----------------------------------------------------------*
      * COPY COBOL DE LAS REVISIONES DE EXAMEN (REVISION): UN     *
      * REGISTRO POR EXAMEN CUYA REVISION PIDIO EL ALUMNO, KEYED  *
      * POR LA CLAVE DEL EXAMEN EN STCALIF (ALUMNO + MATERIA +    *
      * FECHA + INTENTO). LO MANTIENE MNTREVI; BOPGM68 LISTA LAS  *
      * REVISIONES POR DOCENTE Y ACTA Y LAS PROXIMAS A VENCER.    *
      * LOS PLAZOS SON EN DIAS HABILES (FINES DE SEMANA Y         *
      * FERIADOS SALTEADOS, VER WFERIADO Y WREVICFG):             *
      *   LIMITE-PRESENTACION: ULTIMO DIA PARA PEDIRLA, CONTADO   *
      *                        DESDE LA EMISION DEL ACTA.         *
      *   LIMITE-RESOLUCION:   ULTIMO DIA PARA RESOLVERLA,        *
      *                        CONTADO DESDE LA PRESENTACION.     *
      *   ESTADO: 'P' PRESENTADA, SIN RESOLVER                    *
      *           'C' RESUELTA: NOTA CONFIRMADA                   *
      *           'M' RESUELTA: NOTA MODIFICADA. LA RECTIFICACION *
      *               QUEDO ENCOLADA EN RECTPEND (VER WRECTPEN)   *
      *               CON EL NUMERO DE RECTPEND-NUMERO            *
      *           'N' DESISTIDA POR EL ALUMNO ANTES DE RESOLVERSE *
      * LREC = 200                                                *
      *-----------------------------------------------------------*
       01  REVISION-REGISTRO.
           03  REVISION-CLAVE.
               05  REVISION-COD-ALUMNO            PIC 9(06).
               05  REVISION-COD-MATERIA           PIC X(08).
               05  REVISION-FECHA-EXAMEN          PIC X(08).
               05  REVISION-INTENTO               PIC 9(02).
      *-------------------------------------------------------------*
      *     DATOS DEL EXAMEN Y DEL ACTA, TOMADOS AL PRESENTARLA:    *
      *     NOTA DE STCALIF, FECHA DE EMISION DEL ACTA (ACTAREG; SIN *
      *     ACTA REGISTRADA, LA DEL EXAMEN) Y TITULAR DE LA MESA    *
      *     (TRIBUNAL).                                             *
      *-------------------------------------------------------------*
           03  REVISION-INSTITUTO                 PIC X(50).
           03  REVISION-NOTA-ORIGINAL             PIC 9(02)V9(01).
           03  REVISION-FECHA-ACTA                PIC X(08).
           03  REVISION-DOCENTE                   PIC X(06).
           03  REVISION-FECHA-PRESENTACION        PIC X(08).
           03  REVISION-LIMITE-PRESENTACION       PIC X(08).
           03  REVISION-LIMITE-RESOLUCION         PIC X(08).
           03  REVISION-SOLICITANTE               PIC X(08).
      *-------------------------------------------------------------*
      *     TRIBUNAL REVISOR (CODIGOS DE DOCENTES, VER WDOCENTE).   *
      *-------------------------------------------------------------*
           03  REVISION-TRIB-TITULAR              PIC X(06).
           03  REVISION-TRIB-VOCAL-1              PIC X(06).
           03  REVISION-TRIB-VOCAL-2              PIC X(06).
           03  REVISION-ESTADO                    PIC X(01).
               88  88-REVISION-PRESENTADA         VALUE 'P'.
               88  88-REVISION-CONFIRMADA         VALUE 'C'.
               88  88-REVISION-MODIFICADA         VALUE 'M'.
               88  88-REVISION-DESISTIDA          VALUE 'N'.
           03  REVISION-NOTA-NUEVA                PIC 9(02)V9(01).
           03  REVISION-FECHA-RESOLUCION          PIC X(08).
           03  REVISION-RESOLUTOR                 PIC X(08).
           03  REVISION-RECTPEND-NUMERO           PIC 9(06).
           03  REVISION-OBSERVACION               PIC X(20).
           03  FILLER                             PIC X(13).
