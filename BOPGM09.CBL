      * MAESTROS (MNTJRN, GRABADO POR MNTALUM/MNTMATE/MNTINST):
      * EL DETALLE DE CADA TRANSACCION APLICADA Y UN RESUMEN DE
      * TOTALES POR ARCHIVO Y ACCION, PARA EL VISADO DIARIO QUE
      * PIDIO AUDITORIA. CADA LINEA MUESTRA EL OPERADOR QUE
      * ENTREGO EL LOTE (MNTJRN-OPERADOR).
      *-----------------------------------------------------------
      * SI EXISTE EL PARAMETRO JRNCFG (FECHA AAAAMMDD), SOLO SE
      * LISTA LA ACTIVIDAD DE ESE DIA; SIN PARAMETRO SE LISTA EL

       FD  MNTJRN
           RECORDING MODE IS F.
       01  MNTJRN-RECORD-FD              PIC  X(408).

       FD  JRNCFG
           RECORDING MODE IS F.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'PROGRAMA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'OPERADOR'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'ARCHIVO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(03)  VALUE 'ACC'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(39)  VALUE
                'IMAGEN ANTES (INICIO)'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(38)  VALUE
                'IMAGEN DESPUES (INICIO)'.

       01  TIT-J03.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(03)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(39)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(38)  VALUE ALL '-'.

       01  DET-JRN.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DJ-PROGRAMA               PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DJ-OPERADOR               PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DJ-ARCHIVO                PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DJ-ACCION                 PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DJ-ANTES                  PIC X(39)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DJ-DESPUES                PIC X(38)  VALUE ' '.

       01  TIT-RESUMEN.
           03  FILLER                    PIC X(01)  VALUE ' '.
           MOVE MNTJRN-HORA-MM           TO DJ-HORA-MM.
           MOVE MNTJRN-HORA-SS           TO DJ-HORA-SS.
           MOVE MNTJRN-PROGRAMA          TO DJ-PROGRAMA.
           MOVE MNTJRN-OPERADOR          TO DJ-OPERADOR.
           MOVE MNTJRN-ARCHIVO           TO DJ-ARCHIVO.
           MOVE MNTJRN-ACCION            TO DJ-ACCION.
           MOVE MNTJRN-IMAGEN-ANTES(1:39)   TO DJ-ANTES.
           MOVE MNTJRN-IMAGEN-DESPUES(1:38) TO DJ-DESPUES.

           PERFORM 21100-CONTROL-DE-LINEA.

