       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. MNTREVI.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA MANTIENE LAS REVISIONES DE EXAMEN (REVISION,
      * VER WREVISIO): EL PEDIDO DEL ALUMNO DE REVISAR LA NOTA DE
      * UN EXAMEN DE STCALIF, SU PLAZO, EL TRIBUNAL REVISOR Y LA
      * DECISION. TOMA LAS TRANSACCIONES DE REVTRAN, KEYED POR LA
      * CLAVE DEL EXAMEN (ALUMNO+MATERIA+FECHA+INTENTO), EN EL
      * ESTILO DE MNTSOLIC:
      *   A (ALTA)     -> PRESENTACION: EL EXAMEN TIENE QUE EXISTIR
      *                   EN STCALIF Y NO SER UNA PROMOCION (NO HAY
      *                   EXAMEN QUE REVISAR). LA FECHA DE
      *                   PRESENTACION (EN BLANCO, LA DEL DIA) NO
      *                   PUEDE PASAR EL LIMITE: N DIAS HABILES
      *                   DESDE LA EMISION DEL ACTA (ACTAREG; SIN
      *                   ACTA REGISTRADA, DESDE EL EXAMEN), CON
      *                   FINES DE SEMANA Y FERIADOS SALTEADOS
      *                   (FERIADOS, REVICFG). SE CALCULA TAMBIEN EL
      *                   LIMITE PARA RESOLVERLA Y SE GUARDA EL
      *                   TITULAR DE LA MESA (TRIBUNAL).
      *   T (TRIBUNAL) -> TRIBUNAL REVISOR: TITULAR OBLIGATORIO Y
      *                   HASTA DOS VOCALES, SIN REPETIR, TODOS EN
      *                   DOCENTES (CON EL MAESTRO PRESENTE).
      *   C (CONFIRMA) -> DECISION: LA NOTA QUEDA COMO ESTABA.
      *   M (MODIFICA) -> DECISION: NOTA NUEVA (DISTINTA DE LA
      *                   ORIGINAL, HASTA 10). LA RECTIFICACION SE
      *                   ENCOLA EN RECTPEND (VER WRECTPEN) COMO UNA
      *                   TRANSACCION N DE CALTRAN CON EL OPERADOR
      *                   QUE CARGA LA DECISION COMO SOLICITANTE, Y
      *                   SU NUMERO QUEDA EN LA REVISION: SIGUE EL
      *                   CAMINO DE CUALQUIER RECTIFICACION (OTRO
      *                   OPERADOR LA APRUEBA EN MNTRECT Y MNTCALIF
      *                   LA APLICA; EL SOLICITANTE TIENE QUE ESTAR
      *                   AUTORIZADO A RECTIFICAR EN MNTCALIF).
      *   B (BAJA)     -> EL ALUMNO DESISTE: ESTADO 'N'.
      * T, C, M Y B SOLO SE ADMITEN SOBRE UNA REVISION PRESENTADA
      * SIN RESOLVER, Y LA DECISION EXIGE EL TRIBUNAL CARGADO. UNA
      * DECISION CARGADA DESPUES DEL LIMITE DE RESOLUCION SE
      * APLICA IGUAL, CON AVISO EN EL SYSOUT Y EN LOS TOTALES.
      * TODO RECHAZO VA A REVREJ Y NO DETIENE EL RESTO DEL LOTE.
      * REVISION ES OPTIONAL EN EL OPEN I-O: LA PRIMERA
      * PRESENTACION CREA EL ARCHIVO. NO CORRER JUNTO CON MNTRECT:
      * LOS DOS NUMERAN RECTPEND.
      *-----------------------------------------------------------
      * CADA TRANSACCION SE AUTORIZA CONTRA EL OPERADOR QUE
      * ENTREGA EL LOTE (OPERCTL, VER WOPERCTL): TIENE QUE EXISTIR
      * Y ESTAR ACTIVO EN OPERADORES, Y SU ROL TENER EN PERMISOS
      * ESTE PROGRAMA CON LA ACCION DE LA TRANSACCION. LAS NO
      * AUTORIZADAS SE RECHAZAN CON MOTIVO NOAUTORIZ Y CADA
      * INTENTO DENEGADO QUEDA EN LA BITACORA SEGLOG.
      *-----------------------------------------------------------
      * CONTROL DE REPROCESO (VER WLOTECTL): CON LOTE INFORMADO EN
      * OPERCTL, CADA TRANSACCION CONFIRMADA (APLICADA O RECHAZADA)
      * DEJA EN LOTECTL SU SECUENCIA COMO ULTIMA DEL LOTE. SI LA
      * CORRIDA SE INTERRUMPE, REPROCESAR EL MISMO ARCHIVO CON EL
      * MISMO OPERCTL SALTEA LO YA CONFIRMADO Y RETOMA EN LA
      * TRANSACCION SIGUIENTE; LOS RECHAZOS SE AGREGAN A LOS DE LA
      * CORRIDA INTERRUMPIDA. UN LOTE TERMINADO NO SE VUELVE A
      * APLICAR. CADA CORRIDA DEJA SU REGISTRO EN RUNLOG, MARCADO
      * COMO REPROCESO CUANDO EL LOTE YA HABIA CORRIDO.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------

       FILE-CONTROL.
      *------------

      *----------------------------------------------------------
      *  LOS NOMBRES LOGICOS SE RESUELVEN CONTRA LAS VARIABLES DE
      *  ENTORNO DEL MISMO NOMBRE (VER JOB STREAM GRADES.JCL).
      *----------------------------------------------------------

           SELECT OPTIONAL REVISION ASSIGN      TO
                                   'REVISION'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS REVISION-CLAVE-FD
                                   FILE STATUS  IS FS-REVISION.

           SELECT OPTIONAL RECTPEND ASSIGN      TO
                                   'RECTPEND'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS RECTPEND-CLAVE-FD
                                   FILE STATUS  IS FS-RECTPEND.

           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT OPTIONAL ACTAREG ASSIGN       TO
                                   'ACTAREG'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS ACTAREG-CLAVE-FD
                                   FILE STATUS  IS FS-ACTAREG.

           SELECT OPTIONAL TRIBUNAL ASSIGN      TO
                                   'TRIBUNAL'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS TRIBUNAL-CLAVE-FD
                                   FILE STATUS  IS FS-TRIBUNAL.

           SELECT OPTIONAL DOCENTES ASSIGN      TO
                                   'DOCENTES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-DOCENTES-FD
                                   FILE STATUS  IS FS-DOCENTES.

           SELECT OPTIONAL FERIADOS ASSIGN      TO
                                   'FERIADOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS FERIADOS-CLAVE-FD
                                   FILE STATUS  IS FS-FERIADOS.

           SELECT OPTIONAL REVICFG ASSIGN       TO
                                   'REVICFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-REVICFG.

           SELECT REVTRAN          ASSIGN       TO
                                   'REVTRAN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-REVTRAN.

           SELECT REVREJ           ASSIGN       TO
                                   'REVREJ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-REVREJ.

      *----------------------------------------------------------
      *  AUTORIZACION DE OPERADORES: MAESTRO DE OPERADORES,
      *  PERMISOS POR ROL, OPERADOR DEL LOTE Y BITACORA DE
      *  SEGURIDAD (VER WOPERAD, WPERMISO, WOPERCTL Y WSEGLOG).
      *----------------------------------------------------------
           SELECT OPERADORES       ASSIGN       TO
                                   'OPERADORES'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-OPERADORES.

           SELECT PERMISOS         ASSIGN       TO
                                   'PERMISOS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PERMISOS.

           SELECT OPTIONAL OPERCTL ASSIGN       TO
                                   'OPERCTL'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-OPERCTL.

           SELECT OPTIONAL SEGLOG  ASSIGN       TO
                                   'SEGLOG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-SEGLOG.

      *----------------------------------------------------------
      *  CONTROL DE REPROCESO DE LOTES (VER WLOTECTL) Y BITACORA
      *  COMUN DE CORRIDA (VER WRUNLOG).
      *----------------------------------------------------------
           SELECT OPTIONAL LOTECTL ASSIGN       TO
                                   'LOTECTL'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS LOTECTL-CLAVE-FD
                                   FILE STATUS  IS FS-LOTECTL.

           SELECT OPTIONAL RUNLOG  ASSIGN       TO
                                   'RUNLOG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-RUNLOG.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  REVISION.
       01  REVISION-DATOS-FD.
           03  REVISION-CLAVE-FD.
               05  REVISION-ALUMNO-FD    PIC 9(06).
               05  REVISION-MATERIA-FD   PIC X(08).
               05  REVISION-FECHA-FD     PIC X(08).
               05  REVISION-INTENTO-FD   PIC 9(02).
           03  FILLER                    PIC X(176).

       FD  RECTPEND.
       01  RECTPEND-DATOS-FD.
           03  RECTPEND-CLAVE-FD.
               05  RECTPEND-NUMERO-FD    PIC 9(06).
           03  FILLER                    PIC X(174).

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  ACTAREG.
       01  ACTAREG-DATOS-FD.
           03  ACTAREG-CLAVE-FD.
               05  ACTAREG-INSTITUTO-FD  PIC X(50).
               05  ACTAREG-FECHA-FD      PIC X(08).
               05  ACTAREG-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(34).

       FD  TRIBUNAL.
       01  TRIBUNAL-DATOS-FD.
           03  TRIBUNAL-CLAVE-FD.
               05  TRIBUNAL-INST-FD      PIC X(10).
               05  TRIBUNAL-FECHA-FD     PIC X(08).
               05  TRIBUNAL-MATERIA-FD   PIC X(08).
           03  FILLER                    PIC X(34).

       FD  DOCENTES.
       01  COD-DOCENTES-DATOS-FD.
           03  COD-DOCENTES-FD           PIC X(06).
           03  FILLER                    PIC X(74).

       FD  FERIADOS.
       01  FERIADOS-DATOS-FD.
           03  FERIADOS-CLAVE-FD.
               05  FERIADOS-FECHA-FD     PIC X(08).
           03  FILLER                    PIC X(52).

       FD  REVICFG
           RECORDING MODE IS F.
       01  REVICFG-RECORD-FD             PIC  X(30).

       FD  REVTRAN
           RECORDING MODE IS F.
       01  REVTRAN-RECORD-FD             PIC  X(80).

       FD  REVREJ
           RECORDING MODE IS F.
       01  REG-RECHAZO-REV-FD            PIC  X(90).

       FD  OPERADORES
           RECORDING MODE IS F.
       01  OPERADORES-RECORD-FD          PIC  X(60).

       FD  PERMISOS
           RECORDING MODE IS F.
       01  PERMISOS-RECORD-FD            PIC  X(30).

       FD  OPERCTL
           RECORDING MODE IS F.
       01  OPERCTL-RECORD-FD             PIC  X(20).

       FD  SEGLOG
           RECORDING MODE IS F.
       01  SEGLOG-RECORD-FD              PIC  X(130).

       FD  LOTECTL.
       01  LOTECTL-DATOS-FD.
           03  LOTECTL-CLAVE-FD.
               05  LOTECTL-PROGRAMA-FD   PIC X(08).
               05  LOTECTL-LOTE-FD       PIC X(10).
           03  FILLER                    PIC X(102).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'MNTREVI'.

       77  FS-REVISION                   PIC X(02)  VALUE ' '.
           88 88-FS-REVISION-OK                     VALUE '00'.
           88 88-FS-REVISION-OPT                    VALUE '05'.
           88 88-FS-REVISION-INVKEY                 VALUE '21'.
           88 88-FS-REVISION-DUPKEY                 VALUE '22'.
           88 88-FS-REVISION-NOKEY                  VALUE '23'.

       77  FS-RECTPEND                   PIC X(02)  VALUE ' '.
           88 88-FS-RECTPEND-OK                     VALUE '00'.
           88 88-FS-RECTPEND-OPT                    VALUE '05'.
           88 88-FS-RECTPEND-EOF                    VALUE '10'.

       77  FS-STCALIF                    PIC X(02)  VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.

       77  FS-ACTAREG                    PIC X(02)  VALUE ' '.
           88 88-FS-ACTAREG-OK                      VALUE '00'.
           88 88-FS-ACTAREG-INVKEY                  VALUE '21'.
           88 88-FS-ACTAREG-NOKEY                   VALUE '23'.

       77  FS-TRIBUNAL                   PIC X(02)  VALUE ' '.
           88 88-FS-TRIBUNAL-OK                     VALUE '00'.
           88 88-FS-TRIBUNAL-INVKEY                 VALUE '21'.
           88 88-FS-TRIBUNAL-NOKEY                  VALUE '23'.

       77  FS-DOCENTES                   PIC X(02)  VALUE ' '.
           88 88-FS-DOCENTES-OK                     VALUE '00'.
           88 88-FS-DOCENTES-INVKEY                 VALUE '21'.
           88 88-FS-DOCENTES-NOKEY                  VALUE '23'.

       77  FS-FERIADOS                   PIC X(02)  VALUE ' '.
           88 88-FS-FERIADOS-OK                     VALUE '00'.
           88 88-FS-FERIADOS-EOF                    VALUE '10'.

       77  FS-REVICFG                    PIC X(02)  VALUE ' '.
           88 88-FS-REVICFG-OK                      VALUE '00'.

       77  FS-REVTRAN                    PIC X(02)  VALUE ' '.
           88 88-FS-REVTRAN-OK                      VALUE '00'.
           88 88-FS-REVTRAN-EOF                     VALUE '10'.

       77  FS-REVREJ                     PIC X(02)  VALUE ' '.
           88 88-FS-REVREJ-OK                       VALUE '00'.

       77  WS-OPEN-REVISION              PIC X      VALUE 'N'.
           88 88-OPEN-REVISION-SI                   VALUE 'S'.
           88 88-OPEN-REVISION-NO                   VALUE 'N'.

       77  WS-OPEN-RECTPEND              PIC X      VALUE 'N'.
           88 88-OPEN-RECTPEND-SI                   VALUE 'S'.
           88 88-OPEN-RECTPEND-NO                   VALUE 'N'.

       77  WS-OPEN-ACTAREG               PIC X      VALUE 'N'.
           88 88-OPEN-ACTAREG-SI                    VALUE 'S'.
           88 88-OPEN-ACTAREG-NO                    VALUE 'N'.

       77  WS-OPEN-TRIBUNAL              PIC X      VALUE 'N'.
           88 88-OPEN-TRIBUNAL-SI                   VALUE 'S'.
           88 88-OPEN-TRIBUNAL-NO                   VALUE 'N'.

       77  WS-OPEN-DOCENTES              PIC X      VALUE 'N'.
           88 88-OPEN-DOCENTES-SI                   VALUE 'S'.
           88 88-OPEN-DOCENTES-NO                   VALUE 'N'.

       77  WS-OPEN-FERIADOS              PIC X      VALUE 'N'.
           88 88-OPEN-FERIADOS-SI                   VALUE 'S'.
           88 88-OPEN-FERIADOS-NO                   VALUE 'N'.

       77  WS-OPEN-REVTRAN               PIC X      VALUE 'N'.
           88 88-OPEN-REVTRAN-SI                    VALUE 'S'.
           88 88-OPEN-REVTRAN-NO                    VALUE 'N'.

       77  WS-OPEN-REVREJ                PIC X      VALUE 'N'.
           88 88-OPEN-REVREJ-SI                     VALUE 'S'.
           88 88-OPEN-REVREJ-NO                     VALUE 'N'.

       77  WS-TRAN-LEIDAS                PIC 9(07)  VALUE 0.
       77  WS-PRESENTADAS                PIC 9(07)  VALUE 0.
       77  WS-TRIBUNALES                 PIC 9(07)  VALUE 0.
       77  WS-CONFIRMADAS                PIC 9(07)  VALUE 0.
       77  WS-MODIFICADAS                PIC 9(07)  VALUE 0.
       77  WS-DESISTIDAS                 PIC 9(07)  VALUE 0.
       77  WS-FUERA-TERMINO              PIC 9(07)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.

      *-------------------------------------------------------------*
      *     ULTIMO NUMERO DE RECTPEND: SE RECONSTRUYE AL INICIO     *
      *     COMO EN MNTRECT Y NUNCA SE REUSA.                       *
      *-------------------------------------------------------------*
       77  WS-ULTIMO-NUMERO              PIC 9(06)  VALUE 0.

      *-------------------------------------------------------------*
      *     TRANSACCION DE REVISIONES DE EXAMEN                     *
      *-------------------------------------------------------------*
       01  REVTRAN-RECORD.
           03  REVTRAN-ACCION            PIC X(01).
               88  88-REVTRAN-ALTA                  VALUE 'A'.
               88  88-REVTRAN-TRIBUNAL              VALUE 'T'.
               88  88-REVTRAN-CONFIRMA              VALUE 'C'.
               88  88-REVTRAN-MODIFICA              VALUE 'M'.
               88  88-REVTRAN-BAJA                  VALUE 'B'.
           03  REVTRAN-CLAVE.
               05  REVTRAN-COD-ALUMNO    PIC 9(06).
               05  REVTRAN-COD-MATERIA   PIC X(08).
               05  REVTRAN-FECHA-EXAMEN  PIC X(08).
               05  REVTRAN-INTENTO       PIC 9(02).
           03  REVTRAN-FECHA-PRESENTACION PIC X(08).
           03  REVTRAN-TRIB-TITULAR      PIC X(06).
           03  REVTRAN-TRIB-VOCAL-1      PIC X(06).
           03  REVTRAN-TRIB-VOCAL-2      PIC X(06).
           03  REVTRAN-NOTA-NUEVA        PIC 9(02)V9(01).
           03  REVTRAN-OBSERVACION       PIC X(20).
           03  FILLER                    PIC X(06).

      *-------------------------------------------------------------*
      *     REGISTRO DE RECHAZO PARA REVREJ                         *
      *-------------------------------------------------------------*
       01  REG-RECHAZO-REV.
           03  RECHAZO-REV-DATOS         PIC X(80).
           03  RECHAZO-REV-MOTIVO        PIC X(10).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  WS-FECHA-HOY                  PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     PLAZOS EN DIAS HABILES (REVICFG, CON FERIADOS Y FINES   *
      *     DE SEMANA SALTEADOS). VER WREVICFG.                     *
      *-------------------------------------------------------------*
       77  WS-DIAS-PRESENTACION          PIC 9(02)  VALUE 03.
       77  WS-DIAS-RESOLUCION            PIC 9(02)  VALUE 10.

       77  WS-CANT-TAB-FER               PIC 9(03)  VALUE 0.
       01  WS-TABLA-FERIADOS.
           03  WS-TAB-FER OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-FER.
               05  WS-TAB-FER-FECHA       PIC X(08).

       77  WS-DIAS-TRABAJO               PIC 9(07)  VALUE 0.
       77  WS-HABILES-RESTAN             PIC 9(02)  VALUE 0.
       77  WS-DIA-SEMANA                 PIC 9(01)  VALUE 0.
       77  WS-FECHA-DIA-NUM              PIC 9(08)  VALUE 0.
       77  WS-FECHA-DIA-ALFA             PIC X(08)  VALUE ' '.
       77  WS-FECHA-BASE                 PIC X(08)  VALUE ' '.
       77  WS-FECHA-LIMITE               PIC X(08)  VALUE ' '.

       77  WS-ES-DIA-HABIL               PIC X      VALUE 'S'.
           88 88-ES-DIA-HABIL-SI                    VALUE 'S'.
           88 88-ES-DIA-HABIL-NO                    VALUE 'N'.

      *-------------------------------------------------------------*
      *     EXAMEN DE LA PRESENTACION EN CURSO (STCALIF)            *
      *-------------------------------------------------------------*
       01  WS-EXAMEN-CLAVE.
           03  WS-EXAMEN-ALUMNO          PIC 9(06).
           03  WS-EXAMEN-MATERIA         PIC X(08).
           03  WS-EXAMEN-FECHA           PIC X(08).
           03  WS-EXAMEN-INTENTO         PIC 9(02).

       77  WS-EXAMEN-HALLADO             PIC X      VALUE 'N'.
           88 88-EXAMEN-HALLADO-SI                  VALUE 'S'.
           88 88-EXAMEN-HALLADO-NO                  VALUE 'N'.

       77  WS-DOCENTE-BUSCADO            PIC X(06)  VALUE ' '.

       77  WS-DOCENTE-VALIDO             PIC X      VALUE 'S'.
           88 88-DOCENTE-VALIDO-SI                  VALUE 'S'.
           88 88-DOCENTE-VALIDO-NO                  VALUE 'N'.

       77  FS-OPERADORES                 PIC X(02)  VALUE ' '.
           88 88-FS-OPERADORES-OK                   VALUE '00'.
           88 88-FS-OPERADORES-EOF                  VALUE '10'.

       77  FS-PERMISOS                   PIC X(02)  VALUE ' '.
           88 88-FS-PERMISOS-OK                     VALUE '00'.
           88 88-FS-PERMISOS-EOF                    VALUE '10'.

       77  FS-OPERCTL                    PIC X(02)  VALUE ' '.
           88 88-FS-OPERCTL-OK                      VALUE '00'.
           88 88-FS-OPERCTL-OPT                     VALUE '05'.

       77  FS-SEGLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-SEGLOG-OK                       VALUE '00'.
           88 88-FS-SEGLOG-OPT                      VALUE '05'.

       77  WS-OPEN-SEGLOG                PIC X      VALUE 'N'.
           88 88-OPEN-SEGLOG-SI                     VALUE 'S'.
           88 88-OPEN-SEGLOG-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     AUTORIZACION DEL OPERADOR DEL LOTE (OPERCTL) CONTRA LOS *
      *     OPERADORES Y LOS PERMISOS DE SU ROL PARA ESTE PROGRAMA. *
      *-------------------------------------------------------------*
       77  WS-AUT-OPERADOR               PIC X(08)  VALUE ' '.
       77  WS-AUT-ROL                    PIC X(08)  VALUE ' '.
       77  WS-AUT-ACCION                 PIC X(01)  VALUE ' '.
       77  WS-AUT-DETALLE                PIC X(30)  VALUE ' '.
       77  WS-AUT-TRANSACCION            PIC X(50)  VALUE ' '.
       77  WS-SEGLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-NO-AUTORIZADAS             PIC 9(07)  VALUE 0.

       77  WS-AUTORIZADO                 PIC X      VALUE 'N'.
           88 88-AUTORIZADO-SI                      VALUE 'S'.
           88 88-AUTORIZADO-NO                      VALUE 'N'.

       77  WS-OPERADOR-HALLADO           PIC X      VALUE 'N'.
           88 88-OPERADOR-HALLADO-SI                VALUE 'S'.
           88 88-OPERADOR-HALLADO-NO                VALUE 'N'.

       77  WS-CANT-TAB-OPE               PIC 9(04)  VALUE 0.
       01  WS-TABLA-OPERADORES.
           03  WS-TAB-OPE OCCURS 300 TIMES
                          INDEXED BY WS-IDX-TAB-OPE.
               05  WS-TAB-OPE-CODIGO      PIC X(08).
               05  WS-TAB-OPE-ROL         PIC X(08).
               05  WS-TAB-OPE-ESTADO      PIC X(01).

      *-------------------------------------------------------------*
      *     PERMISOS DE ESTE PROGRAMA (PROGRAMA PROPIO O '*'): ROL  *
      *     Y ACCION HABILITADA ('*' = TODAS LAS ACCIONES).         *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-PER               PIC 9(04)  VALUE 0.
       01  WS-TABLA-PERMISOS.
           03  WS-TAB-PER OCCURS 300 TIMES
                          INDEXED BY WS-IDX-TAB-PER.
               05  WS-TAB-PER-ROL         PIC X(08).
               05  WS-TAB-PER-ACCION      PIC X(01).

       77  FS-LOTECTL                    PIC X(02)  VALUE ' '.
           88 88-FS-LOTECTL-OK                      VALUE '00'.
           88 88-FS-LOTECTL-OPT                     VALUE '05'.
           88 88-FS-LOTECTL-NOKEY                   VALUE '23'.

       77  WS-OPEN-LOTECTL               PIC X      VALUE 'N'.
           88 88-OPEN-LOTECTL-SI                    VALUE 'S'.
           88 88-OPEN-LOTECTL-NO                    VALUE 'N'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

      *-------------------------------------------------------------*
      *     CONTROL DE REPROCESO DEL LOTE (VER WLOTECTL): LOTE DE   *
      *     OPERCTL, ULTIMA SECUENCIA YA CONFIRMADA AL ARRANCAR Y   *
      *     TRANSACCIONES OMITIDAS POR ESTAR YA CONFIRMADAS.        *
      *-------------------------------------------------------------*
       77  WS-LOTE-ID                    PIC X(10)  VALUE ' '.
       77  WS-LOTE-DESDE                 PIC 9(07)  VALUE 0.
       77  WS-LOTE-OMITIDAS              PIC 9(07)  VALUE 0.
       77  WS-LOTE-IMAGEN                PIC X(50)  VALUE ' '.
       77  WS-LOTE-TS                    PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  WS-LOTE-CONTROL               PIC X      VALUE 'N'.
           88 88-LOTE-CONTROL-SI                    VALUE 'S'.
           88 88-LOTE-CONTROL-NO                    VALUE 'N'.

       77  WS-LOTE-REPROCESO             PIC X      VALUE 'N'.
           88 88-LOTE-REPROCESO-SI                  VALUE 'S'.
           88 88-LOTE-REPROCESO-NO                  VALUE 'N'.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WREVISIO.
       COPY WRECTPEN.
       COPY WCALTRAN.
       COPY WSTCALIF.
       COPY WACTAREG.
       COPY WTRIBUNA.
       COPY WFERIADO.
       COPY WREVICFG.
       COPY WOPERAD.
       COPY WPERMISO.
       COPY WOPERCTL.
       COPY WSEGLOG.
       COPY WLOTECTL.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-REVTRAN-EOF.

           PERFORM 30000-FINALIZO.

      *  RETORNO GRADUADO: 4 AVISA QUE HUBO TRANSACCIONES
      *  RECHAZADAS SIN FRENAR EL RESTO DEL STREAM.
           IF  WS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-FECHA-HOY.

      *  LA AUTORIZACION (QUE LEE OPERCTL) Y EL CONTROL DEL LOTE
      *  VAN ANTES DE ABRIR LOS ARCHIVOS: 10100-ABRO-ARCHIVOS
      *  NECESITA SABER SI ES UN REPROCESO PARA ABRIR LOS
      *  RECHAZOS EN EXTEND (Y CONSERVAR LOS DE LA CORRIDA
      *  INTERRUMPIDA) O EN OUTPUT.
           PERFORM 10950-CARGO-AUTORIZACION.
           PERFORM 10050-CONTROLO-LOTE.
           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-ABRO-CONSULTAS.
           PERFORM 10200-DETERMINO-ULTIMO-NUMERO.
           PERFORM 10500-CARGO-FERIADOS.
           PERFORM 10550-LEO-REVICFG.
           PERFORM 11100-READ-REVTRAN.
           PERFORM 11150-REPOSICIONO-LOTE.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN I-O     REVISION.

           EVALUATE TRUE
               WHEN 88-FS-REVISION-OK
               WHEN 88-FS-REVISION-OPT
                    SET 88-OPEN-REVISION-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   REVISION'
                    DISPLAY 'FILE STATUS       :' FS-REVISION
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O     RECTPEND.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
               WHEN 88-FS-RECTPEND-OPT
                    SET 88-OPEN-RECTPEND-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT   REVTRAN.

           EVALUATE FS-REVTRAN
               WHEN '00'
                    SET 88-OPEN-REVTRAN-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT REVTRAN'
                    DISPLAY 'FILE STATUS       :' FS-REVTRAN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           IF  WS-LOTE-DESDE > 0
               OPEN EXTEND  REVREJ
           ELSE
               OPEN OUTPUT  REVREJ
           END-IF.

           EVALUATE FS-REVREJ
               WHEN '00'
                    SET 88-OPEN-REVREJ-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT REVREJ'
                    DISPLAY 'FILE STATUS       :' FS-REVREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-ABRO-CONSULTAS.
      *---------------------
      *  ACTAREG, TRIBUNAL Y DOCENTES SON OPCIONALES: SIN ACTA
      *  REGISTRADA EL PLAZO CORRE DESDE EL EXAMEN, SIN TRIBUNAL
      *  LA REVISION QUEDA SIN DOCENTE DE LA MESA Y SIN DOCENTES
      *  NO SE CONTROLA EL TRIBUNAL REVISOR.
      *---------------------

           OPEN INPUT ACTAREG.

           EVALUATE FS-ACTAREG
               WHEN '00'
                    SET 88-OPEN-ACTAREG-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-ACTAREG-NO TO TRUE
           END-EVALUATE.

           OPEN INPUT TRIBUNAL.

           EVALUATE FS-TRIBUNAL
               WHEN '00'
                    SET 88-OPEN-TRIBUNAL-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-TRIBUNAL-NO TO TRUE
           END-EVALUATE.

           OPEN INPUT DOCENTES.

           EVALUATE FS-DOCENTES
               WHEN '00'
                    SET 88-OPEN-DOCENTES-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-DOCENTES-NO TO TRUE
           END-EVALUATE.

       10200-DETERMINO-ULTIMO-NUMERO.
      *------------------------------
      *  RECONSTRUYE EL ULTIMO NUMERO DE RECTIFICACION RECORRIENDO
      *  LA COLA COMPLETA, IGUAL QUE MNTRECT: LA SECUENCIA NUNCA SE
      *  REUSA.
      *------------------------------

           INITIALIZE RECTPEND-DATOS-FD.
           MOVE LOW-VALUES               TO RECTPEND-CLAVE-FD.

           START RECTPEND KEY >= RECTPEND-CLAVE-FD.

           IF  88-FS-RECTPEND-OK
               PERFORM 10250-LEO-RECTPEND-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-RECTPEND-OK
                   IF  RECTPEND-NUMERO > WS-ULTIMO-NUMERO
                       MOVE RECTPEND-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
                   PERFORM 10250-LEO-RECTPEND-SIGUIENTE
               END-PERFORM
           END-IF.

       10250-LEO-RECTPEND-SIGUIENTE.
      *-----------------------------

           INITIALIZE RECTPEND-REGISTRO.

           READ RECTPEND NEXT RECORD INTO RECTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
               WHEN 88-FS-RECTPEND-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10250-LEO-RECTPEND-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10500-CARGO-FERIADOS.
      *---------------------
      *  CARGA LOS FERIADOS PARA EL CONTEO DE DIAS HABILES, IGUAL
      *  QUE MNTINSC. EL ARCHIVO ES OPCIONAL: SIN EL, SOLO SE
      *  SALTEAN LOS FINES DE SEMANA.
      *---------------------

           OPEN INPUT FERIADOS.

           EVALUATE FS-FERIADOS
               WHEN '00'
                    SET 88-OPEN-FERIADOS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-FERIADOS-NO TO TRUE
           END-EVALUATE.

           IF  88-OPEN-FERIADOS-SI
               PERFORM UNTIL 88-FS-FERIADOS-EOF
                   INITIALIZE FERIADOS-REGISTRO
                   READ FERIADOS INTO FERIADOS-REGISTRO
                   IF  88-FS-FERIADOS-OK
                   AND WS-CANT-TAB-FER < 100
                       ADD 1              TO WS-CANT-TAB-FER
                       SET WS-IDX-TAB-FER TO WS-CANT-TAB-FER
                       MOVE FERIADOS-FECHA
                            TO WS-TAB-FER-FECHA(WS-IDX-TAB-FER)
                   END-IF
               END-PERFORM
               CLOSE FERIADOS
               SET 88-OPEN-FERIADOS-NO TO TRUE
           END-IF.

       10550-LEO-REVICFG.
      *------------------

           OPEN INPUT REVICFG.

           IF  88-FS-REVICFG-OK
               READ REVICFG INTO REVICFG-RECORD
               IF  88-FS-REVICFG-OK
                   IF  REVICFG-DIAS-PRESENTACION IS NUMERIC
                   AND REVICFG-DIAS-PRESENTACION > 0
                       MOVE REVICFG-DIAS-PRESENTACION
                                         TO WS-DIAS-PRESENTACION
                   END-IF
                   IF  REVICFG-DIAS-RESOLUCION IS NUMERIC
                   AND REVICFG-DIAS-RESOLUCION > 0
                       MOVE REVICFG-DIAS-RESOLUCION
                                         TO WS-DIAS-RESOLUCION
                   END-IF
               END-IF
               CLOSE REVICFG
           END-IF.

       11100-READ-REVTRAN.
      *-------------------

           INITIALIZE REVTRAN-RECORD.

           READ REVTRAN INTO REVTRAN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-REVTRAN-OK
                    ADD 1              TO WS-TRAN-LEIDAS
               WHEN 88-FS-REVTRAN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-REVTRAN'
                    DISPLAY 'ERROR EN READ       REVTRAN'
                    DISPLAY 'FILE STATUS       :' FS-REVTRAN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           MOVE REVTRAN-ACCION           TO WS-AUT-ACCION.
           MOVE REVTRAN-RECORD           TO WS-AUT-TRANSACCION.
           PERFORM 29500-CONTROLO-AUTORIZACION.

           IF  88-AUTORIZADO-SI
               PERFORM 20050-PROCESO-AUTORIZADA
           ELSE
               MOVE 'NOAUTORIZ'          TO RECHAZO-REV-MOTIVO
               PERFORM 21900-GRABO-RECHAZO-REV
           END-IF.

           PERFORM 29700-CONFIRMO-LOTE.

           PERFORM 11100-READ-REVTRAN.

       20050-PROCESO-AUTORIZADA.
      *-------------------------

           EVALUATE TRUE
               WHEN 88-REVTRAN-ALTA
                    PERFORM 21000-APLICO-ALTA
               WHEN 88-REVTRAN-TRIBUNAL
                    PERFORM 22000-APLICO-TRIBUNAL
               WHEN 88-REVTRAN-CONFIRMA
               WHEN 88-REVTRAN-MODIFICA
                    PERFORM 23000-APLICO-DECISION
               WHEN 88-REVTRAN-BAJA
                    PERFORM 24000-APLICO-BAJA
               WHEN OTHER
                    MOVE 'ACCION'         TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
           END-EVALUATE.

       21000-APLICO-ALTA.
      *------------------
      *  PRESENTACION DE UNA REVISION: PRIMERO LOS DATOS DE LA
      *  TRANSACCION, DESPUES EL EXAMEN Y EL PLAZO.
      *------------------

           IF  REVTRAN-FECHA-PRESENTACION = SPACES
               MOVE WS-FECHA-HOY         TO REVTRAN-FECHA-PRESENTACION
           END-IF.

           EVALUATE TRUE
               WHEN REVTRAN-COD-ALUMNO IS NOT NUMERIC
               WHEN REVTRAN-COD-ALUMNO = 0
                    MOVE 'ALUMNO'        TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN REVTRAN-COD-MATERIA = SPACES
                    MOVE 'MATERIA'       TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN REVTRAN-FECHA-EXAMEN IS NOT NUMERIC
                    MOVE 'FECHA'         TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN REVTRAN-INTENTO IS NOT NUMERIC
                    MOVE 'INTENTO'       TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN REVTRAN-FECHA-PRESENTACION IS NOT NUMERIC
               WHEN REVTRAN-FECHA-PRESENTACION > WS-FECHA-HOY
               WHEN REVTRAN-FECHA-PRESENTACION <
                                         REVTRAN-FECHA-EXAMEN
                    MOVE 'FECHAPRES'     TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN OTHER
                    PERFORM 21010-CONTROLO-EXAMEN
           END-EVALUATE.

       21010-CONTROLO-EXAMEN.
      *----------------------

           PERFORM 21950-LEO-REVISION.

           IF  88-FS-REVISION-OK
               MOVE 'DUPLICADO'          TO RECHAZO-REV-MOTIVO
               PERFORM 21900-GRABO-RECHAZO-REV
           ELSE
               PERFORM 21100-BUSCO-EXAMEN
               EVALUATE TRUE
                   WHEN 88-EXAMEN-HALLADO-NO
                        MOVE 'NOEXISTE'  TO RECHAZO-REV-MOTIVO
                        PERFORM 21900-GRABO-RECHAZO-REV
                   WHEN 88-STCALIF-PROMOCION
                        MOVE 'PROMOCION' TO RECHAZO-REV-MOTIVO
                        PERFORM 21900-GRABO-RECHAZO-REV
                   WHEN OTHER
                        PERFORM 21020-CONTROLO-PLAZO
               END-EVALUATE
           END-IF.

       21020-CONTROLO-PLAZO.
      *---------------------
      *  EL PLAZO PARA PEDIR LA REVISION CORRE DESDE LA EMISION
      *  DEL ACTA. LA PRESENTACION FUERA DE ESE PLAZO SE RECHAZA.
      *---------------------

           INITIALIZE REVISION-REGISTRO.
           MOVE REVTRAN-CLAVE            TO REVISION-CLAVE.
           MOVE STCALIF-INSTITUTO        TO REVISION-INSTITUTO.
           MOVE STCALIF-NOTA             TO REVISION-NOTA-ORIGINAL.

           PERFORM 21200-BUSCO-ACTA.
           PERFORM 21300-BUSCO-DOCENTE-MESA.

           MOVE REVISION-FECHA-ACTA      TO WS-FECHA-BASE.
           MOVE WS-DIAS-PRESENTACION     TO WS-HABILES-RESTAN.
           PERFORM 21500-CALCULO-LIMITE.
           MOVE WS-FECHA-LIMITE
                                    TO REVISION-LIMITE-PRESENTACION.

           IF  REVTRAN-FECHA-PRESENTACION >
                                         REVISION-LIMITE-PRESENTACION
               MOVE 'FUERAPLAZO'         TO RECHAZO-REV-MOTIVO
               PERFORM 21900-GRABO-RECHAZO-REV
           ELSE
               PERFORM 21050-GRABO-REVISION
           END-IF.

       21050-GRABO-REVISION.
      *---------------------

           MOVE REVTRAN-FECHA-PRESENTACION
                                         TO REVISION-FECHA-PRESENTACION.
           MOVE REVTRAN-FECHA-PRESENTACION
                                         TO WS-FECHA-BASE.
           MOVE WS-DIAS-RESOLUCION       TO WS-HABILES-RESTAN.
           PERFORM 21500-CALCULO-LIMITE.
           MOVE WS-FECHA-LIMITE          TO REVISION-LIMITE-RESOLUCION.

           MOVE WS-AUT-OPERADOR          TO REVISION-SOLICITANTE.
           MOVE SPACES                   TO REVISION-TRIB-TITULAR
                                            REVISION-TRIB-VOCAL-1
                                            REVISION-TRIB-VOCAL-2
                                            REVISION-FECHA-RESOLUCION
                                            REVISION-RESOLUTOR.
           MOVE 'P'                      TO REVISION-ESTADO.
           MOVE 0                        TO REVISION-NOTA-NUEVA
                                            REVISION-RECTPEND-NUMERO.
           MOVE REVTRAN-OBSERVACION      TO REVISION-OBSERVACION.

           INITIALIZE REVISION-DATOS-FD.
           MOVE REVISION-CLAVE           TO REVISION-CLAVE-FD.

           WRITE REVISION-DATOS-FD       FROM REVISION-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-REVISION-OK
                    ADD 1                TO WS-PRESENTADAS
                    DISPLAY 'REVISION PRESENTADA: '
                            REVISION-COD-ALUMNO
                            ' ' REVISION-COD-MATERIA
                            ' ' REVISION-FECHA-EXAMEN
                            ' RESOLVER HASTA '
                            REVISION-LIMITE-RESOLUCION
               WHEN 88-FS-REVISION-DUPKEY
                    MOVE 'DUPLICADO'     TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21050-GRABO-REVISION'
                    DISPLAY 'ERROR EN WRITE      REVISION'
                    DISPLAY 'FILE STATUS       :' FS-REVISION
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21100-BUSCO-EXAMEN.
      *-------------------
      *  BUSCA EL EXAMEN EN STCALIF POR SU CLAVE COMPLETA. STCALIF
      *  ES SECUENCIAL: SE RECORRE EN CADA PRESENTACION, QUE SON
      *  POCAS POR LOTE.
      *-------------------

           SET 88-EXAMEN-HALLADO-NO      TO TRUE.
           MOVE REVTRAN-CLAVE            TO WS-EXAMEN-CLAVE.

           OPEN INPUT STCALIF.

           EVALUATE FS-STCALIF
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21100-BUSCO-EXAMEN'
                    DISPLAY 'ERROR EN OPEN INPUT STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 21110-READ-STCALIF.
           PERFORM UNTIL 88-FS-STCALIF-EOF
                      OR 88-EXAMEN-HALLADO-SI
               IF  STCALIF-COD-ESTUDIANTE = WS-EXAMEN-ALUMNO
               AND STCALIF-COD-MATERIA    = WS-EXAMEN-MATERIA
               AND STCALIF-FECHA-EXAMEN   = WS-EXAMEN-FECHA
               AND STCALIF-INTENTO        = WS-EXAMEN-INTENTO
                   SET 88-EXAMEN-HALLADO-SI TO TRUE
               ELSE
                   PERFORM 21110-READ-STCALIF
               END-IF
           END-PERFORM.

           CLOSE STCALIF.

       21110-READ-STCALIF.
      *-------------------

           INITIALIZE STCALIF-RECORD.

           READ STCALIF INTO STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
               WHEN 88-FS-STCALIF-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21110-READ-STCALIF'
                    DISPLAY 'ERROR EN READ       STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21200-BUSCO-ACTA.
      *-----------------
      *  FECHA DE EMISION DEL ACTA DEL EXAMEN (ACTAREG, CLAVE
      *  SEDE+FECHA+MATERIA COMO EN BOPGM11). SIN ACTA REGISTRADA
      *  SE TOMA LA FECHA DEL EXAMEN.
      *-----------------

           MOVE REVISION-FECHA-EXAMEN    TO REVISION-FECHA-ACTA.

           IF  88-OPEN-ACTAREG-SI
               INITIALIZE ACTAREG-DATOS-FD
               MOVE REVISION-INSTITUTO   TO ACTAREG-INSTITUTO-FD
               MOVE REVISION-FECHA-EXAMEN
                                         TO ACTAREG-FECHA-FD
               MOVE REVISION-COD-MATERIA TO ACTAREG-MATERIA-FD

               READ ACTAREG INTO ACTAREG-REGISTRO

               EVALUATE TRUE
                   WHEN 88-FS-ACTAREG-OK
                        IF  ACTAREG-FECHA-EMISION IS NUMERIC
                            MOVE ACTAREG-FECHA-EMISION
                                         TO REVISION-FECHA-ACTA
                        END-IF
                   WHEN 88-FS-ACTAREG-NOKEY
                   WHEN 88-FS-ACTAREG-INVKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21200-BUSCO-ACTA'
                        DISPLAY 'ERROR EN READ       ACTAREG'
                        DISPLAY 'FILE STATUS       :' FS-ACTAREG
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21300-BUSCO-DOCENTE-MESA.
      *-------------------------
      *  TITULAR DEL TRIBUNAL DE LA MESA (CLAVE DE MESA CON LA SEDE
      *  RECORTADA A 10, COMO EN BOPGM11).
      *-------------------------

           MOVE SPACES                   TO REVISION-DOCENTE.

           IF  88-OPEN-TRIBUNAL-SI
               INITIALIZE TRIBUNAL-DATOS-FD
               MOVE REVISION-INSTITUTO   TO TRIBUNAL-INST-FD
               MOVE REVISION-FECHA-EXAMEN
                                         TO TRIBUNAL-FECHA-FD
               MOVE REVISION-COD-MATERIA TO TRIBUNAL-MATERIA-FD

               READ TRIBUNAL INTO TRIBUNAL-REGISTRO

               EVALUATE TRUE
                   WHEN 88-FS-TRIBUNAL-OK
                        MOVE TRIBUNAL-TITULAR TO REVISION-DOCENTE
                   WHEN 88-FS-TRIBUNAL-NOKEY
                   WHEN 88-FS-TRIBUNAL-INVKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21300-BUSCO-DOCENTE-MESA'
                        DISPLAY 'ERROR EN READ       TRIBUNAL'
                        DISPLAY 'FILE STATUS       :' FS-TRIBUNAL
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21500-CALCULO-LIMITE.
      *---------------------
      *  AVANZA WS-HABILES-RESTAN DIAS HABILES DESDE WS-FECHA-BASE
      *  (SALTEANDO FINES DE SEMANA Y FERIADOS) Y DEJA LA FECHA
      *  ALCANZADA EN WS-FECHA-LIMITE. ES EL MISMO CONTEO QUE
      *  21045-RETROCEDO-DIA-HABIL DE MNTINSC, HACIA ADELANTE.
      *---------------------

           MOVE WS-FECHA-BASE            TO WS-FECHA-LIMITE.

           IF  WS-FECHA-BASE IS NUMERIC
               MOVE WS-FECHA-BASE        TO WS-FECHA-DIA-NUM
               COMPUTE WS-DIAS-TRABAJO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA-NUM)
                   ON SIZE ERROR
                       MOVE 0            TO WS-DIAS-TRABAJO
               END-COMPUTE

               IF  WS-DIAS-TRABAJO > 0
                   PERFORM 21510-AVANZO-DIA-HABIL
                     UNTIL WS-HABILES-RESTAN = 0
                   COMPUTE WS-FECHA-DIA-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-DIAS-TRABAJO)
                   MOVE WS-FECHA-DIA-NUM TO WS-FECHA-LIMITE
               END-IF
           END-IF.

       21510-AVANZO-DIA-HABIL.
      *-----------------------
      *  AVANZA WS-DIAS-TRABAJO UN DIA Y DESCUENTA UN HABIL SOLO
      *  SI EL DIA ALCANZADO NO ES FIN DE SEMANA NI FERIADO.
      *-----------------------

           ADD 1                         TO WS-DIAS-TRABAJO.

           SET 88-ES-DIA-HABIL-SI        TO TRUE.

           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIAS-TRABAJO 7).
           IF  WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               SET 88-ES-DIA-HABIL-NO    TO TRUE
           END-IF.

           IF  88-ES-DIA-HABIL-SI
           AND WS-CANT-TAB-FER > 0
               COMPUTE WS-FECHA-DIA-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-TRABAJO)
               MOVE WS-FECHA-DIA-NUM     TO WS-FECHA-DIA-ALFA
               SET  WS-IDX-TAB-FER       TO 1
               PERFORM UNTIL WS-IDX-TAB-FER > WS-CANT-TAB-FER
                   IF  WS-TAB-FER-FECHA(WS-IDX-TAB-FER) =
                                         WS-FECHA-DIA-ALFA
                       SET 88-ES-DIA-HABIL-NO TO TRUE
                   END-IF
                   SET WS-IDX-TAB-FER    UP BY 1
               END-PERFORM
           END-IF.

           IF  88-ES-DIA-HABIL-SI
               SUBTRACT 1 FROM WS-HABILES-RESTAN
           END-IF.

       21150-REESCRIBO-REVISION.
      *-------------------------

           REWRITE REVISION-DATOS-FD     FROM REVISION-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-REVISION-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21150-REESCRIBO-REVISION'
                    DISPLAY 'ERROR EN REWRITE    REVISION'
                    DISPLAY 'FILE STATUS       :' FS-REVISION
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21900-GRABO-RECHAZO-REV.
      *------------------------

           MOVE REVTRAN-RECORD           TO RECHAZO-REV-DATOS.

           WRITE REG-RECHAZO-REV-FD      FROM REG-RECHAZO-REV.

           EVALUATE TRUE
               WHEN 88-FS-REVREJ-OK
                    ADD 1                TO WS-RECHAZADAS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21900-GRABO-RECHAZO-REV'
                    DISPLAY 'ERROR EN WRITE      REVREJ'
                    DISPLAY 'FILE STATUS       :' FS-REVREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21950-LEO-REVISION.
      *-------------------

           INITIALIZE REVISION-DATOS-FD.
           MOVE REVTRAN-CLAVE            TO REVISION-CLAVE-FD.

           READ REVISION INTO REVISION-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-REVISION-OK
               WHEN 88-FS-REVISION-NOKEY
               WHEN 88-FS-REVISION-INVKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21950-LEO-REVISION'
                    DISPLAY 'ERROR EN READ       REVISION'
                    DISPLAY 'FILE STATUS       :' FS-REVISION
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22000-APLICO-TRIBUNAL.
      *----------------------
      *  TRIBUNAL REVISOR DE UNA REVISION PRESENTADA. SE PUEDE
      *  VOLVER A CARGAR (REEMPLAZA AL ANTERIOR) MIENTRAS NO ESTE
      *  RESUELTA.
      *----------------------

           PERFORM 21950-LEO-REVISION.
           PERFORM 22100-CONTROLO-DOCENTES.

           EVALUATE TRUE
               WHEN NOT 88-FS-REVISION-OK
                    MOVE 'NOEXISTE'      TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN NOT 88-REVISION-PRESENTADA
                    MOVE 'NOPENDIEN'     TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN REVTRAN-TRIB-TITULAR = SPACES
               WHEN REVTRAN-TRIB-VOCAL-1 NOT = SPACES
                AND (REVTRAN-TRIB-VOCAL-1 = REVTRAN-TRIB-TITULAR
                  OR REVTRAN-TRIB-VOCAL-1 = REVTRAN-TRIB-VOCAL-2)
               WHEN REVTRAN-TRIB-VOCAL-2 NOT = SPACES
                AND REVTRAN-TRIB-VOCAL-2 = REVTRAN-TRIB-TITULAR
                    MOVE 'TRIBUNAL'      TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN 88-DOCENTE-VALIDO-NO
                    MOVE 'DOCENTE'       TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN OTHER
                    MOVE REVTRAN-TRIB-TITULAR
                                         TO REVISION-TRIB-TITULAR
                    MOVE REVTRAN-TRIB-VOCAL-1
                                         TO REVISION-TRIB-VOCAL-1
                    MOVE REVTRAN-TRIB-VOCAL-2
                                         TO REVISION-TRIB-VOCAL-2
                    PERFORM 21150-REESCRIBO-REVISION
                    ADD 1                TO WS-TRIBUNALES
           END-EVALUATE.

       22100-CONTROLO-DOCENTES.
      *------------------------
      *  CON EL MAESTRO DOCENTES PRESENTE, CADA INTEGRANTE
      *  INFORMADO DEL TRIBUNAL TIENE QUE EXISTIR.
      *------------------------

           SET 88-DOCENTE-VALIDO-SI      TO TRUE.

           MOVE REVTRAN-TRIB-TITULAR     TO WS-DOCENTE-BUSCADO.
           PERFORM 22150-BUSCO-DOCENTE.
           MOVE REVTRAN-TRIB-VOCAL-1     TO WS-DOCENTE-BUSCADO.
           PERFORM 22150-BUSCO-DOCENTE.
           MOVE REVTRAN-TRIB-VOCAL-2     TO WS-DOCENTE-BUSCADO.
           PERFORM 22150-BUSCO-DOCENTE.

       22150-BUSCO-DOCENTE.
      *--------------------

           IF  88-OPEN-DOCENTES-SI
           AND WS-DOCENTE-BUSCADO NOT = SPACES
               INITIALIZE COD-DOCENTES-DATOS-FD
               MOVE WS-DOCENTE-BUSCADO   TO COD-DOCENTES-FD

               READ DOCENTES

               EVALUATE TRUE
                   WHEN 88-FS-DOCENTES-OK
                        CONTINUE
                   WHEN 88-FS-DOCENTES-NOKEY
                   WHEN 88-FS-DOCENTES-INVKEY
                        SET 88-DOCENTE-VALIDO-NO TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22150-BUSCO-DOCENTE'
                        DISPLAY 'ERROR EN READ       DOCENTES'
                        DISPLAY 'FILE STATUS       :' FS-DOCENTES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       23000-APLICO-DECISION.
      *----------------------
      *  DECISION DEL TRIBUNAL REVISOR: CONFIRMA LA NOTA O LA
      *  MODIFICA. LA MODIFICACION NO TOCA STCALIF: ENCOLA LA
      *  RECTIFICACION EN RECTPEND PARA SU DOBLE APROBACION.
      *------------------------

           PERFORM 21950-LEO-REVISION.

           EVALUATE TRUE
               WHEN NOT 88-FS-REVISION-OK
                    MOVE 'NOEXISTE'      TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN NOT 88-REVISION-PRESENTADA
                    MOVE 'NOPENDIEN'     TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN REVISION-TRIB-TITULAR = SPACES
                    MOVE 'SINTRIBUN'     TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN 88-REVTRAN-MODIFICA
                AND (REVTRAN-NOTA-NUEVA IS NOT NUMERIC
                  OR REVTRAN-NOTA-NUEVA > 10
                  OR REVTRAN-NOTA-NUEVA = REVISION-NOTA-ORIGINAL)
                    MOVE 'NOTA'          TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN 88-REVTRAN-MODIFICA
                    PERFORM 23100-ENCOLO-RECTIFICACION
                    MOVE 'M'             TO REVISION-ESTADO
                    MOVE REVTRAN-NOTA-NUEVA
                                         TO REVISION-NOTA-NUEVA
                    MOVE WS-ULTIMO-NUMERO
                                         TO REVISION-RECTPEND-NUMERO
                    PERFORM 23200-REGISTRO-DECISION
                    ADD 1                TO WS-MODIFICADAS
               WHEN OTHER
                    MOVE 'C'             TO REVISION-ESTADO
                    MOVE REVISION-NOTA-ORIGINAL
                                         TO REVISION-NOTA-NUEVA
                    PERFORM 23200-REGISTRO-DECISION
                    ADD 1                TO WS-CONFIRMADAS
           END-EVALUATE.

       23100-ENCOLO-RECTIFICACION.
      *---------------------------
      *  RECTIFICACION PENDIENTE CON LA MISMA FORMA QUE LE DA
      *  MNTRECT A UNA TRANSACCION N DE CALTRAN. LA CLAVE DEL
      *  EXAMEN EN LA TRANSACCION Y EL DOCUMENTO 'REVISION' LA
      *  VINCULAN CON ESTA REVISION.
      *---------------------------

           ADD 1                         TO WS-ULTIMO-NUMERO.

           INITIALIZE CALTRAN-RECORD.
           MOVE 'N'                      TO CALTRAN-ACCION.
           MOVE REVISION-CLAVE           TO CALTRAN-CLAVE.
           MOVE REVTRAN-NOTA-NUEVA       TO CALTRAN-NOTA-NUEVA.
           MOVE 0                        TO CALTRAN-ALUMNO-NUEVO.
           MOVE SPACES                   TO CALTRAN-MATERIA-NUEVA.
           MOVE WS-AUT-OPERADOR          TO CALTRAN-OPERADOR.
           MOVE 'REVISION DE EXAMEN'     TO CALTRAN-MOTIVO.
           MOVE 'REVISION'               TO CALTRAN-DOCUMENTO.

           INITIALIZE RECTPEND-REGISTRO.
           MOVE WS-ULTIMO-NUMERO         TO RECTPEND-NUMERO.
           MOVE 'P'                      TO RECTPEND-ESTADO.
           MOVE CALTRAN-RECORD           TO RECTPEND-TRANSACCION.
           MOVE CALTRAN-OPERADOR         TO RECTPEND-SOLICITANTE.
           MOVE CALTRAN-DOCUMENTO        TO RECTPEND-DOCUMENTO.
           MOVE WS-FECHA-HOY             TO RECTPEND-FECHA-SOLICITUD.
           MOVE SPACES                   TO RECTPEND-APROBADOR
                                            RECTPEND-FECHA-RESOLUCION
                                            RECTPEND-FECHA-APLICACION.
           MOVE REVTRAN-OBSERVACION      TO RECTPEND-OBSERVACION.

           INITIALIZE RECTPEND-DATOS-FD.
           MOVE RECTPEND-CLAVE           TO RECTPEND-CLAVE-FD.

           WRITE RECTPEND-DATOS-FD       FROM RECTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
                    DISPLAY 'RECTIFICACION PENDIENTE: '
                            WS-ULTIMO-NUMERO
                            ' REVISION ' REVISION-COD-ALUMNO
                            ' ' REVISION-COD-MATERIA
                            ' ' REVISION-FECHA-EXAMEN
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23100-ENCOLO-RECTIFICACION'
                    DISPLAY 'ERROR EN WRITE      RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23200-REGISTRO-DECISION.
      *------------------------

           MOVE WS-FECHA-HOY             TO REVISION-FECHA-RESOLUCION.
           MOVE WS-AUT-OPERADOR          TO REVISION-RESOLUTOR.
           IF  REVTRAN-OBSERVACION NOT = SPACES
               MOVE REVTRAN-OBSERVACION  TO REVISION-OBSERVACION
           END-IF.

           IF  WS-FECHA-HOY > REVISION-LIMITE-RESOLUCION
               ADD 1                     TO WS-FUERA-TERMINO
               DISPLAY 'AVISO: REVISION RESUELTA FUERA DE TERMINO '
                       REVISION-COD-ALUMNO
                       ' ' REVISION-COD-MATERIA
                       ' LIMITE ' REVISION-LIMITE-RESOLUCION
           END-IF.

           PERFORM 21150-REESCRIBO-REVISION.

       24000-APLICO-BAJA.
      *------------------
      *  EL ALUMNO DESISTE DE UNA REVISION TODAVIA SIN RESOLVER:
      *  QUEDA EN REVISION CON ESTADO 'N' COMO CONSTANCIA.
      *------------------

           PERFORM 21950-LEO-REVISION.

           EVALUATE TRUE
               WHEN NOT 88-FS-REVISION-OK
                    MOVE 'NOEXISTE'      TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN NOT 88-REVISION-PRESENTADA
                    MOVE 'NOPENDIEN'     TO RECHAZO-REV-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-REV
               WHEN OTHER
                    MOVE 'N'             TO REVISION-ESTADO
                    MOVE WS-FECHA-HOY    TO REVISION-FECHA-RESOLUCION
                    MOVE WS-AUT-OPERADOR TO REVISION-RESOLUTOR
                    PERFORM 21150-REESCRIBO-REVISION
                    ADD 1                TO WS-DESISTIDAS
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           DISPLAY ' '.
           DISPLAY '*******************************************'
           DISPLAY 'TOTALES DE CONTROL PGM: MNTREVI            '
           DISPLAY '*******************************************'
           DISPLAY '* TRANSACCIONES LEIDAS     :' WS-TRAN-LEIDAS
           DISPLAY '* REVISIONES PRESENTADAS   :' WS-PRESENTADAS
           DISPLAY '* TRIBUNALES CARGADOS      :' WS-TRIBUNALES
           DISPLAY '* NOTAS CONFIRMADAS        :' WS-CONFIRMADAS
           DISPLAY '* NOTAS MODIFICADAS        :' WS-MODIFICADAS
           DISPLAY '* DESISTIDAS               :' WS-DESISTIDAS
           DISPLAY '* RESUELTAS FUERA TERMINO  :' WS-FUERA-TERMINO
           DISPLAY '* TRANSACCIONES RECHAZADAS :' WS-RECHAZADAS
           DISPLAY '* OMITIDAS YA CONFIRMADAS  :' WS-LOTE-OMITIDAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 29750-TERMINO-LOTE.
           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-REVISION-SI
              SET 88-OPEN-REVISION-NO  TO TRUE
              CLOSE REVISION
           END-IF.

           IF 88-OPEN-RECTPEND-SI
              SET 88-OPEN-RECTPEND-NO  TO TRUE
              CLOSE RECTPEND
           END-IF.

           IF 88-OPEN-ACTAREG-SI
              SET 88-OPEN-ACTAREG-NO   TO TRUE
              CLOSE ACTAREG
           END-IF.

           IF 88-OPEN-TRIBUNAL-SI
              SET 88-OPEN-TRIBUNAL-NO  TO TRUE
              CLOSE TRIBUNAL
           END-IF.

           IF 88-OPEN-DOCENTES-SI
              SET 88-OPEN-DOCENTES-NO  TO TRUE
              CLOSE DOCENTES
           END-IF.

           IF 88-OPEN-REVTRAN-SI
              SET 88-OPEN-REVTRAN-NO   TO TRUE
              CLOSE REVTRAN
           END-IF.

           IF 88-OPEN-REVREJ-SI
              SET 88-OPEN-REVREJ-NO    TO TRUE
              CLOSE REVREJ
           END-IF.

           IF 88-OPEN-SEGLOG-SI
              SET 88-OPEN-SEGLOG-NO    TO TRUE
              CLOSE SEGLOG
           END-IF.

           IF 88-OPEN-LOTECTL-SI
              SET 88-OPEN-LOTECTL-NO   TO TRUE
              CLOSE LOTECTL
           END-IF.

       10950-CARGO-AUTORIZACION.
      *-------------------------
      *  CARGA LOS OPERADORES Y LOS PERMISOS DE ESTE PROGRAMA,
      *  IDENTIFICA AL OPERADOR DEL LOTE (OPERCTL) Y ABRE LA
      *  BITACORA DE SEGURIDAD SEGLOG.
      *-------------------------

           PERFORM 10960-CARGO-OPERADORES.
           PERFORM 10970-CARGO-PERMISOS.
           PERFORM 10980-LEO-OPERCTL.
           PERFORM 10990-ABRO-SEGLOG.

       10960-CARGO-OPERADORES.
      *-----------------------

           OPEN INPUT   OPERADORES.

           EVALUATE FS-OPERADORES
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10960-CARGO-OPERADORES'
                    DISPLAY 'ERROR EN OPEN INPUT OPERADORES'
                    DISPLAY 'FILE STATUS       :' FS-OPERADORES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-OPERADORES-EOF
               INITIALIZE OPERADORES-REGISTRO
               READ OPERADORES INTO OPERADORES-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-OPERADORES-OK
                        PERFORM 10965-AGREGO-OPERADOR
                   WHEN 88-FS-OPERADORES-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10960-CARGO-OPERADORES'
                        DISPLAY 'ERROR EN READ       OPERADORES'
                        DISPLAY 'FILE STATUS       :' FS-OPERADORES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

           CLOSE OPERADORES.

       10965-AGREGO-OPERADOR.
      *----------------------

           IF  WS-CANT-TAB-OPE < 300
               ADD 1                     TO WS-CANT-TAB-OPE
               SET WS-IDX-TAB-OPE        TO WS-CANT-TAB-OPE
               MOVE OPERADORES-CODIGO
                    TO WS-TAB-OPE-CODIGO(WS-IDX-TAB-OPE)
               MOVE OPERADORES-ROL
                    TO WS-TAB-OPE-ROL(WS-IDX-TAB-OPE)
               MOVE OPERADORES-ESTADO
                    TO WS-TAB-OPE-ESTADO(WS-IDX-TAB-OPE)
           ELSE
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10965-AGREGO-OPERADOR'
               DISPLAY 'TABLA DE OPERADORES LLENA (300)'
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

       10970-CARGO-PERMISOS.
      *---------------------

           OPEN INPUT   PERMISOS.

           EVALUATE FS-PERMISOS
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10970-CARGO-PERMISOS'
                    DISPLAY 'ERROR EN OPEN INPUT PERMISOS'
                    DISPLAY 'FILE STATUS       :' FS-PERMISOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-PERMISOS-EOF
               INITIALIZE PERMISOS-REGISTRO
               READ PERMISOS INTO PERMISOS-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-PERMISOS-OK
                        IF  PERMISOS-PROGRAMA = CTE-PROGRAMA(1:8)
                        OR  PERMISOS-PROGRAMA = '*'
                            PERFORM 10975-AGREGO-PERMISO
                        END-IF
                   WHEN 88-FS-PERMISOS-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10970-CARGO-PERMISOS'
                        DISPLAY 'ERROR EN READ       PERMISOS'
                        DISPLAY 'FILE STATUS       :' FS-PERMISOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

           CLOSE PERMISOS.

       10975-AGREGO-PERMISO.
      *---------------------

           IF  WS-CANT-TAB-PER < 300
               ADD 1                     TO WS-CANT-TAB-PER
               SET WS-IDX-TAB-PER        TO WS-CANT-TAB-PER
               MOVE PERMISOS-ROL
                    TO WS-TAB-PER-ROL(WS-IDX-TAB-PER)
               MOVE PERMISOS-ACCION
                    TO WS-TAB-PER-ACCION(WS-IDX-TAB-PER)
           ELSE
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10975-AGREGO-PERMISO'
               DISPLAY 'TABLA DE PERMISOS LLENA (300)'
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

       10980-LEO-OPERCTL.
      *------------------
      *  SIN OPERCTL (O SIN SU LINEA) EL LOTE QUEDA SIN OPERADOR:
      *  TODAS SUS TRANSACCIONES SE RECHAZAN COMO NO AUTORIZADAS.
      *  OPERCTL-LOTE IDENTIFICA EL LOTE PARA EL CONTROL DE
      *  REPROCESO (VER 10050-CONTROLO-LOTE).
      *------------------

           MOVE SPACES                   TO WS-AUT-OPERADOR
                                            WS-LOTE-ID.

           OPEN INPUT   OPERCTL.

           EVALUATE TRUE
               WHEN 88-FS-OPERCTL-OK
                    INITIALIZE OPERCTL-REGISTRO
                    READ OPERCTL INTO OPERCTL-REGISTRO
                    IF  88-FS-OPERCTL-OK
                        MOVE OPERCTL-OPERADOR TO WS-AUT-OPERADOR
                        MOVE OPERCTL-LOTE     TO WS-LOTE-ID
                    END-IF
                    CLOSE OPERCTL
               WHEN 88-FS-OPERCTL-OPT
                    CLOSE OPERCTL
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10980-LEO-OPERCTL'
                    DISPLAY 'ERROR EN OPEN INPUT OPERCTL'
                    DISPLAY 'FILE STATUS       :' FS-OPERCTL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10990-ABRO-SEGLOG.
      *------------------

           OPEN EXTEND  SEGLOG.

           EVALUATE TRUE
               WHEN 88-FS-SEGLOG-OK
               WHEN 88-FS-SEGLOG-OPT
                    SET 88-OPEN-SEGLOG-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10990-ABRO-SEGLOG'
                    DISPLAY 'ERROR EN OPEN EXTEND SEGLOG'
                    DISPLAY 'FILE STATUS       :' FS-SEGLOG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       29500-CONTROLO-AUTORIZACION.
      *----------------------------
      *  AUTORIZA LA ACCION WS-AUT-ACCION PARA EL OPERADOR
      *  WS-AUT-OPERADOR: TIENE QUE EXISTIR Y ESTAR ACTIVO EN
      *  OPERADORES, Y SU ROL TENER EN PERMISOS ESTE PROGRAMA (O
      *  '*') CON ESA ACCION (O '*'). CADA INTENTO DENEGADO QUEDA
      *  EN SEGLOG CON EL DETALLE DEL MOTIVO.
      *----------------------------

           SET 88-AUTORIZADO-NO          TO TRUE.
           SET 88-OPERADOR-HALLADO-NO    TO TRUE.
           MOVE SPACES                   TO WS-AUT-ROL
                                            WS-AUT-DETALLE.

           IF  WS-AUT-OPERADOR NOT = SPACES
               SET  WS-IDX-TAB-OPE       TO 1
               PERFORM UNTIL WS-IDX-TAB-OPE > WS-CANT-TAB-OPE
                          OR 88-OPERADOR-HALLADO-SI
                   IF  WS-TAB-OPE-CODIGO(WS-IDX-TAB-OPE) =
                                         WS-AUT-OPERADOR
                       SET 88-OPERADOR-HALLADO-SI TO TRUE
                       MOVE WS-TAB-OPE-ROL(WS-IDX-TAB-OPE)
                                         TO WS-AUT-ROL
                   ELSE
                       SET WS-IDX-TAB-OPE UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WS-AUT-OPERADOR = SPACES
                    MOVE 'OPERADOR NO IDENTIFICADO'
                                         TO WS-AUT-DETALLE
               WHEN 88-OPERADOR-HALLADO-NO
                    MOVE 'OPERADOR INEXISTENTE'
                                         TO WS-AUT-DETALLE
               WHEN WS-TAB-OPE-ESTADO(WS-IDX-TAB-OPE) NOT = 'A'
                    MOVE 'OPERADOR INACTIVO'
                                         TO WS-AUT-DETALLE
               WHEN OTHER
                    PERFORM 29510-BUSCO-PERMISO
           END-EVALUATE.

           IF  88-AUTORIZADO-NO
               ADD 1                     TO WS-NO-AUTORIZADAS
               PERFORM 29600-GRABO-SEGLOG
           END-IF.

       29510-BUSCO-PERMISO.
      *--------------------

           SET  WS-IDX-TAB-PER           TO 1.
           PERFORM UNTIL WS-IDX-TAB-PER > WS-CANT-TAB-PER
                      OR 88-AUTORIZADO-SI
               IF  WS-TAB-PER-ROL(WS-IDX-TAB-PER) = WS-AUT-ROL
               AND (WS-TAB-PER-ACCION(WS-IDX-TAB-PER) = '*'
                 OR WS-TAB-PER-ACCION(WS-IDX-TAB-PER) = WS-AUT-ACCION)
                   SET 88-AUTORIZADO-SI  TO TRUE
               ELSE
                   SET WS-IDX-TAB-PER    UP BY 1
               END-IF
           END-PERFORM.

           IF  88-AUTORIZADO-NO
               MOVE 'ROL SIN PERMISO PARA LA ACCION'
                                         TO WS-AUT-DETALLE
           END-IF.

       29600-GRABO-SEGLOG.
      *-------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-SEGLOG-TS.

           INITIALIZE SEGLOG-RECORD.

           MOVE CTE-PROGRAMA             TO SEGLOG-PROGRAMA.
           MOVE WS-SEGLOG-TS(1:8)        TO SEGLOG-FECHA.
           MOVE WS-SEGLOG-TS(9:6)        TO SEGLOG-HORA.
           MOVE WS-AUT-OPERADOR          TO SEGLOG-OPERADOR.
           MOVE WS-AUT-ROL               TO SEGLOG-ROL.
           MOVE WS-AUT-ACCION            TO SEGLOG-ACCION.
           MOVE 'NOAUTORIZ'              TO SEGLOG-MOTIVO.
           MOVE WS-AUT-DETALLE           TO SEGLOG-DETALLE.
           MOVE WS-AUT-TRANSACCION       TO SEGLOG-TRANSACCION.

           WRITE SEGLOG-RECORD-FD        FROM SEGLOG-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-SEGLOG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 29600-GRABO-SEGLOG'
                    DISPLAY 'ERROR EN WRITE      SEGLOG'
                    DISPLAY 'FILE STATUS       :' FS-SEGLOG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10050-CONTROLO-LOTE.
      *--------------------
      *  SIN LOTE EN OPERCTL NO HAY CONTROL DE REPROCESO: EL ARCHIVO
      *  SE APLICA COMPLETO, COMO SIEMPRE. CON LOTE, SE BUSCA EN
      *  LOTECTL: SI NO ESTA ES UNA CORRIDA NUEVA; SI ESTA ES UN
      *  REPROCESO QUE RETOMA DESPUES DE LA ULTIMA SECUENCIA
      *  CONFIRMADA.
      *--------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-LOTE-TS.

           IF  WS-LOTE-ID = SPACES
               DISPLAY 'AVISO: OPERCTL SIN LOTE, SIN CONTROL DE '
                       'REPROCESO'
           ELSE
               PERFORM 10055-ABRO-LOTECTL
               PERFORM 10060-LEO-LOTECTL
           END-IF.

       10055-ABRO-LOTECTL.
      *-------------------

           OPEN I-O     LOTECTL.

           EVALUATE TRUE
               WHEN 88-FS-LOTECTL-OK
               WHEN 88-FS-LOTECTL-OPT
                    SET 88-OPEN-LOTECTL-SI TO TRUE
                    SET 88-LOTE-CONTROL-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10055-ABRO-LOTECTL'
                    DISPLAY 'ERROR EN OPEN I-O   LOTECTL'
                    DISPLAY 'FILE STATUS       :' FS-LOTECTL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10060-LEO-LOTECTL.
      *------------------

           INITIALIZE LOTECTL-REGISTRO LOTECTL-DATOS-FD.
           MOVE CTE-PROGRAMA             TO LOTECTL-PROGRAMA.
           MOVE WS-LOTE-ID               TO LOTECTL-LOTE.
           MOVE LOTECTL-CLAVE            TO LOTECTL-CLAVE-FD.

           READ LOTECTL INTO LOTECTL-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-LOTECTL-OK
                    SET 88-LOTE-REPROCESO-SI TO TRUE
                    MOVE LOTECTL-ULTIMA-SECUENCIA TO WS-LOTE-DESDE
                    ADD 1                TO LOTECTL-CORRIDAS
                    DISPLAY 'REPROCESO DEL LOTE ' WS-LOTE-ID
                            ' CORRIDA ' LOTECTL-CORRIDAS
                            ' CONFIRMADAS ' WS-LOTE-DESDE
                    PERFORM 29710-REESCRIBO-LOTECTL
                    IF  88-LOTECTL-TERMINADO
                        PERFORM 10070-LOTE-TERMINADO
                    END-IF
               WHEN 88-FS-LOTECTL-NOKEY
                    SET 88-LOTECTL-EN-CURSO TO TRUE
                    MOVE 1               TO LOTECTL-CORRIDAS
                    MOVE WS-LOTE-TS(1:8) TO LOTECTL-FECHA-INICIO
                                            LOTECTL-FECHA-ULTIMA
                    MOVE WS-LOTE-TS(9:6) TO LOTECTL-HORA-ULTIMA
                    WRITE LOTECTL-DATOS-FD FROM LOTECTL-REGISTRO
                    IF  NOT 88-FS-LOTECTL-OK
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10060-LEO-LOTECTL'
                        DISPLAY 'ERROR EN WRITE      LOTECTL'
                        DISPLAY 'FILE STATUS       :' FS-LOTECTL
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
                    END-IF
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10060-LEO-LOTECTL'
                    DISPLAY 'ERROR EN READ       LOTECTL'
                    DISPLAY 'FILE STATUS       :' FS-LOTECTL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10070-LOTE-TERMINADO.
      *---------------------
      *  EL LOTE YA SE APLICO COMPLETO EN UNA CORRIDA ANTERIOR: NO
      *  SE ABRE NI SE TOCA NADA. QUEDA SOLO EL REGISTRO DE
      *  REPROCESO EN RUNLOG, CON TODO EL LOTE COMO OMITIDO.
      *---------------------

           DISPLAY 'EL LOTE ' WS-LOTE-ID ' YA FUE APLICADO COMPLETO:'
                   ' NO SE VUELVE A APLICAR'.

           MOVE WS-LOTE-DESDE            TO WS-TRAN-LEIDAS
                                            WS-LOTE-OMITIDAS.

           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

           STOP RUN.

       11150-REPOSICIONO-LOTE.
      *-----------------------
      *  EN UN REPROCESO DESCARTA LAS TRANSACCIONES YA CONFIRMADAS
      *  (SECUENCIA NO MAYOR QUE LA ULTIMA DE LOTECTL). LA ULTIMA
      *  DE ELLAS TIENE QUE COINCIDIR CON LA IMAGEN GUARDADA: SI NO
      *  (O SI EL ARCHIVO ES MAS CORTO), NO ES EL MISMO LOTE Y SE
      *  CANCELA SIN APLICAR NADA.
      *-----------------------

           PERFORM UNTIL 88-FS-REVTRAN-EOF
                      OR WS-TRAN-LEIDAS > WS-LOTE-DESDE
               ADD 1                     TO WS-LOTE-OMITIDAS
               IF  WS-TRAN-LEIDAS = WS-LOTE-DESDE
                   MOVE REVTRAN-RECORD   TO WS-LOTE-IMAGEN
                   IF  WS-LOTE-IMAGEN NOT = LOTECTL-ULTIMA-IMAGEN
                       PERFORM 11160-LOTE-DISTINTO
                   END-IF
               END-IF
               PERFORM 11100-READ-REVTRAN
           END-PERFORM.

           IF  WS-LOTE-OMITIDAS < WS-LOTE-DESDE
               PERFORM 11160-LOTE-DISTINTO
           END-IF.

       11160-LOTE-DISTINTO.
      *--------------------

           DISPLAY '--------------------------------'
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
           DISPLAY 'PARRAFO: 11160-LOTE-DISTINTO'
           DISPLAY 'REVTRAN NO COINCIDE CON EL LOTE'
           DISPLAY 'LOTE              :' WS-LOTE-ID
           DISPLAY 'CONFIRMADAS       :' WS-LOTE-DESDE
           DISPLAY 'SE CANCELA EL PROCESO'
           DISPLAY '--------------------------------'
           PERFORM 99999-CANCELO.

       29700-CONFIRMO-LOTE.
      *--------------------
      *  LA TRANSACCION EN CURSO YA ESTA APLICADA O RECHAZADA: QUEDA
      *  CONFIRMADA EN LOTECTL ANTES DE PASAR A LA SIGUIENTE.
      *--------------------

           IF  88-LOTE-CONTROL-SI
               MOVE WS-TRAN-LEIDAS       TO LOTECTL-ULTIMA-SECUENCIA
               MOVE REVTRAN-RECORD       TO LOTECTL-ULTIMA-IMAGEN
               PERFORM 29710-REESCRIBO-LOTECTL
           END-IF.

       29710-REESCRIBO-LOTECTL.
      *------------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-LOTE-TS.
           MOVE WS-LOTE-TS(1:8)          TO LOTECTL-FECHA-ULTIMA.
           MOVE WS-LOTE-TS(9:6)          TO LOTECTL-HORA-ULTIMA.

           REWRITE LOTECTL-DATOS-FD      FROM LOTECTL-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-LOTECTL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 29710-REESCRIBO-LOTECTL'
                    DISPLAY 'ERROR EN REWRITE    LOTECTL'
                    DISPLAY 'FILE STATUS       :' FS-LOTECTL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       29750-TERMINO-LOTE.
      *-------------------
      *  EL LOTE LLEGO AL FINAL: QUEDA TERMINADO EN LOTECTL.
      *-------------------

           IF  88-LOTE-CONTROL-SI
               MOVE WS-TRAN-LEIDAS       TO LOTECTL-ULTIMA-SECUENCIA
               SET 88-LOTECTL-TERMINADO  TO TRUE
               PERFORM 29710-REESCRIBO-LOTECTL
           END-IF.

       29800-GRABO-RUNLOG.
      *-------------------
      *  AGREGA EL REGISTRO DE ESTA CORRIDA A LA BITACORA COMUN
      *  (VER WRUNLOG), MARCADO COMO REPROCESO SI EL LOTE YA HABIA
      *  CORRIDO. SI LA BITACORA NO SE PUEDE ABRIR NO SE CANCELA
      *  NADA: ES INFORMACION OPERATIVA, NO PARTE DEL PROCESO.
      *-------------------

           OPEN EXTEND RUNLOG.

           IF  FS-RUNLOG = '00' OR '05'
               MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-TS
               INITIALIZE RUNLOG-RECORD
               MOVE CTE-PROGRAMA          TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)     TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)     TO RUNLOG-HORA-FIN
               MOVE WS-TRAN-LEIDAS        TO RUNLOG-LEIDOS
               COMPUTE RUNLOG-GRABADOS = WS-TRAN-LEIDAS
                                       - WS-LOTE-OMITIDAS
               MOVE WS-RECHAZADAS         TO RUNLOG-RECHAZADOS
               IF  WS-RECHAZADAS > 0
                   MOVE 4                 TO RUNLOG-RETORNO
               END-IF
               IF  88-LOTE-REPROCESO-SI
                   SET 88-RUNLOG-LOTE-REPROCESO TO TRUE
               ELSE
                   SET 88-RUNLOG-LOTE-NORMAL    TO TRUE
               END-IF
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
               CLOSE RUNLOG
           ELSE
               DISPLAY 'AVISO: NO SE PUDO ABRIR RUNLOG - FS: '
                       FS-RUNLOG
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
