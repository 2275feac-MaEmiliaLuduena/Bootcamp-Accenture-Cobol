       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. MNTMESA.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA MANTIENE LAS SOLICITUDES DE MESA ESPECIAL
      * (MESAESP, VER WMESAESP): EXAMENES FUERA DEL CALENDARIO DE
      * LLAMADOS PARA ALUMNOS A LOS QUE LES FALTAN UNA O DOS
      * MATERIAS PARA EGRESAR O CON RAZONES DOCUMENTADAS. TOMA
      * LAS TRANSACCIONES DE MESATRAN, EN EL ESTILO DE MNTSOLIC:
      *   A (ALTA)    -> NUEVA SOLICITUD: RECIBE EL PROXIMO NUMERO
      *                  (CORRELATIVO, NUNCA SE REUSA), ESTADO
      *                  PENDIENTE, FECHA DEL DIA Y SOLICITANTE (EL
      *                  OPERADOR DEL LOTE). EL NUMERO SALE POR
      *                  SYSOUT. ANTES SE CONTROLA LA ELEGIBILIDAD:
      *                  - SIN BLOQUEOS VIGENTES (BLOQUEOS);
      *                  - LA MATERIA NO ESTA APROBADA (ESTADOACAD);
      *                  - NO HAY OTRA SOLICITUD PENDIENTE, NI UNA
      *                    APROBADA POR RENDIR, DE LA MISMA MATERIA;
      *                  - CAUSA 'E': EN ALGUNA CARRERA DEL ALUMNO
      *                    (ALUCARR, PLAN EN SU VERSION) LE FALTAN
      *                    UNA O DOS MATERIAS DEL PLAN (PLANEST
      *                    CONTRA ESTADOACAD, MISMO CRITERIO DE
      *                    EGRESO QUE BOPGM27) Y LA PEDIDA ES UNA
      *                    DE ELLAS;
      *                  - CAUSA 'D': DOCUMENTO DE RESPALDO
      *                    OBLIGATORIO.
      *   P (APRUEBA) -> RESOLUCION DE DIRECCION, POR NUMERO: CREA
      *                  EL LLAMADO ESPECIAL EN LLAMADOS (NUMERO
      *                  RESERVADO 9001-9999, UN SOLO DIA, CUPO 1)
      *                  Y LA INSCRIPCION DEL ALUMNO EN INSCRIPC,
      *                  ASI EL EXAMEN PASA POR ACTAS, BOPGM01 Y LA
      *                  CERTIFICACION COMO CUALQUIER OTRO. LA FECHA
      *                  DE LA TRANSACCION, SI VIENE, REEMPLAZA A LA
      *                  PROPUESTA. SE VUELVEN A CONTROLAR BLOQUEOS
      *                  Y MATERIA APROBADA.
      *   D (DENIEGA) -> RESOLUCION DE DIRECCION: ESTADO 'R'.
      *   B (BAJA)    -> ANULA UNA SOLICITUD TODAVIA PENDIENTE.
      * LA RESOLUCION (P/D) SE RECHAZA SI EL NUMERO NO EXISTE, SI
      * YA NO ESTA PENDIENTE O SI LA FIRMA EL MISMO OPERADOR QUE
      * LA SOLICITO (MOTIVO MISMOOPER, QUE ADEMAS QUEDA EN SEGLOG).
      * UNA MESA YA APROBADA SE DESHACE CON LAS BAJAS DE MNTINSC Y
      * MNTLLAM. TODO RECHAZO VA A MESAREJ Y NO DETIENE EL RESTO
      * DEL LOTE. MESAESP ES OPTIONAL EN EL OPEN I-O: LA PRIMERA
      * SOLICITUD CREA EL ARCHIVO.
      *-----------------------------------------------------------
      * CADA TRANSACCION SE AUTORIZA CONTRA EL OPERADOR QUE
      * ENTREGA EL LOTE (OPERCTL, VER WOPERCTL): TIENE QUE EXISTIR
      * Y ESTAR ACTIVO EN OPERADORES, Y SU ROL TENER EN PERMISOS
      * ESTE PROGRAMA CON LA ACCION DE LA TRANSACCION (A/B PARA
      * BEDELIA, P/D PARA DIRECCION). LAS NO AUTORIZADAS SE
      * RECHAZAN CON MOTIVO NOAUTORIZ Y CADA INTENTO DENEGADO
      * QUEDA EN LA BITACORA SEGLOG.
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

           SELECT OPTIONAL MESAESP ASSIGN       TO
                                   'MESAESP'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS MESAESP-CLAVE-FD
                                   FILE STATUS  IS FS-MESAESP.

           SELECT OPTIONAL LLAMADOS ASSIGN      TO
                                   'LLAMADOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS LLAMADOS-CLAVE-FD
                                   FILE STATUS  IS FS-LLAMADOS.

           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

           SELECT OPTIONAL BLOQUEOS ASSIGN      TO
                                   'BLOQUEOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS BLOQUEOS-CLAVE-FD
                                   FILE STATUS  IS FS-BLOQUEOS.

           SELECT ESTADOACAD       ASSIGN       TO
                                   'ESTADOACAD'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS ESTADOACAD-CLAVE-FD
                                   FILE STATUS  IS FS-ESTADOACAD.

           SELECT ALUCARR          ASSIGN       TO
                                   'ALUCARR'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ALUCARR.

           SELECT PLANEST          ASSIGN       TO
                                   'PLANEST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PLANEST.

           SELECT MESATRAN         ASSIGN       TO
                                   'MESATRAN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MESATRAN.

           SELECT MESAREJ          ASSIGN       TO
                                   'MESAREJ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MESAREJ.

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

       FD  MESAESP.
       01  MESAESP-DATOS-FD.
           03  MESAESP-CLAVE-FD.
               05  MESAESP-NUMERO-FD     PIC 9(06).
           03  FILLER                    PIC X(114).

       FD  LLAMADOS.
       01  LLAMADOS-DATOS-FD.
           03  LLAMADOS-CLAVE-FD.
               05  LLAMADOS-NUMERO-FD    PIC 9(04).
               05  LLAMADOS-MATERIA-FD   PIC X(08).
               05  LLAMADOS-INST-FD      PIC X(10).
           03  FILLER                    PIC X(28).

       FD  INSCRIPC.
       01  INSCRIPC-DATOS-FD.
           03  INSCRIP-CLAVE-FD.
               05  INSCRIP-ALUMNO-FD     PIC 9(06).
               05  INSCRIP-MATERIA-FD    PIC X(08).
               05  INSCRIP-FECHA-FD      PIC X(08).
           03  FILLER                    PIC X(18).

       FD  BLOQUEOS.
       01  BLOQUEOS-DATOS-FD.
           03  BLOQUEOS-CLAVE-FD.
               05  BLOQUEOS-ALUMNO-FD    PIC 9(06).
               05  BLOQUEOS-TIPO-FD      PIC X(03).
           03  FILLER                    PIC X(51).

       FD  ESTADOACAD.
       01  ESTADOACAD-DATOS-FD.
           03  ESTADOACAD-CLAVE-FD.
               05  ESTADOACAD-ALUMNO-FD  PIC 9(06).
               05  ESTADOACAD-MATERIA-FD PIC X(08).
           03  FILLER                    PIC X(26).

       FD  ALUCARR
           RECORDING MODE IS F.
       01  ALUCARR-RECORD-FD             PIC  X(20).

       FD  PLANEST
           RECORDING MODE IS F.
       01  PLANEST-RECORD-FD             PIC  X(20).

       FD  MESATRAN
           RECORDING MODE IS F.
       01  MESATRAN-RECORD-FD            PIC  X(60).

       FD  MESAREJ
           RECORDING MODE IS F.
       01  REG-RECHAZO-MESA-FD           PIC  X(70).

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
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'MNTMESA'.

       77  FS-MESAESP                    PIC X(02)  VALUE ' '.
           88 88-FS-MESAESP-OK                      VALUE '00'.
           88 88-FS-MESAESP-OPT                     VALUE '05'.
           88 88-FS-MESAESP-EOF                     VALUE '10'.
           88 88-FS-MESAESP-INVKEY                  VALUE '21'.
           88 88-FS-MESAESP-DUPKEY                  VALUE '22'.
           88 88-FS-MESAESP-NOKEY                   VALUE '23'.

       77  FS-LLAMADOS                   PIC X(02)  VALUE ' '.
           88 88-FS-LLAMADOS-OK                     VALUE '00'.
           88 88-FS-LLAMADOS-OPT                    VALUE '05'.
           88 88-FS-LLAMADOS-EOF                    VALUE '10'.
           88 88-FS-LLAMADOS-INVKEY                 VALUE '21'.
           88 88-FS-LLAMADOS-DUPKEY                 VALUE '22'.
           88 88-FS-LLAMADOS-NOKEY                  VALUE '23'.

       77  FS-INSCRIPC                   PIC X(02)  VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-OPT                    VALUE '05'.
           88 88-FS-INSCRIPC-INVKEY                 VALUE '21'.
           88 88-FS-INSCRIPC-DUPKEY                 VALUE '22'.
           88 88-FS-INSCRIPC-NOKEY                  VALUE '23'.

       77  FS-BLOQUEOS                   PIC X(02)  VALUE ' '.
           88 88-FS-BLOQUEOS-OK                     VALUE '00'.
           88 88-FS-BLOQUEOS-EOF                    VALUE '10'.
           88 88-FS-BLOQUEOS-INVKEY                 VALUE '21'.
           88 88-FS-BLOQUEOS-NOKEY                  VALUE '23'.

       77  FS-ESTADOACAD                 PIC X(02)  VALUE ' '.
           88 88-FS-ESTADOACAD-OK                   VALUE '00'.
           88 88-FS-ESTADOACAD-INVKEY               VALUE '21'.
           88 88-FS-ESTADOACAD-NOKEY                VALUE '23'.

       77  FS-ALUCARR                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUCARR-OK                      VALUE '00'.
           88 88-FS-ALUCARR-EOF                     VALUE '10'.

       77  FS-PLANEST                    PIC X(02)  VALUE ' '.
           88 88-FS-PLANEST-OK                      VALUE '00'.
           88 88-FS-PLANEST-EOF                     VALUE '10'.

       77  FS-MESATRAN                   PIC X(02)  VALUE ' '.
           88 88-FS-MESATRAN-OK                     VALUE '00'.
           88 88-FS-MESATRAN-EOF                    VALUE '10'.

       77  FS-MESAREJ                    PIC X(02)  VALUE ' '.
           88 88-FS-MESAREJ-OK                      VALUE '00'.

       77  WS-OPEN-MESAESP               PIC X      VALUE 'N'.
           88 88-OPEN-MESAESP-SI                    VALUE 'S'.
           88 88-OPEN-MESAESP-NO                    VALUE 'N'.

       77  WS-OPEN-LLAMADOS              PIC X      VALUE 'N'.
           88 88-OPEN-LLAMADOS-SI                   VALUE 'S'.
           88 88-OPEN-LLAMADOS-NO                   VALUE 'N'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

       77  WS-OPEN-BLOQUEOS              PIC X      VALUE 'N'.
           88 88-OPEN-BLOQUEOS-SI                   VALUE 'S'.
           88 88-OPEN-BLOQUEOS-NO                   VALUE 'N'.

       77  WS-OPEN-ESTADOACAD            PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOACAD-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOACAD-NO                 VALUE 'N'.

       77  WS-OPEN-MESATRAN              PIC X      VALUE 'N'.
           88 88-OPEN-MESATRAN-SI                   VALUE 'S'.
           88 88-OPEN-MESATRAN-NO                   VALUE 'N'.

       77  WS-OPEN-MESAREJ               PIC X      VALUE 'N'.
           88 88-OPEN-MESAREJ-SI                    VALUE 'S'.
           88 88-OPEN-MESAREJ-NO                    VALUE 'N'.

       77  WS-TRAN-LEIDAS                PIC 9(07)  VALUE 0.
       77  WS-ALTAS-OK                   PIC 9(07)  VALUE 0.
       77  WS-APROBADAS                  PIC 9(07)  VALUE 0.
       77  WS-DENEGADAS                  PIC 9(07)  VALUE 0.
       77  WS-BAJAS-OK                   PIC 9(07)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.

      *-------------------------------------------------------------*
      *     SECUENCIA DE NUMEROS DE SOLICITUD: EL ULTIMO ASIGNADO   *
      *     SE RECONSTRUYE DE MESAESP AL INICIO Y NUNCA SE REUSA.   *
      *     LOS LLAMADOS ESPECIALES USAN LOS NUMEROS RESERVADOS     *
      *     9001-9999 (VER WLLAMADO): EL ULTIMO USADO TAMBIEN SE    *
      *     RECONSTRUYE DE LLAMADOS AL INICIO.                      *
      *-------------------------------------------------------------*
       77  WS-ULTIMO-NUMERO              PIC 9(06)  VALUE 0.
       77  WS-ULTIMO-LLAMADO             PIC 9(04)  VALUE 9000.
       77  CTE-PRIMER-LLAMADO-ESP        PIC 9(04)  VALUE 9001.
       77  CTE-ULTIMO-LLAMADO-ESP        PIC 9(04)  VALUE 9999.

      *-------------------------------------------------------------*
      *     TRANSACCION DE MESAS ESPECIALES                         *
      *-------------------------------------------------------------*
       01  MESATRAN-RECORD.
           03  MESATRAN-ACCION           PIC X(01).
               88  88-MESATRAN-ALTA                 VALUE 'A'.
               88  88-MESATRAN-APRUEBA              VALUE 'P'.
               88  88-MESATRAN-DENIEGA              VALUE 'D'.
               88  88-MESATRAN-BAJA                 VALUE 'B'.
           03  MESATRAN-NUMERO           PIC 9(06).
           03  MESATRAN-COD-ALUMNO       PIC 9(06).
           03  MESATRAN-COD-MATERIA      PIC X(08).
           03  MESATRAN-INSTITUTO        PIC X(10).
           03  MESATRAN-FECHA-EXAMEN     PIC X(08).
           03  MESATRAN-CAUSA            PIC X(01).
               88  88-MESATRAN-EGRESO               VALUE 'E'.
               88  88-MESATRAN-DOCUMENTADA          VALUE 'D'.
           03  MESATRAN-CONDICION        PIC X(01).
               88  88-MESATRAN-COND-OK              VALUE 'R' 'L'.
           03  MESATRAN-DOCUMENTO        PIC X(19).

      *-------------------------------------------------------------*
      *     REGISTRO DE RECHAZO PARA MESAREJ                        *
      *-------------------------------------------------------------*
       01  REG-RECHAZO-MESA.
           03  RECHAZO-MESA-DATOS        PIC X(60).
           03  RECHAZO-MESA-MOTIVO       PIC X(10).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  WS-FECHA-HOY                  PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     PLAN DE ESTUDIOS COMPLETO, CARGADO DE PLANEST, IGUAL    *
      *     QUE 10150-CARGO-TABLA-PLAN EN BOPGM65.                  *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-PLAN              PIC 9(04)  VALUE 0.
       01  WS-TABLA-PLAN.
           03  WS-TAB-PLAN OCCURS 500 TIMES
                          INDEXED BY WS-IDX-TAB-PLAN.
               05  WS-TAB-PLAN-CARRERA    PIC X(06).
               05  WS-TAB-PLAN-MAT        PIC X(08).
               05  WS-TAB-PLAN-VERSION    PIC 9(02).

      *-------------------------------------------------------------*
      *     ELEGIBILIDAD DEL ALUMNO+MATERIA EN CURSO: MATERIAS      *
      *     PENDIENTES DE CADA CARRERA Y LA MEJOR CARRERA HALLADA.  *
      *-------------------------------------------------------------*
       77  WS-BUSCO-ALUMNO               PIC 9(06)  VALUE 0.
       77  WS-BUSCO-MATERIA              PIC X(08)  VALUE ' '.
       77  WS-LEO-MATERIA                PIC X(08)  VALUE ' '.
       77  WS-FALTANTES                  PIC 9(02)  VALUE 0.
       77  WS-MEJOR-FALTANTES            PIC 9(02)  VALUE 0.
       77  WS-MEJOR-CARRERA              PIC X(06)  VALUE ' '.

       77  WS-CON-BLOQUEO                PIC X      VALUE 'N'.
           88 88-CON-BLOQUEO-SI                     VALUE 'S'.
           88 88-CON-BLOQUEO-NO                     VALUE 'N'.

       77  WS-ESTADO-APROBADA            PIC X      VALUE 'N'.
           88 88-ESTADO-APROBADA-SI                 VALUE 'S'.
           88 88-ESTADO-APROBADA-NO                 VALUE 'N'.

       77  WS-MATERIA-APROBADA           PIC X      VALUE 'N'.
           88 88-MATERIA-APROBADA-SI                VALUE 'S'.
           88 88-MATERIA-APROBADA-NO                VALUE 'N'.

       77  WS-MATERIA-EN-PLAN            PIC X      VALUE 'N'.
           88 88-MATERIA-EN-PLAN-SI                 VALUE 'S'.
           88 88-MATERIA-EN-PLAN-NO                 VALUE 'N'.

       77  WS-ELEGIBLE-EGRESO            PIC X      VALUE 'N'.
           88 88-ELEGIBLE-EGRESO-SI                 VALUE 'S'.
           88 88-ELEGIBLE-EGRESO-NO                 VALUE 'N'.

       77  WS-SOLICITUD-ABIERTA          PIC X      VALUE 'N'.
           88 88-SOLICITUD-ABIERTA-SI               VALUE 'S'.
           88 88-SOLICITUD-ABIERTA-NO               VALUE 'N'.

       77  WS-YA-INSCRIPTO               PIC X      VALUE 'N'.
           88 88-YA-INSCRIPTO-SI                    VALUE 'S'.
           88 88-YA-INSCRIPTO-NO                    VALUE 'N'.

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
       COPY WMESAESP.
       COPY WLLAMADO.
       COPY WINSCRIP.
       COPY WBLOQUEO.
       COPY WESTACAD.
       COPY WALUCARR.
       COPY WPLANEST.
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
             UNTIL 88-FS-MESATRAN-EOF.

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
           PERFORM 10300-DETERMINO-ULTIMO-LLAMADO.
           PERFORM 10400-CARGO-TABLA-PLAN.
           PERFORM 11100-READ-MESATRAN.
           PERFORM 11150-REPOSICIONO-LOTE.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN I-O     MESAESP.

           EVALUATE TRUE
               WHEN 88-FS-MESAESP-OK
               WHEN 88-FS-MESAESP-OPT
                    SET 88-OPEN-MESAESP-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   MESAESP'
                    DISPLAY 'FILE STATUS       :' FS-MESAESP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O     LLAMADOS.

           EVALUATE TRUE
               WHEN 88-FS-LLAMADOS-OK
               WHEN 88-FS-LLAMADOS-OPT
                    SET 88-OPEN-LLAMADOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   LLAMADOS'
                    DISPLAY 'FILE STATUS       :' FS-LLAMADOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O     INSCRIPC.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
               WHEN 88-FS-INSCRIPC-OPT
                    SET 88-OPEN-INSCRIPC-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT   MESATRAN.

           EVALUATE FS-MESATRAN
               WHEN '00'
                    SET 88-OPEN-MESATRAN-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT MESATRAN'
                    DISPLAY 'FILE STATUS       :' FS-MESATRAN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           IF  WS-LOTE-DESDE > 0
               OPEN EXTEND  MESAREJ
           ELSE
               OPEN OUTPUT  MESAREJ
           END-IF.

           EVALUATE FS-MESAREJ
               WHEN '00'
                    SET 88-OPEN-MESAREJ-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT MESAREJ'
                    DISPLAY 'FILE STATUS       :' FS-MESAREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-ABRO-CONSULTAS.
      *---------------------
      *  ESTADOACAD ES OBLIGATORIO: SIN ESTADO ACADEMICO NO HAY
      *  COMO CONTROLAR LA ELEGIBILIDAD. BLOQUEOS ES OPCIONAL
      *  (VER WBLOQUEO, MANTENIDO POR MNTBLOQ), COMO EN MNTINSC:
      *  SIN MAESTRO NO SE CONTROLA NADA.
      *---------------------

           OPEN INPUT ESTADOACAD.

           EVALUATE FS-ESTADOACAD
               WHEN '00'
                    SET 88-OPEN-ESTADOACAD-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10150-ABRO-CONSULTAS'
                    DISPLAY 'ERROR EN OPEN INPUT ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           OPEN INPUT BLOQUEOS.

           EVALUATE FS-BLOQUEOS
               WHEN '00'
                    SET 88-OPEN-BLOQUEOS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-BLOQUEOS-NO TO TRUE
           END-EVALUATE.

       10200-DETERMINO-ULTIMO-NUMERO.
      *------------------------------
      *  RECONSTRUYE EL ULTIMO NUMERO DE SOLICITUD RECORRIENDO
      *  MESAESP COMPLETO: LA SECUENCIA NUNCA SE REUSA.
      *------------------------------

           INITIALIZE MESAESP-DATOS-FD.
           MOVE LOW-VALUES               TO MESAESP-CLAVE-FD.

           START MESAESP KEY >= MESAESP-CLAVE-FD.

           IF  88-FS-MESAESP-OK
               PERFORM 10250-LEO-MESAESP-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-MESAESP-OK
                   IF  MESAESP-NUMERO > WS-ULTIMO-NUMERO
                       MOVE MESAESP-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
                   PERFORM 10250-LEO-MESAESP-SIGUIENTE
               END-PERFORM
           END-IF.

       10250-LEO-MESAESP-SIGUIENTE.
      *----------------------------

           INITIALIZE MESAESP-REGISTRO.

           READ MESAESP NEXT RECORD INTO MESAESP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-MESAESP-OK
               WHEN 88-FS-MESAESP-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10250-LEO-MESAESP-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       MESAESP'
                    DISPLAY 'FILE STATUS       :' FS-MESAESP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10300-DETERMINO-ULTIMO-LLAMADO.
      *-------------------------------
      *  LOS LLAMADOS ESPECIALES QUEDAN AL FINAL DE LLAMADOS (LA
      *  CLAVE EMPIEZA POR EL NUMERO): SE POSICIONA EN EL PRIMER
      *  NUMERO RESERVADO Y SE TOMA EL MAYOR USADO.
      *-------------------------------

           INITIALIZE LLAMADOS-DATOS-FD.
           MOVE CTE-PRIMER-LLAMADO-ESP   TO LLAMADOS-NUMERO-FD.
           MOVE LOW-VALUES               TO LLAMADOS-MATERIA-FD
                                            LLAMADOS-INST-FD.

           START LLAMADOS KEY >= LLAMADOS-CLAVE-FD.

           IF  88-FS-LLAMADOS-OK
               PERFORM 10350-LEO-LLAMADOS-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-LLAMADOS-OK
                   IF  LLAMADOS-NUMERO > WS-ULTIMO-LLAMADO
                       MOVE LLAMADOS-NUMERO TO WS-ULTIMO-LLAMADO
                   END-IF
                   PERFORM 10350-LEO-LLAMADOS-SIGUIENTE
               END-PERFORM
           END-IF.

       10350-LEO-LLAMADOS-SIGUIENTE.
      *-----------------------------

           INITIALIZE LLAMADOS-REGISTRO.

           READ LLAMADOS NEXT RECORD INTO LLAMADOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-LLAMADOS-OK
               WHEN 88-FS-LLAMADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10350-LEO-LLAMADOS-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       LLAMADOS'
                    DISPLAY 'FILE STATUS       :' FS-LLAMADOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10400-CARGO-TABLA-PLAN.
      *-----------------------
      *  CARGA EL PLAN DE ESTUDIOS COMPLETO EN WS-TABLA-PLAN, IGUAL
      *  QUE 10150-CARGO-TABLA-PLAN EN BOPGM65.
      *-----------------------

           OPEN INPUT PLANEST.

           EVALUATE FS-PLANEST
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10400-CARGO-TABLA-PLAN'
                    DISPLAY 'ERROR EN OPEN INPUT PLANEST'
                    DISPLAY 'FILE STATUS       :' FS-PLANEST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-PLANEST-EOF
               INITIALIZE PLANEST-RECORD
               READ PLANEST INTO PLANEST-RECORD
               IF  88-FS-PLANEST-OK
               AND WS-CANT-TAB-PLAN < 500
                   ADD 1                 TO WS-CANT-TAB-PLAN
                   SET WS-IDX-TAB-PLAN   TO WS-CANT-TAB-PLAN
                   MOVE PLANEST-COD-CARRERA
                                TO WS-TAB-PLAN-CARRERA(WS-IDX-TAB-PLAN)
                   MOVE PLANEST-COD-MATERIA
                                TO WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN)
                   IF  PLANEST-VERSION IS NOT NUMERIC
                       MOVE 0            TO PLANEST-VERSION
                   END-IF
                   MOVE PLANEST-VERSION
                                TO WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN)
               END-IF
           END-PERFORM.

           CLOSE PLANEST.

       11100-READ-MESATRAN.
      *--------------------

           INITIALIZE MESATRAN-RECORD.

           READ MESATRAN INTO MESATRAN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-MESATRAN-OK
                    ADD 1              TO WS-TRAN-LEIDAS
               WHEN 88-FS-MESATRAN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-MESATRAN'
                    DISPLAY 'ERROR EN READ       MESATRAN'
                    DISPLAY 'FILE STATUS       :' FS-MESATRAN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           MOVE MESATRAN-ACCION          TO WS-AUT-ACCION.
           MOVE MESATRAN-RECORD          TO WS-AUT-TRANSACCION.
           PERFORM 29500-CONTROLO-AUTORIZACION.

           IF  88-AUTORIZADO-SI
               PERFORM 20050-PROCESO-AUTORIZADA
           ELSE
               MOVE 'NOAUTORIZ'          TO RECHAZO-MESA-MOTIVO
               PERFORM 21900-GRABO-RECHAZO-MESA
           END-IF.

           PERFORM 29700-CONFIRMO-LOTE.

           PERFORM 11100-READ-MESATRAN.

       20050-PROCESO-AUTORIZADA.
      *-------------------------

           EVALUATE TRUE
               WHEN 88-MESATRAN-ALTA
                    PERFORM 21000-APLICO-ALTA
               WHEN 88-MESATRAN-APRUEBA
               WHEN 88-MESATRAN-DENIEGA
                    PERFORM 22000-APLICO-RESOLUCION
               WHEN 88-MESATRAN-BAJA
                    PERFORM 23000-APLICO-BAJA
               WHEN OTHER
                    MOVE 'ACCION'         TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
           END-EVALUATE.

       21000-APLICO-ALTA.
      *------------------
      *  NUEVA SOLICITUD: PRIMERO LOS DATOS DE LA TRANSACCION Y
      *  DESPUES LA ELEGIBILIDAD DEL ALUMNO PARA LA MATERIA.
      *------------------

           EVALUATE TRUE
               WHEN NOT 88-MESATRAN-EGRESO
                AND NOT 88-MESATRAN-DOCUMENTADA
                    MOVE 'CAUSA'         TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN NOT 88-MESATRAN-COND-OK
                    MOVE 'CONDICION'     TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN MESATRAN-COD-ALUMNO IS NOT NUMERIC
               WHEN MESATRAN-COD-ALUMNO = 0
                    MOVE 'ALUMNO'        TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN MESATRAN-COD-MATERIA = SPACES
                    MOVE 'MATERIA'       TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN MESATRAN-INSTITUTO = SPACES
                    MOVE 'INSTITUTO'     TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN MESATRAN-FECHA-EXAMEN NOT = SPACES
                AND (MESATRAN-FECHA-EXAMEN IS NOT NUMERIC
                  OR MESATRAN-FECHA-EXAMEN < WS-FECHA-HOY)
                    MOVE 'FECHA'         TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN 88-MESATRAN-DOCUMENTADA
                AND MESATRAN-DOCUMENTO = SPACES
                    MOVE 'DOCUMENTO'     TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN OTHER
                    PERFORM 21010-CONTROLO-ELEGIBILIDAD
           END-EVALUATE.

       21010-CONTROLO-ELEGIBILIDAD.
      *----------------------------

           MOVE MESATRAN-COD-ALUMNO      TO WS-BUSCO-ALUMNO.
           MOVE MESATRAN-COD-MATERIA     TO WS-BUSCO-MATERIA.

           PERFORM 21100-CONTROLO-BLOQUEO.
           PERFORM 21200-CONTROLO-APROBADA.
           PERFORM 21300-CUENTO-FALTANTES.
           PERFORM 21400-BUSCO-SOLICITUD-ABIERTA.

           EVALUATE TRUE
               WHEN 88-CON-BLOQUEO-SI
                    MOVE 'BLOQUEO'       TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN 88-MATERIA-APROBADA-SI
                    MOVE 'APROBADA'      TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN 88-SOLICITUD-ABIERTA-SI
                    MOVE 'YASOLICIT'     TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN 88-MESATRAN-EGRESO
                AND 88-ELEGIBLE-EGRESO-NO
                    MOVE 'FALTANTES'     TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN OTHER
                    PERFORM 21050-GRABO-SOLICITUD
           END-EVALUATE.

       21050-GRABO-SOLICITUD.
      *----------------------
      *  EL NUMERO DE SOLICITUD LO ASIGNA ESTE PROGRAMA Y SE
      *  INFORMA POR SYSOUT PARA EL ALUMNO.
      *----------------------

           ADD 1                         TO WS-ULTIMO-NUMERO.

           INITIALIZE MESAESP-REGISTRO.
           MOVE WS-ULTIMO-NUMERO         TO MESAESP-NUMERO.
           MOVE MESATRAN-COD-ALUMNO      TO MESAESP-COD-ALUMNO.
           MOVE MESATRAN-COD-MATERIA     TO MESAESP-COD-MATERIA.
           MOVE MESATRAN-INSTITUTO       TO MESAESP-INSTITUTO.
           MOVE MESATRAN-FECHA-EXAMEN    TO MESAESP-FECHA-EXAMEN.
           MOVE MESATRAN-CAUSA           TO MESAESP-CAUSA.
           MOVE MESATRAN-CONDICION       TO MESAESP-CONDICION.
           MOVE MESATRAN-DOCUMENTO       TO MESAESP-DOCUMENTO.
           MOVE WS-MEJOR-CARRERA         TO MESAESP-CARRERA.
           MOVE WS-MEJOR-FALTANTES       TO MESAESP-FALTANTES.
           MOVE 'P'                      TO MESAESP-ESTADO.
           MOVE WS-FECHA-HOY             TO MESAESP-FECHA-SOLICITUD.
           MOVE WS-AUT-OPERADOR          TO MESAESP-SOLICITANTE.
           MOVE SPACES                   TO MESAESP-APROBADOR
                                            MESAESP-FECHA-RESOLUCION.
           MOVE 0                        TO MESAESP-LLAMADO.

           INITIALIZE MESAESP-DATOS-FD.
           MOVE MESAESP-CLAVE            TO MESAESP-CLAVE-FD.

           WRITE MESAESP-DATOS-FD        FROM MESAESP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-MESAESP-OK
                    ADD 1                TO WS-ALTAS-OK
                    DISPLAY 'SOLICITUD DE MESA ESPECIAL: '
                            WS-ULTIMO-NUMERO
                            ' ALUMNO ' MESATRAN-COD-ALUMNO
                            ' MATERIA ' MESATRAN-COD-MATERIA
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21050-GRABO-SOLICITUD'
                    DISPLAY 'ERROR EN WRITE      MESAESP'
                    DISPLAY 'FILE STATUS       :' FS-MESAESP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21100-CONTROLO-BLOQUEO.
      *-----------------------
      *  MISMO CRITERIO QUE 21060-CONTROLO-BLOQUEO EN MNTINSC:
      *  CUALQUIER BLOQUEO VIGENTE DEL LEGAJO IMPIDE LA MESA.
      *-----------------------

           SET 88-CON-BLOQUEO-NO         TO TRUE.

           IF  88-OPEN-BLOQUEOS-SI
               INITIALIZE BLOQUEOS-DATOS-FD
               MOVE WS-BUSCO-ALUMNO      TO BLOQUEOS-ALUMNO-FD
               MOVE LOW-VALUES           TO BLOQUEOS-TIPO-FD

               START BLOQUEOS KEY >= BLOQUEOS-CLAVE-FD

               EVALUATE TRUE
                   WHEN 88-FS-BLOQUEOS-OK
                        READ BLOQUEOS NEXT RECORD
                             INTO BLOQUEOS-REGISTRO
                        IF  88-FS-BLOQUEOS-OK
                        AND BLOQUEOS-COD-ALUMNO = WS-BUSCO-ALUMNO
                            SET 88-CON-BLOQUEO-SI TO TRUE
                        END-IF
                   WHEN 88-FS-BLOQUEOS-INVKEY
                   WHEN 88-FS-BLOQUEOS-NOKEY
                   WHEN 88-FS-BLOQUEOS-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21100-CONTROLO-BLOQUEO'
                        DISPLAY 'ERROR EN START      BLOQUEOS'
                        DISPLAY 'FILE STATUS       :' FS-BLOQUEOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21200-CONTROLO-APROBADA.
      *------------------------

           MOVE WS-BUSCO-MATERIA         TO WS-LEO-MATERIA.
           PERFORM 21250-LEO-ESTADOACAD.

           IF  88-ESTADO-APROBADA-SI
               SET 88-MATERIA-APROBADA-SI TO TRUE
           ELSE
               SET 88-MATERIA-APROBADA-NO TO TRUE
           END-IF.

       21250-LEO-ESTADOACAD.
      *---------------------
      *  LECTURA POR CLAVE DEL PAR WS-BUSCO-ALUMNO+WS-LEO-MATERIA.
      *  SIN REGISTRO LA MATERIA NO ESTA APROBADA.
      *---------------------

           SET 88-ESTADO-APROBADA-NO     TO TRUE.

           INITIALIZE ESTADOACAD-DATOS-FD.
           MOVE WS-BUSCO-ALUMNO          TO ESTADOACAD-ALUMNO-FD.
           MOVE WS-LEO-MATERIA           TO ESTADOACAD-MATERIA-FD.

           READ ESTADOACAD INTO ESTADOACAD-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOACAD-OK
                    IF  88-ESTADOACAD-APROBADA-SI
                        SET 88-ESTADO-APROBADA-SI TO TRUE
                    END-IF
               WHEN 88-FS-ESTADOACAD-NOKEY
               WHEN 88-FS-ESTADOACAD-INVKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21250-LEO-ESTADOACAD'
                    DISPLAY 'ERROR EN READ       ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21300-CUENTO-FALTANTES.
      *-----------------------
      *  RECORRE LAS INSCRIPCIONES A CARRERA DEL ALUMNO (ALUCARR)
      *  Y, PARA CADA UNA, CUENTA LAS MATERIAS DE SU PLAN (CARRERA
      *  Y VERSION) QUE NO ESTAN APROBADAS EN ESTADOACAD. ES
      *  ELEGIBLE POR EGRESO SI EN ALGUNA CARRERA LE FALTAN UNA O
      *  DOS Y LA PEDIDA ES UNA DE ELLAS. QUEDA LA CARRERA CON
      *  MENOS FALTANTES (LA ELEGIBLE, SI LA HAY).
      *-----------------------

           SET 88-ELEGIBLE-EGRESO-NO     TO TRUE.
           MOVE 99                       TO WS-MEJOR-FALTANTES.
           MOVE SPACES                   TO WS-MEJOR-CARRERA.

           OPEN INPUT ALUCARR.

           EVALUATE FS-ALUCARR
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21300-CUENTO-FALTANTES'
                    DISPLAY 'ERROR EN OPEN INPUT ALUCARR'
                    DISPLAY 'FILE STATUS       :' FS-ALUCARR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 21310-READ-ALUCARR.
           PERFORM UNTIL 88-FS-ALUCARR-EOF
               IF  ALUCARR-COD-ALUMNO = WS-BUSCO-ALUMNO
                   PERFORM 21320-CUENTO-CARRERA
               END-IF
               PERFORM 21310-READ-ALUCARR
           END-PERFORM.

           CLOSE ALUCARR.

       21310-READ-ALUCARR.
      *-------------------

           INITIALIZE ALUCARR-RECORD.

           READ ALUCARR INTO ALUCARR-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-ALUCARR-OK
                    IF  ALUCARR-PLAN-VERSION IS NOT NUMERIC
                        MOVE 0         TO ALUCARR-PLAN-VERSION
                    END-IF
               WHEN 88-FS-ALUCARR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21310-READ-ALUCARR'
                    DISPLAY 'ERROR EN READ       ALUCARR'
                    DISPLAY 'FILE STATUS       :' FS-ALUCARR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21320-CUENTO-CARRERA.
      *---------------------

           MOVE 0                        TO WS-FALTANTES.
           SET 88-MATERIA-EN-PLAN-NO     TO TRUE.

           SET  WS-IDX-TAB-PLAN          TO 1.
           PERFORM UNTIL WS-IDX-TAB-PLAN > WS-CANT-TAB-PLAN
               IF  WS-TAB-PLAN-CARRERA(WS-IDX-TAB-PLAN) =
                                             ALUCARR-COD-CARRERA
               AND WS-TAB-PLAN-VERSION(WS-IDX-TAB-PLAN) =
                                             ALUCARR-PLAN-VERSION
                   PERFORM 21330-EVALUO-MATERIA-PLAN
               END-IF
               SET WS-IDX-TAB-PLAN       UP BY 1
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-FALTANTES >= 1
                AND WS-FALTANTES <= 2
                AND 88-MATERIA-EN-PLAN-SI
                AND (88-ELEGIBLE-EGRESO-NO
                  OR WS-FALTANTES < WS-MEJOR-FALTANTES)
                    SET 88-ELEGIBLE-EGRESO-SI TO TRUE
                    MOVE WS-FALTANTES    TO WS-MEJOR-FALTANTES
                    MOVE ALUCARR-COD-CARRERA
                                         TO WS-MEJOR-CARRERA
               WHEN 88-ELEGIBLE-EGRESO-NO
                AND WS-FALTANTES < WS-MEJOR-FALTANTES
                    MOVE WS-FALTANTES    TO WS-MEJOR-FALTANTES
                    MOVE ALUCARR-COD-CARRERA
                                         TO WS-MEJOR-CARRERA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       21330-EVALUO-MATERIA-PLAN.
      *--------------------------

           MOVE WS-TAB-PLAN-MAT(WS-IDX-TAB-PLAN) TO WS-LEO-MATERIA.
           PERFORM 21250-LEO-ESTADOACAD.

           IF  88-ESTADO-APROBADA-NO
               IF  WS-FALTANTES < 99
                   ADD 1                 TO WS-FALTANTES
               END-IF
               IF  WS-LEO-MATERIA = WS-BUSCO-MATERIA
                   SET 88-MATERIA-EN-PLAN-SI TO TRUE
               END-IF
           END-IF.

       21400-BUSCO-SOLICITUD-ABIERTA.
      *------------------------------
      *  UNA SOLICITUD DEL MISMO ALUMNO Y MATERIA QUE SIGUE
      *  PENDIENTE, O QUE YA FUE APROBADA PARA UNA FECHA QUE TODAVIA
      *  NO PASO, NO DEJA PEDIR OTRA.
      *------------------------------

           SET 88-SOLICITUD-ABIERTA-NO   TO TRUE.

           INITIALIZE MESAESP-DATOS-FD.
           MOVE LOW-VALUES               TO MESAESP-CLAVE-FD.

           START MESAESP KEY >= MESAESP-CLAVE-FD.

           IF  88-FS-MESAESP-OK
               PERFORM 10250-LEO-MESAESP-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-MESAESP-OK
                          OR 88-SOLICITUD-ABIERTA-SI
                   IF  MESAESP-COD-ALUMNO  = WS-BUSCO-ALUMNO
                   AND MESAESP-COD-MATERIA = WS-BUSCO-MATERIA
                   AND (88-MESAESP-PENDIENTE
                     OR (88-MESAESP-APROBADA
                     AND MESAESP-FECHA-EXAMEN >= WS-FECHA-HOY))
                       SET 88-SOLICITUD-ABIERTA-SI TO TRUE
                   ELSE
                       PERFORM 10250-LEO-MESAESP-SIGUIENTE
                   END-IF
               END-PERFORM
           END-IF.

       21150-REESCRIBO-SOLICITUD.
      *--------------------------

           REWRITE MESAESP-DATOS-FD      FROM MESAESP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-MESAESP-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21150-REESCRIBO-SOLICITUD'
                    DISPLAY 'ERROR EN REWRITE    MESAESP'
                    DISPLAY 'FILE STATUS       :' FS-MESAESP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21900-GRABO-RECHAZO-MESA.
      *-------------------------

           MOVE MESATRAN-RECORD          TO RECHAZO-MESA-DATOS.

           WRITE REG-RECHAZO-MESA-FD     FROM REG-RECHAZO-MESA.

           EVALUATE TRUE
               WHEN 88-FS-MESAREJ-OK
                    ADD 1                TO WS-RECHAZADAS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21900-GRABO-RECHAZO-MESA'
                    DISPLAY 'ERROR EN WRITE      MESAREJ'
                    DISPLAY 'FILE STATUS       :' FS-MESAREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21950-LEO-SOLICITUD.
      *--------------------

           INITIALIZE MESAESP-REGISTRO MESAESP-DATOS-FD.
           MOVE MESATRAN-NUMERO          TO MESAESP-NUMERO-FD.

           READ MESAESP INTO MESAESP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-MESAESP-OK
               WHEN 88-FS-MESAESP-NOKEY
               WHEN 88-FS-MESAESP-INVKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21950-LEO-SOLICITUD'
                    DISPLAY 'ERROR EN READ       MESAESP'
                    DISPLAY 'FILE STATUS       :' FS-MESAESP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22000-APLICO-RESOLUCION.
      *------------------------
      *  SOLO SE RESUELVE UNA SOLICITUD PENDIENTE, Y NUNCA LA
      *  RESUELVE EL MISMO OPERADOR QUE LA SOLICITO: ESE INTENTO
      *  SE RECHAZA Y QUEDA EN SEGLOG COMO CUALQUIER DENEGACION.
      *------------------------

           PERFORM 21950-LEO-SOLICITUD.

           EVALUATE TRUE
               WHEN NOT 88-FS-MESAESP-OK
                    MOVE 'NOEXISTE'      TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN NOT 88-MESAESP-PENDIENTE
                    MOVE 'NOPENDIEN'     TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN MESAESP-SOLICITANTE = WS-AUT-OPERADOR
                    MOVE 'APROBADOR IGUAL AL SOLICITANTE'
                                         TO WS-AUT-DETALLE
                    ADD 1                TO WS-NO-AUTORIZADAS
                    PERFORM 29600-GRABO-SEGLOG
                    MOVE 'MISMOOPER'     TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN 88-MESATRAN-APRUEBA
                    PERFORM 22100-APRUEBO-SOLICITUD
               WHEN OTHER
                    PERFORM 22200-DENIEGO-SOLICITUD
           END-EVALUATE.

       22100-APRUEBO-SOLICITUD.
      *------------------------
      *  ENTRE EL PEDIDO Y LA APROBACION PUDO APARECER UN BLOQUEO
      *  O APROBARSE LA MATERIA: SE VUELVE A CONTROLAR. LA MESA
      *  NECESITA UNA FECHA DEFINITIVA NO VENCIDA EN LA QUE EL
      *  ALUMNO NO ESTE YA INSCRIPTO EN LA MATERIA.
      *------------------------

           IF  MESATRAN-FECHA-EXAMEN NOT = SPACES
               MOVE MESATRAN-FECHA-EXAMEN TO MESAESP-FECHA-EXAMEN
           END-IF.

           MOVE MESAESP-COD-ALUMNO       TO WS-BUSCO-ALUMNO.
           MOVE MESAESP-COD-MATERIA      TO WS-BUSCO-MATERIA.

           PERFORM 21100-CONTROLO-BLOQUEO.
           PERFORM 21200-CONTROLO-APROBADA.
           PERFORM 22150-CONTROLO-INSCRIPCION.

           EVALUATE TRUE
               WHEN MESAESP-FECHA-EXAMEN IS NOT NUMERIC
               WHEN MESAESP-FECHA-EXAMEN < WS-FECHA-HOY
                    MOVE 'FECHA'         TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN 88-CON-BLOQUEO-SI
                    MOVE 'BLOQUEO'       TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN 88-MATERIA-APROBADA-SI
                    MOVE 'APROBADA'      TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN 88-YA-INSCRIPTO-SI
                    MOVE 'INSCRIPTO'     TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN WS-ULTIMO-LLAMADO >= CTE-ULTIMO-LLAMADO-ESP
                    MOVE 'SINLLAMADO'    TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN OTHER
                    PERFORM 22300-GRABO-LLAMADO
                    PERFORM 22400-GRABO-INSCRIPCION
                    MOVE 'A'             TO MESAESP-ESTADO
                    MOVE WS-AUT-OPERADOR TO MESAESP-APROBADOR
                    MOVE WS-FECHA-HOY    TO MESAESP-FECHA-RESOLUCION
                    MOVE WS-ULTIMO-LLAMADO
                                         TO MESAESP-LLAMADO
                    PERFORM 21150-REESCRIBO-SOLICITUD
                    ADD 1                TO WS-APROBADAS
                    DISPLAY 'MESA ESPECIAL APROBADA: '
                            MESAESP-NUMERO
                            ' LLAMADO ' WS-ULTIMO-LLAMADO
                            ' FECHA ' MESAESP-FECHA-EXAMEN
           END-EVALUATE.

       22150-CONTROLO-INSCRIPCION.
      *---------------------------

           SET 88-YA-INSCRIPTO-NO        TO TRUE.

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE MESAESP-COD-ALUMNO       TO INSCRIP-ALUMNO-FD.
           MOVE MESAESP-COD-MATERIA      TO INSCRIP-MATERIA-FD.
           MOVE MESAESP-FECHA-EXAMEN     TO INSCRIP-FECHA-FD.

           READ INSCRIPC INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    SET 88-YA-INSCRIPTO-SI TO TRUE
               WHEN 88-FS-INSCRIPC-NOKEY
               WHEN 88-FS-INSCRIPC-INVKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22150-CONTROLO-INSCRIPCION'
                    DISPLAY 'ERROR EN READ       INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22200-DENIEGO-SOLICITUD.
      *------------------------

           MOVE 'R'                      TO MESAESP-ESTADO.
           MOVE WS-AUT-OPERADOR          TO MESAESP-APROBADOR.
           MOVE WS-FECHA-HOY             TO MESAESP-FECHA-RESOLUCION.

           PERFORM 21150-REESCRIBO-SOLICITUD.

           ADD 1                         TO WS-DENEGADAS.

       22300-GRABO-LLAMADO.
      *--------------------
      *  LLAMADO ESPECIAL DE UN SOLO DIA, PARA LA MATERIA Y SEDE DE
      *  LA SOLICITUD, CON CUPO 1: LA UNICA INSCRIPCION ES LA DEL
      *  ALUMNO (VER 88-LLAMADOS-ESPECIAL EN WLLAMADO).
      *--------------------

           ADD 1                         TO WS-ULTIMO-LLAMADO.

           INITIALIZE LLAMADOS-REGISTRO.
           MOVE WS-ULTIMO-LLAMADO        TO LLAMADOS-NUMERO.
           MOVE MESAESP-COD-MATERIA      TO LLAMADOS-COD-MATERIA.
           MOVE MESAESP-INSTITUTO        TO LLAMADOS-INSTITUTO.
           MOVE MESAESP-FECHA-EXAMEN     TO LLAMADOS-FECHA-DESDE.
           MOVE MESAESP-FECHA-EXAMEN     TO LLAMADOS-FECHA-HASTA.
           MOVE 1                        TO LLAMADOS-CUPO.

           INITIALIZE LLAMADOS-DATOS-FD.
           MOVE LLAMADOS-CLAVE           TO LLAMADOS-CLAVE-FD.

           WRITE LLAMADOS-DATOS-FD       FROM LLAMADOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-LLAMADOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22300-GRABO-LLAMADO'
                    DISPLAY 'ERROR EN WRITE      LLAMADOS'
                    DISPLAY 'FILE STATUS       :' FS-LLAMADOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22400-GRABO-INSCRIPCION.
      *------------------------

           INITIALIZE INSCRIP-REGISTRO.
           MOVE MESAESP-COD-ALUMNO       TO INSCRIP-COD-ALUMNO.
           MOVE MESAESP-COD-MATERIA      TO INSCRIP-COD-MATERIA.
           MOVE MESAESP-FECHA-EXAMEN     TO INSCRIP-FECHA-EXAMEN.
           MOVE MESAESP-INSTITUTO        TO INSCRIP-INSTITUTO.
           MOVE MESAESP-CONDICION        TO INSCRIP-CONDICION.
           MOVE SPACES                   TO INSCRIP-RESULTADO.

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE INSCRIP-CLAVE            TO INSCRIP-CLAVE-FD.

           WRITE INSCRIPC-DATOS-FD       FROM INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22400-GRABO-INSCRIPCION'
                    DISPLAY 'ERROR EN WRITE      INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23000-APLICO-BAJA.
      *------------------
      *  LA BAJA ES UNA ANULACION LOGICA DE UNA SOLICITUD TODAVIA
      *  PENDIENTE: QUEDA EN MESAESP CON ESTADO 'N' COMO CONSTANCIA.
      *------------------

           PERFORM 21950-LEO-SOLICITUD.

           EVALUATE TRUE
               WHEN NOT 88-FS-MESAESP-OK
                    MOVE 'NOEXISTE'      TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN NOT 88-MESAESP-PENDIENTE
                    MOVE 'NOPENDIEN'     TO RECHAZO-MESA-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-MESA
               WHEN OTHER
                    MOVE 'N'             TO MESAESP-ESTADO
                    MOVE WS-AUT-OPERADOR TO MESAESP-APROBADOR
                    MOVE WS-FECHA-HOY    TO MESAESP-FECHA-RESOLUCION
                    PERFORM 21150-REESCRIBO-SOLICITUD
                    ADD 1                TO WS-BAJAS-OK
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           DISPLAY ' '.
           DISPLAY '*******************************************'
           DISPLAY 'TOTALES DE CONTROL PGM: MNTMESA            '
           DISPLAY '*******************************************'
           DISPLAY '* TRANSACCIONES LEIDAS     :' WS-TRAN-LEIDAS
           DISPLAY '* SOLICITUDES NUEVAS       :' WS-ALTAS-OK
           DISPLAY '* MESAS APROBADAS          :' WS-APROBADAS
           DISPLAY '* SOLICITUDES DENEGADAS    :' WS-DENEGADAS
           DISPLAY '* ANULACIONES              :' WS-BAJAS-OK
           DISPLAY '* TRANSACCIONES RECHAZADAS :' WS-RECHAZADAS
           DISPLAY '* OMITIDAS YA CONFIRMADAS  :' WS-LOTE-OMITIDAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '* ULTIMA SOLICITUD         :' WS-ULTIMO-NUMERO
           DISPLAY '* ULTIMO LLAMADO ESPECIAL  :' WS-ULTIMO-LLAMADO
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 29750-TERMINO-LOTE.
           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-MESAESP-SI
              SET 88-OPEN-MESAESP-NO   TO TRUE
              CLOSE MESAESP
           END-IF.

           IF 88-OPEN-LLAMADOS-SI
              SET 88-OPEN-LLAMADOS-NO  TO TRUE
              CLOSE LLAMADOS
           END-IF.

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO  TO TRUE
              CLOSE INSCRIPC
           END-IF.

           IF 88-OPEN-BLOQUEOS-SI
              SET 88-OPEN-BLOQUEOS-NO  TO TRUE
              CLOSE BLOQUEOS
           END-IF.

           IF 88-OPEN-ESTADOACAD-SI
              SET 88-OPEN-ESTADOACAD-NO TO TRUE
              CLOSE ESTADOACAD
           END-IF.

           IF 88-OPEN-MESATRAN-SI
              SET 88-OPEN-MESATRAN-NO  TO TRUE
              CLOSE MESATRAN
           END-IF.

           IF 88-OPEN-MESAREJ-SI
              SET 88-OPEN-MESAREJ-NO   TO TRUE
              CLOSE MESAREJ
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

           PERFORM UNTIL 88-FS-MESATRAN-EOF
                      OR WS-TRAN-LEIDAS > WS-LOTE-DESDE
               ADD 1                     TO WS-LOTE-OMITIDAS
               IF  WS-TRAN-LEIDAS = WS-LOTE-DESDE
                   MOVE MESATRAN-RECORD  TO WS-LOTE-IMAGEN
                   IF  WS-LOTE-IMAGEN NOT = LOTECTL-ULTIMA-IMAGEN
                       PERFORM 11160-LOTE-DISTINTO
                   END-IF
               END-IF
               PERFORM 11100-READ-MESATRAN
           END-PERFORM.

           IF  WS-LOTE-OMITIDAS < WS-LOTE-DESDE
               PERFORM 11160-LOTE-DISTINTO
           END-IF.

       11160-LOTE-DISTINTO.
      *--------------------

           DISPLAY '--------------------------------'
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
           DISPLAY 'PARRAFO: 11160-LOTE-DISTINTO'
           DISPLAY 'MESATRAN NO COINCIDE CON EL LOTE'
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
               MOVE MESATRAN-RECORD      TO LOTECTL-ULTIMA-IMAGEN
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
