       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. MNTTITU.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA MANTIENE EL REGISTRO DE TITULOS (TITULOS,
      * VER WTITULOS): REGISTRA CADA PASO DEL CICLO DE VIDA DEL
      * DIPLOMA DE UN EGRESADO A PARTIR DE UN ARCHIVO DE
      * TRANSACCIONES KEYED POR ALUMNO + CARRERA (TITTRAN), EN EL
      * MISMO ESTILO QUE MNTAULA Y CON EL MISMO DIARIO MNTJRN
      * (IMAGEN ANTES/DESPUES POR TRANSACCION APLICADA).
      *-----------------------------------------------------------
      * CADA TRANSACCION SE APLICA SOBRE EL EJEMPLAR VIGENTE (EL
      * ULTIMO NO ANULADO) DEL TITULO DEL ALUMNO EN LA CARRERA:
      *   S (SOLICITADO) -> WRITE DEL EJEMPLAR 00. ES EL ALTA
      *                    MANUAL PARA UN EGRESO ANTERIOR AL
      *                    REGISTRO (LOS NUEVOS LOS ABRE BOPGM27).
      *                    RECHAZA SI EL ALUMNO NO FIGURA EN
      *                    EGRESADOS O SI YA TIENE TITULO.
      *   I (IMPRESO)    -> REWRITE. EXIGE ESTADO SOLICITADO.
      *   F (FIRMADO)    -> REWRITE. EXIGE ESTADO IMPRESO.
      *   L (LEGALIZADO) -> REWRITE. EXIGE ESTADO FIRMADO.
      *   E (ENTREGADO)  -> REWRITE. EXIGE ESTADO LEGALIZADO.
      *   D (DUPLICADO)  -> EXTRAVIO DEL DIPLOMA ENTREGADO: EL
      *                    EJEMPLAR VIGENTE QUEDA ANULADO Y SE
      *                    ABRE EL SIGUIENTE EN ESTADO SOLICITADO,
      *                    CON EL MISMO NUMERO DE TITULO Y UN
      *                    ASIENTO (LIBRO/FOLIO) NUEVO. EXIGE
      *                    ESTADO ENTREGADO.
      * LA FECHA DE LA TRANSACCION EN BLANCO TOMA LA DEL DIA; NO
      * PUEDE SER ANTERIOR A LA DEL PASO PREVIO.
      *-----------------------------------------------------------
      * EL NUMERO DE TITULO Y EL LIBRO/FOLIO SE RECONSTRUYEN AL
      * INICIO DESDE EL MAXIMO REGISTRADO, IGUAL QUE BOPGM27.
      * LAS TRANSACCIONES RECHAZADAS SE GRABAN EN TITREJ Y NO
      * DETIENEN EL PROCESO DEL RESTO DEL LOTE.
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

           SELECT OPTIONAL TITULOS ASSIGN       TO
                                   'TITULOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS TITULOS-CLAVE-FD
                                   FILE STATUS  IS FS-TITULOS.

      *----------------------------------------------------------
      *  REGISTRO PERMANENTE DE EGRESADOS (VER WEGRESAD). SOLO SE
      *  CONSULTA PARA EL ALTA MANUAL; SIN ARCHIVO NO HAY ALTAS.
      *----------------------------------------------------------
           SELECT OPTIONAL EGRESADOS ASSIGN     TO
                                   'EGRESADOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS EGRESADOS-CLAVE-FD
                                   FILE STATUS  IS FS-EGRESADOS.

           SELECT TITTRAN          ASSIGN       TO
                                   'TITTRAN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-TITTRAN.

           SELECT TITREJ           ASSIGN       TO
                                   'TITREJ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-TITREJ.

      *----------------------------------------------------------
      *  DIARIO COMUN DE MANTENIMIENTO (VER WMNTJRN). SE ABRE EN
      *  EXTEND Y NUNCA SE TRUNCA. LO LISTA BOPGM09.
      *----------------------------------------------------------
           SELECT OPTIONAL MNTJRN  ASSIGN       TO
                                   'MNTJRN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MNTJRN.

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

       FD  TITULOS.
       01  TITULOS-DATOS-FD.
           03  TITULOS-CLAVE-FD.
               05  TITULOS-ALUMNO-FD     PIC 9(06).
               05  TITULOS-CARRERA-FD    PIC X(06).
               05  TITULOS-EJEMPLAR-FD   PIC 9(02).
           03  FILLER                    PIC X(106).

       FD  EGRESADOS.
       01  EGRESADOS-DATOS-FD.
           03  EGRESADOS-CLAVE-FD.
               05  EGRESADOS-ALUMNO-FD   PIC 9(06).
               05  EGRESADOS-CARRERA-FD  PIC X(06).
           03  FILLER                    PIC X(28).

       FD  TITTRAN
           RECORDING MODE IS F.
       01  TITTRAN-RECORD-FD             PIC  X(60).

       FD  TITREJ
           RECORDING MODE IS F.
       01  REG-RECHAZO-TIT-FD            PIC  X(70).

       FD  MNTJRN
           RECORDING MODE IS F.
       01  MNTJRN-RECORD-FD              PIC  X(408).

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
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'MNTTITU'.

       77  FS-TITULOS                    PIC X(02)  VALUE ' '.
           88 88-FS-TITULOS-OK                      VALUE '00'.
           88 88-FS-TITULOS-OPT                     VALUE '05'.
           88 88-FS-TITULOS-EOF                     VALUE '10'.
           88 88-FS-TITULOS-INVKEY                  VALUE '21'.
           88 88-FS-TITULOS-DUPKEY                  VALUE '22'.
           88 88-FS-TITULOS-NOKEY                   VALUE '23'.

       77  FS-EGRESADOS                  PIC X(02)  VALUE ' '.
           88 88-FS-EGRESADOS-OK                    VALUE '00'.
           88 88-FS-EGRESADOS-OPT                   VALUE '05'.
           88 88-FS-EGRESADOS-EOF                   VALUE '10'.
           88 88-FS-EGRESADOS-INVKEY                VALUE '21'.
           88 88-FS-EGRESADOS-NOKEY                 VALUE '23'.

       77  FS-TITTRAN                    PIC X(02)  VALUE ' '.
           88 88-FS-TITTRAN-OK                      VALUE '00'.
           88 88-FS-TITTRAN-EOF                     VALUE '10'.

       77  FS-TITREJ                     PIC X(02)  VALUE ' '.
           88 88-FS-TITREJ-OK                       VALUE '00'.

       77  FS-MNTJRN                     PIC X(02)  VALUE ' '.
           88 88-FS-MNTJRN-OK                       VALUE '00'.

       77  WS-OPEN-TITULOS               PIC X      VALUE 'N'.
           88 88-OPEN-TITULOS-SI                    VALUE 'S'.
           88 88-OPEN-TITULOS-NO                    VALUE 'N'.

       77  WS-OPEN-EGRESADOS             PIC X      VALUE 'N'.
           88 88-OPEN-EGRESADOS-SI                  VALUE 'S'.
           88 88-OPEN-EGRESADOS-NO                  VALUE 'N'.

       77  WS-OPEN-TITTRAN               PIC X      VALUE 'N'.
           88 88-OPEN-TITTRAN-SI                    VALUE 'S'.
           88 88-OPEN-TITTRAN-NO                    VALUE 'N'.

       77  WS-OPEN-TITREJ                PIC X      VALUE 'N'.
           88 88-OPEN-TITREJ-SI                     VALUE 'S'.
           88 88-OPEN-TITREJ-NO                     VALUE 'N'.

       77  WS-OPEN-MNTJRN                PIC X      VALUE 'N'.
           88 88-OPEN-MNTJRN-SI                     VALUE 'S'.
           88 88-OPEN-MNTJRN-NO                     VALUE 'N'.

       77  WS-TRAN-LEIDAS                PIC 9(07)  VALUE 0.
       77  WS-SOLICITUDES-OK             PIC 9(07)  VALUE 0.
       77  WS-IMPRESOS-OK                PIC 9(07)  VALUE 0.
       77  WS-FIRMADOS-OK                PIC 9(07)  VALUE 0.
       77  WS-LEGALIZADOS-OK             PIC 9(07)  VALUE 0.
       77  WS-ENTREGADOS-OK              PIC 9(07)  VALUE 0.
       77  WS-DUPLICADOS-OK              PIC 9(07)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-MNTJRN            PIC 9(07)  VALUE 0.

       77  WS-JRN-ACCION                 PIC X(01)  VALUE ' '.
       77  WS-JRN-IMAGEN-ANTES           PIC X(180) VALUE ' '.
       77  WS-JRN-IMAGEN-DESPUES         PIC X(180) VALUE ' '.

       77  WS-TRAN-VALIDA                PIC X      VALUE 'S'.
           88 88-TRAN-VALIDA-SI                     VALUE 'S'.
           88 88-TRAN-VALIDA-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     SECUENCIAS DEL REGISTRO DE TITULOS, RECONSTRUIDAS AL    *
      *     INICIO IGUAL QUE EN BOPGM27.                            *
      *-------------------------------------------------------------*
       77  WS-FOLIOS-POR-LIBRO           PIC 9(04)  VALUE 200.
       77  WS-ULTIMO-TITULO              PIC 9(07)  VALUE 0.
       77  WS-ULTIMO-LIBRO               PIC 9(04)  VALUE 1.
       77  WS-ULTIMO-FOLIO               PIC 9(04)  VALUE 0.

      *-------------------------------------------------------------*
      *     TITULO DEL ALUMNO + CARRERA DE LA TRANSACCION: CANTIDAD *
      *     DE EJEMPLARES, ULTIMO EJEMPLAR Y COPIA DEL VIGENTE.     *
      *-------------------------------------------------------------*
       77  WS-CANT-EJEMPLARES            PIC 9(03)  VALUE 0.
       77  WS-ULTIMO-EJEMPLAR            PIC 9(02)  VALUE 0.
       77  WS-FECHA-TRAN                 PIC X(08)  VALUE ' '.
       77  WS-FECHA-PASO-PREVIO          PIC X(08)  VALUE ' '.

       77  WS-HAY-VIGENTE                PIC X      VALUE 'N'.
           88 88-HAY-VIGENTE-SI                     VALUE 'S'.
           88 88-HAY-VIGENTE-NO                     VALUE 'N'.

       01  WS-TITULO-VIGENTE             PIC X(120) VALUE ' '.

       01  WS-OBSERVACION-DUPLICADO.
           03  FILLER                    PIC X(23)  VALUE
                'DUPLICADO DEL EJEMPLAR '.
           03  WS-OBS-DUP-EJEMPLAR       PIC 9(02).
           03  FILLER                    PIC X(05)  VALUE ' '.

      *-------------------------------------------------------------*
      *     REGISTRO DE RECHAZO PARA TITREJ                         *
      *-------------------------------------------------------------*
       01  REG-RECHAZO-TIT.
           03  RECHAZO-TIT-DATOS         PIC X(60).
           03  RECHAZO-TIT-MOTIVO        PIC X(10).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

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
       COPY WTITULOS.
       COPY WEGRESAD.
       COPY WTITTRA.
       COPY WMNTJRN.
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
             UNTIL 88-FS-TITTRAN-EOF.

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

      *  LA AUTORIZACION (QUE LEE OPERCTL) Y EL CONTROL DEL LOTE
      *  VAN ANTES DE ABRIR LOS ARCHIVOS: 10100-ABRO-ARCHIVOS
      *  NECESITA SABER SI ES UN REPROCESO PARA ABRIR LOS
      *  RECHAZOS EN EXTEND (Y CONSERVAR LOS DE LA CORRIDA
      *  INTERRUMPIDA) O EN OUTPUT.
           PERFORM 10950-CARGO-AUTORIZACION.
           PERFORM 10050-CONTROLO-LOTE.
           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10159-DETERMINO-ULTIMO-TITULO.
           PERFORM 11100-READ-TITTRAN.
           PERFORM 11150-REPOSICIONO-LOTE.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN I-O     TITULOS.

           EVALUATE TRUE
               WHEN 88-FS-TITULOS-OK
               WHEN 88-FS-TITULOS-OPT
                    SET 88-OPEN-TITULOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   TITULOS'
                    DISPLAY 'FILE STATUS       :' FS-TITULOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT   EGRESADOS.

           EVALUATE TRUE
               WHEN 88-FS-EGRESADOS-OK
               WHEN 88-FS-EGRESADOS-OPT
                    SET 88-OPEN-EGRESADOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT EGRESADOS'
                    DISPLAY 'FILE STATUS       :' FS-EGRESADOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT   TITTRAN.

           EVALUATE FS-TITTRAN
               WHEN '00'
                    SET 88-OPEN-TITTRAN-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT TITTRAN'
                    DISPLAY 'FILE STATUS       :' FS-TITTRAN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           IF  WS-LOTE-DESDE > 0
               OPEN EXTEND  TITREJ
           ELSE
               OPEN OUTPUT  TITREJ
           END-IF.

           EVALUATE FS-TITREJ
               WHEN '00'
                    SET 88-OPEN-TITREJ-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT TITREJ'
                    DISPLAY 'FILE STATUS       :' FS-TITREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN EXTEND  MNTJRN.

           EVALUATE FS-MNTJRN
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-MNTJRN-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN EXTEND MNTJRN'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10159-DETERMINO-ULTIMO-TITULO.
      *------------------------------
      *  RECONSTRUYE EL ULTIMO NUMERO DE TITULO Y EL ULTIMO
      *  LIBRO/FOLIO RECORRIENDO EL REGISTRO COMPLETO, IGUAL QUE
      *  10159-DETERMINO-ULTIMO-TITULO EN BOPGM27.
      *------------------------------

           INITIALIZE TITULOS-DATOS-FD.
           MOVE LOW-VALUES               TO TITULOS-CLAVE-FD.

           START TITULOS KEY >= TITULOS-CLAVE-FD.

           IF  88-FS-TITULOS-OK
               PERFORM 10160-LEO-TITULOS-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-TITULOS-OK
                   IF  TITULOS-NUMERO > WS-ULTIMO-TITULO
                       MOVE TITULOS-NUMERO TO WS-ULTIMO-TITULO
                   END-IF
                   IF  TITULOS-LIBRO > WS-ULTIMO-LIBRO
                   OR (TITULOS-LIBRO = WS-ULTIMO-LIBRO
                       AND TITULOS-FOLIO > WS-ULTIMO-FOLIO)
                       MOVE TITULOS-LIBRO TO WS-ULTIMO-LIBRO
                       MOVE TITULOS-FOLIO TO WS-ULTIMO-FOLIO
                   END-IF
                   PERFORM 10160-LEO-TITULOS-SIGUIENTE
               END-PERFORM
           END-IF.

       10160-LEO-TITULOS-SIGUIENTE.
      *----------------------------

           INITIALIZE TITULOS-REGISTRO.

           READ TITULOS NEXT RECORD INTO TITULOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-TITULOS-OK
               WHEN 88-FS-TITULOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10160-LEO-TITULOS-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       TITULOS'
                    DISPLAY 'FILE STATUS       :' FS-TITULOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11100-READ-TITTRAN.
      *-------------------

           INITIALIZE TITTRAN-RECORD.

           READ TITTRAN INTO TITTRAN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-TITTRAN-OK
                    ADD 1              TO WS-TRAN-LEIDAS
               WHEN 88-FS-TITTRAN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-TITTRAN'
                    DISPLAY 'ERROR EN READ       TITTRAN'
                    DISPLAY 'FILE STATUS       :' FS-TITTRAN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           MOVE TITTRAN-ACCION           TO WS-AUT-ACCION.
           MOVE TITTRAN-RECORD           TO WS-AUT-TRANSACCION.
           PERFORM 29500-CONTROLO-AUTORIZACION.

           IF  88-AUTORIZADO-SI
               PERFORM 20050-PROCESO-AUTORIZADA
           ELSE
               MOVE 'NOAUTORIZ'          TO RECHAZO-TIT-MOTIVO
               PERFORM 21900-GRABO-RECHAZO-TIT
           END-IF.

           PERFORM 29700-CONFIRMO-LOTE.

           PERFORM 11100-READ-TITTRAN.

       20050-PROCESO-AUTORIZADA.
      *-------------------------

           PERFORM 21050-VALIDO-TRANSACCION.

           IF  88-TRAN-VALIDA-SI
               PERFORM 21060-BUSCO-TITULO
               EVALUATE TRUE
                   WHEN 88-TITTRAN-SOLICITADO
                        PERFORM 21000-APLICO-SOLICITUD
                   WHEN 88-TITTRAN-IMPRESO
                   WHEN 88-TITTRAN-FIRMADO
                   WHEN 88-TITTRAN-LEGALIZADO
                   WHEN 88-TITTRAN-ENTREGADO
                        PERFORM 21100-APLICO-PASO
                   WHEN 88-TITTRAN-DUPLICADO
                        PERFORM 21200-APLICO-DUPLICADO
               END-EVALUATE
           END-IF.

       21000-APLICO-SOLICITUD.
      *-----------------------
      *  ALTA MANUAL DEL TITULO ORIGINAL: SOLO PARA UN EGRESADO
      *  REGISTRADO Y SIN NINGUN EJEMPLAR PREVIO.
      *-----------------------

           INITIALIZE EGRESADOS-REGISTRO EGRESADOS-DATOS-FD.
           MOVE TITTRAN-COD-ALUMNO       TO EGRESADOS-ALUMNO-FD.
           MOVE TITTRAN-COD-CARRERA      TO EGRESADOS-CARRERA-FD.

           READ EGRESADOS INTO EGRESADOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-EGRESADOS-OK
                    IF  WS-CANT-EJEMPLARES > 0
                        MOVE 'EXISTE'    TO RECHAZO-TIT-MOTIVO
                        PERFORM 21900-GRABO-RECHAZO-TIT
                    ELSE
                        INITIALIZE TITULOS-REGISTRO
                        MOVE 0           TO WS-ULTIMO-EJEMPLAR
                        MOVE SPACES      TO WS-JRN-IMAGEN-ANTES
                        PERFORM 21010-GRABO-EJEMPLAR
                        ADD 1            TO WS-SOLICITUDES-OK
                    END-IF
               WHEN 88-FS-EGRESADOS-NOKEY
               WHEN 88-FS-EGRESADOS-INVKEY
               WHEN 88-FS-EGRESADOS-EOF
                    MOVE 'NOEGRESO'      TO RECHAZO-TIT-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-TIT
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21000-APLICO-SOLICITUD'
                    DISPLAY 'ERROR EN READ       EGRESADOS'
                    DISPLAY 'FILE STATUS       :' FS-EGRESADOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21010-GRABO-EJEMPLAR.
      *---------------------
      *  GRABA EL EJEMPLAR WS-ULTIMO-EJEMPLAR EN ESTADO SOLICITADO
      *  CON UN ASIENTO NUEVO EN EL LIBRO DE TITULOS. EL ORIGINAL
      *  TOMA EL NUMERO DE TITULO SIGUIENTE; EL DUPLICADO CONSERVA
      *  EL DEL EJEMPLAR QUE REEMPLAZA (YA CARGADO EN TITULOS-
      *  NUMERO POR 21200-APLICO-DUPLICADO).
      *---------------------

           IF  WS-ULTIMO-EJEMPLAR = 0
               ADD 1                     TO WS-ULTIMO-TITULO
               MOVE WS-ULTIMO-TITULO     TO TITULOS-NUMERO
           END-IF.

           ADD 1                         TO WS-ULTIMO-FOLIO.
           IF  WS-ULTIMO-FOLIO > WS-FOLIOS-POR-LIBRO
               ADD 1                     TO WS-ULTIMO-LIBRO
               MOVE 1                    TO WS-ULTIMO-FOLIO
           END-IF.

           MOVE TITTRAN-COD-ALUMNO       TO TITULOS-COD-ALUMNO.
           MOVE TITTRAN-COD-CARRERA      TO TITULOS-COD-CARRERA.
           MOVE WS-ULTIMO-EJEMPLAR       TO TITULOS-EJEMPLAR.
           MOVE WS-ULTIMO-LIBRO          TO TITULOS-LIBRO.
           MOVE WS-ULTIMO-FOLIO          TO TITULOS-FOLIO.
           SET  88-TITULOS-SOLICITADO    TO TRUE.
           MOVE SPACES                   TO TITULOS-FECHAS.
           MOVE WS-FECHA-TRAN            TO TITULOS-FECHA-SOLICITUD.

           IF  WS-ULTIMO-EJEMPLAR = 0
               MOVE TITTRAN-OBSERVACION  TO TITULOS-OBSERVACION
           ELSE
               MOVE WS-OBSERVACION-DUPLICADO
                                         TO TITULOS-OBSERVACION
           END-IF.

           INITIALIZE TITULOS-DATOS-FD.
           MOVE TITULOS-CLAVE            TO TITULOS-CLAVE-FD.

           WRITE TITULOS-DATOS-FD        FROM TITULOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-TITULOS-OK
                    MOVE 'A'             TO WS-JRN-ACCION
                    MOVE TITULOS-REGISTRO TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28000-GRABO-MNTJRN
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21010-GRABO-EJEMPLAR'
                    DISPLAY 'ERROR EN WRITE      TITULOS'
                    DISPLAY 'FILE STATUS       :' FS-TITULOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21050-VALIDO-TRANSACCION.
      *-------------------------
      *  CONTROLES COMUNES A TODAS LAS ACCIONES. LA PRIMERA FALLA
      *  RECHAZA LA TRANSACCION CON SU MOTIVO. LA FECHA EN BLANCO
      *  TOMA LA FECHA DEL DIA.
      *-------------------------

           SET 88-TRAN-VALIDA-SI         TO TRUE.

           EVALUATE TRUE
               WHEN NOT 88-TITTRAN-SOLICITADO
                AND NOT 88-TITTRAN-IMPRESO
                AND NOT 88-TITTRAN-FIRMADO
                AND NOT 88-TITTRAN-LEGALIZADO
                AND NOT 88-TITTRAN-ENTREGADO
                AND NOT 88-TITTRAN-DUPLICADO
                    MOVE 'ACCION'        TO RECHAZO-TIT-MOTIVO
               WHEN TITTRAN-COD-ALUMNO IS NOT NUMERIC
               WHEN TITTRAN-COD-ALUMNO = 0
               WHEN TITTRAN-COD-CARRERA = SPACES
                    MOVE 'CLAVE'         TO RECHAZO-TIT-MOTIVO
               WHEN TITTRAN-FECHA NOT = SPACES
                AND TITTRAN-FECHA IS NOT NUMERIC
                    MOVE 'FECHA'         TO RECHAZO-TIT-MOTIVO
               WHEN OTHER
                    MOVE SPACES          TO RECHAZO-TIT-MOTIVO
           END-EVALUATE.

           IF  RECHAZO-TIT-MOTIVO NOT = SPACES
               SET 88-TRAN-VALIDA-NO     TO TRUE
               PERFORM 21900-GRABO-RECHAZO-TIT
           ELSE
               IF  TITTRAN-FECHA = SPACES
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-CURRENT-DATE-DATE  TO WS-FECHA-TRAN
               ELSE
                   MOVE TITTRAN-FECHA    TO WS-FECHA-TRAN
               END-IF
           END-IF.

       21060-BUSCO-TITULO.
      *-------------------
      *  RECORRE LOS EJEMPLARES DEL ALUMNO + CARRERA CON UN START
      *  POR CLAVE: CUENTA LOS EJEMPLARES, RETIENE EL ULTIMO Y UNA
      *  COPIA DEL VIGENTE (EL ULTIMO QUE NO ESTA ANULADO).
      *-------------------

           MOVE 0                        TO WS-CANT-EJEMPLARES
                                            WS-ULTIMO-EJEMPLAR.
           MOVE SPACES                   TO WS-TITULO-VIGENTE.
           SET  88-HAY-VIGENTE-NO        TO TRUE.

           INITIALIZE TITULOS-DATOS-FD.
           MOVE TITTRAN-COD-ALUMNO       TO TITULOS-ALUMNO-FD.
           MOVE TITTRAN-COD-CARRERA      TO TITULOS-CARRERA-FD.
           MOVE 0                        TO TITULOS-EJEMPLAR-FD.

           START TITULOS KEY >= TITULOS-CLAVE-FD.

           IF  88-FS-TITULOS-OK
               PERFORM 10160-LEO-TITULOS-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-TITULOS-OK
                          OR TITULOS-COD-ALUMNO NOT =
                                     TITTRAN-COD-ALUMNO
                          OR TITULOS-COD-CARRERA NOT =
                                     TITTRAN-COD-CARRERA
                   ADD 1                 TO WS-CANT-EJEMPLARES
                   MOVE TITULOS-EJEMPLAR TO WS-ULTIMO-EJEMPLAR
                   IF  NOT 88-TITULOS-ANULADO
                       MOVE TITULOS-REGISTRO TO WS-TITULO-VIGENTE
                       SET 88-HAY-VIGENTE-SI TO TRUE
                   END-IF
                   PERFORM 10160-LEO-TITULOS-SIGUIENTE
               END-PERFORM
           END-IF.

       21100-APLICO-PASO.
      *------------------
      *  AVANZA EL EJEMPLAR VIGENTE UN PASO EN EL CICLO DE VIDA.
      *  CADA PASO EXIGE EL ANTERIOR: SOLICITADO -> IMPRESO ->
      *  FIRMADO -> LEGALIZADO -> ENTREGADO.
      *------------------

           IF  88-HAY-VIGENTE-NO
               MOVE 'NOEXISTE'           TO RECHAZO-TIT-MOTIVO
               PERFORM 21900-GRABO-RECHAZO-TIT
           ELSE
               MOVE WS-TITULO-VIGENTE    TO TITULOS-REGISTRO
                                            WS-JRN-IMAGEN-ANTES
               MOVE SPACES               TO RECHAZO-TIT-MOTIVO
               EVALUATE TRUE
                   WHEN 88-TITTRAN-IMPRESO
                    AND 88-TITULOS-SOLICITADO
                        MOVE TITULOS-FECHA-SOLICITUD
                                         TO WS-FECHA-PASO-PREVIO
                   WHEN 88-TITTRAN-FIRMADO
                    AND 88-TITULOS-IMPRESO
                        MOVE TITULOS-FECHA-IMPRESION
                                         TO WS-FECHA-PASO-PREVIO
                   WHEN 88-TITTRAN-LEGALIZADO
                    AND 88-TITULOS-FIRMADO
                        MOVE TITULOS-FECHA-FIRMA
                                         TO WS-FECHA-PASO-PREVIO
                   WHEN 88-TITTRAN-ENTREGADO
                    AND 88-TITULOS-LEGALIZADO
                        MOVE TITULOS-FECHA-LEGALIZACION
                                         TO WS-FECHA-PASO-PREVIO
                   WHEN OTHER
                        MOVE 'SECUENCIA' TO RECHAZO-TIT-MOTIVO
               END-EVALUATE
               IF  RECHAZO-TIT-MOTIVO = SPACES
               AND WS-FECHA-TRAN < WS-FECHA-PASO-PREVIO
                   MOVE 'FECHA'          TO RECHAZO-TIT-MOTIVO
               END-IF
               IF  RECHAZO-TIT-MOTIVO NOT = SPACES
                   PERFORM 21900-GRABO-RECHAZO-TIT
               ELSE
                   PERFORM 21110-REGISTRO-PASO
               END-IF
           END-IF.

       21110-REGISTRO-PASO.
      *--------------------

           EVALUATE TRUE
               WHEN 88-TITTRAN-IMPRESO
                    SET 88-TITULOS-IMPRESO    TO TRUE
                    MOVE WS-FECHA-TRAN   TO TITULOS-FECHA-IMPRESION
                    ADD 1                TO WS-IMPRESOS-OK
               WHEN 88-TITTRAN-FIRMADO
                    SET 88-TITULOS-FIRMADO    TO TRUE
                    MOVE WS-FECHA-TRAN   TO TITULOS-FECHA-FIRMA
                    ADD 1                TO WS-FIRMADOS-OK
               WHEN 88-TITTRAN-LEGALIZADO
                    SET 88-TITULOS-LEGALIZADO TO TRUE
                    MOVE WS-FECHA-TRAN   TO TITULOS-FECHA-LEGALIZACION
                    ADD 1                TO WS-LEGALIZADOS-OK
               WHEN 88-TITTRAN-ENTREGADO
                    SET 88-TITULOS-ENTREGADO  TO TRUE
                    MOVE WS-FECHA-TRAN   TO TITULOS-FECHA-ENTREGA
                    ADD 1                TO WS-ENTREGADOS-OK
           END-EVALUATE.

           IF  TITTRAN-OBSERVACION NOT = SPACES
               MOVE TITTRAN-OBSERVACION  TO TITULOS-OBSERVACION
           END-IF.

           PERFORM 21150-REESCRIBO-TITULO.

       21150-REESCRIBO-TITULO.
      *-----------------------

           INITIALIZE TITULOS-DATOS-FD.
           MOVE TITULOS-CLAVE            TO TITULOS-CLAVE-FD.

           REWRITE TITULOS-DATOS-FD      FROM TITULOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-TITULOS-OK
                    MOVE 'C'             TO WS-JRN-ACCION
                    MOVE TITULOS-REGISTRO TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28000-GRABO-MNTJRN
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21150-REESCRIBO-TITULO'
                    DISPLAY 'ERROR EN REWRITE    TITULOS'
                    DISPLAY 'FILE STATUS       :' FS-TITULOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21200-APLICO-DUPLICADO.
      *-----------------------
      *  EXTRAVIO DEL DIPLOMA: SOLO SOBRE UN EJEMPLAR ENTREGADO.
      *  EL VIGENTE SE ANULA Y SE ABRE EL EJEMPLAR SIGUIENTE CON EL
      *  MISMO NUMERO DE TITULO.
      *-----------------------

           MOVE SPACES                   TO RECHAZO-TIT-MOTIVO.

           IF  88-HAY-VIGENTE-NO
               MOVE 'NOEXISTE'           TO RECHAZO-TIT-MOTIVO
           ELSE
               MOVE WS-TITULO-VIGENTE    TO TITULOS-REGISTRO
               EVALUATE TRUE
                   WHEN NOT 88-TITULOS-ENTREGADO
                        MOVE 'SECUENCIA' TO RECHAZO-TIT-MOTIVO
                   WHEN WS-FECHA-TRAN < TITULOS-FECHA-ENTREGA
                        MOVE 'FECHA'     TO RECHAZO-TIT-MOTIVO
                   WHEN WS-ULTIMO-EJEMPLAR = 99
                        MOVE 'EJEMPLAR'  TO RECHAZO-TIT-MOTIVO
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
           END-IF.

           IF  RECHAZO-TIT-MOTIVO NOT = SPACES
               PERFORM 21900-GRABO-RECHAZO-TIT
           ELSE
               MOVE TITULOS-REGISTRO     TO WS-JRN-IMAGEN-ANTES
               SET  88-TITULOS-ANULADO   TO TRUE
               MOVE WS-FECHA-TRAN        TO TITULOS-FECHA-ANULACION
               IF  TITTRAN-OBSERVACION NOT = SPACES
                   MOVE TITTRAN-OBSERVACION
                                         TO TITULOS-OBSERVACION
               ELSE
                   MOVE 'EXTRAVIADO'     TO TITULOS-OBSERVACION
               END-IF
               PERFORM 21150-REESCRIBO-TITULO
               MOVE TITULOS-EJEMPLAR     TO WS-OBS-DUP-EJEMPLAR
               ADD 1                     TO WS-ULTIMO-EJEMPLAR
               MOVE SPACES               TO WS-JRN-IMAGEN-ANTES
               PERFORM 21010-GRABO-EJEMPLAR
               ADD 1                     TO WS-DUPLICADOS-OK
           END-IF.

       21900-GRABO-RECHAZO-TIT.
      *------------------------

           MOVE TITTRAN-RECORD           TO RECHAZO-TIT-DATOS.

           WRITE REG-RECHAZO-TIT-FD      FROM REG-RECHAZO-TIT.

           EVALUATE TRUE
               WHEN 88-FS-TITREJ-OK
                    ADD 1                TO WS-RECHAZADAS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21900-GRABO-RECHAZO-TIT'
                    DISPLAY 'ERROR EN WRITE      TITREJ'
                    DISPLAY 'FILE STATUS       :' FS-TITREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       28000-GRABO-MNTJRN.
      *-------------------
      *  GRABA EN EL DIARIO COMUN MNTJRN LA TRANSACCION RECIEN
      *  APLICADA, CON LA IMAGEN DEL REGISTRO ANTES Y DESPUES DEL
      *  CAMBIO, IGUAL QUE 28000-GRABO-MNTJRN EN MNTALUM.
      *-------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           INITIALIZE MNTJRN-RECORD.

           MOVE 'MNTTITU'                TO MNTJRN-PROGRAMA.
           MOVE WS-CURRENT-DATE-YYYY     TO MNTJRN-FECHA-AAAA.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO MNTJRN-HORA.
           MOVE WS-CURRENT-DATE-MM       TO MNTJRN-FECHA-MM.
           MOVE WS-CURRENT-DATE-DD       TO MNTJRN-FECHA-DD.
           MOVE 'TITULOS'                TO MNTJRN-ARCHIVO.
           MOVE WS-JRN-ACCION            TO MNTJRN-ACCION.
           MOVE WS-JRN-IMAGEN-ANTES      TO MNTJRN-IMAGEN-ANTES.
           MOVE WS-JRN-IMAGEN-DESPUES    TO MNTJRN-IMAGEN-DESPUES.
           MOVE WS-AUT-OPERADOR          TO MNTJRN-OPERADOR.

           WRITE MNTJRN-RECORD-FD FROM MNTJRN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-MNTJRN-OK
                    ADD 1                TO WS-GRABADOS-MNTJRN
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 28000-GRABO-MNTJRN'
                    DISPLAY 'ERROR EN WRITE      MNTJRN'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           DISPLAY ' '.
           DISPLAY '*******************************************'
           DISPLAY 'TOTALES DE CONTROL PGM: MNTTITU            '
           DISPLAY '*******************************************'
           DISPLAY '* TRANSACCIONES LEIDAS     :' WS-TRAN-LEIDAS
           DISPLAY '* TITULOS SOLICITADOS      :' WS-SOLICITUDES-OK
           DISPLAY '* TITULOS IMPRESOS         :' WS-IMPRESOS-OK
           DISPLAY '* TITULOS FIRMADOS         :' WS-FIRMADOS-OK
           DISPLAY '* TITULOS LEGALIZADOS      :' WS-LEGALIZADOS-OK
           DISPLAY '* TITULOS ENTREGADOS       :' WS-ENTREGADOS-OK
           DISPLAY '* DUPLICADOS EMITIDOS      :' WS-DUPLICADOS-OK
           DISPLAY '* TRANSACCIONES RECHAZADAS :' WS-RECHAZADAS
           DISPLAY '* OMITIDAS YA CONFIRMADAS  :' WS-LOTE-OMITIDAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '* DIARIO MNTJRN GRABADOS   :' WS-GRABADOS-MNTJRN
           DISPLAY '* ULTIMO NUMERO DE TITULO  :' WS-ULTIMO-TITULO
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 29750-TERMINO-LOTE.
           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-TITULOS-SI
              SET 88-OPEN-TITULOS-NO   TO TRUE
              CLOSE TITULOS
           END-IF.

           IF 88-OPEN-EGRESADOS-SI
              SET 88-OPEN-EGRESADOS-NO TO TRUE
              CLOSE EGRESADOS
           END-IF.

           IF 88-OPEN-TITTRAN-SI
              SET 88-OPEN-TITTRAN-NO   TO TRUE
              CLOSE TITTRAN
           END-IF.

           IF 88-OPEN-TITREJ-SI
              SET 88-OPEN-TITREJ-NO    TO TRUE
              CLOSE TITREJ
           END-IF.

           IF 88-OPEN-MNTJRN-SI
              SET 88-OPEN-MNTJRN-NO    TO TRUE
              CLOSE MNTJRN
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

           PERFORM UNTIL 88-FS-TITTRAN-EOF
                      OR WS-TRAN-LEIDAS > WS-LOTE-DESDE
               ADD 1                     TO WS-LOTE-OMITIDAS
               IF  WS-TRAN-LEIDAS = WS-LOTE-DESDE
                   MOVE TITTRAN-RECORD   TO WS-LOTE-IMAGEN
                   IF  WS-LOTE-IMAGEN NOT = LOTECTL-ULTIMA-IMAGEN
                       PERFORM 11160-LOTE-DISTINTO
                   END-IF
               END-IF
               PERFORM 11100-READ-TITTRAN
           END-PERFORM.

           IF  WS-LOTE-OMITIDAS < WS-LOTE-DESDE
               PERFORM 11160-LOTE-DISTINTO
           END-IF.

       11160-LOTE-DISTINTO.
      *--------------------

           DISPLAY '--------------------------------'
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
           DISPLAY 'PARRAFO: 11160-LOTE-DISTINTO'
           DISPLAY 'TITTRAN NO COINCIDE CON EL LOTE'
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
               MOVE TITTRAN-RECORD       TO LOTECTL-ULTIMA-IMAGEN
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
