      * UN LUGAR PROMUEVE AUTOMATICAMENTE LA PRIMERA ESPERA DEL
      * LLAMADO A INSCRIPC. SIN CALENDARIO, TODO SIGUE COMO
      * SIEMPRE (SIN CONTROL DE CUPO).
      *-----------------------------------------------------------
      * CONDICION REGULAR/LIBRE (VER WCURSADA): CON EL ARCHIVO DE
      * CURSADAS PRESENTE, UNA ALTA QUE NO VIENE PEDIDA COMO LIBRE
      * SOLO QUEDA REGULAR SI EL ALUMNO TIENE EN LA MATERIA UNA
      * CURSADA PROMOCIONADA, O REGULAR CUYA REGULARIDAD SIGUE
      * VIGENTE: NO PASARON MAS LLAMADOS DEL CALENDARIO DESDE EL
      * CIERRE DE LA CURSADA QUE LOS PERMITIDOS POR CURSACFG. SI
      * NO, EL ALTA SE APLICA IGUAL PERO FORZADA A LIBRE. SIN
      * CURSADAS NO SE CONTROLA NADA.
      *-----------------------------------------------------------
      * AUSENTES (VER INSCRIP-RESULTADO EN WINSCRIP): LA ACCION U
      * MARCA AUSENTE UNA INSCRIPCION EXISTENTE CUYO EXAMEN YA SE
      * TOMO (FECHA NO POSTERIOR A HOY; SI NO, MOTIVO NORENDIDO)
      * Y LA ACCION P QUITA LA MARCA. CON CURSACFG-AUSENTES-POR-
      * LLAMADO MAYOR QUE CERO, CADA TANTOS AUSENTES DEL ALUMNO EN
      * LA MATERIA POSTERIORES AL CIERRE DE LA CURSADA CONSUMEN UN
      * LLAMADO MAS DE LA VIGENCIA DE LA REGULARIDAD.
      *-----------------------------------------------------------
      * MESAS ESPECIALES (VER WMESAESP Y 88-LLAMADOS-ESPECIAL EN
      * WLLAMADO): LA INSCRIPCION A UN LLAMADO ESPECIAL LA GRABA
      * MNTMESA AL APROBAR LA MESA. UN ALTA DE INSCTRAN QUE CAE EN
      * UN LLAMADO ESPECIAL SE RECHAZA CON MOTIVO MESAESP, Y ESOS
      * LLAMADOS NO CUENTAN PARA LA VIGENCIA DE LA REGULARIDAD. LA
      * BAJA Y EL CAMBIO SIGUEN COMO SIEMPRE: ASI SE DESHACE UNA
      * MESA ESPECIAL YA APROBADA.
      *-----------------------------------------------------------
      * CADA MARCA O DESMARCA DE AUSENTE Y CADA BAJA APLICADA
      * REGISTRA SU PAR ALUMNO+MATERIA EN ESTADOPEND (VER
      * WESTPEND), PORQUE LOS AUSENTES ENTRAN EN ESTADOACAD: EL
      * PAR QUEDA PENDIENTE PARA EL PROXIMO RECALCULO INCREMENTAL
      * DE BOPGM12.
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
                                   RECORD KEY   IS LISTAESP-CLAVE-FD
                                   FILE STATUS  IS FS-LISTAESP.

           SELECT OPTIONAL CURSADAS ASSIGN      TO
                                   'CURSADAS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS CURSADAS-CLAVE-FD
                                   FILE STATUS  IS FS-CURSADAS.

           SELECT OPTIONAL CURSACFG ASSIGN      TO
                                   'CURSACFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CURSACFG.

           SELECT INSCTRAN         ASSIGN       TO
                                   'INSCTRAN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-INSCRIPREJ.

           SELECT OPTIONAL ESTADOPEND ASSIGN    TO
                                   'ESTADOPEND'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOPEND.

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

               05  LISTAESP-SECUENCIA-FD     PIC 9(04).
           03  FILLER                    PIC X(34).

       FD  CURSADAS.
       01  CURSADAS-DATOS-FD.
           03  CURSADAS-CLAVE-FD.
               05  CURSADAS-ALUMNO-FD    PIC 9(06).
               05  CURSADAS-MATERIA-FD   PIC X(08).
               05  CURSADAS-COMISION-FD  PIC X(04).
               05  CURSADAS-PERIODO-FD   PIC 9(05).
           03  FILLER                    PIC X(27).

       FD  CURSACFG
           RECORDING MODE IS F.
       01  CURSACFG-RECORD-FD            PIC  X(30).

       FD  INSCTRAN
           RECORDING MODE IS F.
       01  INSCTRAN-RECORD-FD            PIC  X(41).
           RECORDING MODE IS F.
       01  REG-RECHAZO-INS-FD            PIC  X(51).

       FD  ESTADOPEND
           RECORDING MODE IS F.
       01  REG-ESTADOPEND-FD             PIC  X(40).

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
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'MNTINSC'.
           88 88-OPEN-INSCRIPREJ-SI                 VALUE 'S'.
           88 88-OPEN-INSCRIPREJ-NO                 VALUE 'N'.

       77  FS-ESTADOPEND                 PIC X(02)  VALUE ' '.
           88 88-FS-ESTADOPEND-OK                   VALUE '00'.

       77  WS-OPEN-ESTADOPEND            PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOPEND-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOPEND-NO                 VALUE 'N'.

       77  FS-BLOQUEOS                   PIC X(02)  VALUE ' '.
           88 88-FS-BLOQUEOS-OK                     VALUE '00'.
           88 88-FS-BLOQUEOS-EOF                    VALUE '10'.
           88 88-OPEN-LISTAESP-SI                   VALUE 'S'.
           88 88-OPEN-LISTAESP-NO                   VALUE 'N'.

       77  FS-CURSADAS                   PIC X(02)  VALUE ' '.
           88 88-FS-CURSADAS-OK                     VALUE '00'.
           88 88-FS-CURSADAS-EOF                    VALUE '10'.
           88 88-FS-CURSADAS-INVKEY                 VALUE '21'.
           88 88-FS-CURSADAS-NOKEY                  VALUE '23'.

       77  FS-CURSACFG                   PIC X(02)  VALUE ' '.
           88 88-FS-CURSACFG-OK                     VALUE '00'.
           88 88-FS-CURSACFG-EOF                    VALUE '10'.

       77  WS-OPEN-CURSADAS              PIC X      VALUE 'N'.
           88 88-OPEN-CURSADAS-SI                   VALUE 'S'.
           88 88-OPEN-CURSADAS-NO                   VALUE 'N'.

       77  WS-TRAN-LEIDAS                PIC 9(07)  VALUE 0.
       77  WS-ALTAS-OK                   PIC 9(07)  VALUE 0.
       77  WS-CAMBIOS-OK                 PIC 9(07)  VALUE 0.
       77  WS-ALTAS-ESPERA               PIC 9(07)  VALUE 0.
       77  WS-PROMOVIDAS                 PIC 9(07)  VALUE 0.
       77  WS-ESPERA-DESCARTADAS         PIC 9(07)  VALUE 0.
       77  WS-FORZADAS-LIBRE             PIC 9(07)  VALUE 0.
       77  WS-AUSENTES-OK                PIC 9(07)  VALUE 0.
       77  WS-PRESENTES-OK               PIC 9(07)  VALUE 0.

      *-------------------------------------------------------------*
      *     CALENDARIO DE LLAMADOS CON SU OCUPACION: CUPO,          *
               05  WS-TAB-LLAM-ULT-SEC    PIC 9(04).
               05  WS-TAB-LLAM-ESPERA     PIC 9(04).

       77  CTE-PRIMER-LLAMADO-ESP        PIC 9(04)  VALUE 9001.

       77  WS-LLAMADO-HALLADO            PIC X      VALUE 'N'.
           88 88-LLAMADO-HALLADO-SI                 VALUE 'S'.
           88 88-LLAMADO-HALLADO-NO                 VALUE 'N'.
           88 88-FUERA-PLAZO-SI                     VALUE 'S'.
           88 88-FUERA-PLAZO-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     REGULARIDAD: LLAMADOS POSTERIORES AL CIERRE DE LA       *
      *     CURSADA EN LOS QUE SIGUE VIGENTE (CURSACFG) Y CONDICION *
      *     CON LA QUE SE APLICA EL ALTA EN CURSO.                  *
      *-------------------------------------------------------------*
       77  WS-LLAMADOS-VIGENCIA          PIC 9(02)  VALUE 05.
       77  WS-LLAMADOS-CONTADOS          PIC 9(04)  VALUE 0.
       77  WS-AUSENTES-POR-LLAMADO       PIC 9(02)  VALUE 0.
       77  WS-AUSENTES-CONTADOS          PIC 9(04)  VALUE 0.

      *-------------------------------------------------------------*
      *     NUMEROS DE LLAMADO YA CONTADOS PARA LA REGULARIDAD: UN  *
      *     LLAMADO CON VARIAS FILAS EN EL CALENDARIO (POR MATERIA  *
      *     O POR SEDE) CUENTA UNA SOLA VEZ.                        *
      *-------------------------------------------------------------*
       01  WS-TABLA-LLAM-CONTADOS.
           03  WS-TAB-LLAM-CONTADO  OCCURS 200 TIMES
                          INDEXED BY WS-IDX-LLAM-CONT
                                         PIC 9(04).

       77  WS-LLAM-YA-CONTADO            PIC X      VALUE 'N'.
           88 88-LLAM-YA-CONTADO-SI                 VALUE 'S'.
           88 88-LLAM-YA-CONTADO-NO                 VALUE 'N'.
       77  WS-CONDICION-ALTA             PIC X(01)  VALUE ' '.

       77  WS-REGULAR-VIGENTE            PIC X      VALUE 'N'.
           88 88-REGULAR-VIGENTE-SI                 VALUE 'S'.
           88 88-REGULAR-VIGENTE-NO                 VALUE 'N'.

       77  WS-FIN-CURSADAS               PIC X      VALUE 'N'.
           88 88-FIN-CURSADAS-SI                    VALUE 'S'.
           88 88-FIN-CURSADAS-NO                    VALUE 'N'.

       77  WS-FIN-AUSENTES               PIC X      VALUE 'N'.
           88 88-FIN-AUSENTES-SI                    VALUE 'S'.
           88 88-FIN-AUSENTES-NO                    VALUE 'N'.

       77  WS-FORZADA-LIBRE              PIC X      VALUE 'N'.
           88 88-FORZADA-LIBRE-SI                   VALUE 'S'.
           88 88-FORZADA-LIBRE-NO                   VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
           03  RECHAZO-INS-DATOS         PIC X(41).
           03  RECHAZO-INS-MOTIVO        PIC X(10).

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
       COPY WPLAZCFG.
       COPY WDEUDOR.
       COPY WBLOQUEO.
       COPY WCURSADA.
       COPY WCURSCFG.
       COPY WESTPEND.
       COPY WOPERAD.
       COPY WPERMISO.
       COPY WOPERCTL.
       COPY WSEGLOG.
       COPY WLOTECTL.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------
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
           PERFORM 10200-CARGO-TABLA-LLAMADOS.
           PERFORM 10300-CARGO-OCUPACION.
           PERFORM 10550-LEO-PLAZOCFG.
           PERFORM 10600-ABRO-DEUDORES.
           PERFORM 10700-ABRO-BLOQUEOS.
           PERFORM 10800-ABRO-CURSADAS.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-FECHA-HOY-NUM.
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).

           PERFORM 11100-READ-INSCTRAN.
           PERFORM 11150-REPOSICIONO-LOTE.

       10100-ABRO-ARCHIVOS.
      *-------------------
           END-EVALUATE.
      *----------------------------------------------------------

           IF  WS-LOTE-DESDE > 0
               OPEN EXTEND  INSCRIPREJ
           ELSE
               OPEN OUTPUT  INSCRIPREJ
           END-IF.

           EVALUATE FS-INSCRIPREJ
               WHEN '00'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN EXTEND  ESTADOPEND.

           EVALUATE FS-ESTADOPEND
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-ESTADOPEND-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN EXTEND ESTADOPEND'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10200-CARGO-TABLA-LLAMADOS.
      *---------------------------
                    SET 88-OPEN-BLOQUEOS-NO TO TRUE
           END-EVALUATE.

       10800-ABRO-CURSADAS.
      *--------------------
      *  ARCHIVO DE CURSADAS (VER WCURSADA, MANTENIDO POR MNTCURS)
      *  Y SU PARAMETRO CURSACFG. AMBOS SON OPCIONALES: SIN
      *  CURSADAS NO SE CONTROLA LA REGULARIDAD; SIN CURSACFG LA
      *  REGULARIDAD VALE POR 5 LLAMADOS Y LOS AUSENTES NO
      *  CUENTAN.
      *--------------------

           OPEN INPUT CURSADAS.

           EVALUATE FS-CURSADAS
               WHEN '00'
                    SET 88-OPEN-CURSADAS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-CURSADAS-NO TO TRUE
           END-EVALUATE.

           OPEN INPUT CURSACFG.

           IF  88-FS-CURSACFG-OK
               READ CURSACFG INTO CURSACFG-RECORD
               IF  88-FS-CURSACFG-OK
               AND CURSACFG-LLAMADOS-VIGENCIA IS NUMERIC
               AND CURSACFG-LLAMADOS-VIGENCIA > 0
                   MOVE CURSACFG-LLAMADOS-VIGENCIA
                                         TO WS-LLAMADOS-VIGENCIA
               END-IF
               IF  88-FS-CURSACFG-OK
               AND CURSACFG-AUSENTES-POR-LLAMADO IS NUMERIC
                   MOVE CURSACFG-AUSENTES-POR-LLAMADO
                                         TO WS-AUSENTES-POR-LLAMADO
               END-IF
               CLOSE CURSACFG
           END-IF.

       11100-READ-INSCTRAN.
      *--------------------

       20000-PROCESO.
      *-------------

           MOVE INSCTRAN-ACCION          TO WS-AUT-ACCION.
           MOVE INSCTRAN-RECORD          TO WS-AUT-TRANSACCION.
           PERFORM 29500-CONTROLO-AUTORIZACION.

           IF  88-AUTORIZADO-SI
               PERFORM 20050-PROCESO-AUTORIZADA
           ELSE
               MOVE 'NOAUTORIZ'          TO RECHAZO-INS-MOTIVO
               PERFORM 21900-GRABO-RECHAZO-INS
           END-IF.

           PERFORM 29700-CONFIRMO-LOTE.

           PERFORM 11100-READ-INSCTRAN.

       20050-PROCESO-AUTORIZADA.
      *-------------------------

           EVALUATE TRUE
               WHEN 88-INSCTRAN-ALTA
                    PERFORM 21000-APLICO-ALTA
                    PERFORM 21100-APLICO-CAMBIO
               WHEN 88-INSCTRAN-BAJA
                    PERFORM 21200-APLICO-BAJA
               WHEN 88-INSCTRAN-AUSENTE
               WHEN 88-INSCTRAN-PRESENTE
                    PERFORM 21300-APLICO-AUSENTE
               WHEN OTHER
                    MOVE 'ACCION'         TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
           END-EVALUATE.

       21000-APLICO-ALTA.
      *------------------
      *  ALTA DE UNA INSCRIPCION NUEVA. SI LA CLAVE YA EXISTE SE
      *  RECHAZA LA TRANSACCION EN LUGAR DE ABORTAR EL LOTE. SI EL
      *  LLAMADO DEL ALTA YA ESTA COMPLETO, EL ALTA SE RECHAZA CON
      *  MOTIVO CUPOLLENO Y SE ENCOLA EN LA LISTA DE ESPERA. A UN
      *  LLAMADO ESPECIAL SOLO INSCRIBE MNTMESA (MOTIVO MESAESP).
      *------------------

           MOVE INSCTRAN-COD-MATERIA     TO WS-BUSCO-MATERIA.

           PERFORM 21050-CONTROLO-DEUDA.
           PERFORM 21060-CONTROLO-BLOQUEO.
           PERFORM 21070-CONTROLO-REGULARIDAD.

           EVALUATE TRUE
               WHEN 88-LLAMADO-HALLADO-SI
                AND WS-TAB-LLAM-NUMERO(WS-IDX-LLAM-HALLADO) >=
                        CTE-PRIMER-LLAMADO-ESP
                    MOVE 'MESAESP'       TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN 88-CON-BLOQUEO-SI
                    MOVE 'BLOQUEO'       TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
           MOVE INSCTRAN-FECHA-MM        TO INSCRIP-FECHA-EXAMEN-MM.
           MOVE INSCTRAN-FECHA-DD        TO INSCRIP-FECHA-EXAMEN-DD.
           MOVE INSCTRAN-INSTITUTO       TO INSCRIP-INSTITUTO.
           MOVE WS-CONDICION-ALTA        TO INSCRIP-CONDICION.

           MOVE INSCRIP-CLAVE            TO INSCRIP-CLAVE-FD.

                        ADD 1 TO WS-TAB-LLAM-OCUPADOS
                                         (WS-IDX-LLAM-HALLADO)
                    END-IF
                    IF  88-FORZADA-LIBRE-SI
                        ADD 1            TO WS-FORZADAS-LIBRE
                    END-IF
               WHEN 88-FS-INSCRIPC-DUPKEY
                    MOVE 'DUPLICADO'     TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
           MOVE INSCTRAN-COD-MATERIA     TO LISTAESP-COD-MATERIA.
           MOVE INSCTRAN-FECHA-EXAMEN    TO LISTAESP-FECHA-EXAMEN.
           MOVE INSCTRAN-INSTITUTO       TO LISTAESP-INSTITUTO.
           MOVE WS-CONDICION-ALTA        TO LISTAESP-CONDICION.

           INITIALIZE LISTAESP-DATOS-FD.
           MOVE LISTAESP-CLAVE           TO LISTAESP-CLAVE-FD.
               END-EVALUATE
           END-IF.

       21070-CONTROLO-REGULARIDAD.
      *---------------------------
      *  DEFINE LA CONDICION DEL ALTA. PEDIDA LIBRE, QUEDA LIBRE.
      *  SI NO, ES REGULAR SALVO QUE, CON CURSADAS PRESENTE, EL
      *  ALUMNO NO TENGA REGULARIDAD VIGENTE EN LA MATERIA PARA
      *  LA FECHA DEL EXAMEN: ENTONCES SE FUERZA A LIBRE.
      *---------------------------

           SET 88-FORZADA-LIBRE-NO       TO TRUE.

           IF  88-INSCTRAN-LIBRE
               MOVE 'L'                  TO WS-CONDICION-ALTA
           ELSE
               MOVE 'R'                  TO WS-CONDICION-ALTA
               IF  88-OPEN-CURSADAS-SI
                   PERFORM 21072-BUSCO-REGULARIDAD
                   IF  88-REGULAR-VIGENTE-NO
                       MOVE 'L'          TO WS-CONDICION-ALTA
                       SET 88-FORZADA-LIBRE-SI TO TRUE
                   END-IF
               END-IF
           END-IF.

       21072-BUSCO-REGULARIDAD.
      *------------------------
      *  RECORRE LAS CURSADAS DEL ALUMNO EN LA MATERIA (TODAS LAS
      *  COMISIONES Y PERIODOS) HASTA ENCONTRAR UNA QUE HABILITE
      *  A RENDIR REGULAR.
      *------------------------

           SET 88-REGULAR-VIGENTE-NO     TO TRUE.
           SET 88-FIN-CURSADAS-NO        TO TRUE.

           INITIALIZE CURSADAS-DATOS-FD.
           MOVE INSCTRAN-COD-ALUMNO      TO CURSADAS-ALUMNO-FD.
           MOVE INSCTRAN-COD-MATERIA     TO CURSADAS-MATERIA-FD.
           MOVE LOW-VALUES               TO CURSADAS-COMISION-FD.
           MOVE 0                        TO CURSADAS-PERIODO-FD.

           START CURSADAS KEY >= CURSADAS-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-CURSADAS-OK
                    CONTINUE
               WHEN 88-FS-CURSADAS-INVKEY
               WHEN 88-FS-CURSADAS-NOKEY
               WHEN 88-FS-CURSADAS-EOF
                    SET 88-FIN-CURSADAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21072-BUSCO-REGULARIDAD'
                    DISPLAY 'ERROR EN START      CURSADAS'
                    DISPLAY 'FILE STATUS       :' FS-CURSADAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FIN-CURSADAS-SI
                      OR 88-REGULAR-VIGENTE-SI
               INITIALIZE CURSADAS-REGISTRO
               READ CURSADAS NEXT RECORD INTO CURSADAS-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-CURSADAS-OK
                    AND CURSADAS-COD-ALUMNO  = INSCTRAN-COD-ALUMNO
                    AND CURSADAS-COD-MATERIA = INSCTRAN-COD-MATERIA
                        PERFORM 21074-EVALUO-CURSADA
                   WHEN 88-FS-CURSADAS-OK
                   WHEN 88-FS-CURSADAS-EOF
                        SET 88-FIN-CURSADAS-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21072-BUSCO-REGULARIDAD'
                        DISPLAY 'ERROR EN READ       CURSADAS'
                        DISPLAY 'FILE STATUS       :' FS-CURSADAS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       21074-EVALUO-CURSADA.
      *---------------------
      *  UNA CURSADA PROMOCIONADA SIEMPRE HABILITA. UNA REGULAR
      *  HABILITA MIENTRAS LOS LLAMADOS DEL CALENDARIO POSTERIORES
      *  A SU CIERRE, HASTA EL DEL EXAMEN INCLUSIVE, NO SUPEREN LA
      *  VIGENCIA. SE CUENTAN LOS LLAMADOS QUE APLICAN A LA
      *  MATERIA Y AL INSTITUTO (CON LOS MISMOS COMODINES QUE
      *  21020-BUSCO-LLAMADO). CON AUSENTES-POR-LLAMADO EN
      *  CURSACFG, LOS AUSENTES POSTERIORES AL CIERRE SUMAN UN
      *  LLAMADO MAS POR CADA TANTOS DE ELLOS. LOS LLAMADOS
      *  ESPECIALES DE MESAS ESPECIALES NO SE CUENTAN, Y CADA
      *  NUMERO DE LLAMADO CUENTA UNA SOLA VEZ.
      *---------------------

           EVALUATE TRUE
               WHEN 88-CURSADAS-PROMOCION
                    SET 88-REGULAR-VIGENTE-SI TO TRUE
               WHEN 88-CURSADAS-REGULAR
                    MOVE 0               TO WS-LLAMADOS-CONTADOS
                    PERFORM VARYING WS-IDX-TAB-LLAM FROM 1 BY 1
                      UNTIL WS-IDX-TAB-LLAM > WS-CANT-TAB-LLAM
                        IF  (WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM)
                                         = SPACES
                          OR WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM)
                                         = INSCTRAN-COD-MATERIA)
                        AND (WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM)
                                         = SPACES
                          OR WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM)
                                         = INSCTRAN-INSTITUTO)
                        AND WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM) >
                                         CURSADAS-FECHA-CIERRE
                        AND WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM) <=
                                         INSCTRAN-FECHA-EXAMEN
                        AND WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM) <
                                         CTE-PRIMER-LLAMADO-ESP
                            PERFORM 21075-CUENTO-LLAMADO
                        END-IF
                    END-PERFORM
                    IF  WS-AUSENTES-POR-LLAMADO > 0
                        PERFORM 21076-CUENTO-AUSENTES
                        COMPUTE WS-LLAMADOS-CONTADOS =
                                WS-LLAMADOS-CONTADOS +
                                WS-AUSENTES-CONTADOS /
                                WS-AUSENTES-POR-LLAMADO
                    END-IF
                    IF  WS-LLAMADOS-CONTADOS NOT >
                                         WS-LLAMADOS-VIGENCIA
                        SET 88-REGULAR-VIGENTE-SI TO TRUE
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       21075-CUENTO-LLAMADO.
      *---------------------
      *  SUMA EL LLAMADO DE WS-IDX-TAB-LLAM A LOS CONTADOS SALVO
      *  QUE SU NUMERO YA ESTE: EL MISMO LLAMADO PUEDE FIGURAR EN
      *  VARIAS FILAS DEL CALENDARIO (UNA POR MATERIA O SEDE) Y
      *  CUENTA UNA SOLA VEZ.
      *---------------------

           SET 88-LLAM-YA-CONTADO-NO     TO TRUE.

           PERFORM VARYING WS-IDX-LLAM-CONT FROM 1 BY 1
             UNTIL WS-IDX-LLAM-CONT > WS-LLAMADOS-CONTADOS
                OR 88-LLAM-YA-CONTADO-SI
               IF  WS-TAB-LLAM-CONTADO(WS-IDX-LLAM-CONT) =
                                   WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM)
                   SET 88-LLAM-YA-CONTADO-SI TO TRUE
               END-IF
           END-PERFORM.

           IF  88-LLAM-YA-CONTADO-NO
               ADD 1                     TO WS-LLAMADOS-CONTADOS
               SET WS-IDX-LLAM-CONT      TO WS-LLAMADOS-CONTADOS
               MOVE WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM)
                            TO WS-TAB-LLAM-CONTADO(WS-IDX-LLAM-CONT)
           END-IF.

       21076-CUENTO-AUSENTES.
      *----------------------
      *  CUENTA LAS INSCRIPCIONES DEL ALUMNO EN LA MATERIA MARCADAS
      *  AUSENTE CON FECHA POSTERIOR AL CIERRE DE LA CURSADA Y
      *  ANTERIOR AL EXAMEN DEL ALTA EN CURSO.
      *----------------------

           MOVE 0                        TO WS-AUSENTES-CONTADOS.
           SET 88-FIN-AUSENTES-NO        TO TRUE.

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE INSCTRAN-COD-ALUMNO      TO INSCRIP-ALUMNO-FD.
           MOVE INSCTRAN-COD-MATERIA     TO INSCRIP-MATERIA-FD.
           MOVE CURSADAS-FECHA-CIERRE    TO INSCRIP-FECHA-FD.

           START INSCRIPC KEY > INSCRIP-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    CONTINUE
               WHEN 88-FS-INSCRIPC-INVKEY
               WHEN 88-FS-INSCRIPC-NOKEY
               WHEN 88-FS-INSCRIPC-EOF
                    SET 88-FIN-AUSENTES-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21076-CUENTO-AUSENTES'
                    DISPLAY 'ERROR EN START      INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FIN-AUSENTES-SI
               INITIALIZE INSCRIP-REGISTRO
               READ INSCRIPC NEXT RECORD INTO INSCRIP-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-INSCRIPC-OK
                    AND INSCRIP-COD-ALUMNO  = INSCTRAN-COD-ALUMNO
                    AND INSCRIP-COD-MATERIA = INSCTRAN-COD-MATERIA
                    AND INSCRIP-FECHA-EXAMEN < INSCTRAN-FECHA-EXAMEN
                        IF  88-INSCRIP-AUSENTE
                            ADD 1        TO WS-AUSENTES-CONTADOS
                        END-IF
                   WHEN 88-FS-INSCRIPC-OK
                   WHEN 88-FS-INSCRIPC-EOF
                        SET 88-FIN-AUSENTES-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21076-CUENTO-AUSENTES'
                        DISPLAY 'ERROR EN READ       INSCRIPC'
                        DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       21040-CONTROLO-PLAZO.
      *---------------------
      *  LA INSCRIPCION CIERRA N DIAS HABILES ANTES DE LA FECHA
           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    ADD 1                TO WS-BAJAS-OK
                    PERFORM 21320-REGISTRO-PENDIENTE
                    PERFORM 21250-LIBERO-LUGAR
               WHEN 88-FS-INSCRIPC-NOKEY
                    MOVE 'NOEXISTE'       TO RECHAZO-INS-MOTIVO
           MOVE LISTAESP-COD-MATERIA     TO INSCRIP-COD-MATERIA.
           MOVE LISTAESP-FECHA-EXAMEN    TO INSCRIP-FECHA-EXAMEN.
           MOVE LISTAESP-INSTITUTO       TO INSCRIP-INSTITUTO.
           MOVE LISTAESP-CONDICION       TO INSCRIP-CONDICION.

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE INSCRIP-CLAVE            TO INSCRIP-CLAVE-FD.
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21300-APLICO-AUSENTE.
      *---------------------
      *  MARCA (U) O DESMARCA (P) COMO AUSENTE UNA INSCRIPCION
      *  EXISTENTE. SOLO SE PUEDE MARCAR AUSENTE UN EXAMEN CUYA
      *  FECHA YA PASO. LA CLAVE INEXISTENTE SE RECHAZA.
      *---------------------

           INITIALIZE INSCRIP-REGISTRO INSCRIPC-DATOS-FD.
           MOVE INSCTRAN-COD-ALUMNO      TO INSCRIP-ALUMNO-FD.
           MOVE INSCTRAN-COD-MATERIA     TO INSCRIP-MATERIA-FD.
           MOVE INSCTRAN-FECHA-EXAMEN    TO INSCRIP-FECHA-FD.

           READ INSCRIPC INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-NOKEY
                    MOVE 'NOEXISTE'      TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN 88-FS-INSCRIPC-OK
                AND 88-INSCTRAN-AUSENTE
                AND INSCTRAN-FECHA-EXAMEN > WS-FECHA-HOY-NUM
                    MOVE 'NORENDIDO'     TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN 88-FS-INSCRIPC-OK
                    IF  88-INSCTRAN-AUSENTE
                        SET 88-INSCRIP-AUSENTE  TO TRUE
                    ELSE
                        SET 88-INSCRIP-PRESENTE TO TRUE
                    END-IF
                    PERFORM 21310-REESCRIBO-AUSENTE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21300-APLICO-AUSENTE'
                    DISPLAY 'ERROR EN READ       INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21310-REESCRIBO-AUSENTE.
      *------------------------

           REWRITE INSCRIPC-DATOS-FD     FROM INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                AND 88-INSCRIP-AUSENTE
                    ADD 1                TO WS-AUSENTES-OK
                    PERFORM 21320-REGISTRO-PENDIENTE
               WHEN 88-FS-INSCRIPC-OK
                    ADD 1                TO WS-PRESENTES-OK
                    PERFORM 21320-REGISTRO-PENDIENTE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21310-REESCRIBO-AUSENTE'
                    DISPLAY 'ERROR EN REWRITE    INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21320-REGISTRO-PENDIENTE.
      *-------------------------

           INITIALIZE ESTPEND-REGISTRO.
           MOVE INSCTRAN-COD-ALUMNO      TO ESTPEND-COD-ALUMNO.
           MOVE INSCTRAN-COD-MATERIA     TO ESTPEND-COD-MATERIA.
           MOVE 'MNTINSC'                TO ESTPEND-PROGRAMA.
           MOVE WS-CURRENT-DATE-DATE     TO ESTPEND-FECHA.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO ESTPEND-HORA.

           WRITE REG-ESTADOPEND-FD FROM ESTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOPEND-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21320-REGISTRO-PENDIENTE'
                    DISPLAY 'ERROR EN WRITE      ESTADOPEND'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21900-GRABO-RECHAZO-INS.
      *------------------------
      *  GRABA EN INSCRIPREJ LA TRANSACCION QUE NO SE PUDO APLICAR.
           DISPLAY '* CAMBIOS APLICADOS        :' WS-CAMBIOS-OK
           DISPLAY '* BAJAS APLICADAS          :' WS-BAJAS-OK
           DISPLAY '* TRANSACCIONES RECHAZADAS :' WS-RECHAZADAS
           DISPLAY '* OMITIDAS YA CONFIRMADAS  :' WS-LOTE-OMITIDAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '* ALTAS A LISTA DE ESPERA  :' WS-ALTAS-ESPERA
           DISPLAY '* ESPERAS PROMOVIDAS       :' WS-PROMOVIDAS
           DISPLAY '* ESPERAS DESCARTADAS      :' WS-ESPERA-DESCARTADAS
           DISPLAY '* ALTAS FORZADAS A LIBRE   :' WS-FORZADAS-LIBRE
           DISPLAY '* AUSENTES MARCADOS        :' WS-AUSENTES-OK
           DISPLAY '* AUSENTES DESMARCADOS     :' WS-PRESENTES-OK
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 29750-TERMINO-LOTE.
           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
              CLOSE BLOQUEOS
           END-IF.

           IF 88-OPEN-CURSADAS-SI
              SET 88-OPEN-CURSADAS-NO  TO TRUE
              CLOSE CURSADAS
           END-IF.

           IF 88-OPEN-ESTADOPEND-SI
              SET 88-OPEN-ESTADOPEND-NO TO TRUE
              CLOSE ESTADOPEND
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

           PERFORM UNTIL 88-FS-INSCTRAN-EOF
                      OR WS-TRAN-LEIDAS > WS-LOTE-DESDE
               ADD 1                     TO WS-LOTE-OMITIDAS
               IF  WS-TRAN-LEIDAS = WS-LOTE-DESDE
                   MOVE INSCTRAN-RECORD  TO WS-LOTE-IMAGEN
                   IF  WS-LOTE-IMAGEN NOT = LOTECTL-ULTIMA-IMAGEN
                       PERFORM 11160-LOTE-DISTINTO
                   END-IF
               END-IF
               PERFORM 11100-READ-INSCTRAN
           END-PERFORM.

           IF  WS-LOTE-OMITIDAS < WS-LOTE-DESDE
               PERFORM 11160-LOTE-DISTINTO
           END-IF.

       11160-LOTE-DISTINTO.
      *--------------------

           DISPLAY '--------------------------------'
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
           DISPLAY 'PARRAFO: 11160-LOTE-DISTINTO'
           DISPLAY 'INSCTRAN NO COINCIDE CON EL LOTE'
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
               MOVE INSCTRAN-RECORD      TO LOTECTL-ULTIMA-IMAGEN
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
