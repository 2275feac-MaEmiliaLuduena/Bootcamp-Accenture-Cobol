      * DETIENEN EL PROCESO DEL RESTO DEL LOTE. BLOQUEOS ES
      * OPTIONAL EN EL OPEN I-O: EL PRIMER BLOQUEO CREA EL
      * ARCHIVO.
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
       COPY WBLOQUEO.
       COPY WMNTJRN.
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
           PERFORM 11100-READ-BLOQTRAN.
           PERFORM 11150-REPOSICIONO-LOTE.

       10100-ABRO-ARCHIVOS.
      *-------------------
           END-EVALUATE.
      *----------------------------------------------------------

           IF  WS-LOTE-DESDE > 0
               OPEN EXTEND  BLOQREJ
           ELSE
               OPEN OUTPUT  BLOQREJ
           END-IF.

           EVALUATE FS-BLOQREJ
               WHEN '00'
       20000-PROCESO.
      *-------------

           MOVE BLOQTRAN-ACCION          TO WS-AUT-ACCION.
           MOVE BLOQTRAN-RECORD          TO WS-AUT-TRANSACCION.
           PERFORM 29500-CONTROLO-AUTORIZACION.

           IF  88-AUTORIZADO-SI
               PERFORM 20050-PROCESO-AUTORIZADA
           ELSE
               MOVE 'NOAUTORIZ'          TO RECHAZO-BLQ-MOTIVO
               PERFORM 21900-GRABO-RECHAZO-BLQ
           END-IF.

           PERFORM 29700-CONFIRMO-LOTE.

           PERFORM 11100-READ-BLOQTRAN.

       20050-PROCESO-AUTORIZADA.
      *-------------------------

           EVALUATE TRUE
               WHEN 88-BLOQTRAN-ALTA
                    PERFORM 21000-APLICO-ALTA
                    PERFORM 21900-GRABO-RECHAZO-BLQ
           END-EVALUATE.

       21000-APLICO-ALTA.
      *------------------

           MOVE WS-JRN-ACCION            TO MNTJRN-ACCION.
           MOVE WS-JRN-IMAGEN-ANTES      TO MNTJRN-IMAGEN-ANTES.
           MOVE WS-JRN-IMAGEN-DESPUES    TO MNTJRN-IMAGEN-DESPUES.
           MOVE WS-AUT-OPERADOR          TO MNTJRN-OPERADOR.

           WRITE MNTJRN-RECORD-FD FROM MNTJRN-RECORD.

           DISPLAY '* BLOQUEOS MODIFICADOS     :' WS-CAMBIOS-OK
           DISPLAY '* BLOQUEOS LEVANTADOS      :' WS-BAJAS-OK
           DISPLAY '* TRANSACCIONES RECHAZADAS :' WS-RECHAZADAS
           DISPLAY '* OMITIDAS YA CONFIRMADAS  :' WS-LOTE-OMITIDAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '* DIARIO MNTJRN GRABADOS   :' WS-GRABADOS-MNTJRN
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 29750-TERMINO-LOTE.
           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
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

           PERFORM UNTIL 88-FS-BLOQTRAN-EOF
                      OR WS-TRAN-LEIDAS > WS-LOTE-DESDE
               ADD 1                     TO WS-LOTE-OMITIDAS
               IF  WS-TRAN-LEIDAS = WS-LOTE-DESDE
                   MOVE BLOQTRAN-RECORD  TO WS-LOTE-IMAGEN
                   IF  WS-LOTE-IMAGEN NOT = LOTECTL-ULTIMA-IMAGEN
                       PERFORM 11160-LOTE-DISTINTO
                   END-IF
               END-IF
               PERFORM 11100-READ-BLOQTRAN
           END-PERFORM.

           IF  WS-LOTE-OMITIDAS < WS-LOTE-DESDE
               PERFORM 11160-LOTE-DISTINTO
           END-IF.

       11160-LOTE-DISTINTO.
      *--------------------

           DISPLAY '--------------------------------'
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
           DISPLAY 'PARRAFO: 11160-LOTE-DISTINTO'
           DISPLAY 'BLOQTRAN NO COINCIDE CON EL LOTE'
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
               MOVE BLOQTRAN-RECORD      TO LOTECTL-ULTIMA-IMAGEN
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
