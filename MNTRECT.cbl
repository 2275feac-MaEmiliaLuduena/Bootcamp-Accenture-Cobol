       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. MNTRECT.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA MANTIENE LA COLA DE RECTIFICACIONES DE
      * CALIFICACIONES PENDIENTES DE APROBACION (RECTPEND, VER
      * WRECTPEN), EN EL ESTILO DE MNTSOLIC. UNA NOTA TIENE PESO
      * LEGAL: NINGUNA TRANSACCION DE CALTRAN LLEGA A MNTCALIF SIN
      * QUE UN SEGUNDO OPERADOR LA HAYA APROBADO.
      *-----------------------------------------------------------
      * PRIMERO ENCOLA LAS SOLICITUDES (CALTRAN, VER WCALTRAN):
      *   N/B/R -> NUEVA RECTIFICACION PENDIENTE: RECIBE EL
      *            PROXIMO NUMERO (CORRELATIVO, NUNCA SE REUSA),
      *            ESTADO 'P', FECHA DEL DIA, SOLICITANTE
      *            (CALTRAN-OPERADOR) Y DOCUMENTO DE RESPALDO
      *            (CALTRAN-DOCUMENTO, OBLIGATORIO). EL NUMERO
      *            ASIGNADO SALE POR SYSOUT.
      * DESPUES APLICA LAS RESOLUCIONES (RECTAPR), POR NUMERO:
      *   A (APRUEBA) -> ESTADO 'A': MNTCALIF LA APLICA EN SU
      *                  PROXIMA CORRIDA.
      *   D (DENIEGA) -> ESTADO 'R': NO SE APLICA NUNCA.
      * LA RESOLUCION SE RECHAZA SI EL NUMERO NO EXISTE, SI YA NO
      * ESTA PENDIENTE, O SI LA FIRMA EL MISMO OPERADOR QUE LA
      * SOLICITO (MOTIVO MISMOOPER, QUE ADEMAS QUEDA EN SEGLOG).
      * TODO RECHAZO VA A RECTREJ Y NO DETIENE EL RESTO DEL LOTE.
      * CALTRAN Y RECTAPR SON OPTIONAL: UNA CORRIDA PUEDE TRAER
      * SOLO SOLICITUDES O SOLO RESOLUCIONES. RECTPEND ES OPTIONAL
      * EN EL OPEN I-O: LA PRIMERA SOLICITUD CREA EL ARCHIVO.
      *-----------------------------------------------------------
      * CADA TRANSACCION SE AUTORIZA CONTRA SU PROPIO OPERADOR
      * (CALTRAN-OPERADOR O RECTAPR-OPERADOR): TIENE QUE EXISTIR
      * Y ESTAR ACTIVO EN OPERADORES, Y SU ROL TENER EN PERMISOS
      * ESTE PROGRAMA CON LA ACCION DE LA TRANSACCION (N/B/R PARA
      * SOLICITAR, A/D PARA RESOLVER). LAS NO AUTORIZADAS SE
      * RECHAZAN CON MOTIVO NOAUTORIZ Y CADA INTENTO DENEGADO
      * QUEDA EN LA BITACORA SEGLOG.
      *-----------------------------------------------------------
      * CONTROL DE REPROCESO (VER WLOTECTL): EL LOTE LO INFORMA
      * OPERCTL (ACA SOLO SE LEE SU LOTE: EL OPERADOR VIENE EN
      * CADA TRANSACCION). LA SECUENCIA CORRE POR CALTRAN Y SIGUE
      * EN RECTAPR. CADA TRANSACCION CONFIRMADA (ENCOLADA, RESUELTA
      * O RECHAZADA) QUEDA EN LOTECTL; REPROCESAR LOS MISMOS
      * ARCHIVOS CON EL MISMO OPERCTL NO VUELVE A ENCOLAR NI A
      * RESOLVER LO YA CONFIRMADO Y RETOMA EN LA SIGUIENTE. LOS
      * RECHAZOS SE AGREGAN A LOS DE LA CORRIDA INTERRUMPIDA. UN
      * LOTE TERMINADO NO SE VUELVE A APLICAR. CADA CORRIDA DEJA SU
      * REGISTRO EN RUNLOG, MARCADO COMO REPROCESO CUANDO EL LOTE
      * YA HABIA CORRIDO.
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

           SELECT OPTIONAL RECTPEND ASSIGN      TO
                                   'RECTPEND'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS RECTPEND-CLAVE-FD
                                   FILE STATUS  IS FS-RECTPEND.

           SELECT OPTIONAL CALTRAN ASSIGN       TO
                                   'CALTRAN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CALTRAN.

           SELECT OPTIONAL RECTAPR ASSIGN       TO
                                   'RECTAPR'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-RECTAPR.

           SELECT RECTREJ          ASSIGN       TO
                                   'RECTREJ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-RECTREJ.

      *----------------------------------------------------------
      *  AUTORIZACION DE OPERADORES: MAESTRO DE OPERADORES,
      *  PERMISOS POR ROL Y BITACORA DE
      *  SEGURIDAD (VER WOPERAD, WPERMISO Y WSEGLOG).
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

           SELECT OPTIONAL SEGLOG  ASSIGN       TO
                                   'SEGLOG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-SEGLOG.

           SELECT OPTIONAL OPERCTL ASSIGN       TO
                                   'OPERCTL'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-OPERCTL.

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

       FD  RECTPEND.
       01  RECTPEND-DATOS-FD.
           03  RECTPEND-CLAVE-FD.
               05  RECTPEND-NUMERO-FD    PIC 9(06).
           03  FILLER                    PIC X(174).

       FD  CALTRAN
           RECORDING MODE IS F.
       01  CALTRAN-RECORD-FD             PIC  X(80).

       FD  RECTAPR
           RECORDING MODE IS F.
       01  RECTAPR-RECORD-FD             PIC  X(80).

       FD  RECTREJ
           RECORDING MODE IS F.
       01  REG-RECHAZO-RECT-FD           PIC  X(90).

       FD  OPERADORES
           RECORDING MODE IS F.
       01  OPERADORES-RECORD-FD          PIC  X(60).

       FD  PERMISOS
           RECORDING MODE IS F.
       01  PERMISOS-RECORD-FD            PIC  X(30).

       FD  SEGLOG
           RECORDING MODE IS F.
       01  SEGLOG-RECORD-FD              PIC  X(130).

       FD  OPERCTL
           RECORDING MODE IS F.
       01  OPERCTL-RECORD-FD             PIC  X(20).

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
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'MNTRECT'.

       77  FS-RECTPEND                   PIC X(02)  VALUE ' '.
           88 88-FS-RECTPEND-OK                     VALUE '00'.
           88 88-FS-RECTPEND-OPT                    VALUE '05'.
           88 88-FS-RECTPEND-EOF                    VALUE '10'.
           88 88-FS-RECTPEND-INVKEY                 VALUE '21'.
           88 88-FS-RECTPEND-DUPKEY                 VALUE '22'.
           88 88-FS-RECTPEND-NOKEY                  VALUE '23'.

       77  FS-CALTRAN                    PIC X(02)  VALUE ' '.
           88 88-FS-CALTRAN-OK                      VALUE '00'.
           88 88-FS-CALTRAN-OPT                     VALUE '05'.
           88 88-FS-CALTRAN-EOF                     VALUE '10'.

       77  FS-RECTAPR                    PIC X(02)  VALUE ' '.
           88 88-FS-RECTAPR-OK                      VALUE '00'.
           88 88-FS-RECTAPR-OPT                     VALUE '05'.
           88 88-FS-RECTAPR-EOF                     VALUE '10'.

       77  FS-RECTREJ                    PIC X(02)  VALUE ' '.
           88 88-FS-RECTREJ-OK                      VALUE '00'.

       77  WS-OPEN-RECTPEND              PIC X      VALUE 'N'.
           88 88-OPEN-RECTPEND-SI                   VALUE 'S'.
           88 88-OPEN-RECTPEND-NO                   VALUE 'N'.

       77  WS-OPEN-CALTRAN               PIC X      VALUE 'N'.
           88 88-OPEN-CALTRAN-SI                    VALUE 'S'.
           88 88-OPEN-CALTRAN-NO                    VALUE 'N'.

       77  WS-OPEN-RECTAPR               PIC X      VALUE 'N'.
           88 88-OPEN-RECTAPR-SI                    VALUE 'S'.
           88 88-OPEN-RECTAPR-NO                    VALUE 'N'.

       77  WS-OPEN-RECTREJ               PIC X      VALUE 'N'.
           88 88-OPEN-RECTREJ-SI                    VALUE 'S'.
           88 88-OPEN-RECTREJ-NO                    VALUE 'N'.

       77  WS-SOLICITUDES-LEIDAS         PIC 9(07)  VALUE 0.
       77  WS-RESOLUCIONES-LEIDAS        PIC 9(07)  VALUE 0.
       77  WS-ENCOLADAS                  PIC 9(07)  VALUE 0.
       77  WS-APROBADAS                  PIC 9(07)  VALUE 0.
       77  WS-DENEGADAS                  PIC 9(07)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.

      *-------------------------------------------------------------*
      *     SECUENCIA DE NUMEROS DE RECTIFICACION: EL ULTIMO        *
      *     ASIGNADO SE RECONSTRUYE DE LA COLA AL INICIO Y NUNCA SE *
      *     REUSA.                                                  *
      *-------------------------------------------------------------*
       77  WS-ULTIMO-NUMERO              PIC 9(06)  VALUE 0.

      *-------------------------------------------------------------*
      *     TRANSACCION DE RESOLUCION (APROBACION O DENEGACION) DE  *
      *     UNA RECTIFICACION PENDIENTE, FIRMADA POR SU OPERADOR.   *
      *-------------------------------------------------------------*
       01  RECTAPR-RECORD.
           03  RECTAPR-ACCION            PIC X(01).
               88  88-RECTAPR-APRUEBA               VALUE 'A'.
               88  88-RECTAPR-DENIEGA               VALUE 'D'.
           03  RECTAPR-NUMERO            PIC 9(06).
           03  RECTAPR-OPERADOR          PIC X(08).
           03  RECTAPR-OBSERVACION       PIC X(30).
           03  FILLER                    PIC X(35).

      *-------------------------------------------------------------*
      *     REGISTRO DE RECHAZO PARA RECTREJ: LA SOLICITUD O LA     *
      *     RESOLUCION TAL COMO LLEGO, MAS EL MOTIVO.               *
      *-------------------------------------------------------------*
       01  REG-RECHAZO-RECT.
           03  RECHAZO-RECT-DATOS        PIC X(80).
           03  RECHAZO-RECT-MOTIVO       PIC X(10).

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

       77  FS-SEGLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-SEGLOG-OK                       VALUE '00'.
           88 88-FS-SEGLOG-OPT                      VALUE '05'.

       77  WS-OPEN-SEGLOG                PIC X      VALUE 'N'.
           88 88-OPEN-SEGLOG-SI                     VALUE 'S'.
           88 88-OPEN-SEGLOG-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     AUTORIZACION DEL OPERADOR DE CADA TRANSACCION CONTRA    *
      *     LOS OPERADORES Y LOS PERMISOS DE SU ROL PARA ESTE       *
      *     PROGRAMA.                                               *
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

       77  FS-OPERCTL                    PIC X(02)  VALUE ' '.
           88 88-FS-OPERCTL-OK                      VALUE '00'.
           88 88-FS-OPERCTL-OPT                     VALUE '05'.

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
      *     OPERCTL, SECUENCIA DE LA TRANSACCION EN CURSO (CALTRAN  *
      *     Y DESPUES RECTAPR), ULTIMA YA CONFIRMADA AL ARRANCAR Y  *
      *     TRANSACCIONES OMITIDAS POR ESTAR YA CONFIRMADAS.        *
      *-------------------------------------------------------------*
       77  WS-TRAN-LEIDAS                PIC 9(07)  VALUE 0.
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
       COPY WRECTPEN.
       COPY WCALTRAN.
       COPY WOPERAD.
       COPY WPERMISO.
       COPY WSEGLOG.
       COPY WOPERCTL.
       COPY WLOTECTL.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO-SOLICITUD
             UNTIL 88-FS-CALTRAN-EOF.

           PERFORM 22000-PROCESO-RESOLUCION
             UNTIL 88-FS-RECTAPR-EOF.

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

      *  EL CONTROL DEL LOTE VA ANTES DE ABRIR LOS ARCHIVOS:
      *  10100-ABRO-ARCHIVOS NECESITA SABER SI ES UN REPROCESO PARA
      *  ABRIR RECTREJ EN EXTEND (Y CONSERVAR LOS RECHAZOS DE LA
      *  CORRIDA INTERRUMPIDA) O EN OUTPUT.
           PERFORM 10980-LEO-OPERCTL.
           PERFORM 10050-CONTROLO-LOTE.
           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10950-CARGO-AUTORIZACION.
           PERFORM 10200-DETERMINO-ULTIMO-NUMERO.
           PERFORM 11100-READ-CALTRAN.
           PERFORM 11200-READ-RECTAPR.
           PERFORM 11150-REPOSICIONO-LOTE.

       10100-ABRO-ARCHIVOS.
      *-------------------

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

           OPEN INPUT   CALTRAN.

           EVALUATE TRUE
               WHEN 88-FS-CALTRAN-OK
               WHEN 88-FS-CALTRAN-OPT
                    SET 88-OPEN-CALTRAN-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT CALTRAN'
                    DISPLAY 'FILE STATUS       :' FS-CALTRAN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT   RECTAPR.

           EVALUATE TRUE
               WHEN 88-FS-RECTAPR-OK
               WHEN 88-FS-RECTAPR-OPT
                    SET 88-OPEN-RECTAPR-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT RECTAPR'
                    DISPLAY 'FILE STATUS       :' FS-RECTAPR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           IF  WS-LOTE-DESDE > 0
               OPEN EXTEND  RECTREJ
           ELSE
               OPEN OUTPUT  RECTREJ
           END-IF.

           EVALUATE FS-RECTREJ
               WHEN '00'
                    SET 88-OPEN-RECTREJ-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT RECTREJ'
                    DISPLAY 'FILE STATUS       :' FS-RECTREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10200-DETERMINO-ULTIMO-NUMERO.
      *------------------------------
      *  RECONSTRUYE EL ULTIMO NUMERO DE RECTIFICACION RECORRIENDO
      *  LA COLA COMPLETA: LA SECUENCIA NUNCA SE REUSA.
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

       11100-READ-CALTRAN.
      *-------------------

           INITIALIZE CALTRAN-RECORD.

           READ CALTRAN INTO CALTRAN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-CALTRAN-OK
                    ADD 1              TO WS-SOLICITUDES-LEIDAS
               WHEN 88-FS-CALTRAN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-CALTRAN'
                    DISPLAY 'ERROR EN READ       CALTRAN'
                    DISPLAY 'FILE STATUS       :' FS-CALTRAN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11200-READ-RECTAPR.
      *-------------------

           INITIALIZE RECTAPR-RECORD.

           READ RECTAPR INTO RECTAPR-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-RECTAPR-OK
                    ADD 1              TO WS-RESOLUCIONES-LEIDAS
               WHEN 88-FS-RECTAPR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11200-READ-RECTAPR'
                    DISPLAY 'ERROR EN READ       RECTAPR'
                    DISPLAY 'FILE STATUS       :' FS-RECTAPR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO-SOLICITUD.
      *------------------------

           MOVE CALTRAN-OPERADOR         TO WS-AUT-OPERADOR.
           MOVE CALTRAN-ACCION           TO WS-AUT-ACCION.
           MOVE CALTRAN-RECORD           TO WS-AUT-TRANSACCION.
           PERFORM 29500-CONTROLO-AUTORIZACION.

           MOVE CALTRAN-RECORD           TO RECHAZO-RECT-DATOS.

           EVALUATE TRUE
               WHEN 88-AUTORIZADO-NO
                    MOVE 'NOAUTORIZ'     TO RECHAZO-RECT-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-RECT
               WHEN NOT 88-CALTRAN-NOTA
                AND NOT 88-CALTRAN-ANULA
                AND NOT 88-CALTRAN-RECLAVE
                    MOVE 'ACCION'        TO RECHAZO-RECT-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-RECT
               WHEN CALTRAN-DOCUMENTO = SPACES
                    MOVE 'SINDOC'        TO RECHAZO-RECT-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-RECT
               WHEN OTHER
                    PERFORM 21000-ENCOLO-SOLICITUD
           END-EVALUATE.

           PERFORM 29700-CONFIRMO-LOTE.

           PERFORM 11100-READ-CALTRAN.

       21000-ENCOLO-SOLICITUD.
      *-----------------------
      *  NUEVA RECTIFICACION PENDIENTE: EL NUMERO LO ASIGNA ESTE
      *  PROGRAMA Y SE INFORMA POR SYSOUT PARA EL APROBADOR.
      *-----------------------

           ADD 1                         TO WS-ULTIMO-NUMERO.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           INITIALIZE RECTPEND-REGISTRO.
           MOVE WS-ULTIMO-NUMERO         TO RECTPEND-NUMERO.
           MOVE 'P'                      TO RECTPEND-ESTADO.
           MOVE CALTRAN-RECORD           TO RECTPEND-TRANSACCION.
           MOVE CALTRAN-OPERADOR         TO RECTPEND-SOLICITANTE.
           MOVE CALTRAN-DOCUMENTO        TO RECTPEND-DOCUMENTO.
           MOVE WS-CURRENT-DATE-DATE     TO RECTPEND-FECHA-SOLICITUD.
           MOVE SPACES                   TO RECTPEND-APROBADOR
                                            RECTPEND-FECHA-RESOLUCION
                                            RECTPEND-OBSERVACION
                                            RECTPEND-FECHA-APLICACION.

           INITIALIZE RECTPEND-DATOS-FD.
           MOVE RECTPEND-CLAVE           TO RECTPEND-CLAVE-FD.

           WRITE RECTPEND-DATOS-FD       FROM RECTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
                    ADD 1                TO WS-ENCOLADAS
                    DISPLAY 'RECTIFICACION PENDIENTE: '
                            WS-ULTIMO-NUMERO
                            ' ' CALTRAN-ACCION
                            ' ' CALTRAN-COD-ALUMNO
                            ' ' CALTRAN-COD-MATERIA
                            ' DOC ' CALTRAN-DOCUMENTO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21000-ENCOLO-SOLICITUD'
                    DISPLAY 'ERROR EN WRITE      RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21900-GRABO-RECHAZO-RECT.
      *-------------------------
      *  GRABA EN RECTREJ LA SOLICITUD O RESOLUCION RECHAZADA
      *  (RECHAZO-RECT-DATOS LO CARGA QUIEN LLAMA).
      *-------------------------

           WRITE REG-RECHAZO-RECT-FD     FROM REG-RECHAZO-RECT.

           EVALUATE TRUE
               WHEN 88-FS-RECTREJ-OK
                    ADD 1                TO WS-RECHAZADAS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21900-GRABO-RECHAZO-RECT'
                    DISPLAY 'ERROR EN WRITE      RECTREJ'
                    DISPLAY 'FILE STATUS       :' FS-RECTREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22000-PROCESO-RESOLUCION.
      *-------------------------

           MOVE RECTAPR-OPERADOR         TO WS-AUT-OPERADOR.
           MOVE RECTAPR-ACCION           TO WS-AUT-ACCION.
           MOVE RECTAPR-RECORD           TO WS-AUT-TRANSACCION.
           PERFORM 29500-CONTROLO-AUTORIZACION.

           MOVE RECTAPR-RECORD           TO RECHAZO-RECT-DATOS.

           EVALUATE TRUE
               WHEN 88-AUTORIZADO-NO
                    MOVE 'NOAUTORIZ'     TO RECHAZO-RECT-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-RECT
               WHEN NOT 88-RECTAPR-APRUEBA
                AND NOT 88-RECTAPR-DENIEGA
                    MOVE 'ACCION'        TO RECHAZO-RECT-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-RECT
               WHEN OTHER
                    PERFORM 22100-APLICO-RESOLUCION
           END-EVALUATE.

           PERFORM 29700-CONFIRMO-LOTE.

           PERFORM 11200-READ-RECTAPR.

       22100-APLICO-RESOLUCION.
      *------------------------
      *  SOLO SE RESUELVE UNA RECTIFICACION PENDIENTE, Y NUNCA LA
      *  RESUELVE EL MISMO OPERADOR QUE LA SOLICITO: ESE INTENTO
      *  SE RECHAZA Y QUEDA EN SEGLOG COMO CUALQUIER DENEGACION.
      *------------------------

           INITIALIZE RECTPEND-REGISTRO RECTPEND-DATOS-FD.
           MOVE RECTAPR-NUMERO           TO RECTPEND-NUMERO-FD.

           READ RECTPEND INTO RECTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
                    CONTINUE
               WHEN 88-FS-RECTPEND-NOKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22100-APLICO-RESOLUCION'
                    DISPLAY 'ERROR EN READ       RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-NOKEY
                    MOVE 'NOEXISTE'      TO RECHAZO-RECT-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-RECT
               WHEN NOT 88-RECTPEND-PENDIENTE
                    MOVE 'NOPENDIEN'     TO RECHAZO-RECT-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-RECT
               WHEN RECTPEND-SOLICITANTE = RECTAPR-OPERADOR
                    MOVE 'APROBADOR IGUAL AL SOLICITANTE'
                                         TO WS-AUT-DETALLE
                    ADD 1                TO WS-NO-AUTORIZADAS
                    PERFORM 29600-GRABO-SEGLOG
                    MOVE 'MISMOOPER'     TO RECHAZO-RECT-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-RECT
               WHEN OTHER
                    PERFORM 22200-REGISTRO-RESOLUCION
           END-EVALUATE.

       22200-REGISTRO-RESOLUCION.
      *--------------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           IF  88-RECTAPR-APRUEBA
               MOVE 'A'                  TO RECTPEND-ESTADO
           ELSE
               MOVE 'R'                  TO RECTPEND-ESTADO
           END-IF.

           MOVE RECTAPR-OPERADOR         TO RECTPEND-APROBADOR.
           MOVE WS-CURRENT-DATE-DATE     TO RECTPEND-FECHA-RESOLUCION.
           MOVE RECTAPR-OBSERVACION      TO RECTPEND-OBSERVACION.

           REWRITE RECTPEND-DATOS-FD     FROM RECTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
                    IF  88-RECTAPR-APRUEBA
                        ADD 1            TO WS-APROBADAS
                    ELSE
                        ADD 1            TO WS-DENEGADAS
                    END-IF
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22200-REGISTRO-RESOLUCION'
                    DISPLAY 'ERROR EN REWRITE    RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           DISPLAY ' '.
           DISPLAY '*******************************************'
           DISPLAY 'TOTALES DE CONTROL PGM: MNTRECT            '
           DISPLAY '*******************************************'
           DISPLAY '* SOLICITUDES LEIDAS       :' WS-SOLICITUDES-LEIDAS
           DISPLAY '* RECTIFICACIONES ENCOLADAS:' WS-ENCOLADAS
           DISPLAY '* RESOLUCIONES LEIDAS      :'
                                             WS-RESOLUCIONES-LEIDAS
           DISPLAY '* APROBADAS                :' WS-APROBADAS
           DISPLAY '* DENEGADAS                :' WS-DENEGADAS
           DISPLAY '* TRANSACCIONES RECHAZADAS :' WS-RECHAZADAS
           DISPLAY '* OMITIDAS YA CONFIRMADAS  :' WS-LOTE-OMITIDAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '* ULTIMO NUMERO ASIGNADO   :' WS-ULTIMO-NUMERO
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 11140-CALCULO-SECUENCIA.
           PERFORM 29750-TERMINO-LOTE.
           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-RECTPEND-SI
              SET 88-OPEN-RECTPEND-NO  TO TRUE
              CLOSE RECTPEND
           END-IF.

           IF 88-OPEN-CALTRAN-SI
              SET 88-OPEN-CALTRAN-NO   TO TRUE
              CLOSE CALTRAN
           END-IF.

           IF 88-OPEN-RECTAPR-SI
              SET 88-OPEN-RECTAPR-NO   TO TRUE
              CLOSE RECTAPR
           END-IF.

           IF 88-OPEN-RECTREJ-SI
              SET 88-OPEN-RECTREJ-NO   TO TRUE
              CLOSE RECTREJ
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
      *  CARGA LOS OPERADORES Y LOS PERMISOS DE ESTE PROGRAMA Y
      *  ABRE LA BITACORA DE SEGURIDAD SEGLOG. EL OPERADOR VIENE
      *  EN CADA TRANSACCION.
      *-------------------------

           PERFORM 10960-CARGO-OPERADORES.
           PERFORM 10970-CARGO-PERMISOS.
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
      *  ACA OPERCTL SOLO INFORMA EL LOTE PARA EL CONTROL DE
      *  REPROCESO (VER 10050-CONTROLO-LOTE): EL OPERADOR DE CADA
      *  TRANSACCION VIENE EN LA TRANSACCION MISMA.
      *------------------

           MOVE SPACES                   TO WS-LOTE-ID.

           OPEN INPUT   OPERCTL.

           EVALUATE TRUE
               WHEN 88-FS-OPERCTL-OK
                    INITIALIZE OPERCTL-REGISTRO
                    READ OPERCTL INTO OPERCTL-REGISTRO
                    IF  88-FS-OPERCTL-OK
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

       11140-CALCULO-SECUENCIA.
      *------------------------
      *  SECUENCIA DE LA TRANSACCION EN CURSO: MIENTRAS HAY
      *  SOLICITUDES ES LA DE CALTRAN; TERMINADO CALTRAN, LAS
      *  RESOLUCIONES DE RECTAPR SIGUEN A CONTINUACION.
      *------------------------

           IF  88-FS-CALTRAN-EOF
               COMPUTE WS-TRAN-LEIDAS = WS-SOLICITUDES-LEIDAS
                                      + WS-RESOLUCIONES-LEIDAS
               MOVE RECTAPR-RECORD       TO WS-LOTE-IMAGEN
           ELSE
               MOVE WS-SOLICITUDES-LEIDAS TO WS-TRAN-LEIDAS
               MOVE CALTRAN-RECORD       TO WS-LOTE-IMAGEN
           END-IF.

       11150-REPOSICIONO-LOTE.
      *-----------------------
      *  EN UN REPROCESO DESCARTA LAS TRANSACCIONES YA CONFIRMADAS
      *  (SECUENCIA NO MAYOR QUE LA ULTIMA DE LOTECTL), PRIMERO DE
      *  CALTRAN Y DESPUES DE RECTAPR. LA ULTIMA DE ELLAS TIENE QUE
      *  COINCIDIR CON LA IMAGEN GUARDADA: SI NO (O SI LOS ARCHIVOS
      *  SON MAS CORTOS), NO ES EL MISMO LOTE Y SE CANCELA SIN
      *  APLICAR NADA.
      *-----------------------

           PERFORM 11140-CALCULO-SECUENCIA.

           PERFORM UNTIL (88-FS-CALTRAN-EOF AND 88-FS-RECTAPR-EOF)
                      OR WS-TRAN-LEIDAS > WS-LOTE-DESDE
               ADD 1                     TO WS-LOTE-OMITIDAS
               IF  WS-TRAN-LEIDAS = WS-LOTE-DESDE
                   IF  WS-LOTE-IMAGEN NOT = LOTECTL-ULTIMA-IMAGEN
                       PERFORM 11160-LOTE-DISTINTO
                   END-IF
               END-IF
               IF  88-FS-CALTRAN-EOF
                   PERFORM 11200-READ-RECTAPR
               ELSE
                   PERFORM 11100-READ-CALTRAN
               END-IF
               PERFORM 11140-CALCULO-SECUENCIA
           END-PERFORM.

           IF  WS-LOTE-OMITIDAS < WS-LOTE-DESDE
               PERFORM 11160-LOTE-DISTINTO
           END-IF.

       11160-LOTE-DISTINTO.
      *--------------------

           DISPLAY '--------------------------------'
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
           DISPLAY 'PARRAFO: 11160-LOTE-DISTINTO'
           DISPLAY 'CALTRAN/RECTAPR NO COINCIDEN CON EL LOTE'
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
               PERFORM 11140-CALCULO-SECUENCIA
               MOVE WS-TRAN-LEIDAS       TO LOTECTL-ULTIMA-SECUENCIA
               MOVE WS-LOTE-IMAGEN       TO LOTECTL-ULTIMA-IMAGEN
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
