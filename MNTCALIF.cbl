      * VENIAN GENERANDO LOS DUPLICADOS QUE HOY ATRAPA
      * 21027-VALIDO-DUPLICADO EN BOPGM01.
      *-----------------------------------------------------------
      * STCALIF ES INDEXADO (VER WSTCALIF): EL MANTENIMIENTO SE
      * APLICA EN EL LUGAR. CADA TRANSACCION LEE SU EXAMEN POR LA
      * CLAVE COMPLETA (ALUMNO+MATERIA+FECHA+INTENTO):
      *   N -> SE REGRABA CON LA NOTA RECTIFICADA.
      *   B -> SE BORRA (EXAMEN ANULADO).
      *   R -> SE GRABA RE-IMPUTADO A OTRO ALUMNO Y/O MATERIA Y SE
      *        BORRA EL DE LA CLAVE VIEJA.
      * CADA CAMBIO APLICADO SE GRABA EN EL DIARIO PERMANENTE
      * CALJRN CON IMAGEN ANTES/DESPUES, FECHA, OPERADOR Y MOTIVO.
      * LAS TRANSACCIONES QUE NO ENCONTRARON SU EXAMEN SE GRABAN
      * EN CALTRANREJ.
      *-----------------------------------------------------------
      * CADA CAMBIO APLICADO REGISTRA EN ESTADOPEND (VER
      * WESTPEND) EL PAR ALUMNO+MATERIA DEL EXAMEN, Y EN UNA
      * RE-IMPUTACION TAMBIEN EL PAR NUEVO, PARA EL RECALCULO
      * INCREMENTAL DE ESTADOACAD EN LA PROXIMA NOCTURNA.
      *-----------------------------------------------------------
      * CADA TRANSACCION SE AUTORIZA CONTRA SU PROPIO OPERADOR
      * (CALTRAN-OPERADOR): TIENE QUE EXISTIR Y ESTAR ACTIVO EN
      * OPERADORES, Y SU ROL TENER EN PERMISOS ESTE PROGRAMA CON
      * LA ACCION DE LA TRANSACCION. LAS NO AUTORIZADAS SE
      * RECHAZAN AL CARGAR EL LOTE CON MOTIVO NOAUTORIZ Y CADA
      * INTENTO DENEGADO QUEDA EN LA BITACORA SEGLOG.
      *-----------------------------------------------------------
      * DOBLE APROBACION: LAS TRANSACCIONES YA NO SE LEEN DE
      * CALTRAN SINO DE LA COLA RECTPEND (VER WRECTPEN), DONDE LAS
      * ENCOLA MNTRECT. SOLO SE CARGAN LAS APROBADAS ('A') POR UN
      * OPERADOR DISTINTO DEL SOLICITANTE. AL TERMINAR, CADA UNA
      * QUEDA APLICADA ('X', CON FECHA) O FALLIDA ('F', CON SU
      * RECHAZO EN CALTRANREJ). LAS QUE NO ENTRAN EN LA TABLA NO
      * SE RECHAZAN: QUEDAN APROBADAS PARA LA PROXIMA CORRIDA.
      * CALJRN REGISTRA AL SOLICITANTE (CALJRN-OPERADOR) Y AL
      * APROBADOR (CALJRN-APROBADOR) DE CADA CAMBIO.
      *-----------------------------------------------------------
      * CONTROL DE REPROCESO: EL NUMERO DE RECTPEND IDENTIFICA
      * CADA TRANSACCION Y LA COLA ES SU PROPIO CONTROL. AL GRABAR
      * CALJRN Y ESTADOPEND DE UNA RECTIFICACION YA APLICADA EN
      * STCALIF SE MARCA RECTPEND-DIARIO. SI LA CORRIDA SE
      * INTERRUMPE, EL REPROCESO VUELVE A CARGAR LAS MARCADAS
      * (TAMBIEN LAS YA CERRADAS COMO APLICADAS) PERO NO LAS
      * APLICA DE NUEVO NI DUPLICA SUS DIARIOS: SOLO LAS CIERRA.
      * SI EL CORTE CAYO ENTRE EL CAMBIO EN STCALIF Y LA MARCA, LA
      * ANULACION SIN EXAMEN EN LA CLAVE VIEJA Y LA RE-IMPUTACION
      * YA GRABADA CON LA CLAVE NUEVA SE DAN POR APLICADAS Y SOLO
      * SE GRABAN SUS DIARIOS (VER 21100-VERIFICO-YA-APLICADA).
      * LA MARCA SE LIMPIA RECIEN CON TODO EL LOTE CERRADO. CADA
      * CORRIDA DEJA SU REGISTRO EN RUNLOG, MARCADO COMO REPROCESO
      * CUANDO HUBO RECTIFICACIONES CON LA MARCA.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT RECTPEND         ASSIGN       TO
                                   'RECTPEND'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS RECTPEND-CLAVE-FD
                                   FILE STATUS  IS FS-RECTPEND.

           SELECT CALTRANREJ       ASSIGN       TO
                                   'CALTRANREJ'
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CALJRN.

           SELECT OPTIONAL ESTADOPEND ASSIGN    TO
                                   'ESTADOPEND'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOPEND.

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

      *----------------------------------------------------------
      *  BITACORA COMUN DE CORRIDA (VER WRUNLOG).
      *----------------------------------------------------------
           SELECT OPTIONAL RUNLOG  ASSIGN       TO
                                   'RUNLOG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-RUNLOG.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  RECTPEND.
       01  RECTPEND-DATOS-FD.
           03  RECTPEND-CLAVE-FD.
               05  RECTPEND-NUMERO-FD    PIC 9(06).
           03  FILLER                    PIC X(174).

       FD  CALTRANREJ
           RECORDING MODE IS F.
       01  REG-RECHAZO-CAL-FD            PIC  X(90).

       FD  CALJRN
           RECORDING MODE IS F.
       01  CALJRN-RECORD-FD              PIC  X(220).

       FD  ESTADOPEND
           RECORDING MODE IS F.
       01  REG-ESTADOPEND-FD             PIC  X(40).

       FD  OPERADORES
           RECORDING MODE IS F.
       01  OPERADORES-RECORD-FD          PIC  X(60).

       FD  PERMISOS
           RECORDING MODE IS F.
       01  PERMISOS-RECORD-FD            PIC  X(30).

       FD  SEGLOG
           RECORDING MODE IS F.
       01  SEGLOG-RECORD-FD              PIC  X(130).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'MNTCALIF'.

      *  '02' = CLAVE ALTERNATIVA (MATERIA+FECHA) REPETIDA: ES LO
      *  NORMAL EN UN ACTA CON VARIOS ALUMNOS, LA OPERACION SE HIZO.
       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00' '02'.
           88 88-FS-STCALIF-DUPKEY                  VALUE '22'.
           88 88-FS-STCALIF-NOKEY                   VALUE '23'.

       77  FS-RECTPEND                   PIC  X(02) VALUE ' '.
           88 88-FS-RECTPEND-OK                     VALUE '00'.
           88 88-FS-RECTPEND-EOF                    VALUE '10'.
           88 88-FS-RECTPEND-NOKEY                  VALUE '23'.

       77  FS-CALTRANREJ                 PIC  X(02) VALUE ' '.
           88 88-FS-CALTRANREJ-OK                   VALUE '00'.
       77  FS-CALJRN                     PIC  X(02) VALUE ' '.
           88 88-FS-CALJRN-OK                       VALUE '00'.

       77  FS-ESTADOPEND                 PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOPEND-OK                   VALUE '00'.

       77  WS-OPEN-STCALIF               PIC X      VALUE 'N'.
           88 88-OPEN-STCALIF-SI                    VALUE 'S'.
           88 88-OPEN-STCALIF-NO                    VALUE 'N'.

       77  WS-OPEN-RECTPEND              PIC X      VALUE 'N'.
           88 88-OPEN-RECTPEND-SI                   VALUE 'S'.
           88 88-OPEN-RECTPEND-NO                   VALUE 'N'.

       77  WS-OPEN-CALTRANREJ            PIC X      VALUE 'N'.
           88 88-OPEN-CALTRANREJ-SI                 VALUE 'S'.
           88 88-OPEN-CALJRN-SI                     VALUE 'S'.
           88 88-OPEN-CALJRN-NO                     VALUE 'N'.

       77  WS-OPEN-ESTADOPEND            PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOPEND-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOPEND-NO                 VALUE 'N'.

       77  WS-STCALIF-LEIDOS             PIC 9(09)  VALUE 0.
       77  WS-STCALIF-GRABADOS           PIC 9(09)  VALUE 0.
       77  WS-TRAN-LEIDAS                PIC 9(07)  VALUE 0.
       77  WS-EXAMENES-RECLAVEADOS       PIC 9(07)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-CALJRN            PIC 9(07)  VALUE 0.
       77  WS-DIFERIDAS                  PIC 9(07)  VALUE 0.
       77  WS-RECT-APLICADAS             PIC 9(07)  VALUE 0.
       77  WS-RECT-FALLIDAS              PIC 9(07)  VALUE 0.
       77  WS-DIARIO-OMITIDAS            PIC 9(07)  VALUE 0.
       77  WS-YA-APLICADAS               PIC 9(07)  VALUE 0.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  WS-LOTE-REPROCESO             PIC X      VALUE 'N'.
           88 88-LOTE-REPROCESO-SI                  VALUE 'S'.
           88 88-LOTE-REPROCESO-NO                  VALUE 'N'.

      *-------------------------------------------------------------*
      *     PASADA DE CARGA DE RECTPEND: PRIMERO LAS QUE YA TIENEN  *
      *     SUS DIARIOS GRABADOS (DE UNA CORRIDA INTERRUMPIDA), PARA*
      *     QUE NUNCA QUEDEN DIFERIDAS POR TABLA LLENA.             *
      *-------------------------------------------------------------*
       77  WS-PASADA-CARGA               PIC X      VALUE '1'.
           88 88-PASADA-CARGA-DIARIO                VALUE '1'.
           88 88-PASADA-CARGA-APROBADAS             VALUE '2'.

      *-------------------------------------------------------------*
      *     TABLA DE TRANSACCIONES DEL LOTE. LOS LOTES DE           *
      *     RECTIFICACION SON CHICOS (LO QUE RESUELVE UN TRIBUNAL), *
      *     ASI QUE SE CARGAN ENTEROS Y DESPUES SE APLICAN UNA A UNA*
      *     POR CLAVE. WS-TAB-TRAN-APLICADA: 'N' SIN EXAMEN, 'S'    *
      *     APLICADA, 'R' RECHAZADA AL APLICARLA.                   *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-TRAN              PIC 9(03)  VALUE 0.
       01  WS-TABLA-TRAN.
                   07  WS-TAB-TRAN-CLAVE  PIC X(24).
                   07  FILLER             PIC X(55).
               05  WS-TAB-TRAN-APLICADA   PIC X(01).
               05  WS-TAB-TRAN-NUMERO     PIC 9(06).
               05  WS-TAB-TRAN-APROBADOR  PIC X(08).
               05  WS-TAB-TRAN-DIARIO     PIC X(01).

      *-------------------------------------------------------------*
      *     APROBADOR DE LA TRANSACCION EN CURSO, PARA CALJRN.      *
      *-------------------------------------------------------------*
       77  WS-APROBADOR                  PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     CLAVE COMPLETA DEL STCALIF EN PROCESO, CON EL MISMO     *
      *     LAYOUT QUE CALTRAN-CLAVE Y QUE STCALIF-CLAVE.           *
      *-------------------------------------------------------------*
       01  WS-CLAVE-STCALIF.
           03  WS-CLAVE-ALUMNO           PIC 9(06).
              05 WS-CURRENT-DATE-MS      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-SS      PIC 9(02)  VALUE 0.

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

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WSTCALIF.
       COPY WCALTRAN.
       COPY WRECTPEN.
       COPY WCALJRN.
       COPY WESTPEND.
       COPY WOPERAD.
       COPY WPERMISO.
       COPY WSEGLOG.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

           PERFORM 10000-INICIO.

           SET  WS-IDX-TAB-TRAN          TO 1.
           PERFORM UNTIL WS-IDX-TAB-TRAN > WS-CANT-TAB-TRAN
               PERFORM 20000-PROCESO
               SET WS-IDX-TAB-TRAN       UP BY 1
           END-PERFORM.

           PERFORM 25000-RECHAZO-NO-APLICADAS.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10950-CARGO-AUTORIZACION.
           PERFORM 10150-CARGO-TABLA-TRAN.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN I-O STCALIF.

           EVALUATE FS-STCALIF
               WHEN '00'
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O RECTPEND.

           EVALUATE FS-RECTPEND
               WHEN '00'
                    SET 88-OPEN-RECTPEND-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN EXTEND ESTADOPEND.

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

       10150-CARGO-TABLA-TRAN.
      *-----------------------
      *  RECORRE LA COLA RECTPEND Y CARGA EN WS-TABLA-TRAN LAS
      *  RECTIFICACIONES APROBADAS. LA DE UN SOLICITANTE QUE YA NO
      *  ESTA AUTORIZADO SE RECHAZA (MOTIVO 'NOAUTORIZ') Y QUEDA
      *  FALLIDA; LAS QUE EXCEDEN LA TABLA SIGUEN APROBADAS Y
      *  ENTRAN EN LA PROXIMA CORRIDA.
      *  UNA PRIMERA PASADA CARGA LAS QUE TIENEN LA MARCA DE DIARIO
      *  (APROBADAS O YA APLICADAS) DE UNA CORRIDA INTERRUMPIDA:
      *  YA ESTAN EN STCALIF Y SOLO FALTA CERRARLAS EN RECTPEND.
      *-----------------------

           SET 88-PASADA-CARGA-DIARIO    TO TRUE.
           PERFORM 10155-RECORRO-RECTPEND.

           SET 88-PASADA-CARGA-APROBADAS TO TRUE.
           PERFORM 10155-RECORRO-RECTPEND.

           IF  88-LOTE-REPROCESO-SI
               DISPLAY 'REPROCESO: HAY RECTIFICACIONES CON SUS '
                       'DIARIOS YA GRABADOS'
           END-IF.

       10155-RECORRO-RECTPEND.
      *-----------------------

           INITIALIZE RECTPEND-DATOS-FD.
           MOVE LOW-VALUES               TO RECTPEND-CLAVE-FD.

           START RECTPEND KEY >= RECTPEND-CLAVE-FD.

           IF  88-FS-RECTPEND-OK
               PERFORM 10160-LEO-RECTPEND-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-RECTPEND-OK
                   EVALUATE TRUE
                       WHEN 88-PASADA-CARGA-DIARIO
                        AND 88-RECTPEND-DIARIO-GRABADO
                        AND (88-RECTPEND-APROBADA
                         OR  88-RECTPEND-APLICADA)
                            SET 88-LOTE-REPROCESO-SI TO TRUE
                            PERFORM 10170-CARGO-APROBADA
                       WHEN 88-PASADA-CARGA-APROBADAS
                        AND 88-RECTPEND-APROBADA
                        AND NOT 88-RECTPEND-DIARIO-GRABADO
                            PERFORM 10170-CARGO-APROBADA
                   END-EVALUATE
                   PERFORM 10160-LEO-RECTPEND-SIGUIENTE
               END-PERFORM
           END-IF.

       10160-LEO-RECTPEND-SIGUIENTE.
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
                    DISPLAY 'PARRAFO: 10160-LEO-RECTPEND-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10170-CARGO-APROBADA.
      *---------------------

           ADD 1                         TO WS-TRAN-LEIDAS.
           MOVE RECTPEND-TRANSACCION     TO CALTRAN-RECORD.
           MOVE CALTRAN-OPERADOR         TO WS-AUT-OPERADOR.
           MOVE CALTRAN-ACCION           TO WS-AUT-ACCION.
           MOVE CALTRAN-RECORD           TO WS-AUT-TRANSACCION.

      *  LA QUE YA TIENE SUS DIARIOS GRABADOS SE AUTORIZO EN LA
      *  CORRIDA INTERRUMPIDA: NO SE VUELVE A CONTROLAR.
           IF  88-RECTPEND-DIARIO-GRABADO
               SET 88-AUTORIZADO-SI      TO TRUE
           ELSE
               PERFORM 29500-CONTROLO-AUTORIZACION
           END-IF.

           EVALUATE TRUE
               WHEN 88-AUTORIZADO-NO
                    MOVE CALTRAN-RECORD  TO RECHAZO-CAL-DATOS
                    MOVE 'NOAUTORIZ'     TO RECHAZO-CAL-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-CAL
                    MOVE 'F'             TO RECTPEND-ESTADO
                    PERFORM 25200-REESCRIBO-RECTPEND
               WHEN WS-CANT-TAB-TRAN < 100
                    ADD 1                TO WS-CANT-TAB-TRAN
                    SET WS-IDX-TAB-TRAN  TO WS-CANT-TAB-TRAN
                    MOVE CALTRAN-RECORD
                         TO WS-TAB-TRAN-REG(WS-IDX-TAB-TRAN)
                    MOVE 'N'
                         TO WS-TAB-TRAN-APLICADA(WS-IDX-TAB-TRAN)
                    MOVE RECTPEND-NUMERO
                         TO WS-TAB-TRAN-NUMERO(WS-IDX-TAB-TRAN)
                    MOVE RECTPEND-APROBADOR
                         TO WS-TAB-TRAN-APROBADOR(WS-IDX-TAB-TRAN)
                    MOVE RECTPEND-DIARIO
                         TO WS-TAB-TRAN-DIARIO(WS-IDX-TAB-TRAN)
               WHEN OTHER
                    ADD 1                TO WS-DIFERIDAS
           END-EVALUATE.

       11100-READ-STCALIF.
      *-------------------
      *  LEE POR CLAVE COMPLETA EL EXAMEN DE WS-CLAVE-STCALIF. SIN
      *  EXAMEN QUEDA FS 23 Y LA TRANSACCION SIN APLICAR.
      *-------------------

           INITIALIZE STCALIF-RECORD.
           MOVE WS-CLAVE-STCALIF         TO STCALIF-CLAVE-FD.

           READ STCALIF INTO STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    ADD 1              TO WS-STCALIF-LEIDOS
               WHEN 88-FS-STCALIF-NOKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'

       20000-PROCESO.
      *-------------
      *  APLICA EN EL LUGAR LA TRANSACCION WS-IDX-TAB-TRAN: LEE SU
      *  EXAMEN POR CLAVE Y LO REGRABA, LO BORRA O LO RE-IMPUTA.
      *  LA QUE YA TIENE SUS DIARIOS GRABADOS (REPROCESO) YA ESTA
      *  APLICADA EN STCALIF: SOLO QUEDA CERRARLA EN RECTPEND.
      *-------------

           IF  WS-TAB-TRAN-DIARIO(WS-IDX-TAB-TRAN) = 'S'
               MOVE 'S' TO WS-TAB-TRAN-APLICADA(WS-IDX-TAB-TRAN)
               ADD 1                     TO WS-DIARIO-OMITIDAS
           ELSE
               MOVE WS-TAB-TRAN-REG(WS-IDX-TAB-TRAN)
                                         TO CALTRAN-RECORD
               MOVE WS-TAB-TRAN-CLAVE(WS-IDX-TAB-TRAN)
                                         TO WS-CLAVE-STCALIF
               MOVE WS-TAB-TRAN-APROBADOR(WS-IDX-TAB-TRAN)
                                         TO WS-APROBADOR
               PERFORM 11100-READ-STCALIF
               EVALUATE TRUE
                   WHEN 88-FS-STCALIF-OK
                        MOVE 'S' TO WS-TAB-TRAN-APLICADA
                                    (WS-IDX-TAB-TRAN)
                        PERFORM 21000-APLICO-TRANSACCION
                   WHEN 88-CALTRAN-ANULA
                   WHEN 88-CALTRAN-RECLAVE
                        PERFORM 21100-VERIFICO-YA-APLICADA
               END-EVALUATE
           END-IF.

       21100-VERIFICO-YA-APLICADA.
      *---------------------------
      *  NO HAY EXAMEN EN LA CLAVE VIEJA. SI UNA CORRIDA ANTERIOR
      *  SE CORTO DESPUES DE CAMBIAR STCALIF Y ANTES DE GRABAR LOS
      *  DIARIOS, LA ANULACION YA BORRO EL EXAMEN Y LA
      *  RE-IMPUTACION YA LO DEJO EN LA CLAVE NUEVA: LA
      *  TRANSACCION SE DA POR APLICADA Y SOLO SE GRABAN CALJRN,
      *  ESTADOPEND Y LA MARCA. LA IMAGEN ANTES DE UNA ANULACION
      *  QUEDA SOLO CON LA CLAVE (EL EXAMEN YA NO ESTA); LA DE UNA
      *  RE-IMPUTACION SE REARMA, PORQUE SOLO CAMBIA LA CLAVE. SIN
      *  EXAMEN EN NINGUNA CLAVE LA TRANSACCION QUEDA SIN APLICAR.
      *---------------------------

           EVALUATE TRUE
               WHEN 88-CALTRAN-ANULA
                    MOVE SPACES          TO WS-IMAGEN-ANTES
                    MOVE WS-CLAVE-STCALIF
                                         TO WS-IMAGEN-ANTES
                    MOVE SPACES          TO CALJRN-IMAGEN-DESPUES
                    MOVE 'S' TO WS-TAB-TRAN-APLICADA(WS-IDX-TAB-TRAN)
                    ADD 1                TO WS-EXAMENES-ANULADOS
                                            WS-YA-APLICADAS
                    PERFORM 21650-GRABO-DIARIOS
               WHEN 88-CALTRAN-RECLAVE
                    INITIALIZE STCALIF-RECORD
                    MOVE WS-CLAVE-STCALIF TO STCALIF-CLAVE
                    IF  CALTRAN-ALUMNO-NUEVO NOT = ZEROES
                        MOVE CALTRAN-ALUMNO-NUEVO
                                         TO STCALIF-COD-ESTUDIANTE
                    END-IF
                    IF  CALTRAN-MATERIA-NUEVA NOT = SPACES
                        MOVE CALTRAN-MATERIA-NUEVA
                                         TO STCALIF-COD-MATERIA
                    END-IF
                    MOVE STCALIF-CLAVE   TO STCALIF-CLAVE-FD
                    READ STCALIF INTO STCALIF-RECORD
                    EVALUATE TRUE
                        WHEN 88-FS-STCALIF-OK
                             MOVE STCALIF-RECORD
                                         TO WS-IMAGEN-ANTES
                                            CALJRN-IMAGEN-DESPUES
                             MOVE WS-CLAVE-STCALIF
                                  TO WS-IMAGEN-ANTES(1:24)
                             MOVE 'S' TO WS-TAB-TRAN-APLICADA
                                         (WS-IDX-TAB-TRAN)
                             ADD 1       TO WS-EXAMENES-RECLAVEADOS
                                            WS-YA-APLICADAS
                             PERFORM 21650-GRABO-DIARIOS
                        WHEN 88-FS-STCALIF-NOKEY
                             CONTINUE
                        WHEN OTHER
                             DISPLAY '--------------------------------'
                             DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                             DISPLAY 'PARRAFO: 21100-VERIFICO-YA-'
                                     'APLICADA'
                             DISPLAY 'ERROR EN READ       STCALIF'
                             DISPLAY 'FILE STATUS       :' FS-STCALIF
                             DISPLAY 'SE CANCELA EL PROCESO'
                             DISPLAY '--------------------------------'
                             PERFORM 99999-CANCELO
                    END-EVALUATE
           END-EVALUATE.

       21000-APLICO-TRANSACCION.
      *-------------------------
      *             STCALIF-ESTADO EN WSTCALIF Y MNTFIRMA).
                    MOVE 'P'             TO STCALIF-ESTADO
                    ADD 1                TO WS-NOTAS-RECTIFICADAS
                    PERFORM 21500-REGRABO-STCALIF
                    MOVE STCALIF-RECORD  TO CALJRN-IMAGEN-DESPUES
               WHEN 88-CALTRAN-ANULA
                    ADD 1                TO WS-EXAMENES-ANULADOS
                    PERFORM 21520-BORRO-STCALIF
                    MOVE SPACES          TO CALJRN-IMAGEN-DESPUES
               WHEN 88-CALTRAN-RECLAVE
                    IF  CALTRAN-ALUMNO-NUEVO
                        MOVE CALTRAN-MATERIA-NUEVA
                                         TO STCALIF-COD-MATERIA
                    END-IF
                    PERFORM 21540-RECLAVO-STCALIF
                    MOVE STCALIF-RECORD  TO CALJRN-IMAGEN-DESPUES
               WHEN OTHER
                    MOVE CALTRAN-RECORD  TO RECHAZO-CAL-DATOS
                    MOVE 'ACCION'        TO RECHAZO-CAL-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-CAL
           END-EVALUATE.

      *  LOS DIARIOS Y LA MARCA SE GRABAN RECIEN CON EL CAMBIO YA
      *  HECHO EN STCALIF.
           IF  (88-CALTRAN-NOTA
           OR   88-CALTRAN-ANULA
           OR   88-CALTRAN-RECLAVE)
           AND WS-TAB-TRAN-APLICADA(WS-IDX-TAB-TRAN) = 'S'
               PERFORM 21650-GRABO-DIARIOS
           END-IF.

       21650-GRABO-DIARIOS.
      *--------------------

           PERFORM 21600-GRABO-CALJRN.
           MOVE WS-CLAVE-ALUMNO          TO ESTPEND-COD-ALUMNO.
           MOVE WS-CLAVE-MATERIA         TO ESTPEND-COD-MATERIA.
           PERFORM 21700-REGISTRO-PENDIENTE.

           IF  88-CALTRAN-RECLAVE
               MOVE STCALIF-COD-ESTUDIANTE TO ESTPEND-COD-ALUMNO
               MOVE STCALIF-COD-MATERIA  TO ESTPEND-COD-MATERIA
               PERFORM 21700-REGISTRO-PENDIENTE
           END-IF.

           MOVE 'S'                      TO RECTPEND-DIARIO.
           PERFORM 21800-MARCO-RECTPEND.

       21800-MARCO-RECTPEND.
      *---------------------
      *  DEJA EN RECTPEND LA MARCA DE DIARIO DE LA RECTIFICACION EN
      *  CURSO (RECTPEND-DIARIO TRAE EL VALOR A GRABAR).
      *---------------------

           MOVE RECTPEND-DIARIO          TO WS-TAB-TRAN-DIARIO
                                            (WS-IDX-TAB-TRAN).

           INITIALIZE RECTPEND-REGISTRO RECTPEND-DATOS-FD.
           MOVE WS-TAB-TRAN-NUMERO(WS-IDX-TAB-TRAN)
                                         TO RECTPEND-NUMERO-FD.

           READ RECTPEND INTO RECTPEND-REGISTRO.

           IF  88-FS-RECTPEND-OK
               MOVE WS-TAB-TRAN-DIARIO(WS-IDX-TAB-TRAN)
                                         TO RECTPEND-DIARIO
               REWRITE RECTPEND-DATOS-FD FROM RECTPEND-REGISTRO
           END-IF.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21800-MARCO-RECTPEND'
                    DISPLAY 'ERROR EN READ/REWRITE RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21500-REGRABO-STCALIF.
      *----------------------

           REWRITE STCALIF-RECORD-FD     FROM STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    ADD 1                TO WS-STCALIF-GRABADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21500-REGRABO-STCALIF'
                    DISPLAY 'ERROR EN REWRITE    STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21520-BORRO-STCALIF.
      *--------------------
      *  BORRA EL EXAMEN DE CLAVE WS-CLAVE-STCALIF.
      *--------------------

           MOVE WS-CLAVE-STCALIF         TO STCALIF-CLAVE-FD.

           DELETE STCALIF RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21520-BORRO-STCALIF'
                    DISPLAY 'ERROR EN DELETE     STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21540-RECLAVO-STCALIF.
      *----------------------
      *  LA RE-IMPUTACION CAMBIA LA CLAVE: PRIMERO SE GRABA EL
      *  EXAMEN CON LA CLAVE NUEVA Y RECIEN DESPUES SE BORRA EL DE
      *  LA VIEJA. SI LA CLAVE NUEVA YA EXISTE, LA TRANSACCION SE
      *  RECHAZA (MOTIVO 'DUPLICADO') Y EL EXAMEN QUEDA COMO ESTABA,
      *  SALVO QUE LO GRABADO EN LA CLAVE NUEVA SEA IDENTICO: ES EL
      *  WRITE DE UNA CORRIDA CORTADA ANTES DEL DELETE, Y SOLO
      *  FALTA BORRAR LA CLAVE VIEJA.
      *----------------------

           IF  STCALIF-CLAVE = WS-CLAVE-STCALIF
               ADD 1                     TO WS-EXAMENES-RECLAVEADOS
               PERFORM 21500-REGRABO-STCALIF
           ELSE
               WRITE STCALIF-RECORD-FD   FROM STCALIF-RECORD
               EVALUATE TRUE
                   WHEN 88-FS-STCALIF-OK
                        ADD 1            TO WS-STCALIF-GRABADOS
                        ADD 1            TO WS-EXAMENES-RECLAVEADOS
                        PERFORM 21520-BORRO-STCALIF
                   WHEN 88-FS-STCALIF-DUPKEY
                        PERFORM 21550-COMPARO-CLAVE-NUEVA
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21540-RECLAVO-STCALIF'
                        DISPLAY 'ERROR EN WRITE      STCALIF'
                        DISPLAY 'FILE STATUS       :' FS-STCALIF
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21550-COMPARO-CLAVE-NUEVA.
      *--------------------------

           MOVE STCALIF-CLAVE            TO STCALIF-CLAVE-FD.

           READ STCALIF.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                AND STCALIF-RECORD-FD = STCALIF-RECORD
                    ADD 1                TO WS-EXAMENES-RECLAVEADOS
                                            WS-YA-APLICADAS
                    PERFORM 21520-BORRO-STCALIF
               WHEN 88-FS-STCALIF-OK
                    MOVE CALTRAN-RECORD  TO RECHAZO-CAL-DATOS
                    MOVE 'DUPLICADO'     TO RECHAZO-CAL-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-CAL
                    MOVE 'R' TO WS-TAB-TRAN-APLICADA(WS-IDX-TAB-TRAN)
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21550-COMPARO-CLAVE-NUEVA'
                    DISPLAY 'ERROR EN READ       STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
       21600-GRABO-CALJRN.
      *-------------------
      *  GRABA EN EL DIARIO PERMANENTE LA IMAGEN ANTES/DESPUES DEL
      *  CAMBIO APLICADO, CON FECHA, HORA, OPERADOR SOLICITANTE,
      *  APROBADOR Y MOTIVO DE LA TRANSACCION.
      *-------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           INITIALIZE CALJRN-PROGRAMA CALJRN-FECHA CALJRN-HORA
                      CALJRN-ACCION CALJRN-IMAGEN-ANTES
                      CALJRN-OPERADOR CALJRN-MOTIVO
                      CALJRN-APROBADOR.

           MOVE 'MNTCALIF'               TO CALJRN-PROGRAMA.
           MOVE WS-CURRENT-DATE-YYYY     TO CALJRN-FECHA-AAAA.
                                         TO CALJRN-OPERADOR.
           MOVE CALTRAN-MOTIVO
                                         TO CALJRN-MOTIVO.
           MOVE WS-APROBADOR             TO CALJRN-APROBADOR.

           WRITE CALJRN-RECORD-FD FROM CALJRN-RECORD.

                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21700-REGISTRO-PENDIENTE.
      *-------------------------
      *  REGISTRA EL PAR DE ESTPEND-CLAVE EN ESTADOPEND.
      *-------------------------

           MOVE 'MNTCALIF'               TO ESTPEND-PROGRAMA.
           MOVE WS-CURRENT-DATE-DATE     TO ESTPEND-FECHA.
           MOVE WS-CURRENT-DATE-TIME     TO ESTPEND-HORA.

           WRITE REG-ESTADOPEND-FD FROM ESTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOPEND-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21700-REGISTRO-PENDIENTE'
                    DISPLAY 'ERROR EN WRITE      ESTADOPEND'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21900-GRABO-RECHAZO-CAL.
      *------------------------
      *  GRABA EN CALTRANREJ LA TRANSACCION QUE NO SE PUDO APLICAR.

       25000-RECHAZO-NO-APLICADAS.
      *---------------------------
      *  APLICADA LA TABLA, TODA TRANSACCION QUE
      *  QUEDO SIN APLICAR APUNTA A UN EXAMEN QUE NO EXISTE: SE
      *  GRABA EN CALTRANREJ CON MOTIVO 'NOEXISTE'. CADA UNA SE
      *  CIERRA EN RECTPEND COMO APLICADA O FALLIDA.
      *---------------------------

           SET  WS-IDX-TAB-TRAN          TO 1.
                   MOVE 'NOEXISTE'       TO RECHAZO-CAL-MOTIVO
                   PERFORM 21900-GRABO-RECHAZO-CAL
               END-IF
               PERFORM 25100-CIERRO-RECTPEND
               SET WS-IDX-TAB-TRAN       UP BY 1
           END-PERFORM.

           PERFORM 25300-LIMPIO-DIARIO.

       25100-CIERRO-RECTPEND.
      *----------------------

           INITIALIZE RECTPEND-REGISTRO RECTPEND-DATOS-FD.
           MOVE WS-TAB-TRAN-NUMERO(WS-IDX-TAB-TRAN)
                                         TO RECTPEND-NUMERO-FD.

           READ RECTPEND INTO RECTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
                    IF  WS-TAB-TRAN-APLICADA(WS-IDX-TAB-TRAN) = 'S'
                        MOVE 'X'         TO RECTPEND-ESTADO
                    ELSE
                        MOVE 'F'         TO RECTPEND-ESTADO
                    END-IF
                    PERFORM 25200-REESCRIBO-RECTPEND
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25100-CIERRO-RECTPEND'
                    DISPLAY 'ERROR EN READ       RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25300-LIMPIO-DIARIO.
      *--------------------
      *  CON TODAS CERRADAS EN RECTPEND, LAS APLICADAS YA NO
      *  NECESITAN LA MARCA DE DIARIO: SE LIMPIA PARA QUE LA
      *  PROXIMA CORRIDA NO LAS VUELVA A CARGAR.
      *--------------------

           SET  WS-IDX-TAB-TRAN          TO 1.
           PERFORM UNTIL WS-IDX-TAB-TRAN > WS-CANT-TAB-TRAN
               IF  WS-TAB-TRAN-DIARIO(WS-IDX-TAB-TRAN) = 'S'
                   MOVE SPACES           TO RECTPEND-DIARIO
                   PERFORM 21800-MARCO-RECTPEND
               END-IF
               SET WS-IDX-TAB-TRAN       UP BY 1
           END-PERFORM.

       25200-REESCRIBO-RECTPEND.
      *-------------------------
      *  REGRABA EL REGISTRO DE RECTPEND EN CURSO CON SU ESTADO
      *  FINAL ('X' O 'F') Y LA FECHA DE PROCESO.
      *-------------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO RECTPEND-FECHA-APLICACION.

           REWRITE RECTPEND-DATOS-FD     FROM RECTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-RECTPEND-OK
                    IF  88-RECTPEND-APLICADA
                        ADD 1            TO WS-RECT-APLICADAS
                    ELSE
                        ADD 1            TO WS-RECT-FALLIDAS
                    END-IF
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25200-REESCRIBO-RECTPEND'
                    DISPLAY 'ERROR EN REWRITE    RECTPEND'
                    DISPLAY 'FILE STATUS       :' FS-RECTPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           DISPLAY '*******************************************'
           DISPLAY 'TOTALES DE CONTROL PGM: MNTCALIF           '
           DISPLAY '*******************************************'
           DISPLAY '* STCALIF LEIDOS POR CLAVE :' WS-STCALIF-LEIDOS
           DISPLAY '* STCALIF REGRABADOS       :' WS-STCALIF-GRABADOS
           DISPLAY '* APROBADAS EN RECTPEND    :' WS-TRAN-LEIDAS
           DISPLAY '* NOTAS RECTIFICADAS       :' WS-NOTAS-RECTIFICADAS
           DISPLAY '* EXAMENES ANULADOS        :' WS-EXAMENES-ANULADOS
           DISPLAY '* EXAMENES RE-IMPUTADOS    :'
                                             WS-EXAMENES-RECLAVEADOS
           DISPLAY '* TRANSACCIONES RECHAZADAS :' WS-RECHAZADAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '* DIARIO CALJRN GRABADOS   :' WS-GRABADOS-CALJRN
           DISPLAY '* RECTPEND APLICADAS       :' WS-RECT-APLICADAS
           DISPLAY '* RECTPEND FALLIDAS        :' WS-RECT-FALLIDAS
           DISPLAY '* DIFERIDAS (TABLA LLENA)  :' WS-DIFERIDAS
           DISPLAY '* DIARIOS YA GRABADOS      :' WS-DIARIO-OMITIDAS
           DISPLAY '* APLICADAS ANTES DEL CORTE:' WS-YA-APLICADAS
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
              CLOSE STCALIF
           END-IF.

           IF 88-OPEN-RECTPEND-SI
              SET 88-OPEN-RECTPEND-NO TO TRUE
              CLOSE RECTPEND
           END-IF.

           IF 88-OPEN-CALTRANREJ-SI
              CLOSE CALJRN
           END-IF.

           IF 88-OPEN-ESTADOPEND-SI
              SET 88-OPEN-ESTADOPEND-NO TO TRUE
              CLOSE ESTADOPEND
           END-IF.

           IF 88-OPEN-SEGLOG-SI
              SET 88-OPEN-SEGLOG-NO    TO TRUE
              CLOSE SEGLOG
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

       29800-GRABO-RUNLOG.
      *-------------------
      *  AGREGA EL REGISTRO DE ESTA CORRIDA A LA BITACORA COMUN
      *  (VER WRUNLOG), MARCADO COMO REPROCESO SI HUBO
      *  RECTIFICACIONES CON SUS DIARIOS YA GRABADOS. SI LA
      *  BITACORA NO SE PUEDE ABRIR NO SE CANCELA NADA.
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
                                       - WS-DIARIO-OMITIDAS
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
