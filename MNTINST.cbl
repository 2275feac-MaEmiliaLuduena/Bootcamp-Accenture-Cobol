      *                 (PERMITE RENOMBRAR UN INSTITUTO EXISTENTE).
      *   B (BAJA)   -> MARCA EL INSTITUTO COMO INACTIVO (NO SE
      *                 BORRA FISICAMENTE: STCALIF PUEDE TENER
      *                 HISTORIA CONTRA ESE CODIGO). RECHAZA CON
      *                 MOTIVO TIENEDEP SI EL INSTITUTO TODAVIA
      *                 ESTA EN DOCMAT, EN UN LLAMADO VIGENTE, EN
      *                 UNA INSCRIPCION ABIERTA (EXAMEN DE HOY EN
      *                 ADELANTE, NO AUSENTE) O TIENE AULAS ACTIVAS.
      *   F (BAJA FORZADA, SECRETARIA) -> LA BAJA SE APLICA AUNQUE
      *                 HAYA DEPENDENCIAS: BORRA LOS LLAMADOS
      *                 VIGENTES Y LAS INSCRIPCIONES ABIERTAS DEL
      *                 INSTITUTO, DESACTIVA SUS AULAS Y QUITA SUS
      *                 LINEAS DE DOCMAT (COPIANDOLO AL FINAL A
      *                 DOCMATNEW, CON RENOMBRE POSTERIOR).
      * CADA REGISTRO QUE REFERENCIA A UN INSTITUTO DADO DE BAJA (O
      * RECHAZADO POR TIENEDEP) SALE EN EL LISTADO INSTITUTOSDEP, Y
      * CADA REGISTRO BORRADO, QUITADO O DESACTIVADO POR UNA BAJA
      * FORZADA QUEDA EN MNTJRN.
      * LAS TRANSACCIONES RECHAZADAS SE GRABAN EN INSTITUTOSREJ Y
      * NO DETIENEN EL PROCESO DEL RESTO DEL LOTE.
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
                                   RECORD KEY   IS CERROJO-RECURSO-FD
                                   FILE STATUS  IS FS-CERROJOS.

      *----------------------------------------------------------
      *  ARCHIVOS QUE REFERENCIAN AL INSTITUTO, CONSULTADOS ANTES
      *  DE CADA BAJA. SON OPCIONALES: SIN ARCHIVO NO HAY
      *  DEPENDENCIAS EN EL. DOCMATNEW SOLO SE GRABA SI HUBO
      *  BAJAS FORZADAS.
      *----------------------------------------------------------
           SELECT OPTIONAL DOCMAT  ASSIGN       TO
                                   'DOCMAT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DOCMAT.

           SELECT DOCMAT-NEW       ASSIGN       TO
                                   'DOCMATNEW'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DOCMAT-NEW.

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

           SELECT OPTIONAL AULAS   ASSIGN       TO
                                   'AULAS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS AULAS-CLAVE-FD
                                   FILE STATUS  IS FS-AULAS.

           SELECT INSTITUTOSDEP    ASSIGN       TO
                                   'INSTITUTOSDEP'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-INSTITUTOSDEP.

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

       FD  CERROJOS.
       01  CERROJOS-DATOS-FD.
           03  CERROJO-RECURSO-FD        PIC X(10).
           03  FILLER                    PIC X(30).

       FD  DOCMAT
           RECORDING MODE IS F.
       01  REG-DOCMAT-FD                 PIC  X(30).

       FD  DOCMAT-NEW
           RECORDING MODE IS F.
       01  REG-DOCMAT-NEW-FD             PIC  X(30).

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

       FD  AULAS.
       01  AULAS-DATOS-FD.
           03  AULAS-CLAVE-FD.
               05  AULAS-INSTITUTO-FD    PIC X(10).
               05  AULAS-COD-AULA-FD     PIC X(06).
           03  FILLER                    PIC X(44).

       FD  INSTITUTOSDEP
           RECORDING MODE IS F.
       01  REG-INSTITUTOSDEP-FD          PIC  X(132).

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
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'MNTINST'.
       77  WS-CAMBIOS-OK                  PIC 9(07) VALUE 0.
       77  WS-BAJAS-OK                    PIC 9(07) VALUE 0.
       77  WS-RECHAZADAS                  PIC 9(07) VALUE 0.
       77  WS-FORZADAS-OK                 PIC 9(07) VALUE 0.

      *-------------------------------------------------------------*
      *     CONTROL DE DEPENDENCIAS ANTES DE LA BAJA                *
      *-------------------------------------------------------------*
       77  FS-DOCMAT                      PIC X(02) VALUE ' '.
           88 88-FS-DOCMAT-OK                       VALUE '00'.
           88 88-FS-DOCMAT-OPT                      VALUE '05'.
           88 88-FS-DOCMAT-EOF                      VALUE '10'.

       77  FS-DOCMAT-NEW                  PIC X(02) VALUE ' '.
           88 88-FS-DOCMAT-NEW-OK                   VALUE '00'.

       77  FS-LLAMADOS                    PIC X(02) VALUE ' '.
           88 88-FS-LLAMADOS-OK                     VALUE '00'.
           88 88-FS-LLAMADOS-OPT                    VALUE '05'.
           88 88-FS-LLAMADOS-EOF                    VALUE '10'.

       77  FS-INSCRIPC                    PIC X(02) VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-OPT                    VALUE '05'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.

       77  FS-AULAS                       PIC X(02) VALUE ' '.
           88 88-FS-AULAS-OK                        VALUE '00'.
           88 88-FS-AULAS-OPT                       VALUE '05'.
           88 88-FS-AULAS-EOF                       VALUE '10'.

       77  FS-INSTITUTOSDEP               PIC X(02) VALUE ' '.
           88 88-FS-INSTITUTOSDEP-OK                VALUE '00'.

       77  WS-OPEN-INSTITUTOSDEP          PIC X     VALUE 'N'.
           88 88-OPEN-INSTITUTOSDEP-SI              VALUE 'S'.
           88 88-OPEN-INSTITUTOSDEP-NO              VALUE 'N'.

      *-------------------------------------------------------------*
      *     V = SOLO SE BUSCAN E INFORMAN LAS DEPENDENCIAS (BAJA).  *
      *     A = ADEMAS SE BORRAN, QUITAN O DESACTIVAN (FORZADA).    *
      *-------------------------------------------------------------*
       77  WS-DEP-MODO                    PIC X     VALUE 'V'.
           88 88-DEP-VERIFICA                       VALUE 'V'.
           88 88-DEP-APLICA                         VALUE 'A'.

       77  WS-DEPENDENCIAS                PIC 9(07) VALUE 0.
       77  WS-DEP-INFORMADAS              PIC 9(07) VALUE 0.
       77  WS-DEP-ELIMINADAS              PIC 9(07) VALUE 0.
       77  WS-DEP-DESACTIVADAS            PIC 9(07) VALUE 0.
       77  WS-FECHA-FIN-LLAMADO           PIC X(08) VALUE ' '.
       77  WS-GRABADOS-DEP                PIC 9(07) VALUE 0.
       77  WS-GRABADOS-NEW                PIC 9(07) VALUE 0.
       77  WS-FECHA-HOY                   PIC X(08) VALUE ' '.
       77  WS-JRN-ARCHIVO                 PIC X(10) VALUE ' '.
       77  WS-CLAVE-BUSCADA               PIC X(10) VALUE ' '.

       77  WS-ES-FORZADA                  PIC X     VALUE 'N'.
           88 88-FORZADA-SI                         VALUE 'S'.
           88 88-FORZADA-NO                         VALUE 'N'.

      *-------------------------------------------------------------*
      *     CLAVES DADAS DE BAJA FORZADA EN ESTA CORRIDA: SUS       *
      *     LINEAS SE QUITAN AL COPIAR LOS SECUENCIALES AL FINAL.   *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-FRZ                PIC 9(03) VALUE 0.
       01  WS-TABLA-FORZADAS.
           03  WS-TAB-FRZ OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-FRZ.
               05  WS-TAB-FRZ-CODIGO      PIC X(10).

      *-------------------------------------------------------------*
      *     LISTADO DE DEPENDENCIAS (INSTITUTOSDEP)                 *
      *-------------------------------------------------------------*
       77  REG-INSTITUTOSDEP              PIC X(132).

       77  WS-SALTO-HOJA                  PIC X     VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  TIT-D01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'MNTINST'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE
                'DEPENDENCIAS DE LAS BAJAS DE INSTITUTOS'.
           03  FILLER                    PIC X(55)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'FECHA '.
           03  TITD01-FECHA              PIC X(08)  VALUE ' '.

       01  TIT-D02.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'INSTITUTO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'ARCHIVO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE 'SITUACION'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(80)  VALUE
                'REGISTRO QUE LA REFERENCIA'.
           03  FILLER                    PIC X(16)  VALUE ' '.

       01  DET-D.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DD-CLAVE                  PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DD-ARCHIVO                PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DD-SITUACION              PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DD-REGISTRO               PIC X(80)  VALUE ' '.
           03  FILLER                    PIC X(16)  VALUE ' '.

      *-------------------------------------------------------------*
      *     REGISTRO DE RECHAZO PARA INSTITUTOSREJ                  *
           03  RECHAZO-INST-DATOS        PIC X(80).
           03  RECHAZO-INST-MOTIVO       PIC X(10).

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
       COPY WINSTRAN.
       COPY WMNTJRN.
       COPY WCERROJO.
       COPY WDOCMAT.
       COPY WLLAMADO.
       COPY WINSCRIP.
       COPY WAULAS.
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

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY             TO TITD01-FECHA.
           MOVE TIT-D01                  TO REG-INSTITUTOSDEP.
           PERFORM 26000-ESCRIBO-INSTITUTOSDEP.
           MOVE TIT-D02                  TO REG-INSTITUTOSDEP.
           PERFORM 26000-ESCRIBO-INSTITUTOSDEP.

           PERFORM 11100-READ-INSTRAN.
           PERFORM 11150-REPOSICIONO-LOTE.

       10100-ABRO-ARCHIVOS.
      *-------------------
           END-EVALUATE.
      *----------------------------------------------------------

           IF  WS-LOTE-DESDE > 0
               OPEN EXTEND  INSTITUTOSREJ
           ELSE
               OPEN OUTPUT  INSTITUTOSREJ
           END-IF.

           EVALUATE FS-INSTITUTOSREJ
               WHEN '00'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           IF  WS-LOTE-DESDE > 0
               OPEN EXTEND  INSTITUTOSDEP
           ELSE
               OPEN OUTPUT  INSTITUTOSDEP
           END-IF.

           EVALUATE FS-INSTITUTOSDEP
               WHEN '00'
                    SET 88-OPEN-INSTITUTOSDEP-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT INSTITUTOSDEP'
                    DISPLAY 'FILE STATUS       :' FS-INSTITUTOSDEP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

      *----------------------------------------------------------
      *  FILE STATUS 05: EL ARCHIVO OPTIONAL NO EXISTIA Y EL OPEN
       20000-PROCESO.
      *-------------

           MOVE INSTRAN-ACCION           TO WS-AUT-ACCION.
           MOVE INSTRAN-RECORD           TO WS-AUT-TRANSACCION.
           PERFORM 29500-CONTROLO-AUTORIZACION.

           IF  88-AUTORIZADO-SI
               PERFORM 20050-PROCESO-AUTORIZADA
           ELSE
               MOVE 'NOAUTORIZ'          TO RECHAZO-INST-MOTIVO
               PERFORM 21900-GRABO-RECHAZO-INST
           END-IF.

           PERFORM 29700-CONFIRMO-LOTE.

           PERFORM 11100-READ-INSTRAN.

       20050-PROCESO-AUTORIZADA.
      *-------------------------

           EVALUATE TRUE
               WHEN 88-INSTRAN-ALTA
                    PERFORM 21000-APLICO-ALTA
                    PERFORM 21100-APLICO-CAMBIO
               WHEN 88-INSTRAN-BAJA
                    PERFORM 21200-APLICO-BAJA
               WHEN 88-INSTRAN-BAJA-FORZADA
                    PERFORM 21300-APLICO-BAJA-FORZADA
               WHEN OTHER
                    MOVE 'ACCION'         TO RECHAZO-INST-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INST
           END-EVALUATE.

       21000-APLICO-ALTA.
      *------------------
      *  ALTA DE UN INSTITUTO NUEVO. SI LA CLAVE YA EXISTE SE
      *  BAJA (RETIRO) DE UN INSTITUTO. NO SE BORRA FISICAMENTE: SE
      *  RETOMA EN 21150 DESPUES DE APAGAR SU INDICADOR DE VIGENCIA,
      *  PARA QUE LA HISTORIA EN STCALIF SIGA RESOLVIENDO EL CODIGO.
      *  SI LA CLAVE NO EXISTE SE RECHAZA LA TRANSACCION; SI OTRO
      *  ARCHIVO TODAVIA LO REFERENCIA, SE RECHAZA CON TIENEDEP Y
      *  LAS REFERENCIAS QUEDAN EN INSTITUTOSDEP.
      *------------------

           INITIALIZE INSTITUTOS-REGISTRO COD-INSTITUTOS-DATOS-FD.

           EVALUATE TRUE
               WHEN 88-FS-INSTITUTOS-OK
                    SET 88-DEP-VERIFICA      TO TRUE
                    PERFORM 24000-BUSCO-DEPENDENCIAS
                    IF  WS-DEPENDENCIAS > 0
                        MOVE 'TIENEDEP'      TO RECHAZO-INST-MOTIVO
                        PERFORM 21900-GRABO-RECHAZO-INST
                    ELSE
                        MOVE INSTITUTOS-REGISTRO
                                             TO WS-JRN-IMAGEN-ANTES
                        MOVE 'B'             TO WS-JRN-ACCION
                        MOVE 'I'             TO INSTITUTOS-ACTIVO
                        PERFORM 21150-REESCRIBO-INSTITUTO
                        ADD 1                TO WS-BAJAS-OK
                        SUBTRACT 1          FROM WS-CAMBIOS-OK
                    END-IF
               WHEN 88-FS-INSTITUTOS-NOKEY
                    MOVE 'NOEXISTE'          TO RECHAZO-INST-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INST
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21200-APLICO-BAJA'
                    DISPLAY 'ERROR EN READ       INSTITUTOS'
                    DISPLAY 'FILE STATUS       :' FS-INSTITUTOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21300-APLICO-BAJA-FORZADA.
      *--------------------------
      *  BAJA ORDENADA POR SECRETARIA SOBRE UN INSTITUTO CON
      *  DEPENDENCIAS: SE BORRAN LOS LLAMADOS VIGENTES Y LAS
      *  INSCRIPCIONES ABIERTAS, SE DESACTIVAN SUS AULAS, EL
      *  INSTITUTO QUEDA ANOTADO PARA QUITAR SUS LINEAS DE DOCMAT
      *  AL FINAL Y SE MARCA INACTIVO IGUAL QUE EN LA BAJA COMUN
      *  (ACCION F EN MNTJRN).
      *--------------------------

           INITIALIZE INSTITUTOS-REGISTRO COD-INSTITUTOS-DATOS-FD.
           MOVE INSTRAN-CODIGO           TO INSTITUTOS-CODIGO-FD.

           READ INSTITUTOS INTO INSTITUTOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSTITUTOS-OK
                AND WS-CANT-TAB-FRZ NOT < 100
                    MOVE 'MAXFORZADA'        TO RECHAZO-INST-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INST
               WHEN 88-FS-INSTITUTOS-OK
                    SET 88-DEP-APLICA        TO TRUE
                    PERFORM 24000-BUSCO-DEPENDENCIAS
                    ADD 1                    TO WS-CANT-TAB-FRZ
                    SET WS-IDX-TAB-FRZ       TO WS-CANT-TAB-FRZ
                    MOVE INSTRAN-CODIGO
                         TO WS-TAB-FRZ-CODIGO(WS-IDX-TAB-FRZ)
                    MOVE INSTITUTOS-REGISTRO TO WS-JRN-IMAGEN-ANTES
                    MOVE 'F'                 TO WS-JRN-ACCION
                    MOVE 'I'                 TO INSTITUTOS-ACTIVO
                    PERFORM 21150-REESCRIBO-INSTITUTO
                    ADD 1                    TO WS-FORZADAS-OK
                    SUBTRACT 1              FROM WS-CAMBIOS-OK
               WHEN 88-FS-INSTITUTOS-NOKEY
                    MOVE 'NOEXISTE'          TO RECHAZO-INST-MOTIVO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21300-APLICO-BAJA-FORZADA'
                    DISPLAY 'ERROR EN READ       INSTITUTOS'
                    DISPLAY 'FILE STATUS       :' FS-INSTITUTOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       24000-BUSCO-DEPENDENCIAS.
      *------------------------
      *  RECORRE CADA ARCHIVO QUE PUEDE REFERENCIAR AL INSTITUTO DE
      *  LA TRANSACCION Y LISTA CADA REFERENCIA EN INSTITUTOSDEP. EN
      *  LA BAJA FORZADA (88-DEP-APLICA) ADEMAS BORRA O DESACTIVA LO
      *  QUE ESTA EN LOS INDEXADOS; DOCMAT SE COPIA EN 27000.
      *------------------------

           MOVE 0                        TO WS-DEPENDENCIAS.

           PERFORM 24100-BUSCO-DOCMAT.
           PERFORM 24400-BUSCO-LLAMADOS.
           PERFORM 24500-BUSCO-INSCRIPC.
           PERFORM 24600-BUSCO-AULAS.

       24100-BUSCO-DOCMAT.
      *------------------

           OPEN INPUT DOCMAT.

           IF  88-FS-DOCMAT-OPT
               CLOSE DOCMAT
           END-IF.

           IF  88-FS-DOCMAT-OK
               PERFORM UNTIL NOT 88-FS-DOCMAT-OK
                   INITIALIZE DOCMAT-RECORD
                   READ DOCMAT INTO DOCMAT-RECORD
                   IF  88-FS-DOCMAT-OK
                   AND DOCMAT-INSTITUTO = INSTRAN-CODIGO
                       MOVE 'DOCMAT'     TO DD-ARCHIVO
                       MOVE 'SE QUITA'   TO DD-SITUACION
                       MOVE DOCMAT-RECORD TO DD-REGISTRO
                       PERFORM 24900-INFORMO-DEPENDENCIA
                   END-IF
               END-PERFORM
               CLOSE DOCMAT
           END-IF.

       24400-BUSCO-LLAMADOS.
      *--------------------
      *  SOLO CUENTAN LOS LLAMADOS VIGENTES (QUE TERMINAN HOY O
      *  DESPUES): LOS PASADOS SON HISTORIA, COMO STCALIF.
      *--------------------

           IF  88-DEP-VERIFICA
               OPEN INPUT LLAMADOS
           ELSE
               OPEN I-O   LLAMADOS
           END-IF.

           IF  88-FS-LLAMADOS-OPT
               CLOSE LLAMADOS
           END-IF.

           IF  88-FS-LLAMADOS-OK
               PERFORM UNTIL NOT 88-FS-LLAMADOS-OK
                   INITIALIZE LLAMADOS-REGISTRO
                   READ LLAMADOS NEXT RECORD INTO LLAMADOS-REGISTRO
                   IF  88-FS-LLAMADOS-OK
                   AND LLAMADOS-INSTITUTO = INSTRAN-CODIGO
                       PERFORM 24410-CONTROLO-LLAMADO
                   END-IF
               END-PERFORM
               CLOSE LLAMADOS
           END-IF.

       24410-CONTROLO-LLAMADO.
      *-----------------------
      *  SIN FECHA HASTA EL LLAMADO ES DE UN SOLO DIA (LA DESDE).
      *-----------------------

           IF  LLAMADOS-FECHA-HASTA = SPACES
           OR  LLAMADOS-FECHA-HASTA = ZEROS
               MOVE LLAMADOS-FECHA-DESDE TO WS-FECHA-FIN-LLAMADO
           ELSE
               MOVE LLAMADOS-FECHA-HASTA TO WS-FECHA-FIN-LLAMADO
           END-IF.

           IF  WS-FECHA-FIN-LLAMADO NOT < WS-FECHA-HOY
               MOVE 'LLAMADOS'           TO DD-ARCHIVO
               MOVE 'BORRADO'            TO DD-SITUACION
               MOVE LLAMADOS-REGISTRO    TO DD-REGISTRO
               PERFORM 24900-INFORMO-DEPENDENCIA
               IF  88-DEP-APLICA
                   PERFORM 24420-BORRO-LLAMADO
               END-IF
           END-IF.

       24420-BORRO-LLAMADO.
      *-------------------

           DELETE LLAMADOS RECORD.

           EVALUATE TRUE
               WHEN 88-FS-LLAMADOS-OK
                    ADD 1                TO WS-DEP-ELIMINADAS
                    MOVE 'LLAMADOS'      TO WS-JRN-ARCHIVO
                    MOVE 'B'             TO WS-JRN-ACCION
                    MOVE LLAMADOS-REGISTRO TO WS-JRN-IMAGEN-ANTES
                    MOVE SPACES          TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28100-GRABO-MNTJRN-DEPENDIENTE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 24420-BORRO-LLAMADO'
                    DISPLAY 'ERROR EN DELETE      LLAMADOS'
                    DISPLAY 'FILE STATUS       :' FS-LLAMADOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       24500-BUSCO-INSCRIPC.
      *--------------------
      *  SOLO CUENTAN LAS INSCRIPCIONES ABIERTAS: EXAMEN DE HOY EN
      *  ADELANTE Y NO MARCADO AUSENTE.
      *--------------------

           IF  88-DEP-VERIFICA
               OPEN INPUT INSCRIPC
           ELSE
               OPEN I-O   INSCRIPC
           END-IF.

           IF  88-FS-INSCRIPC-OPT
               CLOSE INSCRIPC
           END-IF.

           IF  88-FS-INSCRIPC-OK
               PERFORM UNTIL NOT 88-FS-INSCRIPC-OK
                   INITIALIZE INSCRIP-REGISTRO
                   READ INSCRIPC NEXT RECORD INTO INSCRIP-REGISTRO
                   IF  88-FS-INSCRIPC-OK
                   AND INSCRIP-INSTITUTO = INSTRAN-CODIGO
                   AND INSCRIP-FECHA-EXAMEN NOT < WS-FECHA-HOY
                   AND NOT 88-INSCRIP-AUSENTE
                       MOVE 'INSCRIPC'   TO DD-ARCHIVO
                       MOVE 'BORRADO'    TO DD-SITUACION
                       MOVE INSCRIP-REGISTRO TO DD-REGISTRO
                       PERFORM 24900-INFORMO-DEPENDENCIA
                       IF  88-DEP-APLICA
                           PERFORM 24520-BORRO-INSCRIPCION
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INSCRIPC
           END-IF.

       24520-BORRO-INSCRIPCION.
      *-----------------------

           DELETE INSCRIPC RECORD.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    ADD 1                TO WS-DEP-ELIMINADAS
                    MOVE 'INSCRIPC'      TO WS-JRN-ARCHIVO
                    MOVE 'B'             TO WS-JRN-ACCION
                    MOVE INSCRIP-REGISTRO TO WS-JRN-IMAGEN-ANTES
                    MOVE SPACES          TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28100-GRABO-MNTJRN-DEPENDIENTE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 24520-BORRO-INSCRIPCION'
                    DISPLAY 'ERROR EN DELETE      INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       24600-BUSCO-AULAS.
      *-----------------
      *  LAS AULAS NO SE BORRAN: EN LA BAJA FORZADA SE DESACTIVAN
      *  (ACTIVA = N) PARA QUE BOPGM54 NO LAS VUELVA A ASIGNAR.
      *-----------------

           IF  88-DEP-VERIFICA
               OPEN INPUT AULAS
           ELSE
               OPEN I-O   AULAS
           END-IF.

           IF  88-FS-AULAS-OPT
               CLOSE AULAS
           END-IF.

           IF  88-FS-AULAS-OK
               PERFORM UNTIL NOT 88-FS-AULAS-OK
                   INITIALIZE AULAS-REGISTRO
                   READ AULAS NEXT RECORD INTO AULAS-REGISTRO
                   IF  88-FS-AULAS-OK
                   AND AULAS-INSTITUTO = INSTRAN-CODIGO
                   AND NOT 88-AULAS-INACTIVA
                       MOVE 'AULAS'      TO DD-ARCHIVO
                       MOVE 'DESACTIVADO' TO DD-SITUACION
                       MOVE AULAS-REGISTRO TO DD-REGISTRO
                       PERFORM 24900-INFORMO-DEPENDENCIA
                       IF  88-DEP-APLICA
                           PERFORM 24620-DESACTIVO-AULA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AULAS
           END-IF.

       24620-DESACTIVO-AULA.
      *---------------------

           MOVE AULAS-REGISTRO           TO WS-JRN-IMAGEN-ANTES.
           SET 88-AULAS-INACTIVA         TO TRUE.

           REWRITE AULAS-DATOS-FD        FROM AULAS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-AULAS-OK
                    ADD 1                TO WS-DEP-DESACTIVADAS
                    MOVE 'AULAS'         TO WS-JRN-ARCHIVO
                    MOVE 'C'             TO WS-JRN-ACCION
                    MOVE AULAS-REGISTRO  TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28100-GRABO-MNTJRN-DEPENDIENTE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 24620-DESACTIVO-AULA'
                    DISPLAY 'ERROR EN REWRITE    AULAS'
                    DISPLAY 'FILE STATUS       :' FS-AULAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       24900-INFORMO-DEPENDENCIA.
      *-------------------------
      *  EN LA BAJA COMUN LA LINEA SOLO INFORMA LA REFERENCIA; EN
      *  LA FORZADA LLEVA LO QUE SE HIZO CON EL REGISTRO.
      *-------------------------

           ADD 1                         TO WS-DEPENDENCIAS
                                            WS-DEP-INFORMADAS.
           MOVE INSTRAN-CODIGO           TO DD-CLAVE.

           IF  88-DEP-VERIFICA
               MOVE 'REFERENCIA'         TO DD-SITUACION
           END-IF.

           MOVE DET-D                    TO REG-INSTITUTOSDEP.
           PERFORM 26000-ESCRIBO-INSTITUTOSDEP.

       26000-ESCRIBO-INSTITUTOSDEP.
      *---------------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-INSTITUTOSDEP-FD FROM REG-INSTITUTOSDEP
                    AFTER PAGE
           ELSE
              WRITE REG-INSTITUTOSDEP-FD FROM REG-INSTITUTOSDEP
                    AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-INSTITUTOSDEP-OK
                   ADD 1              TO  WS-GRABADOS-DEP
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26000-ESCRIBO-INSTITUTOSDEP'
                   DISPLAY 'ERROR EN WRITE       INSTITUTOSDEP'
                   DISPLAY 'FILE STATUS       :' FS-INSTITUTOSDEP
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       27000-QUITO-SECUENCIALES.
      *------------------------
      *  DOCMAT ES SECUENCIAL: LAS LINEAS DE LOS INSTITUTOS DADOS DE
      *  BAJA FORZADA SE QUITAN COPIANDOLO A DOCMATNEW. LAS LINEAS
      *  SIN INSTITUTO (VALEN PARA TODAS LAS SEDES) SE CONSERVAN.
      *  CADA LINEA QUITADA QUEDA EN MNTJRN.
      *------------------------

           PERFORM 27100-COPIO-DOCMAT.

       27100-COPIO-DOCMAT.
      *------------------

           OPEN INPUT DOCMAT.

           IF  88-FS-DOCMAT-OPT
               CLOSE DOCMAT
           END-IF.

           IF  88-FS-DOCMAT-OK
               OPEN OUTPUT DOCMAT-NEW
               IF  NOT 88-FS-DOCMAT-NEW-OK
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 27100-COPIO-DOCMAT'
                   DISPLAY 'ERROR EN OPEN OUTPUT DOCMATNEW'
                   DISPLAY 'FILE STATUS       :' FS-DOCMAT-NEW
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
               END-IF
               PERFORM UNTIL NOT 88-FS-DOCMAT-OK
                   INITIALIZE DOCMAT-RECORD
                   READ DOCMAT INTO DOCMAT-RECORD
                   IF  88-FS-DOCMAT-OK
                       MOVE DOCMAT-INSTITUTO TO WS-CLAVE-BUSCADA
                       PERFORM 27900-BUSCO-FORZADA
                       IF  88-FORZADA-SI
                           MOVE 'DOCMAT'    TO WS-JRN-ARCHIVO
                           MOVE 'B'         TO WS-JRN-ACCION
                           MOVE DOCMAT-RECORD
                                            TO WS-JRN-IMAGEN-ANTES
                           MOVE SPACES      TO WS-JRN-IMAGEN-DESPUES
                           PERFORM 28100-GRABO-MNTJRN-DEPENDIENTE
                           ADD 1            TO WS-DEP-ELIMINADAS
                       ELSE
                           PERFORM 27110-GRABO-DOCMAT-NEW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DOCMAT
               CLOSE DOCMAT-NEW
           END-IF.

       27110-GRABO-DOCMAT-NEW.
      *----------------------

           WRITE REG-DOCMAT-NEW-FD       FROM DOCMAT-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-DOCMAT-NEW-OK
                    ADD 1                TO WS-GRABADOS-NEW
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 27110-GRABO-DOCMAT-NEW'
                    DISPLAY 'ERROR EN WRITE       DOCMATNEW'
                    DISPLAY 'FILE STATUS       :' FS-DOCMAT-NEW
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       27900-BUSCO-FORZADA.
      *--------------------

           SET 88-FORZADA-NO             TO TRUE.

           SET  WS-IDX-TAB-FRZ           TO 1.
           PERFORM UNTIL WS-IDX-TAB-FRZ > WS-CANT-TAB-FRZ
                      OR 88-FORZADA-SI
               IF  WS-TAB-FRZ-CODIGO(WS-IDX-TAB-FRZ) =
                                         WS-CLAVE-BUSCADA
                   SET 88-FORZADA-SI     TO TRUE
               END-IF
               SET WS-IDX-TAB-FRZ        UP BY 1
           END-PERFORM.

       28000-GRABO-MNTJRN.
      *-------------------
      *  GRABA EN EL DIARIO COMUN MNTJRN LA TRANSACCION RECIEN
      *  APLICADA, CON LA IMAGEN DEL REGISTRO ANTES Y DESPUES DEL
      *  CAMBIO (EN BLANCO LA QUE NO CORRESPONDE: ANTES EN UN
      *  ALTA).
      *-------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           INITIALIZE MNTJRN-RECORD.

           MOVE 'MNTINST'                  TO MNTJRN-PROGRAMA.
           MOVE WS-CURRENT-DATE-DATE     TO MNTJRN-FECHA.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO MNTJRN-HORA.
           MOVE 'INSTITUTOS'             TO MNTJRN-ARCHIVO.
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

       28100-GRABO-MNTJRN-DEPENDIENTE.
      *-------------------------------
      *  IGUAL QUE 28000 PARA LOS REGISTROS DE OTROS ARCHIVOS
      *  AFECTADOS POR UNA BAJA FORZADA (WS-JRN-ARCHIVO).
      *-------------------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           INITIALIZE MNTJRN-RECORD.

           MOVE 'MNTINST'                TO MNTJRN-PROGRAMA.
           MOVE WS-CURRENT-DATE-DATE     TO MNTJRN-FECHA.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO MNTJRN-HORA.
           MOVE WS-JRN-ARCHIVO           TO MNTJRN-ARCHIVO.
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
                    DISPLAY 'PARRAFO: 28100-GRABO-MNTJRN-DEPENDIENTE'
                    DISPLAY 'ERROR EN WRITE      MNTJRN'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           IF  WS-CANT-TAB-FRZ > 0
               PERFORM 27000-QUITO-SECUENCIALES
           END-IF.

           DISPLAY ' '.
           DISPLAY '*******************************************'
           DISPLAY 'TOTALES DE CONTROL PGM: MNTINST            '
           DISPLAY '*******************************************'
           DISPLAY '* TRANSACCIONES LEIDAS     :' WS-TRAN-LEIDAS
           DISPLAY '* ALTAS APLICADAS          :' WS-ALTAS-OK
           DISPLAY '* CAMBIOS APLICADOS        :' WS-CAMBIOS-OK
           DISPLAY '* BAJAS APLICADAS          :' WS-BAJAS-OK
           DISPLAY '* BAJAS FORZADAS           :' WS-FORZADAS-OK
           DISPLAY '* TRANSACCIONES RECHAZADAS :' WS-RECHAZADAS
           DISPLAY '* OMITIDAS YA CONFIRMADAS  :' WS-LOTE-OMITIDAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '* DEPENDENCIAS INFORMADAS  :' WS-DEP-INFORMADAS
           DISPLAY '* DEPENDIENTES ELIMINADOS  :' WS-DEP-ELIMINADAS
           DISPLAY '* DEPENDIENTES DESACTIVADOS:' WS-DEP-DESACTIVADAS
           DISPLAY '* LINEAS EN ARCHIVOS NEW   :' WS-GRABADOS-NEW
           DISPLAY '* DIARIO MNTJRN GRABADOS   :' WS-GRABADOS-MNTJRN
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 29750-TERMINO-LOTE.
           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-INSTITUTOS-SI
              SET 88-OPEN-INSTITUTOS-NO  TO TRUE
              CLOSE INSTITUTOS
           END-IF.

           IF 88-OPEN-INSTRAN-SI
              SET 88-OPEN-INSTRAN-NO  TO TRUE
              CLOSE INSTRAN
           END-IF.

           IF 88-OPEN-INSTITUTOSREJ-SI
              SET 88-OPEN-INSTITUTOSREJ-NO TO TRUE
              CLOSE INSTITUTOSREJ
           END-IF.

           IF 88-OPEN-MNTJRN-SI
              SET 88-OPEN-MNTJRN-NO   TO TRUE
              CLOSE MNTJRN
           END-IF.

           IF 88-OPEN-INSTITUTOSDEP-SI
              SET 88-OPEN-INSTITUTOSDEP-NO TO TRUE
              CLOSE INSTITUTOSDEP
           END-IF.

           PERFORM 31900-LIBERO-CERROJOS.

           IF 88-OPEN-SEGLOG-SI
              SET 88-OPEN-SEGLOG-NO    TO TRUE
              CLOSE SEGLOG
           END-IF.

           IF 88-OPEN-LOTECTL-SI
              SET 88-OPEN-LOTECTL-NO   TO TRUE
              CLOSE LOTECTL
           END-IF.

       10900-TOMO-CERROJOS.
      *--------------------
      *  TOMA EL CERROJO DE CADA MAESTRO QUE ESTE PROGRAMA ABRE.
      *  SI ALGUNO YA ESTA TOMADO POR OTRO PROCESO, SE INFORMA
      *  QUIEN LO TIENE Y SE TERMINA DE INMEDIATO CON RC=8: NUNCA
      *  UN MANTENIMIENTO Y UNA CORRIDA NOCTURNA SOBRE EL MISMO
      *  MAESTRO A LA VEZ.
               CLOSE CERROJOS
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

           PERFORM 29505-EVALUO-AUTORIZACION.

           IF  88-AUTORIZADO-NO
               ADD 1                     TO WS-NO-AUTORIZADAS
               PERFORM 29600-GRABO-SEGLOG
           END-IF.

       29505-EVALUO-AUTORIZACION.
      *--------------------------
      *  SOLO EVALUA, SIN GRABAR SEGLOG (LO USA TAMBIEN EL
      *  REPROCESO PARA LAS BAJAS FORZADAS YA CONFIRMADAS).
      *--------------------------

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
      *  CANCELA SIN APLICAR NADA. LAS BAJAS FORZADAS SALTEADAS SE
      *  VUELVEN A ANOTAR EN WS-TABLA-FORZADAS (VER 11170).
      *-----------------------

           PERFORM UNTIL 88-FS-INSTRAN-EOF
                      OR WS-TRAN-LEIDAS > WS-LOTE-DESDE
               ADD 1                     TO WS-LOTE-OMITIDAS
               IF  WS-TRAN-LEIDAS = WS-LOTE-DESDE
                   MOVE INSTRAN-RECORD   TO WS-LOTE-IMAGEN
                   IF  WS-LOTE-IMAGEN NOT = LOTECTL-ULTIMA-IMAGEN
                       PERFORM 11160-LOTE-DISTINTO
                   END-IF
               END-IF
               IF  88-INSTRAN-BAJA-FORZADA
                   PERFORM 11170-RECUPERO-FORZADA
               END-IF
               PERFORM 11100-READ-INSTRAN
           END-PERFORM.

           IF  WS-LOTE-OMITIDAS < WS-LOTE-DESDE
               PERFORM 11160-LOTE-DISTINTO
           END-IF.

       11160-LOTE-DISTINTO.
      *--------------------

           DISPLAY '--------------------------------'
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
           DISPLAY 'PARRAFO: 11160-LOTE-DISTINTO'
           DISPLAY 'INSTRAN NO COINCIDE CON EL LOTE'
           DISPLAY 'LOTE              :' WS-LOTE-ID
           DISPLAY 'CONFIRMADAS       :' WS-LOTE-DESDE
           DISPLAY 'SE CANCELA EL PROCESO'
           DISPLAY '--------------------------------'
           PERFORM 99999-CANCELO.

       11170-RECUPERO-FORZADA.
      *-----------------------
      *  UNA BAJA FORZADA CONFIRMADA EN LA CORRIDA INTERRUMPIDA YA
      *  BORRO O DESACTIVO SUS DEPENDIENTES INDEXADOS, PERO
      *  LAS LINEAS DE DOCMAT SE QUITAN
      *  RECIEN AL FINAL (27000) DESDE WS-TABLA-FORZADAS. SE VUELVE
      *  A ANOTAR CON LAS MISMAS CONDICIONES CON QUE SE APLICO
      *  (OPERADOR AUTORIZADO, INSTITUTO EXISTENTE, LUGAR EN LA
      *  TABLA), SIN REPETIR SEGLOG, MNTJRN NI EL LISTADO.
      *-----------------------

           MOVE INSTRAN-ACCION               TO WS-AUT-ACCION.
           PERFORM 29505-EVALUO-AUTORIZACION.

           IF  88-AUTORIZADO-SI
               INITIALIZE INSTITUTOS-REGISTRO COD-INSTITUTOS-DATOS-FD
               MOVE INSTRAN-CODIGO           TO INSTITUTOS-CODIGO-FD
               READ INSTITUTOS
               IF  88-FS-INSTITUTOS-OK
               AND WS-CANT-TAB-FRZ < 100
                   ADD 1                     TO WS-CANT-TAB-FRZ
                   SET WS-IDX-TAB-FRZ        TO WS-CANT-TAB-FRZ
                   MOVE INSTRAN-CODIGO
                        TO WS-TAB-FRZ-CODIGO(WS-IDX-TAB-FRZ)
                   DISPLAY 'BAJA FORZADA YA CONFIRMADA, LINEAS A '
                           'QUITAR AL FINAL: ' INSTRAN-CODIGO
               END-IF
           END-IF.

       29700-CONFIRMO-LOTE.
      *--------------------
      *  LA TRANSACCION EN CURSO YA ESTA APLICADA O RECHAZADA: QUEDA
      *  CONFIRMADA EN LOTECTL ANTES DE PASAR A LA SIGUIENTE.
      *--------------------

           IF  88-LOTE-CONTROL-SI
               MOVE WS-TRAN-LEIDAS       TO LOTECTL-ULTIMA-SECUENCIA
               MOVE INSTRAN-RECORD       TO LOTECTL-ULTIMA-IMAGEN
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
