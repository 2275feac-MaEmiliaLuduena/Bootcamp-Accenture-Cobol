      * STCALIF-ESTADO EN WSTCALIF). RECIEN ENTONCES EL ANALITICO
      * (BOPGM10) Y EL BOLETIN (BOPGM24) LAS PUBLICAN.
      *-----------------------------------------------------------
      * STCALIF ES INDEXADO (VER WSTCALIF): LA FIRMA SE APLICA EN
      * EL LUGAR. CADA ACTA SE POSICIONA POR LA CLAVE ALTERNATIVA
      * MATERIA+FECHA Y SE REGRABAN FIRMES SOLO LAS NOTAS DE LA
      * SEDE DEL ACTA.
      *-----------------------------------------------------------
      * VALIDACION DE CADA TRANSACCION CONTRA ACTAREG:
      *   SINACTA  EL ACTA NO ESTA EN EL REGISTRO (NUNCA SE
      *            FIRMAR.
      * LAS TRANSACCIONES RECHAZADAS VAN A FIRMAREJ Y NO DETIENEN
      * EL RESTO DEL LOTE.
      *-----------------------------------------------------------
      * LA TRANSACCION TRAE ADEMAS LOS TRES DOCENTES QUE SE
      * SENTARON EN LA MESA Y FIRMARON EL ACTA (TITULAR Y DOS
      * VOCALES; EN BLANCO LA FIRMA QUE FALTA). CADA ACTA FIRMADA
      * DEJA SUS FIRMANTES EN FIRMANTES (VER WFIRMANT),
      * REEMPLAZANDO LOS DE UNA FIRMA ANTERIOR. BOPGM70 LOS
      * CONCILIA CONTRA EL TRIBUNAL PROPUESTO Y DOCMAT, Y BOPGM29
      * LIQUIDA LAS MESAS A ESTOS DOCENTES.
      *-----------------------------------------------------------
      * CADA NOTA FIRMADA REGISTRA SU PAR ALUMNO+MATERIA EN
      * ESTADOPEND (VER WESTPEND), COMO TODO MANTENIMIENTO EN EL
      * LUGAR: EL RECALCULO INCREMENTAL DE ESTADOACAD NO DEPENDE
      * DE QUE CAMPOS MIRA HOY BOPGM12.
      *-----------------------------------------------------------
      * CADA TRANSACCION SE AUTORIZA CONTRA EL OPERADOR QUE
      * ENTREGA EL LOTE (OPERCTL, VER WOPERCTL): TIENE QUE EXISTIR
      * Y ESTAR ACTIVO EN OPERADORES, Y SU ROL TENER EN PERMISOS
      * ESTE PROGRAMA CON LA ACCION DE LA TRANSACCION. LAS NO
      * AUTORIZADAS SE RECHAZAN CON MOTIVO NOAUTORIZ Y CADA
      * INTENTO DENEGADO QUEDA EN LA BITACORA SEGLOG.
      *-----------------------------------------------------------
      * CONTROL DE REPROCESO (VER WLOTECTL): CON LOTE INFORMADO EN
      * OPERCTL, EL LOTE QUEDA REGISTRADO EN LOTECTL Y SE CONFIRMA
      * ENTERO AL TERMINAR: UNA CORRIDA INTERRUMPIDA SE REPROCESA
      * DESDE EL PRINCIPIO (FIRMAR UNA NOTA YA FIRME NO CAMBIA
      * NADA) Y UN LOTE TERMINADO NO SE VUELVE A APLICAR. CADA
      * CORRIDA DEJA SU REGISTRO EN RUNLOG, MARCADO COMO REPROCESO
      * CUANDO EL LOTE YA HABIA CORRIDO.
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

           SELECT FIRMATRAN        ASSIGN       TO
                                   RECORD KEY   IS ACTAREG-CLAVE-FD
                                   FILE STATUS  IS FS-ACTAREG.

      *----------------------------------------------------------
      *  FIRMANTES DE CADA ACTA (VER WFIRMANT). OPTIONAL: LA
      *  PRIMERA FIRMA LO CREA.
      *----------------------------------------------------------
           SELECT OPTIONAL FIRMANTES ASSIGN     TO
                                   'FIRMANTES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS FIRMANTES-CLAVE-FD
                                   FILE STATUS  IS FS-FIRMANTES.

           SELECT FIRMAREJ         ASSIGN       TO
                                   'FIRMAREJ'
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-FIRMAREJ.

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

       FD  FIRMATRAN
           RECORDING MODE IS F.
       01  FIRMATRAN-RECORD-FD           PIC  X(100).

       FD  ACTAREG.
       01  ACTAREG-DATOS-FD.
               05  ACTAREG-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(34).

       FD  FIRMANTES.
       01  FIRMANTES-DATOS-FD.
           03  FIRMANTES-CLAVE-FD.
               05  FIRMANTES-INSTITUTO-FD PIC X(50).
               05  FIRMANTES-FECHA-FD    PIC X(08).
               05  FIRMANTES-MATERIA-FD  PIC X(08).
           03  FILLER                    PIC X(54).

       FD  FIRMAREJ
           RECORDING MODE IS F.
       01  REG-RECHAZO-FIR-FD            PIC  X(110).

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
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'MNTFIRMA'.

      *  '02' = CLAVE ALTERNATIVA (MATERIA+FECHA) REPETIDA: ES LO
      *  NORMAL EN UN ACTA CON VARIOS ALUMNOS, LA OPERACION SE HIZO.
       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00' '02'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.
           88 88-FS-STCALIF-NOKEY                   VALUE '23'.

       77  FS-FIRMATRAN                  PIC  X(02) VALUE ' '.
           88 88-FS-FIRMATRAN-OK                    VALUE '00'.
           88 88-FS-ACTAREG-INVKEY                  VALUE '21'.
           88 88-FS-ACTAREG-NOKEY                   VALUE '23'.

       77  FS-FIRMANTES                  PIC  X(02) VALUE ' '.
           88 88-FS-FIRMANTES-OK                    VALUE '00'.
           88 88-FS-FIRMANTES-OPT                   VALUE '05'.
           88 88-FS-FIRMANTES-INVKEY                VALUE '21'.
           88 88-FS-FIRMANTES-NOKEY                 VALUE '23'.

       77  FS-FIRMAREJ                   PIC  X(02) VALUE ' '.
           88 88-FS-FIRMAREJ-OK                     VALUE '00'.
           88 88-OPEN-ACTAREG-SI                    VALUE 'S'.
           88 88-OPEN-ACTAREG-NO                    VALUE 'N'.

       77  WS-OPEN-FIRMANTES             PIC X      VALUE 'N'.
           88 88-OPEN-FIRMANTES-SI                  VALUE 'S'.
           88 88-OPEN-FIRMANTES-NO                  VALUE 'N'.

       77  WS-OPEN-FIRMAREJ              PIC X      VALUE 'N'.
           88 88-OPEN-FIRMAREJ-SI                   VALUE 'S'.
           88 88-OPEN-FIRMAREJ-NO                   VALUE 'N'.

       77  FS-ESTADOPEND                 PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOPEND-OK                   VALUE '00'.

       77  WS-OPEN-ESTADOPEND            PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOPEND-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOPEND-NO                 VALUE 'N'.

       77  WS-FECHA-HORA                 PIC X(21)  VALUE ' '.

       77  WS-TRAN-LEIDAS                PIC 9(05)  VALUE 0.
       77  WS-TRAN-VALIDAS               PIC 9(05)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(05)  VALUE 0.
       77  WS-STCALIF-LEIDOS             PIC 9(09)  VALUE 0.
       77  WS-NOTAS-FIRMADAS             PIC 9(07)  VALUE 0.
       77  WS-STCALIF-REGRABADOS         PIC 9(09)  VALUE 0.
       77  WS-FIRMANTES-GRABADOS         PIC 9(05)  VALUE 0.

      *-------------------------------------------------------------*
      *     TRANSACCION DE FIRMA DE ACTA                            *
           03  FIRMATRAN-COD-MATERIA     PIC X(08).
           03  FIRMATRAN-LIBRO           PIC 9(04).
           03  FIRMATRAN-FOLIO           PIC 9(04).
           03  FIRMATRAN-TITULAR         PIC X(06).
           03  FIRMATRAN-VOCAL-1         PIC X(06).
           03  FIRMATRAN-VOCAL-2         PIC X(06).
           03  FILLER                    PIC X(08).

      *-------------------------------------------------------------*
      *     REGISTRO DE RECHAZO PARA FIRMAREJ                       *
      *-------------------------------------------------------------*
       01  REG-RECHAZO-FIR.
           03  RECHAZO-FIR-DATOS         PIC X(100).
           03  RECHAZO-FIR-MOTIVO        PIC X(10).

      *-------------------------------------------------------------*
      *     ACTAS VALIDADAS A FIRMAR, CON EL CONTADOR DE NOTAS      *
      *     PROVISORIAS QUE FIRMO CADA UNA Y EL DE LAS QUE YA       *
      *     ESTABAN FIRMES (UN REPROCESO LAS ENCUENTRA ASI).        *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-FIR               PIC 9(03)  VALUE 0.
       01  WS-TABLA-FIRMAS.
               05  WS-TAB-FIR-FECHA       PIC X(08).
               05  WS-TAB-FIR-MATERIA     PIC X(08).
               05  WS-TAB-FIR-FIRMADAS    PIC 9(05).
               05  WS-TAB-FIR-YA-FIRMES   PIC 9(05).
               05  WS-TAB-FIR-TRAN        PIC X(100).

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
       COPY WSTCALIF.
       COPY WACTAREG.
       COPY WFIRMANT.
       COPY WESTPEND.
       COPY WOPERAD.
       COPY WPERMISO.
       COPY WOPERCTL.
       COPY WSEGLOG.
       COPY WLOTECTL.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

           PERFORM 10000-INICIO.

           SET  WS-IDX-TAB-FIR           TO 1.
           PERFORM UNTIL WS-IDX-TAB-FIR > WS-CANT-TAB-FIR
               PERFORM 20000-PROCESO
               SET WS-IDX-TAB-FIR        UP BY 1
           END-PERFORM.

           PERFORM 30000-FINALIZO.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

      *  LA AUTORIZACION (QUE LEE OPERCTL) Y EL CONTROL DEL LOTE
      *  VAN ANTES DE ABRIR LOS ARCHIVOS: 10100-ABRO-ARCHIVOS
      *  UN LOTE YA TERMINADO NO ABRE NI TOCA NADA.
           PERFORM 10950-CARGO-AUTORIZACION.
           PERFORM 10050-CONTROLO-LOTE.
           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10200-CARGO-TABLA-FIRMAS.

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

           OPEN I-O FIRMANTES.

           EVALUATE FS-FIRMANTES
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-FIRMANTES-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   FIRMANTES'
                    DISPLAY 'FILE STATUS       :' FS-FIRMANTES
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

           MOVE FUNCTION CURRENT-DATE    TO WS-FECHA-HORA.

       10200-CARGO-TABLA-FIRMAS.
      *-------------------------
      *  LEE EL LOTE COMPLETO DE TRANSACCIONES Y VALIDA CADA UNA
      *  CONTRA ACTAREG ANTES DE TOCAR NINGUNA NOTA. SOLO LAS
      *  VALIDAS ENTRAN A LA TABLA DE FIRMAS. LA FIRMA SE AUTORIZA
      *  COMO ACCION 'F' DEL OPERADOR DEL LOTE.
      *-------------------------

           PERFORM UNTIL 88-FS-FIRMATRAN-EOF
               READ FIRMATRAN INTO FIRMATRAN-RECORD
               IF  88-FS-FIRMATRAN-OK
                   ADD 1                 TO WS-TRAN-LEIDAS
                   MOVE 'F'              TO WS-AUT-ACCION
                   MOVE FIRMATRAN-RECORD TO WS-AUT-TRANSACCION
                   PERFORM 29500-CONTROLO-AUTORIZACION
                   IF  88-AUTORIZADO-SI
                       PERFORM 10250-VALIDO-TRANSACCION
                   ELSE
                       MOVE 'NOAUTORIZ'  TO RECHAZO-FIR-MOTIVO
                       PERFORM 21900-GRABO-RECHAZO-FIR
                   END-IF
               END-IF
           END-PERFORM.

                    TO WS-TAB-FIR-MATERIA(WS-IDX-TAB-FIR)
               MOVE 0
                    TO WS-TAB-FIR-FIRMADAS(WS-IDX-TAB-FIR)
                       WS-TAB-FIR-YA-FIRMES(WS-IDX-TAB-FIR)
               MOVE FIRMATRAN-RECORD
                    TO WS-TAB-FIR-TRAN(WS-IDX-TAB-FIR)
           ELSE
           END-IF.

       11100-READ-STCALIF.
      *-------------------
      *  SIGUIENTE STCALIF POR LA CLAVE ALTERNATIVA. AL CAMBIAR DE
      *  MATERIA+FECHA SE TERMINO EL ACTA Y SE DA COMO FIN.
      *-------------------

           INITIALIZE STCALIF-RECORD.

           READ STCALIF NEXT RECORD INTO STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    IF  STCALIF-COD-MATERIA =
                                  WS-TAB-FIR-MATERIA(WS-IDX-TAB-FIR)
                    AND STCALIF-FECHA-EXAMEN =
                                  WS-TAB-FIR-FECHA(WS-IDX-TAB-FIR)
                        ADD 1          TO WS-STCALIF-LEIDOS
                    ELSE
                        SET 88-FS-STCALIF-EOF TO TRUE
                    END-IF
               WHEN 88-FS-STCALIF-EOF
                    CONTINUE
               WHEN OTHER

       20000-PROCESO.
      *-------------
      *  POSICIONA STCALIF POR LA CLAVE ALTERNATIVA (MATERIA+FECHA)
      *  EN EL ACTA WS-IDX-TAB-FIR Y RECORRE SUS EXAMENES. LAS
      *  NOTAS PROVISORIAS DE LA SEDE DEL ACTA SE REGRABAN FIRMES.
      *-------------

           INITIALIZE STCALIF-RECORD-FD.
           MOVE WS-TAB-FIR-MATERIA(WS-IDX-TAB-FIR)
                                         TO STCALIF-MATERIA-FD.
           MOVE WS-TAB-FIR-FECHA(WS-IDX-TAB-FIR)
                                         TO STCALIF-FECHA-FD.

           START STCALIF KEY = STCALIF-MATFEC-FD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    PERFORM 11100-READ-STCALIF
                    PERFORM UNTIL 88-FS-STCALIF-EOF
                        PERFORM 21000-FIRMO-EXAMEN
                        PERFORM 11100-READ-STCALIF
                    END-PERFORM
               WHEN 88-FS-STCALIF-NOKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 20000-PROCESO'
                    DISPLAY 'ERROR EN START      STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21000-FIRMO-EXAMEN.
      *-------------------

           IF  STCALIF-INSTITUTO =
                                 WS-TAB-FIR-INSTITUTO(WS-IDX-TAB-FIR)
               IF  88-STCALIF-PROVISORIA
                   MOVE 'F'              TO STCALIF-ESTADO
                   PERFORM 21500-REGRABO-STCALIF
                   ADD 1                 TO WS-NOTAS-FIRMADAS
                   ADD 1   TO WS-TAB-FIR-FIRMADAS(WS-IDX-TAB-FIR)
                   PERFORM 21600-REGISTRO-PENDIENTE
               ELSE
                   ADD 1   TO WS-TAB-FIR-YA-FIRMES(WS-IDX-TAB-FIR)
               END-IF
           END-IF.

       21500-REGRABO-STCALIF.
      *----------------------

           REWRITE STCALIF-RECORD-FD     FROM STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    ADD 1                TO WS-STCALIF-REGRABADOS
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

       21600-REGISTRO-PENDIENTE.
      *-------------------------

           INITIALIZE ESTPEND-REGISTRO.
           MOVE STCALIF-COD-ESTUDIANTE   TO ESTPEND-COD-ALUMNO.
           MOVE STCALIF-COD-MATERIA      TO ESTPEND-COD-MATERIA.
           MOVE 'MNTFIRMA'               TO ESTPEND-PROGRAMA.
           MOVE WS-FECHA-HORA(1:8)       TO ESTPEND-FECHA.
           MOVE WS-FECHA-HORA(9:6)       TO ESTPEND-HORA.

           WRITE REG-ESTADOPEND-FD FROM ESTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOPEND-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21600-REGISTRO-PENDIENTE'
                    DISPLAY 'ERROR EN WRITE      ESTADOPEND'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
      *------------------------
      *  UN ACTA VALIDADA QUE NO FIRMO NINGUNA NOTA SE DEVUELVE
      *  CON MOTIVO SINNOTAS: O YA ESTABA FIRMADA, O EL ACTA NO
      *  TIENE NOTAS EN EL VIGENTE. EN UN REPROCESO, LA QUE YA
      *  ENCONTRO SUS NOTAS FIRMES LAS FIRMO LA CORRIDA CORTADA.
      *------------------------

           SET  WS-IDX-TAB-FIR           TO 1.
           PERFORM UNTIL WS-IDX-TAB-FIR > WS-CANT-TAB-FIR
               IF  WS-TAB-FIR-FIRMADAS(WS-IDX-TAB-FIR) = 0
               AND (88-LOTE-REPROCESO-NO
                OR  WS-TAB-FIR-YA-FIRMES(WS-IDX-TAB-FIR) = 0)
                   MOVE WS-TAB-FIR-TRAN(WS-IDX-TAB-FIR)
                                         TO FIRMATRAN-RECORD
                   MOVE 'SINNOTAS'       TO RECHAZO-FIR-MOTIVO
               SET WS-IDX-TAB-FIR        UP BY 1
           END-PERFORM.

       29100-GRABO-FIRMANTES.
      *----------------------
      *  CADA ACTA QUE FIRMO AL MENOS UNA NOTA (O, EN UN REPROCESO,
      *  QUE YA LAS ENCONTRO FIRMES) DEJA SUS FIRMANTES
      *  EN FIRMANTES: ALTA SI ES LA PRIMERA FIRMA DEL ACTA,
      *  REEMPLAZO SI YA LOS TENIA.
      *----------------------

           SET  WS-IDX-TAB-FIR           TO 1.
           PERFORM UNTIL WS-IDX-TAB-FIR > WS-CANT-TAB-FIR
               IF  WS-TAB-FIR-FIRMADAS(WS-IDX-TAB-FIR) > 0
               OR (88-LOTE-REPROCESO-SI
               AND WS-TAB-FIR-YA-FIRMES(WS-IDX-TAB-FIR) > 0)
                   MOVE WS-TAB-FIR-TRAN(WS-IDX-TAB-FIR)
                                         TO FIRMATRAN-RECORD
                   PERFORM 29110-GRABO-UN-ACTA
               END-IF
               SET WS-IDX-TAB-FIR        UP BY 1
           END-PERFORM.

       29110-GRABO-UN-ACTA.
      *--------------------

           INITIALIZE FIRMANTES-DATOS-FD.
           MOVE FIRMATRAN-INSTITUTO      TO FIRMANTES-INSTITUTO-FD.
           MOVE FIRMATRAN-FECHA          TO FIRMANTES-FECHA-FD.
           MOVE FIRMATRAN-COD-MATERIA    TO FIRMANTES-MATERIA-FD.

           READ FIRMANTES INTO FIRMANTES-REGISTRO.

           IF  NOT 88-FS-FIRMANTES-OK
           AND NOT 88-FS-FIRMANTES-NOKEY
           AND NOT 88-FS-FIRMANTES-INVKEY
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 29110-GRABO-UN-ACTA'
               DISPLAY 'ERROR EN READ       FIRMANTES'
               DISPLAY 'FILE STATUS       :' FS-FIRMANTES
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

           INITIALIZE FIRMANTES-REGISTRO.
           MOVE FIRMATRAN-INSTITUTO      TO FIRMANTES-INSTITUTO.
           MOVE FIRMATRAN-FECHA          TO FIRMANTES-FECHA-EXAMEN.
           MOVE FIRMATRAN-COD-MATERIA    TO FIRMANTES-COD-MATERIA.
           MOVE FIRMATRAN-LIBRO          TO FIRMANTES-LIBRO.
           MOVE FIRMATRAN-FOLIO          TO FIRMANTES-FOLIO.
           MOVE FIRMATRAN-TITULAR        TO FIRMANTES-TITULAR.
           MOVE FIRMATRAN-VOCAL-1        TO FIRMANTES-VOCAL-1.
           MOVE FIRMATRAN-VOCAL-2        TO FIRMANTES-VOCAL-2.
           MOVE WS-FECHA-HORA(1:8)       TO FIRMANTES-FECHA-FIRMA.
           MOVE WS-AUT-OPERADOR          TO FIRMANTES-OPERADOR.

           IF  88-FS-FIRMANTES-OK
               REWRITE FIRMANTES-DATOS-FD FROM FIRMANTES-REGISTRO
           ELSE
               WRITE FIRMANTES-DATOS-FD  FROM FIRMANTES-REGISTRO
           END-IF.

           EVALUATE TRUE
               WHEN 88-FS-FIRMANTES-OK
                    ADD 1                TO WS-FIRMANTES-GRABADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 29110-GRABO-UN-ACTA'
                    DISPLAY 'ERROR EN GRABACION  FIRMANTES'
                    DISPLAY 'FILE STATUS       :' FS-FIRMANTES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           PERFORM 29000-RECHAZO-SIN-NOTAS.
           PERFORM 29100-GRABO-FIRMANTES.

           DISPLAY ' '.
           DISPLAY '*******************************************'
           DISPLAY '* TRANSACCIONES LEIDAS     :' WS-TRAN-LEIDAS
           DISPLAY '* ACTAS VALIDADAS          :' WS-TRAN-VALIDAS
           DISPLAY '* NOTAS FIRMADAS           :' WS-NOTAS-FIRMADAS
           DISPLAY '* ACTAS CON FIRMANTES      :' WS-FIRMANTES-GRABADOS
           DISPLAY '* STCALIF LEIDOS DEL ACTA  :' WS-STCALIF-LEIDOS
           DISPLAY '* STCALIF REGRABADOS       :' WS-STCALIF-REGRABADOS
           DISPLAY '* TRANSACCIONES RECHAZADAS :' WS-RECHAZADAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 29750-TERMINO-LOTE.
           PERFORM 29800-GRABO-RUNLOG.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
              CLOSE ACTAREG
           END-IF.

           IF 88-OPEN-FIRMANTES-SI
              SET 88-OPEN-FIRMANTES-NO TO TRUE
              CLOSE FIRMANTES
           END-IF.

           IF 88-OPEN-FIRMAREJ-SI
              CLOSE FIRMAREJ
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
      *  TODAS LAS ACTAS APLICADAS: EL LOTE COMPLETO QUEDA CONFIRMADO
      *  Y TERMINADO EN LOTECTL.
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
