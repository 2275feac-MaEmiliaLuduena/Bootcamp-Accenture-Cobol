      * REPORTES POSTERIORES LEEN ESTADOACAD POR CLAVE EN LUGAR DE
      * VOLVER A RECORRER STCALIF.
      *-----------------------------------------------------------
      * EN LA RECONSTRUCCION COMPLETA EL ARCHIVO SE RECREA (OPEN
      * OUTPUT Y RECARGA), ASI NUNCA QUEDA DESFASADO DEL STCALIF
      * VIGENTE. EN MODO INCREMENTAL (VER MAS ABAJO) SE CONSERVA Y
      * SE REGRABAN SOLO LOS PARES TOCADOS.
      *-----------------------------------------------------------
      * AL FINAL SE SUMAN LOS AUSENTES DE INSCRIPC (INSCRIPCIONES
      * MARCADAS AUSENTE, VER WINSCRIP) EN ESTADOACAD-CANT-AUSENTES.
      * UN ALUMNO QUE SOLO TIENE AUSENTES EN LA MATERIA QUEDA CON
      * SU PAR SIN INTENTOS NI APROBACION. LA EQUIVALENCIA DE
      * AUSENTES EN INTENTOS LA APLICA CADA PROGRAMA (INTENCFG).
      *-----------------------------------------------------------
      * MODO INCREMENTAL (ESTADOCFG, VER WESTACFG): EN LUGAR DE
      * RECREAR EL ARCHIVO SE RECALCULAN SOLO LOS PARES TOCADOS
      * DESDE LA CORRIDA ANTERIOR (ESTADOPEND, VER WESTPEND: LOS
      * REGISTRAN BOPGM25 Y BOPGM06 VIA EL SWITCH BOPGM40, Y
      * MNTCALIF, MNTFIRMA, MNTEQUI Y MNTINSC) Y SE REGRABAN SOLO
      * ESOS REGISTROS. CADA PAR SE RECALCULA ENTERO CON LAS
      * MISMAS REGLAS DE LA RECONSTRUCCION: EXAMENES DE STCALIF,
      * EQUIVALENCIA Y AUSENTES. UN PAR QUE QUEDO SIN NADA SE
      * BORRA. DE STCALIF SE LEEN SOLO LOS EXAMENES DE ESOS PARES:
      * START POR CLAVE EN EL PRIMER EXAMEN DE CADA PAR Y READ NEXT
      * MIENTRAS SIGA EL MISMO ALUMNO+MATERIA.
      * LA RECONSTRUCCION COMPLETA QUEDA PARA EL DIA SEMANAL DE
      * ESTADOCFG, A DEMANDA (ESTADOREC CON 'SI'), CUANDO NO HAY
      * CONTROL DE UNA CORRIDA ANTERIOR (ESTADOCTL, VER WESTACTL)
      * O CUANDO LOS PENDIENTES NO ENTRAN EN LA TABLA.
      *-----------------------------------------------------------
      * CONTRASTE: EN MODO INCREMENTAL SE TOMA ADEMAS UNA MUESTRA
      * DE PARES NO PENDIENTES (LA CANTIDAD DE ESTADOCFG, A PARTIR
      * DE DONDE TERMINO LA MUESTRA ANTERIOR), SE RECALCULAN
      * COMPLETOS Y SE COMPARAN CON LO GRABADO. CADA DIFERENCIA
      * SE MUESTRA Y DEJA RC=4: ESTADOACAD SE DESFASO POR UN
      * CAMBIO QUE NO REGISTRO SU PAR, Y SE CORRIGE PIDIENDO LA
      * RECONSTRUCCION COMPLETA.
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

           SELECT ESTADOACAD       ASSIGN       TO
                                   'ESTADOACAD'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS ESTADOACAD-CLAVE-FD
                                   FILE STATUS  IS FS-ESTADOACAD.

           SELECT OPTIONAL EQUIVALE ASSIGN      TO
                                   'EQUIVALE'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS EQUIVAL-CLAVE-FD
                                   FILE STATUS  IS FS-EQUIVALE.

      *----------------------------------------------------------
      *  INSCRIPCIONES A EXAMEN (VER WINSCRIP). OPCIONAL: SIN EL
      *  ARCHIVO LOS PARES QUEDAN SIN AUSENTES.
      *----------------------------------------------------------
           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

      *----------------------------------------------------------
      *  BITACORA COMUN DE CORRIDA (VER WRUNLOG). SE ABRE EN
      *  EXTEND: CADA PROGRAMA DEL STREAM AGREGA SU REGISTRO Y
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-NOTASCFG.

      *----------------------------------------------------------
      *  MODO DE MANTENIMIENTO (VER WESTACFG), PEDIDO DE
      *  RECONSTRUCCION A DEMANDA, CONTROL DE LA CORRIDA ANTERIOR
      *  (VER WESTACTL) Y PARES PENDIENTES (VER WESTPEND). TODOS
      *  OPCIONALES: SIN ESTADOCFG SE RECONSTRUYE COMPLETO.
      *----------------------------------------------------------
           SELECT OPTIONAL ESTADOCFG ASSIGN     TO
                                   'ESTADOCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOCFG.

           SELECT OPTIONAL ESTADOREC ASSIGN     TO
                                   'ESTADOREC'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOREC.

           SELECT OPTIONAL ESTADOCTL ASSIGN     TO
                                   'ESTADOCTL'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOCTL.

           SELECT OPTIONAL ESTADOPEND ASSIGN    TO
                                   'ESTADOPEND'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOPEND.

           SELECT SORT-PEND        ASSIGN       TO
                                   'SORTPEND'.

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

       FD  ESTADOACAD.
       01  ESTADOACAD-DATOS-FD.
               05  EQUIVAL-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(56).

       FD  INSCRIPC.
       01  INSCRIPC-DATOS-FD.
           03  INSCRIP-CLAVE-FD.
               05  INSCRIP-ALUMNO-FD     PIC 9(06).
               05  INSCRIP-MATERIA-FD    PIC X(08).
               05  INSCRIP-FECHA-FD      PIC X(08).
           03  FILLER                    PIC X(18).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).
           RECORDING MODE IS F.
       01  NOTASCFG-RECORD-FD            PIC  X(30).

       FD  ESTADOCFG
           RECORDING MODE IS F.
       01  REG-ESTADOCFG-FD              PIC  X(30).

       FD  ESTADOREC
           RECORDING MODE IS F.
       01  REG-ESTADOREC-FD              PIC  X(02).

       FD  ESTADOCTL
           RECORDING MODE IS F.
       01  REG-ESTADOCTL-FD              PIC  X(60).

       FD  ESTADOPEND
           RECORDING MODE IS F.
       01  REG-ESTADOPEND-FD             PIC  X(40).

       SD  SORT-PEND.
       01  SORT-PEND-REG.
           03  SORT-PEND-CLAVE.
               05  SORT-PEND-ALUMNO      PIC 9(06).
               05  SORT-PEND-MATERIA     PIC X(08).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM12'.
       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.
           88 88-FS-STCALIF-NOKEY                   VALUE '23'.

       77  FS-ESTADOACAD                 PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOACAD-OK                   VALUE '00'.
           88 88-OPEN-EQUIVALE-SI                   VALUE 'S'.
           88 88-OPEN-EQUIVALE-NO                   VALUE 'N'.

       77  FS-INSCRIPC                   PIC  X(02) VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

      *-------------------------------------------------------------*
      *     NOTA MINIMA DE APROBACION, EL MISMO CRITERIO QUE USA    *
      *     BOPGM01 (WS-NOTA-APROBACION).                           *
       77  WS-PARES-NUEVOS               PIC 9(07)  VALUE 0.
       77  WS-PARES-ACTUALIZADOS         PIC 9(09)  VALUE 0.
       77  WS-EQUIVALENCIAS-APLICADAS    PIC 9(07)  VALUE 0.
       77  WS-AUSENTES-APLICADOS         PIC 9(07)  VALUE 0.

       77  FS-ESTADOCFG                  PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOCFG-OK                    VALUE '00'.

       77  FS-ESTADOREC                  PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOREC-OK                    VALUE '00'.

       77  FS-ESTADOCTL                  PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOCTL-OK                    VALUE '00'.

       77  FS-ESTADOPEND                 PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOPEND-OK                   VALUE '00'.
           88 88-FS-ESTADOPEND-EOF                  VALUE '10'.

       77  REG-ESTADOREC                 PIC X(02)  VALUE ' '.

      *-------------------------------------------------------------*
      *     MODO DE LA CORRIDA Y MOTIVO CUANDO SE RECONSTRUYE       *
      *-------------------------------------------------------------*
       77  WS-MODO                       PIC X      VALUE 'C'.
           88 88-MODO-COMPLETO                      VALUE 'C'.
           88 88-MODO-INCREMENTAL                   VALUE 'I'.

       77  WS-MOTIVO-MODO                PIC X(40)  VALUE ' '.

       77  WS-HAY-CONTROL                PIC X      VALUE 'N'.
           88 88-HAY-CONTROL-SI                     VALUE 'S'.
           88 88-HAY-CONTROL-NO                     VALUE 'N'.

       77  WS-FECHA-HOY                  PIC 9(08)  VALUE 0.
       77  WS-DIAS-FECHA                 PIC 9(09)  VALUE 0.
       77  WS-SEMANAS                    PIC 9(09)  VALUE 0.
       77  WS-DIA-SEMANA                 PIC 9(01)  VALUE 0.
       77  WS-MUESTRA-MAX                PIC 9(04)  VALUE 200.

       77  WS-PENDIENTES-LEIDOS          PIC 9(07)  VALUE 0.
       77  WS-PARES-RECALCULADOS         PIC 9(07)  VALUE 0.
       77  WS-PARES-BORRADOS             PIC 9(07)  VALUE 0.
       77  WS-MUESTRA-CONTRASTADOS       PIC 9(05)  VALUE 0.
       77  WS-MUESTRA-DIFERENCIAS        PIC 9(05)  VALUE 0.

       77  WS-FIN-SORT                   PIC X      VALUE 'N'.
           88 88-FIN-SORT-SI                        VALUE 'S'.
           88 88-FIN-SORT-NO                        VALUE 'N'.

       77  WS-PEND-DESBORDE              PIC X      VALUE 'N'.
           88 88-PEND-DESBORDE-SI                   VALUE 'S'.
           88 88-PEND-DESBORDE-NO                   VALUE 'N'.

       77  WS-FIN-MUESTRA                PIC X      VALUE 'N'.
           88 88-FIN-MUESTRA-SI                     VALUE 'S'.
           88 88-FIN-MUESTRA-NO                     VALUE 'N'.

       77  WS-FIN-PAR                    PIC X      VALUE 'N'.
           88 88-FIN-PAR-SI                         VALUE 'S'.
           88 88-FIN-PAR-NO                         VALUE 'N'.

      *-------------------------------------------------------------*
      *     'S' CUANDO EL PAR EN RECALCULO YA TIENE ALGO (EXAMEN,   *
      *     EQUIVALENCIA O AUSENTE); 'N' = EL PAR NO DEBE EXISTIR.  *
      *-------------------------------------------------------------*
       77  WS-PAR-HAY                    PIC X      VALUE 'N'.
           88 88-PAR-HAY-SI                         VALUE 'S'.
           88 88-PAR-HAY-NO                         VALUE 'N'.

      *-------------------------------------------------------------*
      *     PAR EN RECALCULO (MODO INCREMENTAL).                    *
      *-------------------------------------------------------------*
       01  WS-PAR-CLAVE.
           03  WS-PAR-ALUMNO             PIC 9(06)  VALUE 0.
           03  WS-PAR-MATERIA            PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     CLAVE DESDE LA QUE SIGUE LA MUESTRA EN LA PROXIMA       *
      *     CORRIDA (CEROS = VUELVE AL PRINCIPIO DEL ARCHIVO).      *
      *-------------------------------------------------------------*
       01  WS-MUESTRA-PROXIMA.
           03  WS-MUESTRA-PROX-ALUMNO    PIC 9(06)  VALUE 0.
           03  WS-MUESTRA-PROX-MATERIA   PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     PARES PENDIENTES, EN ORDEN DE CLAVE (SALEN DEL SORT DE  *
      *     ESTADOPEND SIN REPETIDOS). LA MUESTRA BUSCA ACA CADA    *
      *     PAR DE ESTADOACAD PARA SALTEAR LOS PENDIENTES: CON      *
      *     MILES DE PARES LA BUSQUEDA ES BINARIA (SEARCH ALL).     *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-PEND              PIC 9(05)  VALUE 0.
       01  WS-TABLA-PENDIENTES.
           03  WS-TAB-PEND OCCURS 1 TO 20000 TIMES
                          DEPENDING ON WS-CANT-TAB-PEND
                          ASCENDING KEY IS WS-TAB-PEND-CLAVE
                          INDEXED BY WS-IDX-TAB-PEND.
               05  WS-TAB-PEND-CLAVE.
                   07  WS-TAB-PEND-ALUMNO PIC 9(06).
                   07  WS-TAB-PEND-MATERIA PIC X(08).

      *-------------------------------------------------------------*
      *     MUESTRA DE CONTRASTE: LA CLAVE Y LO GRABADO EN          *
      *     ESTADOACAD, TAMBIEN EN ORDEN DE CLAVE.                  *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-MUE               PIC 9(03)  VALUE 0.
       01  WS-TABLA-MUESTRA.
           03  WS-TAB-MUE OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-CANT-TAB-MUE
                          ASCENDING KEY IS WS-TAB-MUE-CLAVE
                          INDEXED BY WS-IDX-TAB-MUE.
               05  WS-TAB-MUE-CLAVE.
                   07  WS-TAB-MUE-ALUMNO  PIC 9(06).
                   07  WS-TAB-MUE-MATERIA PIC X(08).
               05  WS-TAB-MUE-GRABADO     PIC X(40).

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
       COPY WEQUIVAL.
       COPY WRUNLOG.
       COPY WGRADOS.
       COPY WINSCRIP.
       COPY WESTACFG.
       COPY WESTACTL.
       COPY WESTPEND.

       PROCEDURE DIVISION.
      *------------------

           PERFORM 10000-INICIO.

           IF  88-MODO-COMPLETO
               PERFORM 20000-PROCESO
                 UNTIL 88-FS-STCALIF-EOF
               PERFORM 25000-APLICO-EQUIVALENCIAS
               PERFORM 26000-APLICO-AUSENTES
           ELSE
               PERFORM 40000-PROCESO-INCREMENTAL
           END-IF.

           PERFORM 30000-FINALIZO.

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           PERFORM 10050-DETERMINO-MODO.

           IF  88-MODO-INCREMENTAL
               PERFORM 41000-CARGO-PENDIENTES
           END-IF.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10152-DETERMINO-NOTA-APROBACION.
           PERFORM 10150-ABRO-EQUIVALE.
           PERFORM 10160-ABRO-INSCRIPC.

           IF  88-MODO-COMPLETO
               PERFORM 11100-READ-STCALIF
           END-IF.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           IF  88-MODO-COMPLETO
               DISPLAY 'MODO              : RECONSTRUCCION COMPLETA'
               DISPLAY 'MOTIVO            : ' WS-MOTIVO-MODO
           ELSE
               DISPLAY 'MODO              : INCREMENTAL'
           END-IF.

       10050-DETERMINO-MODO.
      *---------------------
      *  EL MODO INCREMENTAL SE PIDE EN ESTADOCFG, PERO SOLO CORRE
      *  SI NO TOCA LA RECONSTRUCCION SEMANAL, SI NO SE PIDIO LA
      *  RECONSTRUCCION A DEMANDA (ESTADOREC) Y SI HAY CONTROL DE
      *  UNA CORRIDA ANTERIOR. UN ESTADOCFG INVALIDO SE AVISA Y SE
      *  RECONSTRUYE: ES EL COMPORTAMIENTO DE SIEMPRE.
      *---------------------

           SET 88-MODO-COMPLETO          TO TRUE.
           MOVE 'SIN MODO INCREMENTAL EN ESTADOCFG'
                                         TO WS-MOTIVO-MODO.
           MOVE WS-RUNLOG-TS(1:8)        TO WS-FECHA-HOY.

           OPEN INPUT ESTADOCFG.

           IF  88-FS-ESTADOCFG-OK
               INITIALIZE ESTADOCFG-REGISTRO
               READ ESTADOCFG INTO ESTADOCFG-REGISTRO
               IF  88-FS-ESTADOCFG-OK
                   EVALUATE TRUE
                       WHEN ESTADOCFG-DIA-COMPLETO NOT NUMERIC
                       OR   ESTADOCFG-DIA-COMPLETO > 7
                       OR   ESTADOCFG-MUESTRA NOT NUMERIC
                       OR   NOT 88-ESTADOCFG-INCREMENTAL
                        AND NOT 88-ESTADOCFG-COMPLETO
                            DISPLAY 'AVISO: ESTADOCFG INVALIDO, SE '
                                    'RECONSTRUYE ESTADOACAD COMPLETO'
                            MOVE 'ESTADOCFG INVALIDO'
                                         TO WS-MOTIVO-MODO
                       WHEN 88-ESTADOCFG-INCREMENTAL
                            SET 88-MODO-INCREMENTAL TO TRUE
                            MOVE ESTADOCFG-MUESTRA
                                         TO WS-MUESTRA-MAX
                            IF  WS-MUESTRA-MAX > 500
                                MOVE 500 TO WS-MUESTRA-MAX
                            END-IF
                       WHEN OTHER
                            CONTINUE
                   END-EVALUATE
               END-IF
               CLOSE ESTADOCFG
           END-IF.

      *  EL CONTROL SE LEE SIEMPRE: UNA RECONSTRUCCION CONSERVA
      *  EL PUNTO DE LA MUESTRA PARA LA PROXIMA INCREMENTAL.
           INITIALIZE ESTADOCTL-REGISTRO.
           SET 88-HAY-CONTROL-NO         TO TRUE.

           OPEN INPUT ESTADOCTL.

           IF  88-FS-ESTADOCTL-OK
               READ ESTADOCTL INTO ESTADOCTL-REGISTRO
               IF  88-FS-ESTADOCTL-OK
               AND ESTADOCTL-MUESTRA-ALUMNO IS NUMERIC
                   SET 88-HAY-CONTROL-SI TO TRUE
               ELSE
                   INITIALIZE ESTADOCTL-REGISTRO
               END-IF
               CLOSE ESTADOCTL
           END-IF.

           IF  88-MODO-INCREMENTAL
           AND 88-HAY-CONTROL-NO
               SET 88-MODO-COMPLETO      TO TRUE
               MOVE 'SIN CONTROL DE CORRIDA ANTERIOR (ESTADOCTL)'
                                         TO WS-MOTIVO-MODO
           END-IF.

           IF  88-MODO-INCREMENTAL
               MOVE ' '                  TO REG-ESTADOREC
               OPEN INPUT ESTADOREC
               IF  88-FS-ESTADOREC-OK
                   READ ESTADOREC INTO REG-ESTADOREC
                   CLOSE ESTADOREC
               END-IF
               IF  REG-ESTADOREC = 'SI'
                   SET 88-MODO-COMPLETO  TO TRUE
                   MOVE 'RECONSTRUCCION PEDIDA (ESTADOREC)'
                                         TO WS-MOTIVO-MODO
               END-IF
           END-IF.

      *  EL 01/01/1601 (DIA 1 DE INTEGER-OF-DATE) FUE LUNES: EL
      *  RESTO DE DIVIDIR POR 7 DA EL DIA DE LA SEMANA (0=DOMINGO).
           IF  88-MODO-INCREMENTAL
           AND ESTADOCFG-DIA-COMPLETO > 0
               COMPUTE WS-DIAS-FECHA =
                       FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
               DIVIDE WS-DIAS-FECHA BY 7 GIVING WS-SEMANAS
                                      REMAINDER WS-DIA-SEMANA
               IF  WS-DIA-SEMANA = 0
                   MOVE 7                TO WS-DIA-SEMANA
               END-IF
               IF  WS-DIA-SEMANA = ESTADOCFG-DIA-COMPLETO
                   SET 88-MODO-COMPLETO  TO TRUE
                   MOVE 'RECONSTRUCCION SEMANAL'
                                         TO WS-MOTIVO-MODO
               END-IF
           END-IF.

       10100-ABRO-ARCHIVOS.
      *-------------------
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

      *  EN MODO INCREMENTAL SE ACTUALIZA EL ESTADOACAD EXISTENTE;
      *  SI NO SE PUEDE ABRIR SE RECONSTRUYE.
           IF  88-MODO-INCREMENTAL
               OPEN I-O ESTADOACAD
               IF  88-FS-ESTADOACAD-OK
                   SET 88-OPEN-ESTADOACAD-SI TO TRUE
               ELSE
                   DISPLAY 'AVISO: ESTADOACAD NO DISPONIBLE - FS: '
                           FS-ESTADOACAD
                   SET 88-MODO-COMPLETO  TO TRUE
                   MOVE 'ESTADOACAD NO DISPONIBLE'
                                         TO WS-MOTIVO-MODO
               END-IF
           END-IF.

           IF  88-MODO-COMPLETO
               PERFORM 10110-RECREO-ESTADOACAD
           END-IF.

       10110-RECREO-ESTADOACAD.
      *------------------------
      *  EN LA RECONSTRUCCION EL ESTADO SE RECREA COMPLETO: EL OPEN
      *  OUTPUT TRUNCA (O CREA) EL ARCHIVO Y EL OPEN I-O POSTERIOR
      *  PERMITE EL READ/WRITE/REWRITE POR CLAVE.
      *------------------------

           OPEN OUTPUT ESTADOACAD.

               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10110-RECREO-ESTADOACAD'
                    DISPLAY 'ERROR EN OPEN OUTPUT ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10110-RECREO-ESTADOACAD'
                    DISPLAY 'ERROR EN OPEN I-O   ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    SET 88-OPEN-EQUIVALE-NO TO TRUE
           END-EVALUATE.

       10160-ABRO-INSCRIPC.
      *--------------------

           OPEN INPUT INSCRIPC.

           EVALUATE FS-INSCRIPC
               WHEN '00'
                    SET 88-OPEN-INSCRIPC-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-INSCRIPC-NO TO TRUE
           END-EVALUATE.

       10152-DETERMINO-NOTA-APROBACION.
      *--------------------------------
      *  DERIVA WS-NOTA-APROBACION DE LA ESCALA NOTASCFG COMO LA

           INITIALIZE STCALIF-RECORD.

           READ STCALIF NEXT INTO STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
       21000-CREO-PAR.
      *---------------

           PERFORM 21050-ARMO-PAR-EXAMEN.

           WRITE ESTADOACAD-DATOS-FD FROM ESTADOACAD-REGISTRO.

                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21050-ARMO-PAR-EXAMEN.
      *----------------------
      *  ARMA EN ESTADOACAD-REGISTRO EL PAR DEL PRIMER EXAMEN.
      *  LO USAN LA RECONSTRUCCION Y EL MODO INCREMENTAL.
      *----------------------

           INITIALIZE ESTADOACAD-REGISTRO.
           MOVE STCALIF-COD-ESTUDIANTE   TO ESTADOACAD-COD-ALUMNO.
           MOVE STCALIF-COD-MATERIA      TO ESTADOACAD-COD-MATERIA.
           MOVE STCALIF-NOTA             TO ESTADOACAD-MEJOR-NOTA.
           MOVE 1                        TO ESTADOACAD-CANT-INTENTOS.
           MOVE STCALIF-FECHA-EXAMEN     TO ESTADOACAD-FECHA-MEJOR.

      *  UNA NOTA DE PROMOCION DIRECTA (STCALIF-ORIGEN, VER BOPGM53)
      *  QUEDA IDENTIFICADA COMO TAL EN EL ESTADO ACADEMICO.
           IF  88-STCALIF-PROMOCION
               SET 88-ESTADOACAD-POR-PROMOCION TO TRUE
           ELSE
               SET 88-ESTADOACAD-POR-EXAMEN    TO TRUE
           END-IF.

           IF  STCALIF-NOTA >= WS-NOTA-APROBACION
               SET 88-ESTADOACAD-APROBADA-SI TO TRUE
           ELSE
               SET 88-ESTADOACAD-APROBADA-NO TO TRUE
           END-IF.

       21100-ACTUALIZO-PAR.
      *--------------------

           PERFORM 21150-SUMO-EXAMEN.

           REWRITE ESTADOACAD-DATOS-FD FROM ESTADOACAD-REGISTRO.

           EVALUATE TRUE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21150-SUMO-EXAMEN.
      *------------------
      *  SUMA EL EXAMEN LEIDO AL PAR DE ESTADOACAD-REGISTRO.
      *------------------

           ADD 1                         TO ESTADOACAD-CANT-INTENTOS.

           IF  STCALIF-NOTA > ESTADOACAD-MEJOR-NOTA
               MOVE STCALIF-NOTA         TO ESTADOACAD-MEJOR-NOTA
               MOVE STCALIF-FECHA-EXAMEN TO ESTADOACAD-FECHA-MEJOR
               IF  88-STCALIF-PROMOCION
                   SET 88-ESTADOACAD-POR-PROMOCION TO TRUE
               ELSE
                   SET 88-ESTADOACAD-POR-EXAMEN    TO TRUE
               END-IF
           END-IF.

           IF  ESTADOACAD-MEJOR-NOTA >= WS-NOTA-APROBACION
               SET 88-ESTADOACAD-APROBADA-SI TO TRUE
           ELSE
               SET 88-ESTADOACAD-APROBADA-NO TO TRUE
           END-IF.

       25000-APLICO-EQUIVALENCIAS.
      *---------------------------
      *  LAS MATERIAS RECONOCIDAS POR EQUIVALENCIA (RESOLUCION)
           IF  88-OPEN-EQUIVALE-SI
               PERFORM UNTIL 88-FS-EQUIVALE-EOF
                   INITIALIZE EQUIVAL-REGISTRO
                   READ EQUIVALE NEXT INTO EQUIVAL-REGISTRO
                   IF  88-FS-EQUIVALE-OK
                       PERFORM 25100-APLICO-UNA-EQUIVALENCIA
                   END-IF
           EVALUATE TRUE
               WHEN 88-FS-ESTADOACAD-OK
                    IF  88-ESTADOACAD-APROBADA-NO
                        PERFORM 25150-MARCO-EQUIVALENCIA
                        REWRITE ESTADOACAD-DATOS-FD
                                         FROM ESTADOACAD-REGISTRO
                        EVALUATE TRUE
                        END-EVALUATE
                    END-IF
               WHEN 88-FS-ESTADOACAD-NOKEY
                    PERFORM 25160-ARMO-PAR-EQUIVALENCIA
                    WRITE ESTADOACAD-DATOS-FD
                                         FROM ESTADOACAD-REGISTRO
                    EVALUATE TRUE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25150-MARCO-EQUIVALENCIA.
      *-------------------------
      *  MARCA APROBADO POR EQUIVALENCIA EL PAR EXISTENTE DE
      *  ESTADOACAD-REGISTRO (SOLO SI NO ESTABA APROBADO).
      *-------------------------

           SET 88-ESTADOACAD-APROBADA-SI TO TRUE.
           SET 88-ESTADOACAD-POR-EQUIVAL TO TRUE.
           MOVE WS-NOTA-APROBACION       TO ESTADOACAD-MEJOR-NOTA.
           MOVE EQUIVAL-FECHA-RESOLUCION TO ESTADOACAD-FECHA-MEJOR.

       25160-ARMO-PAR-EQUIVALENCIA.
      *----------------------------
      *  ARMA EN ESTADOACAD-REGISTRO EL PAR QUE SOLO EXISTE POR LA
      *  EQUIVALENCIA (SIN INTENTOS).
      *----------------------------

           INITIALIZE ESTADOACAD-REGISTRO.
           MOVE EQUIVAL-COD-ALUMNO       TO ESTADOACAD-COD-ALUMNO.
           MOVE EQUIVAL-COD-MATERIA      TO ESTADOACAD-COD-MATERIA.
           MOVE WS-NOTA-APROBACION       TO ESTADOACAD-MEJOR-NOTA.
           MOVE 0                        TO ESTADOACAD-CANT-INTENTOS.
           SET 88-ESTADOACAD-APROBADA-SI TO TRUE.
           MOVE EQUIVAL-FECHA-RESOLUCION TO ESTADOACAD-FECHA-MEJOR.
           SET 88-ESTADOACAD-POR-EQUIVAL TO TRUE.

       26000-APLICO-AUSENTES.
      *----------------------
      *  CADA INSCRIPCION MARCADA AUSENTE SUMA UNO A LOS AUSENTES
      *  DEL PAR. SI EL PAR NO EXISTE (NUNCA RINDIO LA MATERIA)
      *  SE CREA SIN INTENTOS Y NO APROBADO.
      *----------------------

           IF  88-OPEN-INSCRIPC-SI
               PERFORM UNTIL 88-FS-INSCRIPC-EOF
                   INITIALIZE INSCRIP-REGISTRO
                   READ INSCRIPC NEXT INTO INSCRIP-REGISTRO
                   IF  88-FS-INSCRIPC-OK
                   AND 88-INSCRIP-AUSENTE
                       PERFORM 26100-APLICO-UN-AUSENTE
                   END-IF
               END-PERFORM
               CLOSE INSCRIPC
               SET 88-OPEN-INSCRIPC-NO TO TRUE
           END-IF.

       26100-APLICO-UN-AUSENTE.
      *------------------------

           INITIALIZE ESTADOACAD-DATOS-FD ESTADOACAD-REGISTRO.
           MOVE INSCRIP-COD-ALUMNO       TO ESTADOACAD-ALUMNO-FD.
           MOVE INSCRIP-COD-MATERIA      TO ESTADOACAD-MATERIA-FD.

           READ ESTADOACAD INTO ESTADOACAD-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOACAD-OK
                    PERFORM 26150-SUMO-AUSENTE
                    REWRITE ESTADOACAD-DATOS-FD
                                         FROM ESTADOACAD-REGISTRO
               WHEN 88-FS-ESTADOACAD-NOKEY
                    PERFORM 26160-ARMO-PAR-AUSENTE
                    WRITE ESTADOACAD-DATOS-FD
                                         FROM ESTADOACAD-REGISTRO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 26100-APLICO-UN-AUSENTE'
                    DISPLAY 'ERROR EN READ       ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOACAD-OK
                    ADD 1                TO WS-AUSENTES-APLICADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 26100-APLICO-UN-AUSENTE'
                    DISPLAY 'ERROR EN GRABACION  ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       26150-SUMO-AUSENTE.
      *-------------------

           IF  ESTADOACAD-CANT-AUSENTES NOT NUMERIC
               MOVE 0                    TO ESTADOACAD-CANT-AUSENTES
           END-IF.
           IF  ESTADOACAD-CANT-AUSENTES < 99
               ADD 1                     TO ESTADOACAD-CANT-AUSENTES
           END-IF.

       26160-ARMO-PAR-AUSENTE.
      *-----------------------
      *  PAR QUE SOLO EXISTE POR EL AUSENTE: SIN INTENTOS Y NO
      *  APROBADO.
      *-----------------------

           INITIALIZE ESTADOACAD-REGISTRO.
           MOVE INSCRIP-COD-ALUMNO       TO ESTADOACAD-COD-ALUMNO.
           MOVE INSCRIP-COD-MATERIA      TO ESTADOACAD-COD-MATERIA.
           MOVE 0                        TO ESTADOACAD-CANT-INTENTOS.
           MOVE 1                        TO ESTADOACAD-CANT-AUSENTES.
           SET 88-ESTADOACAD-APROBADA-NO TO TRUE.

       29000-GRABO-RUNLOG.
      *-------------------
      *  AGREGA EL REGISTRO DE ESTE PROGRAMA A LA BITACORA COMUN
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE WS-STCALIF-LEIDOS             TO RUNLOG-LEIDOS
               COMPUTE RUNLOG-GRABADOS = WS-PARES-NUEVOS
                                       + WS-PARES-RECALCULADOS
               MOVE WS-MUESTRA-DIFERENCIAS TO RUNLOG-RECHAZADOS
               MOVE RETURN-CODE              TO RUNLOG-RETORNO
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
               CLOSE RUNLOG
           ELSE
       30000-FINALIZO.
      *--------------

           IF  WS-MUESTRA-DIFERENCIAS > 0
               MOVE 4                    TO RETURN-CODE
           END-IF.

           PERFORM 32000-GRABO-CONTROL.
           PERFORM 33000-VACIO-PENDIENTES.

           PERFORM 29000-GRABO-RUNLOG.

           DISPLAY '--------------------------------'.
           DISPLAY 'PARES NUEVOS      :' WS-PARES-NUEVOS.
           DISPLAY 'PARES ACTUALIZADOS:' WS-PARES-ACTUALIZADOS.
           DISPLAY 'EQUIVALENCIAS     :' WS-EQUIVALENCIAS-APLICADAS.
           DISPLAY 'AUSENTES          :' WS-AUSENTES-APLICADOS.
           IF  88-MODO-INCREMENTAL
               DISPLAY 'PENDIENTES LEIDOS :' WS-PENDIENTES-LEIDOS
               DISPLAY 'PARES RECALCULADOS:' WS-PARES-RECALCULADOS
               DISPLAY 'PARES BORRADOS    :' WS-PARES-BORRADOS
               DISPLAY 'MUESTRA CONTRASTE :' WS-MUESTRA-CONTRASTADOS
               DISPLAY 'DIFERENCIAS       :' WS-MUESTRA-DIFERENCIAS
           END-IF.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.
              CLOSE EQUIVALE
           END-IF.

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO TO TRUE
              CLOSE INSCRIPC
           END-IF.

       32000-GRABO-CONTROL.
      *--------------------
      *  REGRABA EL CONTROL PARA LA PROXIMA CORRIDA (VER WESTACTL).
      *  UNA RECONSTRUCCION CONSERVA EL PUNTO DE LA MUESTRA.
      *--------------------

           MOVE WS-FECHA-HOY             TO ESTADOCTL-FECHA-ULTIMA.
           MOVE WS-MODO                  TO ESTADOCTL-MODO-ULTIMO.

           IF  88-MODO-COMPLETO
               MOVE WS-FECHA-HOY         TO ESTADOCTL-FECHA-COMPLETO
           ELSE
               MOVE WS-MUESTRA-PROXIMA   TO ESTADOCTL-MUESTRA-DESDE
               MOVE WS-PARES-RECALCULADOS
                                         TO ESTADOCTL-PARES-RECALCULADOS
               MOVE WS-MUESTRA-DIFERENCIAS
                                         TO ESTADOCTL-DIFERENCIAS
           END-IF.

           OPEN OUTPUT ESTADOCTL.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOCTL-OK
                    WRITE REG-ESTADOCTL-FD FROM ESTADOCTL-REGISTRO
                    CLOSE ESTADOCTL
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 32000-GRABO-CONTROL'
                    DISPLAY 'ERROR EN OPEN OUTPUT ESTADOCTL'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOCTL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       33000-VACIO-PENDIENTES.
      *-----------------------
      *  CON ESTADOACAD AL DIA (POR CUALQUIERA DE LOS DOS MODOS)
      *  LOS PENDIENTES YA ESTAN APLICADOS Y SE VACIA ESTADOPEND.
      *  SI EL PROGRAMA CANCELA ANTES, QUEDAN PARA LA PROXIMA.
      *-----------------------

           OPEN OUTPUT ESTADOPEND.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOPEND-OK
                    CLOSE ESTADOPEND
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 33000-VACIO-PENDIENTES'
                    DISPLAY 'ERROR EN OPEN OUTPUT ESTADOPEND'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       40000-PROCESO-INCREMENTAL.
      *--------------------------
      *  ELIGE LA MUESTRA Y RECALCULA CADA PAR PENDIENTE Y CADA
      *  PAR DE LA MUESTRA CON SUS EXAMENES DE STCALIF (LEIDOS POR
      *  CLAVE), SU EQUIVALENCIA Y SUS AUSENTES. DESPUES GRABA EL
      *  PENDIENTE O CONTRASTA EL DE LA MUESTRA.
      *--------------------------

           PERFORM 43000-ELIJO-MUESTRA.

           PERFORM VARYING WS-IDX-TAB-PEND FROM 1 BY 1
             UNTIL WS-IDX-TAB-PEND > WS-CANT-TAB-PEND
               MOVE WS-TAB-PEND-CLAVE (WS-IDX-TAB-PEND)
                                         TO WS-PAR-CLAVE
               PERFORM 44000-EXAMENES-PAR
               PERFORM 45000-COMPLETO-PAR
               PERFORM 46000-GRABO-PENDIENTE
           END-PERFORM.

           PERFORM VARYING WS-IDX-TAB-MUE FROM 1 BY 1
             UNTIL WS-IDX-TAB-MUE > WS-CANT-TAB-MUE
               MOVE WS-TAB-MUE-CLAVE (WS-IDX-TAB-MUE)
                                         TO WS-PAR-CLAVE
               PERFORM 44000-EXAMENES-PAR
               PERFORM 45000-COMPLETO-PAR
               PERFORM 47000-CONTRASTO-MUESTRA
           END-PERFORM.

       41000-CARGO-PENDIENTES.
      *-----------------------
      *  ORDENA ESTADOPEND POR CLAVE Y ARMA LA TABLA SIN PARES
      *  REPETIDOS. SI NO ENTRAN SE RECONSTRUYE: CON TANTOS PARES
      *  TOCADOS LA RECONSTRUCCION NO CUESTA MUCHO MAS.
      *-----------------------

           MOVE 0                        TO WS-CANT-TAB-PEND.
           SET 88-PEND-DESBORDE-NO       TO TRUE.

           SORT SORT-PEND
                ON ASCENDING KEY SORT-PEND-CLAVE
                INPUT  PROCEDURE IS 41100-ALIMENTO-SORT
                OUTPUT PROCEDURE IS 41200-ARMO-TABLA-PENDIENTES.

           IF  88-PEND-DESBORDE-SI
               DISPLAY 'AVISO: PARES PENDIENTES EXCEDEN LA TABLA, '
                       'SE RECONSTRUYE ESTADOACAD COMPLETO'
               SET 88-MODO-COMPLETO      TO TRUE
               MOVE 'PENDIENTES EXCEDEN LA TABLA'
                                         TO WS-MOTIVO-MODO
               MOVE 0                    TO WS-CANT-TAB-PEND
           END-IF.

       41100-ALIMENTO-SORT.
      *--------------------

           OPEN INPUT ESTADOPEND.

           EVALUATE FS-ESTADOPEND
               WHEN '00'
                    PERFORM UNTIL 88-FS-ESTADOPEND-EOF
                        INITIALIZE ESTPEND-REGISTRO
                        READ ESTADOPEND INTO ESTPEND-REGISTRO
                        EVALUATE TRUE
                            WHEN 88-FS-ESTADOPEND-OK
                                 ADD 1   TO WS-PENDIENTES-LEIDOS
                                 MOVE ESTPEND-CLAVE
                                         TO SORT-PEND-CLAVE
                                 RELEASE SORT-PEND-REG
                            WHEN 88-FS-ESTADOPEND-EOF
                                 CONTINUE
                            WHEN OTHER
                                 DISPLAY '----------------------------'
                                 DISPLAY 'PROGRAMA          :'
                                         CTE-PROGRAMA
                                 DISPLAY 'PARRAFO: 41100-ALIMENTO-SORT'
                                 DISPLAY 'ERROR EN READ       '
                                         'ESTADOPEND'
                                 DISPLAY 'FILE STATUS       :'
                                         FS-ESTADOPEND
                                 DISPLAY 'SE CANCELA EL PROCESO'
                                 DISPLAY '----------------------------'
                                 PERFORM 99999-CANCELO
                        END-EVALUATE
                    END-PERFORM
                    CLOSE ESTADOPEND
               WHEN '05'
                    CLOSE ESTADOPEND
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 41100-ALIMENTO-SORT'
                    DISPLAY 'ERROR EN OPEN INPUT ESTADOPEND'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       41200-ARMO-TABLA-PENDIENTES.
      *----------------------------

           SET 88-FIN-SORT-NO            TO TRUE.

           PERFORM UNTIL 88-FIN-SORT-SI
               RETURN SORT-PEND
                   AT END
                      SET 88-FIN-SORT-SI TO TRUE
                   NOT AT END
                      PERFORM 41210-AGREGO-PENDIENTE
               END-RETURN
           END-PERFORM.

       41210-AGREGO-PENDIENTE.
      *-----------------------
      *  EL MISMO PAR PUEDE VENIR VARIAS VECES (UNO POR CAMBIO):
      *  LLEGAN JUNTOS POR EL SORT Y QUEDA UNO SOLO.
      *-----------------------

           IF  WS-CANT-TAB-PEND = 0
           OR  SORT-PEND-CLAVE NOT =
               WS-TAB-PEND-CLAVE (WS-CANT-TAB-PEND)
               IF  WS-CANT-TAB-PEND < 20000
                   ADD 1                 TO WS-CANT-TAB-PEND
                   MOVE SORT-PEND-CLAVE
                             TO WS-TAB-PEND-CLAVE (WS-CANT-TAB-PEND)
               ELSE
                   SET 88-PEND-DESBORDE-SI TO TRUE
               END-IF
           END-IF.

       43000-ELIJO-MUESTRA.
      *--------------------
      *  TOMA HASTA WS-MUESTRA-MAX PARES DE ESTADOACAD A PARTIR DE
      *  LA CLAVE DONDE TERMINO LA MUESTRA ANTERIOR, SALTEANDO LOS
      *  PENDIENTES (ESOS SE RECALCULAN IGUAL). AL LLEGAR AL FINAL
      *  DEL ARCHIVO LA PROXIMA MUESTRA VUELVE AL PRINCIPIO.
      *--------------------

           MOVE 0                        TO WS-CANT-TAB-MUE.
           MOVE 0                        TO WS-MUESTRA-PROX-ALUMNO.
           MOVE SPACES                   TO WS-MUESTRA-PROX-MATERIA.

           IF  WS-MUESTRA-MAX > 0
               MOVE ESTADOCTL-MUESTRA-DESDE TO ESTADOACAD-CLAVE-FD
               START ESTADOACAD KEY > ESTADOACAD-CLAVE-FD
               IF  NOT 88-FS-ESTADOACAD-OK
                   MOVE LOW-VALUES       TO ESTADOACAD-CLAVE-FD
                   START ESTADOACAD KEY >= ESTADOACAD-CLAVE-FD
               END-IF
               IF  88-FS-ESTADOACAD-OK
                   SET 88-FIN-MUESTRA-NO TO TRUE
                   PERFORM 43100-LEO-MUESTRA
                     UNTIL 88-FIN-MUESTRA-SI
               END-IF
           END-IF.

       43100-LEO-MUESTRA.
      *------------------

           READ ESTADOACAD NEXT INTO ESTADOACAD-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOACAD-OK
                    MOVE ESTADOACAD-COD-ALUMNO  TO WS-PAR-ALUMNO
                    MOVE ESTADOACAD-COD-MATERIA TO WS-PAR-MATERIA
                    MOVE 'N'             TO WS-PAR-HAY
                    IF  WS-CANT-TAB-PEND > 0
                        SEARCH ALL WS-TAB-PEND
                            AT END
                               CONTINUE
                            WHEN WS-TAB-PEND-CLAVE (WS-IDX-TAB-PEND)
                                 = WS-PAR-CLAVE
                               MOVE 'S'  TO WS-PAR-HAY
                        END-SEARCH
                    END-IF
                    IF  88-PAR-HAY-NO
                        ADD 1            TO WS-CANT-TAB-MUE
                        MOVE WS-PAR-CLAVE
                                TO WS-TAB-MUE-CLAVE (WS-CANT-TAB-MUE)
                        MOVE ESTADOACAD-REGISTRO
                                TO WS-TAB-MUE-GRABADO (WS-CANT-TAB-MUE)
                        MOVE WS-PAR-CLAVE TO WS-MUESTRA-PROXIMA
                        IF  WS-CANT-TAB-MUE NOT < WS-MUESTRA-MAX
                            SET 88-FIN-MUESTRA-SI TO TRUE
                        END-IF
                    END-IF
               WHEN 88-FS-ESTADOACAD-EOF
                    MOVE 0               TO WS-MUESTRA-PROX-ALUMNO
                    MOVE SPACES          TO WS-MUESTRA-PROX-MATERIA
                    SET 88-FIN-MUESTRA-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 43100-LEO-MUESTRA'
                    DISPLAY 'ERROR EN READ NEXT  ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       44000-EXAMENES-PAR.
      *-------------------
      *  ARMA EN ESTADOACAD-REGISTRO EL PAR WS-PAR-CLAVE CON SUS
      *  EXAMENES, CON LAS MISMAS REGLAS DE LA RECONSTRUCCION
      *  (21050/21150): START EN EL PRIMER EXAMEN DEL PAR (FECHA E
      *  INTENTO EN LOW-VALUES) Y READ NEXT MIENTRAS SIGA EL MISMO
      *  ALUMNO+MATERIA. SIN EXAMENES EL PAR QUEDA SIN NADA.
      *-------------------

           MOVE 'N'                      TO WS-PAR-HAY.
           MOVE SPACES                   TO ESTADOACAD-REGISTRO.

           MOVE LOW-VALUES               TO STCALIF-CLAVE-FD.
           MOVE WS-PAR-ALUMNO            TO STCALIF-ALUMNO-FD.
           MOVE WS-PAR-MATERIA           TO STCALIF-MATERIA-FD.

           START STCALIF KEY >= STCALIF-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    SET 88-FIN-PAR-NO    TO TRUE
                    PERFORM 44050-LEO-EXAMEN-PAR
                      UNTIL 88-FIN-PAR-SI
               WHEN 88-FS-STCALIF-NOKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 44000-EXAMENES-PAR'
                    DISPLAY 'ERROR EN START      STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       44050-LEO-EXAMEN-PAR.
      *---------------------

           INITIALIZE STCALIF-RECORD.
           READ STCALIF NEXT INTO STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
               AND  STCALIF-COD-ESTUDIANTE = WS-PAR-ALUMNO
               AND  STCALIF-COD-MATERIA    = WS-PAR-MATERIA
                    ADD 1                TO WS-STCALIF-LEIDOS
                    PERFORM 44100-SUMO-EXAMEN-PAR
               WHEN 88-FS-STCALIF-OK
               OR   88-FS-STCALIF-EOF
                    SET 88-FIN-PAR-SI    TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 44050-LEO-EXAMEN-PAR'
                    DISPLAY 'ERROR EN READ NEXT  STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       44100-SUMO-EXAMEN-PAR.
      *----------------------

           IF  88-PAR-HAY-NO
               PERFORM 21050-ARMO-PAR-EXAMEN
               SET 88-PAR-HAY-SI         TO TRUE
           ELSE
               PERFORM 21150-SUMO-EXAMEN
           END-IF.

       45000-COMPLETO-PAR.
      *-------------------
      *  APLICA AL PAR EN RECALCULO (WS-PAR-CLAVE, WS-PAR-HAY Y
      *  ESTADOACAD-REGISTRO) SU EQUIVALENCIA Y SUS AUSENTES, EN EL
      *  MISMO ORDEN QUE 25000/26000 EN LA RECONSTRUCCION.
      *-------------------

           IF  88-OPEN-EQUIVALE-SI
               MOVE WS-PAR-ALUMNO        TO EQUIVAL-ALUMNO-FD
               MOVE WS-PAR-MATERIA       TO EQUIVAL-MATERIA-FD
               INITIALIZE EQUIVAL-REGISTRO
               READ EQUIVALE INTO EQUIVAL-REGISTRO
                    KEY IS EQUIVAL-CLAVE-FD
               EVALUATE FS-EQUIVALE
                   WHEN '00'
                        IF  88-PAR-HAY-SI
                            IF  88-ESTADOACAD-APROBADA-NO
                                PERFORM 25150-MARCO-EQUIVALENCIA
                            END-IF
                        ELSE
                            PERFORM 25160-ARMO-PAR-EQUIVALENCIA
                            SET 88-PAR-HAY-SI TO TRUE
                        END-IF
                        ADD 1            TO WS-EQUIVALENCIAS-APLICADAS
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 45000-COMPLETO-PAR'
                        DISPLAY 'ERROR EN READ       EQUIVALE'
                        DISPLAY 'FILE STATUS       :' FS-EQUIVALE
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

           IF  88-OPEN-INSCRIPC-SI
               MOVE WS-PAR-ALUMNO        TO INSCRIP-ALUMNO-FD
               MOVE WS-PAR-MATERIA       TO INSCRIP-MATERIA-FD
               MOVE LOW-VALUES           TO INSCRIP-FECHA-FD
               START INSCRIPC KEY >= INSCRIP-CLAVE-FD
               EVALUATE FS-INSCRIPC
                   WHEN '00'
                        SET 88-FIN-PAR-NO TO TRUE
                        PERFORM 45100-LEO-INSCRIPC-PAR
                          UNTIL 88-FIN-PAR-SI
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 45000-COMPLETO-PAR'
                        DISPLAY 'ERROR EN START      INSCRIPC'
                        DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       45100-LEO-INSCRIPC-PAR.
      *-----------------------

           INITIALIZE INSCRIP-REGISTRO.
           READ INSCRIPC NEXT INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
               AND  INSCRIP-COD-ALUMNO  = WS-PAR-ALUMNO
               AND  INSCRIP-COD-MATERIA = WS-PAR-MATERIA
                    IF  88-INSCRIP-AUSENTE
                        IF  88-PAR-HAY-SI
                            PERFORM 26150-SUMO-AUSENTE
                        ELSE
                            PERFORM 26160-ARMO-PAR-AUSENTE
                            SET 88-PAR-HAY-SI TO TRUE
                        END-IF
                        ADD 1            TO WS-AUSENTES-APLICADOS
                    END-IF
               WHEN 88-FS-INSCRIPC-OK
               OR   88-FS-INSCRIPC-EOF
                    SET 88-FIN-PAR-SI    TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 45100-LEO-INSCRIPC-PAR'
                    DISPLAY 'ERROR EN READ NEXT  INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       46000-GRABO-PENDIENTE.
      *----------------------
      *  DEJA EN ESTADOACAD EL PAR RECALCULADO: LO REGRABA O LO
      *  AGREGA, O LO BORRA SI YA NO TIENE EXAMEN, EQUIVALENCIA NI
      *  AUSENTE (POR EJEMPLO UNA NOTA RECTIFICADA A OTRA MATERIA).
      *----------------------

           MOVE WS-PAR-ALUMNO            TO ESTADOACAD-ALUMNO-FD.
           MOVE WS-PAR-MATERIA           TO ESTADOACAD-MATERIA-FD.

           READ ESTADOACAD.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOACAD-OK
               AND  88-PAR-HAY-SI
                    REWRITE ESTADOACAD-DATOS-FD
                                         FROM ESTADOACAD-REGISTRO
                    ADD 1                TO WS-PARES-ACTUALIZADOS
               WHEN 88-FS-ESTADOACAD-OK
                    DELETE ESTADOACAD
                    ADD 1                TO WS-PARES-BORRADOS
               WHEN 88-FS-ESTADOACAD-NOKEY
               AND  88-PAR-HAY-SI
                    WRITE ESTADOACAD-DATOS-FD
                                         FROM ESTADOACAD-REGISTRO
                    ADD 1                TO WS-PARES-NUEVOS
               WHEN 88-FS-ESTADOACAD-NOKEY
                    MOVE '00'            TO FS-ESTADOACAD
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 46000-GRABO-PENDIENTE'
                    DISPLAY 'ERROR EN READ       ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOACAD-OK
                    ADD 1                TO WS-PARES-RECALCULADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 46000-GRABO-PENDIENTE'
                    DISPLAY 'ERROR EN GRABACION  ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       47000-CONTRASTO-MUESTRA.
      *------------------------
      *  COMPARA EL PAR RECALCULADO CON LO GRABADO (SIN EL FILLER
      *  DEL REGISTRO). LA DIFERENCIA SOLO SE INFORMA: LA CORRIGE
      *  LA RECONSTRUCCION COMPLETA.
      *------------------------

           ADD 1                         TO WS-MUESTRA-CONTRASTADOS.

           IF  88-PAR-HAY-NO
           OR  ESTADOACAD-REGISTRO(1:31) NOT =
               WS-TAB-MUE-GRABADO (WS-IDX-TAB-MUE)(1:31)
               ADD 1                     TO WS-MUESTRA-DIFERENCIAS
               DISPLAY 'DIFERENCIA EN ESTADOACAD - ALUMNO: '
                       WS-PAR-ALUMNO ' MATERIA: ' WS-PAR-MATERIA
               DISPLAY '   GRABADO   : '
                       WS-TAB-MUE-GRABADO (WS-IDX-TAB-MUE)(1:31)
               IF  88-PAR-HAY-SI
                   DISPLAY '   CALCULADO : '
                           ESTADOACAD-REGISTRO(1:31)
               ELSE
                   DISPLAY '   CALCULADO : EL PAR NO DEBERIA EXISTIR'
               END-IF
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.
