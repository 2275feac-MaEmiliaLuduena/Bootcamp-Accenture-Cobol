
           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT MATERIAS         ASSIGN       TO
      *----------------------------------------------------------
      *  INSCRIPCIONES A EXAMEN (VER MNTINSC). OPCIONAL: SI EL
      *  ARCHIVO NO EXISTE, NO SE EXIGE INSCRIPCION PREVIA Y NO SE
      *  GENERA NINGUN RECHAZO SININSCRIP. DINAMICO PARA CONTAR
      *  LOS AUSENTES DEL ALUMNO EN 21036-CUENTO-AUSENTES.
      *----------------------------------------------------------
           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

                                   RECORD KEY   IS ESTADOACAD-CLAVE-FD
                                   FILE STATUS  IS FS-ESTADOACAD.

      *----------------------------------------------------------
      *  CURSADAS POR COMISION (VER WCURSADA, MANTENIDO POR
      *  MNTCURS) Y SU PARAMETRO CURSACFG. OPCIONALES: CON
      *  CURSADAS PRESENTE, 21032-VALIDO-REGULARIDAD CONTROLA QUE
      *  UN EXAMEN NO RENDIDO COMO LIBRE TENGA UNA REGULARIDAD
      *  VIGENTE; SIN ARCHIVO NO SE CONTROLA NADA.
      *----------------------------------------------------------
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

      *----------------------------------------------------------
      *  TOPE DE INTENTOS PERMITIDOS (VER WINTENCF). OPCIONAL:
      *  SIN ARCHIVO RIGE EL MAXIMO POR DEFECTO DEL REGIMEN.
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

       FD  MATERIAS.
       01  COD-MATERIAS-DATOS-FD.
               05  INSCRIP-ALUMNO-FD     PIC 9(06).
               05  INSCRIP-MATERIA-FD    PIC X(08).
               05  INSCRIP-FECHA-FD      PIC X(08).
           03  INSCRIP-INST-FD           PIC X(10).
           03  INSCRIP-CONDICION-FD      PIC X(01).
           03  INSCRIP-RESULTADO-FD      PIC X(01).
               88  88-INSCRIP-AUSENTE-FD            VALUE 'A'.
           03  FILLER                    PIC X(06).

       FD  LLAMADOS.
       01  LLAMADOS-DATOS-FD.
               05  ESTADOACAD-MATERIA-FD PIC X(08).
           03  FILLER                    PIC X(26).

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

       FD  INTENCFG
           RECORDING MODE IS F.
       01  INTENCFG-RECORD-FD            PIC  X(30).
           88 88-OPEN-ESTADOACAD-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOACAD-NO                 VALUE 'N'.

       77  FS-CURSADAS                   PIC  X(02) VALUE ' '.
           88 88-FS-CURSADAS-OK                     VALUE '00'.
           88 88-FS-CURSADAS-EOF                    VALUE '10'.
           88 88-FS-CURSADAS-INVKEY                 VALUE '21'.
           88 88-FS-CURSADAS-NOKEY                  VALUE '23'.

       77  FS-CURSACFG                   PIC  X(02) VALUE ' '.
           88 88-FS-CURSACFG-OK                     VALUE '00'.
           88 88-FS-CURSACFG-EOF                    VALUE '10'.

       77  WS-OPEN-CURSADAS              PIC X      VALUE 'N'.
           88 88-OPEN-CURSADAS-SI                   VALUE 'S'.
           88 88-OPEN-CURSADAS-NO                   VALUE 'N'.

      *-------------------------------------------------------------*
      *     REGULARIDAD: LLAMADOS POSTERIORES AL CIERRE DE LA       *
      *     CURSADA EN LOS QUE SIGUE VIGENTE (CURSACFG O DEFECTO) Y *
      *     CONDICION DE LA INSCRIPCION DEL DETALLE EN CURSO (EN    *
      *     BLANCO SI NO HAY INSCRIPCION: CUENTA COMO REGULAR).     *
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

       77  WS-FIN-AUSENTES               PIC X      VALUE 'N'.
           88 88-FIN-AUSENTES-SI                    VALUE 'S'.
           88 88-FIN-AUSENTES-NO                    VALUE 'N'.
       77  WS-CONDICION-INSCRIP          PIC X(01)  VALUE ' '.
           88 88-CONDICION-LIBRE                    VALUE 'L'.

       77  WS-REGULAR-VIGENTE            PIC X      VALUE 'N'.
           88 88-REGULAR-VIGENTE-SI                 VALUE 'S'.
           88 88-REGULAR-VIGENTE-NO                 VALUE 'N'.

       77  WS-FIN-CURSADAS               PIC X      VALUE 'N'.
           88 88-FIN-CURSADAS-SI                    VALUE 'S'.
           88 88-FIN-CURSADAS-NO                    VALUE 'N'.

      *-------------------------------------------------------------*
      *     TOPE DE INTENTOS PERMITIDOS (INTENCFG O EL DEFECTO DEL  *
      *     REGIMEN).                                               *
      *-------------------------------------------------------------*
       77  WS-MAX-INTENTOS               PIC 9(02)  VALUE 03.

      *-------------------------------------------------------------*
      *     AUSENTES QUE EQUIVALEN A UN INTENTO (INTENCFG; EN CERO  *
      *     NO CUENTAN) E INTENTO EFECTIVO DEL DETALLE EN CURSO.    *
      *-------------------------------------------------------------*
       77  WS-AUSENTES-POR-INTENTO       PIC 9(02)  VALUE 0.
       77  WS-INTENTOS-EFECTIVOS         PIC 9(04)  VALUE 0.

      *-------------------------------------------------------------*
      *     OBSERVACION CON LA MARCA (P) DE NOTA PROVISORIA.        *
      *-------------------------------------------------------------*
      *-------------------------------------------------------------*
      *     LLAMADOS PROGRAMADOS, CARGADOS DEL CALENDARIO LLAMADOS. *
      *     SI EL ARCHIVO NO EXISTE, WS-CANT-TAB-LLAM QUEDA EN CERO *
      *     Y 21029-VALIDO-LLAMADO NO CONTROLA NADA. LOS NUMEROS    *
      *     DESDE CTE-PRIMER-LLAMADO-ESP SON MESAS ESPECIALES DE    *
      *     MNTMESA: VALEN PARA EL EXAMEN PERO NO CUENTAN COMO      *
      *     LLAMADO PARA LA VIGENCIA DE LA REGULARIDAD.             *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-LLAM                PIC 9(04)  VALUE 0.
       77  CTE-MAX-TAB-LLAM                PIC 9(04)  VALUE 200.
       77  CTE-PRIMER-LLAMADO-ESP          PIC 9(04)  VALUE 9001.
       01  WS-TABLA-LLAMADOS.
           03  WS-TAB-LLAM OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-LLAM.
               05  WS-TAB-LLAM-NUMERO     PIC 9(04).
               05  WS-TAB-LLAM-MATERIA    PIC X(08).
               05  WS-TAB-LLAM-INSTITUTO  PIC X(10).
               05  WS-TAB-LLAM-DESDE      PIC X(08).
       COPY WEQUIVAL.
       COPY WESTACAD.
       COPY WINTENCF.
       COPY WCURSADA.
       COPY WCURSCFG.
       COPY WRUNLOG.
       COPY WCERROJO.


           PERFORM 10166-LEO-INTENCFG.

           PERFORM 10167-LEO-CURSACFG.

           PERFORM 10100-ABRO-ARCHIVOS.

           PERFORM 10150-CARGO-TABLA-NOTAS.
                   MOVE INTENCFG-MAX-INTENTOS
                                         TO WS-MAX-INTENTOS
               END-IF
               IF  88-FS-INTENCFG-OK
               AND INTENCFG-AUSENTES-POR-INTENTO IS NUMERIC
                   MOVE INTENCFG-AUSENTES-POR-INTENTO
                                         TO WS-AUSENTES-POR-INTENTO
               END-IF
               CLOSE INTENCFG
           END-IF.

       10167-LEO-CURSACFG.
      *-------------------
      *  SI EXISTE CURSACFG, SE LEE LA CANTIDAD DE LLAMADOS EN LOS
      *  QUE VALE LA REGULARIDAD PARA 21032-VALIDO-REGULARIDAD.
      *-------------------

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

       10100-ABRO-ARCHIVOS.
      *-------------------

               WHEN OTHER
                    SET 88-OPEN-ESTADOACAD-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------
      *  CURSADAS POR COMISION. ES OPCIONAL: SIN ARCHIVO NO SE
      *  CONTROLA LA REGULARIDAD.
      *----------------------------------------------------------

           OPEN INPUT  CURSADAS.

           EVALUATE FS-CURSADAS
               WHEN '00'
                    SET 88-OPEN-CURSADAS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-CURSADAS-NO TO TRUE
           END-EVALUATE.

       10110-ABRO-TRABAJO.
      *-------------------
                   INITIALIZE LLAMADOS-REGISTRO
                   READ LLAMADOS INTO LLAMADOS-REGISTRO
                   IF  88-FS-LLAMADOS-OK
                   AND WS-CANT-TAB-LLAM NOT < CTE-MAX-TAB-LLAM
                       DISPLAY '--------------------------------'
                       DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                       DISPLAY 'PARRAFO: 10157-CARGO-TABLA-LLAMADOS'
                       DISPLAY 'TABLA DE LLAMADOS LLENA, TOPE:'
                               CTE-MAX-TAB-LLAM
                       DISPLAY 'SE CANCELA EL PROCESO'
                       DISPLAY '--------------------------------'
                       PERFORM 99999-CANCELO
                   END-IF
                   IF  88-FS-LLAMADOS-OK
                       ADD 1               TO WS-CANT-TAB-LLAM
                       SET WS-IDX-TAB-LLAM TO WS-CANT-TAB-LLAM
                       MOVE LLAMADOS-NUMERO
                            TO WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-COD-MATERIA
                            TO WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-INSTITUTO
       10170-REPOSICIONO-CHECKPOINT.
      *--------------------------
      *  DESCARTA LOS STCALIF YA PROCESADOS EN LA CORRIDA ANTERIOR,
      *  AVANZANDO HASTA LA CLAVE GRABADA EN EL CHECKPOINT. EL
      *  CHECKPOINT NO GUARDA EL INTENTO, ASI QUE NO ALCANZA PARA
      *  POSICIONAR STCALIF POR CLAVE: SE AVANZA LEYENDO.
      *--------------------------

           PERFORM UNTIL 88-FS-STCALIF-EOF
           MOVE STCALIF-INSTITUTO         TO ESTUDIANTE-INSTITUTO.
           PERFORM 21021-RECUPERO-DATA-INSTITUTO.
           PERFORM 21027-VALIDO-DUPLICADO.

      *  UNA PROMOCION DIRECTA (STCALIF-ORIGEN = 'P', VER BOPGM53)
      *  NO SURGE DE UNA MESA DE EXAMEN: NO TIENE INSCRIPCION NI
      *  LLAMADO, Y LA CURSADA ES LA QUE LA ORIGINA.
           IF  NOT 88-STCALIF-PROMOCION
               PERFORM 21028-VALIDO-INSCRIPCION
               PERFORM 21029-VALIDO-LLAMADO
           END-IF.
           PERFORM 21031-VALIDO-INTENTOS.
           IF  NOT 88-STCALIF-PROMOCION
               PERFORM 21032-VALIDO-REGULARIDAD
           END-IF.

           PERFORM 21050-DETERMINO-OBSERVACION.
           PERFORM 21060-DETERMINO-MEJOR-INTENTO.
               END-PERFORM

               IF  WS-IDX-TAB-INST > WS-CANT-TAB-INST
                   IF  NOT 88-STCALIF-PROMOCION
                       MOVE 'INSTITUTO'  TO RECHAZO-MOTIVO
                       PERFORM 21015-GRABO-RECHAZO
                   END-IF
               ELSE
                   MOVE WS-TAB-INST-NOMBRE(WS-IDX-TAB-INST)
                                          TO ESTUDIANTE-INSTITUTO
      *  CONSTANCIA EN STCALIF.REJ CON MOTIVO 'SININSCRIP'.
      *------------------------

           MOVE SPACES                   TO WS-CONDICION-INSCRIP.

           IF  88-OPEN-INSCRIPC-SI
               INITIALIZE INSCRIPC-DATOS-FD
               MOVE STCALIF-COD-ESTUDIANTE TO INSCRIP-ALUMNO-FD

               EVALUATE TRUE
                   WHEN 88-FS-INSCRIPC-OK
                        MOVE INSCRIP-CONDICION-FD
                                         TO WS-CONDICION-INSCRIP
                   WHEN 88-FS-INSCRIPC-NOKEY
                        MOVE 'SININSCRIP'  TO RECHAZO-MOTIVO
                        PERFORM 21015-GRABO-RECHAZO
      *  EN STCALIF.REJ CON MOTIVO 'INTENTOS' (MISMO CRITERIO DE
      *  NO CORTAR EL DETALLE QUE 21025/21026/21027). SIN REGISTRO
      *  PREVIO DEL PAR ALUMNO+MATERIA NO HAY NADA QUE CONTROLAR.
      *  CON AUSENTES-POR-INTENTO EN INTENCFG, LOS AUSENTES DEL PAR
      *  SUMAN AL INTENTO DECLARADO UNO POR CADA TANTOS DE ELLOS.
      *----------------------

           IF  88-OPEN-ESTADOACAD-SI
           AND (STCALIF-INTENTO > WS-MAX-INTENTOS
             OR WS-AUSENTES-POR-INTENTO > 0)
               INITIALIZE ESTADOACAD-DATOS-FD
               MOVE STCALIF-COD-ESTUDIANTE TO ESTADOACAD-ALUMNO-FD
               MOVE STCALIF-COD-MATERIA    TO ESTADOACAD-MATERIA-FD

               EVALUATE TRUE
                   WHEN 88-FS-ESTADOACAD-OK
                        MOVE STCALIF-INTENTO TO WS-INTENTOS-EFECTIVOS
                        IF  WS-AUSENTES-POR-INTENTO > 0
                        AND ESTADOACAD-CANT-AUSENTES IS NUMERIC
                            COMPUTE WS-INTENTOS-EFECTIVOS =
                                    WS-INTENTOS-EFECTIVOS +
                                    ESTADOACAD-CANT-AUSENTES /
                                    WS-AUSENTES-POR-INTENTO
                        END-IF
                        IF  88-ESTADOACAD-APROBADA-NO
                        AND WS-INTENTOS-EFECTIVOS > WS-MAX-INTENTOS
                            MOVE 'INTENTOS'  TO RECHAZO-MOTIVO
                            PERFORM 21015-GRABO-RECHAZO
                        END-IF
               END-EVALUATE
           END-IF.

       21032-VALIDO-REGULARIDAD.
      *-------------------------
      *  CON CURSADAS DISPONIBLE, UN EXAMEN CUYA INSCRIPCION NO ES
      *  LIBRE EXIGE UNA CURSADA DEL ALUMNO EN LA MATERIA QUE LO
      *  HABILITE A RENDIR REGULAR: PROMOCIONADA, O REGULAR SIN
      *  HABER PASADO MAS LLAMADOS DEL CALENDARIO DESDE SU CIERRE
      *  QUE LOS DE CURSACFG. SI NO, QUEDA CONSTANCIA EN
      *  STCALIF.REJ CON MOTIVO 'REGULARID' (MISMO CRITERIO DE NO
      *  CORTAR EL DETALLE QUE 21025/21026/21027).
      *-------------------------

           IF  88-OPEN-CURSADAS-SI
           AND NOT 88-CONDICION-LIBRE
               SET 88-REGULAR-VIGENTE-NO TO TRUE
               SET 88-FIN-CURSADAS-NO    TO TRUE

               INITIALIZE CURSADAS-DATOS-FD
               MOVE STCALIF-COD-ESTUDIANTE TO CURSADAS-ALUMNO-FD
               MOVE STCALIF-COD-MATERIA    TO CURSADAS-MATERIA-FD
               MOVE LOW-VALUES             TO CURSADAS-COMISION-FD
               MOVE 0                      TO CURSADAS-PERIODO-FD

               START CURSADAS KEY >= CURSADAS-CLAVE-FD

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
                        DISPLAY 'PARRAFO: 21032-VALIDO-REGULARIDAD'
                        DISPLAY 'ERROR EN START      CURSADAS'
                        DISPLAY 'FILE STATUS       :' FS-CURSADAS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE

               PERFORM 21033-LEO-CURSADA
                 UNTIL 88-FIN-CURSADAS-SI
                    OR 88-REGULAR-VIGENTE-SI

               IF  88-REGULAR-VIGENTE-NO
                   MOVE 'REGULARID'      TO RECHAZO-MOTIVO
                   PERFORM 21015-GRABO-RECHAZO
               END-IF
           END-IF.

       21033-LEO-CURSADA.
      *------------------

           INITIALIZE CURSADAS-REGISTRO.

           READ CURSADAS NEXT RECORD INTO CURSADAS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CURSADAS-OK
                AND CURSADAS-COD-ALUMNO  = STCALIF-COD-ESTUDIANTE
                AND CURSADAS-COD-MATERIA = STCALIF-COD-MATERIA
                    PERFORM 21034-EVALUO-CURSADA
               WHEN 88-FS-CURSADAS-OK
               WHEN 88-FS-CURSADAS-EOF
                    SET 88-FIN-CURSADAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21033-LEO-CURSADA'
                    DISPLAY 'ERROR EN READ       CURSADAS'
                    DISPLAY 'FILE STATUS       :' FS-CURSADAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21034-EVALUO-CURSADA.
      *---------------------
      *  LA PROMOCION SIEMPRE HABILITA. LA REGULARIDAD CUENTA LOS
      *  LLAMADOS DEL CALENDARIO QUE APLICAN A LA MATERIA Y SEDE
      *  (CON LOS COMODINES DE 21029-VALIDO-LLAMADO) POSTERIORES
      *  AL CIERRE DE LA CURSADA, HASTA LA FECHA DEL EXAMEN (LAS
      *  MESAS ESPECIALES NO CUENTAN), CADA NUMERO DE LLAMADO UNA
      *  SOLA VEZ (21035-CUENTO-LLAMADO). CON
      *  AUSENTES-POR-LLAMADO EN CURSACFG, LOS AUSENTES POSTERIORES
      *  AL CIERRE SUMAN UN LLAMADO MAS POR CADA TANTOS DE ELLOS.
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
                                         = STCALIF-COD-MATERIA)
                        AND (WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM)
                                         = SPACES
                          OR WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM)
                                         = STCALIF-INSTITUTO)
                        AND WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM) >
                                         CURSADAS-FECHA-CIERRE
                        AND WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM) <=
                                         STCALIF-FECHA-EXAMEN
                        AND WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM) <
                                         CTE-PRIMER-LLAMADO-ESP
                            PERFORM 21035-CUENTO-LLAMADO
                        END-IF
                    END-PERFORM
                    IF  WS-AUSENTES-POR-LLAMADO > 0
                    AND 88-OPEN-INSCRIPC-SI
                        PERFORM 21036-CUENTO-AUSENTES
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

       21035-CUENTO-LLAMADO.
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

       21036-CUENTO-AUSENTES.
      *----------------------
      *  CUENTA LAS INSCRIPCIONES DEL ALUMNO EN LA MATERIA MARCADAS
      *  AUSENTE ENTRE EL CIERRE DE LA CURSADA Y LA FECHA DEL
      *  EXAMEN DEL DETALLE (EXCLUSIVE).
      *----------------------

           MOVE 0                        TO WS-AUSENTES-CONTADOS.
           SET 88-FIN-AUSENTES-NO        TO TRUE.

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE STCALIF-COD-ESTUDIANTE   TO INSCRIP-ALUMNO-FD.
           MOVE STCALIF-COD-MATERIA      TO INSCRIP-MATERIA-FD.
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
                    DISPLAY 'PARRAFO: 21036-CUENTO-AUSENTES'
                    DISPLAY 'ERROR EN START      INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FIN-AUSENTES-SI
               READ INSCRIPC NEXT RECORD
               EVALUATE TRUE
                   WHEN 88-FS-INSCRIPC-OK
                    AND INSCRIP-ALUMNO-FD  = STCALIF-COD-ESTUDIANTE
                    AND INSCRIP-MATERIA-FD = STCALIF-COD-MATERIA
                    AND INSCRIP-FECHA-FD   < STCALIF-FECHA-EXAMEN
                        IF  88-INSCRIP-AUSENTE-FD
                            ADD 1        TO WS-AUSENTES-CONTADOS
                        END-IF
                   WHEN 88-FS-INSCRIPC-OK
                   WHEN 88-FS-INSCRIPC-EOF
                        SET 88-FIN-AUSENTES-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21036-CUENTO-AUSENTES'
                        DISPLAY 'ERROR EN READ       INSCRIPC'
                        DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       21025-VALIDO-VIGENCIA-MATERIA.
      *-----------------------------
      *  LA MATERIA EXISTE, PERO PUEDE HABER ESTADO DE BAJA AL
              CLOSE ESTADOACAD
           END-IF.

           IF 88-OPEN-CURSADAS-SI
              SET 88-OPEN-CURSADAS-NO  TO TRUE
              CLOSE CURSADAS
           END-IF.

           IF 88-OPEN-APROB-WRK-SI
              SET 88-OPEN-APROB-WRK-NO TO TRUE
              CLOSE APROB-WRK
