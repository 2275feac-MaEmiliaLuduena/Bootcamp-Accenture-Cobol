      * COLA: CADA CERTIFICADO SALE CON SU NUMERO DE TRAMITE AL
      * PIE Y LA SOLICITUD QUEDA MARCADA EMITIDA CON LA FECHA DE
      * EMISION, ASI MOSTRADOR RESPONDE "DONDE ESTA MI
      * CERTIFICADO" POR NUMERO DE TRAMITE. SOLO SE TOMAN LOS
      * TRAMITES DE CERTIFICADO ANALITICO; LOS DE TRANSCRIPT EN
      * INGLES (SOLICITQ-DOCUMENTO 'T') LOS EMITE BOPGM69.
      *-----------------------------------------------------------
      * DOCUMENTOS EMITIDOS: CADA CERTIFICADO QUEDA GUARDADO EN EL
      * REGISTRO PERMANENTE EMITIDOS (VER WEMITIDO) CON LA FECHA
      * DE EMISION, EL TRAMITE, CADA ASIGNATURA CERTIFICADA Y UN
      * DIGESTO DEL CONTENIDO, BAJO UN CODIGO DE VERIFICACION QUE
      * SALE IMPRESO AL PIE. EL ANALITICO NUEVO REEMPLAZA A LOS
      * ANTERIORES DEL MISMO ALUMNO. BOPGM55 VERIFICA UN CODIGO.
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

           SELECT OPTIONAL INSTITUTOS ASSIGN    TO
                                   RECORD KEY   IS BLOQUEOS-CLAVE-FD
                                   FILE STATUS  IS FS-BLOQUEOS.

      *----------------------------------------------------------
      *  REGISTRO PERMANENTE DE DOCUMENTOS EMITIDOS (VER
      *  WEMITIDO). ES OPTIONAL EN EL OPEN I-O: LA PRIMERA
      *  CORRIDA LO CREA. EL NUMERO DE DOCUMENTO CONTINUA DEL
      *  MAXIMO REGISTRADO Y NUNCA SE REUSA.
      *----------------------------------------------------------
           SELECT OPTIONAL EMITIDOS ASSIGN      TO
                                   'EMITIDOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS EMITIDOS-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                        EMITIDOS-ALUMNO-FD
                                        WITH DUPLICATES
                                   FILE STATUS  IS FS-EMITIDOS.

           SELECT ANALITEXC        ASSIGN       TO
                                   'ANALITEXC'
                                   ORGANIZATION IS SEQUENTIAL
           03  COD-MATERIAS-FD           PIC X(08).
           03  FILLER                    PIC X(72).

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  INSTITUTOS.
       01  COD-INSTITUTOS-DATOS-FD.
               05  BLOQUEOS-TIPO-FD      PIC X(03).
           03  FILLER                    PIC X(51).

       FD  EMITIDOS.
       01  EMITIDOS-DATOS-FD.
           03  EMITIDOS-CLAVE-FD.
               05  EMITIDOS-NUMERO-FD    PIC 9(07).
               05  EMITIDOS-RENGLON-FD   PIC 9(03).
           03  EMITIDOS-ALUMNO-FD        PIC 9(06).
           03  FILLER                    PIC X(134).

       FD  ANALITEXC
           RECORDING MODE IS F.
       01  REG-ANALITEXC-FD              PIC  X(132).

       77  WS-SOLICITUDES-RETENIDAS      PIC 9(07)  VALUE 0.

       77  FS-EMITIDOS                   PIC X(02)  VALUE ' '.
           88 88-FS-EMITIDOS-OK                     VALUE '00'.
           88 88-FS-EMITIDOS-DUPOK                  VALUE '02'.
           88 88-FS-EMITIDOS-OPT                    VALUE '05'.
           88 88-FS-EMITIDOS-EOF                    VALUE '10'.
           88 88-FS-EMITIDOS-INVKEY                 VALUE '21'.
           88 88-FS-EMITIDOS-DUPKEY                 VALUE '22'.
           88 88-FS-EMITIDOS-NOKEY                  VALUE '23'.

       77  WS-OPEN-EMITIDOS              PIC X      VALUE 'N'.
           88 88-OPEN-EMITIDOS-SI                   VALUE 'S'.
           88 88-OPEN-EMITIDOS-NO                   VALUE 'N'.

      *-------------------------------------------------------------*
      *     DOCUMENTO EN EMISION: NUMERO (EL ULTIMO REGISTRADO SE   *
      *     RECONSTRUYE DE EMITIDOS AL INICIO), RENGLON EN CURSO Y  *
      *     CODIGO DE VERIFICACION EDITADO PARA EL PIE.             *
      *-------------------------------------------------------------*
       77  WS-ULTIMO-EMITIDO             PIC 9(07)  VALUE 0.
       77  WS-EMITIDO-NUMERO             PIC 9(07)  VALUE 0.
       77  WS-EMITIDO-RENGLON            PIC 9(03)  VALUE 0.
       77  WS-EMITIDO-CONTROL            PIC 9(03)  VALUE 0.
       77  WS-DOCUMENTOS-REGISTRADOS     PIC 9(07)  VALUE 0.
       77  WS-DOCUMENTOS-REEMPLAZADOS    PIC 9(07)  VALUE 0.

       01  WS-CODIGO-VERIF-ED.
           03  WS-CV-NUMERO              PIC 9(07).
           03  FILLER                    PIC X(01)  VALUE '-'.
           03  WS-CV-CONTROL             PIC 9(03).

      *-------------------------------------------------------------*
      *     DIGESTO DEL CONTENIDO CERTIFICADO: EL MISMO HASH        *
      *     MULTIPLICATIVO BYTE A BYTE DEL SELLO DE DIARIOS         *
      *     (BOPGM38). SE ACUMULA SOBRE CADA RENGLON DE ASIGNATURA  *
      *     (TIPO + DATOS, 112 BYTES DESDE LA POSICION 17) Y AL     *
      *     FINAL SOBRE LA CABECERA CERTIFICADA (ALUMNO + TIPO +    *
      *     EMITIDOS-CAB-CERTIFICADO, 101 BYTES DESDE LA 11).       *
      *     BOPGM55 RECALCULA EXACTAMENTE IGUAL.                    *
      *-------------------------------------------------------------*
       77  CTE-MODULO-DIGESTO            PIC 9(09)  VALUE 999999937.
       77  WS-DIGESTO                    PIC 9(09)  VALUE 0.
       77  WS-DIGESTO-TRABAJO            PIC 9(18)  VALUE 0.
       77  WS-IDX-BYTE                   PIC 9(03)  VALUE 0.
       77  WS-LARGO-REG                  PIC 9(03)  VALUE 0.
       77  WS-REG-DIGESTO                PIC X(150) VALUE ' '.

      *-------------------------------------------------------------*
      *     LINEA DE LA PAGINA DE EXCEPCIONES POR BLOQUEO           *
      *-------------------------------------------------------------*
       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.
           88 88-FS-STCALIF-NOKEY                   VALUE '23'.

       77  FS-INSTITUTOS                 PIC  X(02) VALUE ' '.
           88 88-FS-INSTITUTOS-OK                   VALUE '00'.
               05  WS-TAB-MEJOR-FECHA     PIC X(08).
               05  WS-TAB-MEJOR-INST      PIC X(50).
               05  WS-TAB-MEJOR-INTENTO   PIC 9(02).
               05  WS-TAB-MEJOR-ORIGEN    PIC X(01).

      *-------------------------------------------------------------*
      *     INSTITUTOS (SEDES DE EXAMEN), CARGADOS DE INSTITUTOS    *
           03  TRA-TRAMITE               PIC 9(06).
           03  FILLER                    PIC X(101) VALUE ' '.

       01  TRL-A03C.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(24)  VALUE
                'CODIGO DE VERIFICACION: '.
           03  TRA-CODIGO                PIC X(11).
           03  FILLER                    PIC X(96)  VALUE ' '.

       01  TRL-A04.
           03  FILLER                    PIC X(70)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
       COPY WSOLICIT.
       COPY WBLOQUEO.
       COPY WNOTAVIG.
       COPY WEMITIDO.

       PROCEDURE DIVISION.
      *------------------
           PERFORM 10152-DETERMINO-NOTA-APROBACION.
           PERFORM 10153-CARGO-ESCALAS-VIGENCIA.
           PERFORM 10156-CARGO-TABLA-INSTITUTOS.
           PERFORM 10159-DETERMINO-ULTIMO-EMITIDO.

           IF  88-MODO-COLA-NO
               PERFORM 11100-READ-ANALITREQ
                    SET 88-OPEN-BLOQUEOS-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------
      *  REGISTRO DE DOCUMENTOS EMITIDOS. LA PRIMERA CORRIDA LO
      *  CREA (OPTIONAL EN EL OPEN I-O); DESPUES ES OBLIGATORIO:
      *  NINGUN CERTIFICADO SALE SIN QUEDAR REGISTRADO.
      *----------------------------------------------------------

           OPEN I-O    EMITIDOS.

           EVALUATE TRUE
               WHEN 88-FS-EMITIDOS-OK
               WHEN 88-FS-EMITIDOS-OPT
                    SET 88-OPEN-EMITIDOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   EMITIDOS'
                    DISPLAY 'FILE STATUS       :' FS-EMITIDOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT ANALITEXC.

               SET 88-OPEN-INSTITUTOS-NO TO TRUE
           END-IF.

       10159-DETERMINO-ULTIMO-EMITIDO.
      *-------------------------------
      *  RECONSTRUYE EL ULTIMO NUMERO DE DOCUMENTO RECORRIENDO EL
      *  REGISTRO COMPLETO, IGUAL QUE EL LIBRO/FOLIO DE ACTAREG EN
      *  BOPGM11: EL NUMERO NUNCA SE REUSA AUNQUE SE REPROCESE UNA
      *  CORRIDA, PORQUE SIEMPRE SE CONTINUA DEL MAXIMO.
      *-------------------------------

           INITIALIZE EMITIDOS-DATOS-FD.
           MOVE LOW-VALUES               TO EMITIDOS-CLAVE-FD.

           START EMITIDOS KEY >= EMITIDOS-CLAVE-FD.

           IF  88-FS-EMITIDOS-OK
               PERFORM 10160-LEO-EMITIDOS-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-EMITIDOS-OK
                   IF  EMITIDOS-NUMERO > WS-ULTIMO-EMITIDO
                       MOVE EMITIDOS-NUMERO TO WS-ULTIMO-EMITIDO
                   END-IF
                   PERFORM 10160-LEO-EMITIDOS-SIGUIENTE
               END-PERFORM
           END-IF.

       10160-LEO-EMITIDOS-SIGUIENTE.
      *-----------------------------

           INITIALIZE EMITIDOS-REGISTRO.

           READ EMITIDOS NEXT RECORD INTO EMITIDOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-EMITIDOS-OK
               WHEN 88-FS-EMITIDOS-DUPOK
                    SET 88-FS-EMITIDOS-OK TO TRUE
               WHEN 88-FS-EMITIDOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10160-LEO-EMITIDOS-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       EMITIDOS'
                    DISPLAY 'FILE STATUS       :' FS-EMITIDOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10152-DETERMINO-NOTA-APROBACION.
      *--------------------------------
      *  DERIVA WS-NOTA-APROBACION DE LA ESCALA NOTASCFG COMO LA
      *-------------------
      *  RECORRE LA COLA COMPLETA Y EMITE CADA TRAMITE PENDIENTE:
      *  EL TRAMITE QUEDA MARCADO EMITIDO CON LA FECHA DE EMISION
      *  APENAS SALE SU CERTIFICADO. LOS TRAMITES DE TRANSCRIPT
      *  EN INGLES QUEDAN PARA BOPGM69.
      *-------------------

           INITIALIZE SOLICITQ-DATOS-FD.
               PERFORM 20550-LEO-SOLICITUD
               PERFORM UNTIL NOT 88-FS-SOLICITQ-OK
                   IF  88-SOLICITQ-PENDIENTE
                   AND 88-SOLICITQ-ANALITICO
                       PERFORM 20600-EMITO-TRAMITE
                   END-IF
                   PERFORM 20550-LEO-SOLICITUD

           PERFORM 22100-ESCANEO-STCALIF-ALUMNO.
           PERFORM 22200-IMPRIMO-ENCABEZADO.
           PERFORM 22050-ABRO-DOCUMENTO.
           PERFORM 22300-IMPRIMO-APROBADAS.
           PERFORM 22400-IMPRIMO-PIE.

           ADD 1                         TO WS-CERTIFICADOS-EMITIDOS.

       22050-ABRO-DOCUMENTO.
      *---------------------
      *  NUMERA EL DOCUMENTO A EMITIR Y ARRANCA SU DIGESTO. LOS
      *  RENGLONES DE ASIGNATURAS SE REGISTRAN A MEDIDA QUE SE
      *  IMPRIMEN; LA CABECERA (RENGLON 000) AL PIE.
      *-----------------------------

           ADD 1                         TO WS-ULTIMO-EMITIDO.
           MOVE WS-ULTIMO-EMITIDO        TO WS-EMITIDO-NUMERO.
           MOVE 0                        TO WS-EMITIDO-RENGLON
                                            WS-DIGESTO.

       22100-ESCANEO-STCALIF-ALUMNO.
      *-----------------------------
      *  STCALIF ES INDEXADO POR ALUMNO+MATERIA+FECHA+INTENTO (VER
      *  WSTCALIF): PARA CADA SOLICITUD SE POSICIONA EN EL PRIMER
      *  EXAMEN DEL ALUMNO Y SE LEEN SOLO LOS SUYOS, ARMANDO LA
      *  TABLA DE MEJOR INTENTO POR MATERIA, CON LA FECHA Y SEDE
      *  DE ESE MEJOR INTENTO.
      *-----------------------------

           MOVE 0                        TO WS-CANT-TAB-MEJOR.

           IF  88-OPEN-STCALIF-NO
               OPEN INPUT STCALIF
               IF  88-FS-STCALIF-OK
                   SET 88-OPEN-STCALIF-SI TO TRUE
               ELSE
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 22100-ESCANEO-STCALIF-ALUMNO'
                   DISPLAY 'ERROR EN OPEN INPUT STCALIF'
                   DISPLAY 'FILE STATUS       :' FS-STCALIF
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
               END-IF
           END-IF.

           MOVE LOW-VALUES               TO STCALIF-CLAVE-FD.
           MOVE ALU-CODIGO               TO STCALIF-ALUMNO-FD.

           START STCALIF KEY NOT < STCALIF-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    CONTINUE
               WHEN 88-FS-STCALIF-NOKEY
                    SET 88-FS-STCALIF-EOF TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22100-ESCANEO-STCALIF-ALUMNO'
                    DISPLAY 'ERROR EN START      STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

      *  LAS NOTAS PROVISORIAS (ACTA SIN FIRMAR, VER STCALIF-ESTADO
      *  EN WSTCALIF) NO SE PUBLICAN EN EL CERTIFICADO OFICIAL.
           PERFORM UNTIL 88-FS-STCALIF-EOF
               INITIALIZE STCALIF-RECORD
               READ STCALIF NEXT RECORD INTO STCALIF-RECORD
               IF  88-FS-STCALIF-OK
                   IF  STCALIF-COD-ESTUDIANTE NOT = ALU-CODIGO
                       SET 88-FS-STCALIF-EOF TO TRUE
                   ELSE
                       IF  NOT 88-STCALIF-PROVISORIA
                           PERFORM 22150-ACUMULO-MEJOR-INTENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

                TO WS-TAB-MEJOR-INST(WS-IDX-TAB-MEJOR).
           MOVE STCALIF-INTENTO
                TO WS-TAB-MEJOR-INTENTO(WS-IDX-TAB-MEJOR).
           MOVE STCALIF-ORIGEN
                TO WS-TAB-MEJOR-ORIGEN(WS-IDX-TAB-MEJOR).

       22200-IMPRIMO-ENCABEZADO.
      *-------------------------
           MOVE DET-ANA                  TO REG-ANALITICO.
           PERFORM 23000-ESCRIBO-ANALITICO.

           PERFORM 22355-REGISTRO-MATERIA-APROBADA.

       22355-REGISTRO-MATERIA-APROBADA.
      *--------------------------------
      *  RENGLON DE EMITIDOS CON LO MISMO QUE SALIO EN LA LINEA
      *  DE DETALLE: NOMBRE, NOTA, FECHA, INSTITUTO Y LIBRO/FOLIO.
      *--------------------------------

           INITIALIZE EMITIDOS-REGISTRO.
           SET 88-EMITIDOS-TIPO-NORMAL   TO TRUE.
           MOVE WS-TAB-MEJOR-MAT(WS-IDX-TAB-MEJOR)
                                         TO EMITIDOS-DET-COD-MATERIA.
           MOVE DA-MATERIA               TO EMITIDOS-DET-MATERIA.
           MOVE WS-TAB-MEJOR-NOTA(WS-IDX-TAB-MEJOR)
                                         TO EMITIDOS-DET-NOTA.
           MOVE WS-TAB-MEJOR-FECHA(WS-IDX-TAB-MEJOR)
                                         TO EMITIDOS-DET-FECHA.
           MOVE DA-INSTITUTO             TO EMITIDOS-DET-INSTITUTO.
           MOVE DA-LIBRO-FOLIO           TO EMITIDOS-DET-REFERENCIA.

           PERFORM 22460-REGISTRO-RENGLON.

       22360-RECUPERO-DATA-MATERIA.
      *----------------------------
      *  RESUELVE EL NOMBRE DE LA MATERIA Y ACUMULA SU CARGA
      *  BUSCA EN ACTAREG EL ACTA QUE APROBO LA ASIGNATURA (LA DEL
      *  INSTITUTO + FECHA + MATERIA DEL MEJOR INTENTO) Y EDITA SU
      *  LIBRO/FOLIO PARA LA LINEA DE DETALLE. SIN REGISTRO O SIN
      *  ACTA REGISTRADA, LA COLUMNA QUEDA EN BLANCO. UNA MATERIA
      *  APROBADA POR PROMOCION DIRECTA (STCALIF-ORIGEN = 'P') NO
      *  TIENE ACTA DE EXAMEN: LA COLUMNA LO INFORMA.
      *----------------------------

           MOVE SPACES                   TO DA-LIBRO-FOLIO.

           IF  WS-TAB-MEJOR-ORIGEN(WS-IDX-TAB-MEJOR) = 'P'
               MOVE 'PROMOCION'          TO DA-LIBRO-FOLIO
           END-IF.

           IF  88-OPEN-ACTAREG-SI
           AND WS-TAB-MEJOR-ORIGEN(WS-IDX-TAB-MEJOR) NOT = 'P'
               INITIALIZE ACTAREG-DATOS-FD
               MOVE WS-TAB-MEJOR-INST(WS-IDX-TAB-MEJOR)
                                         TO ACTAREG-INSTITUTO-FD
           MOVE DET-ANA-EQU              TO REG-ANALITICO.
           PERFORM 23000-ESCRIBO-ANALITICO.

           INITIALIZE EMITIDOS-REGISTRO.
           SET 88-EMITIDOS-TIPO-EQUIVAL  TO TRUE.
           MOVE EQUIVAL-COD-MATERIA      TO EMITIDOS-DET-COD-MATERIA.
           MOVE DAE-MATERIA              TO EMITIDOS-DET-MATERIA.
           MOVE EQUIVAL-FECHA-RESOLUCION TO EMITIDOS-DET-FECHA.
           MOVE DAE-ORIGEN               TO EMITIDOS-DET-INSTITUTO.
           MOVE DAE-RESOLUCION           TO EMITIDOS-DET-REFERENCIA.

           PERFORM 22460-REGISTRO-RENGLON.

       22400-IMPRIMO-PIE.
      *------------------

           MOVE WS-CURRENT-DATE-MM       TO TRA-EMISION-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TRA-EMISION-AAAA.

           PERFORM 22450-REGISTRO-CABECERA.

           MOVE SPACES                   TO REG-ANALITICO.
           PERFORM 23000-ESCRIBO-ANALITICO.
           MOVE TRL-A01                  TO REG-ANALITICO.
               MOVE TRL-A03B             TO REG-ANALITICO
               PERFORM 23000-ESCRIBO-ANALITICO
           END-IF.
           MOVE WS-CODIGO-VERIF-ED       TO TRA-CODIGO.
           MOVE TRL-A03C                 TO REG-ANALITICO.
           PERFORM 23000-ESCRIBO-ANALITICO.
           MOVE SPACES                   TO REG-ANALITICO.
           PERFORM 23000-ESCRIBO-ANALITICO.
           MOVE TRL-A04                  TO REG-ANALITICO.
           MOVE TRL-A05                  TO REG-ANALITICO.
           PERFORM 23000-ESCRIBO-ANALITICO.

           PERFORM 22470-REEMPLAZO-ANTERIORES.

       22450-REGISTRO-CABECERA.
      *------------------------
      *  CIERRA EL DIGESTO CON LA CABECERA CERTIFICADA, TOMA DE EL
      *  LOS TRES DIGITOS DE CONTROL DEL CODIGO Y GRABA EL
      *  RENGLON 000 COMO VIGENTE.
      *------------------------

           INITIALIZE EMITIDOS-REGISTRO.
           MOVE WS-EMITIDO-NUMERO        TO EMITIDOS-NUMERO.
           MOVE 0                        TO EMITIDOS-RENGLON.
           MOVE ALU-CODIGO               TO EMITIDOS-COD-ALUMNO.
           SET 88-EMITIDOS-TIPO-CABECERA TO TRUE.
           MOVE WS-CURRENT-DATE-DATE     TO EMITIDOS-FECHA-EMISION.
           MOVE WS-TRAMITE-ACTUAL        TO EMITIDOS-TRAMITE.
           MOVE WS-FOLIO                 TO EMITIDOS-FOLIO.
           MOVE ALU-DNI                  TO EMITIDOS-DNI.
           MOVE TAC-NOMBRE               TO EMITIDOS-NOMBRE.
           MOVE WS-APROBADAS-ALUMNO      TO EMITIDOS-APROBADAS.
           MOVE WS-PROMEDIO-PONDERADO    TO EMITIDOS-PROMEDIO.

           MOVE EMITIDOS-REGISTRO(11:101) TO WS-REG-DIGESTO.
           MOVE 101                      TO WS-LARGO-REG.
           PERFORM 24000-ACUMULO-DIGESTO.

           DIVIDE WS-DIGESTO BY 1000 GIVING WS-DIGESTO-TRABAJO
                  REMAINDER WS-EMITIDO-CONTROL.

           MOVE WS-DIGESTO               TO EMITIDOS-DIGESTO.
           MOVE WS-EMITIDO-CONTROL       TO EMITIDOS-CONTROL.
           SET 88-EMITIDOS-VIGENTE       TO TRUE.

           PERFORM 22480-GRABO-EMITIDOS.

           MOVE WS-EMITIDO-NUMERO        TO WS-CV-NUMERO.
           MOVE WS-EMITIDO-CONTROL       TO WS-CV-CONTROL.

           ADD 1                         TO WS-DOCUMENTOS-REGISTRADOS.

       22460-REGISTRO-RENGLON.
      *-----------------------
      *  COMPLETA LA CLAVE DEL RENGLON DE ASIGNATURA ARMADO POR EL
      *  LLAMADOR, LO SUMA AL DIGESTO Y LO GRABA.
      *-----------------------

           ADD 1                         TO WS-EMITIDO-RENGLON.
           MOVE WS-EMITIDO-NUMERO        TO EMITIDOS-NUMERO.
           MOVE WS-EMITIDO-RENGLON       TO EMITIDOS-RENGLON.
           MOVE ALU-CODIGO               TO EMITIDOS-COD-ALUMNO.

           MOVE EMITIDOS-REGISTRO(17:112) TO WS-REG-DIGESTO.
           MOVE 112                      TO WS-LARGO-REG.
           PERFORM 24000-ACUMULO-DIGESTO.

           PERFORM 22480-GRABO-EMITIDOS.

       22470-REEMPLAZO-ANTERIORES.
      *---------------------------
      *  RECORRE POR LA CLAVE ALTERNATIVA LOS DOCUMENTOS DEL
      *  ALUMNO Y MARCA REEMPLAZADA CADA CABECERA VIGENTE ANTERIOR,
      *  CON EL CODIGO DEL DOCUMENTO QUE LA REEMPLAZA.
      *---------------------------

           INITIALIZE EMITIDOS-DATOS-FD.
           MOVE ALU-CODIGO               TO EMITIDOS-ALUMNO-FD.

           START EMITIDOS KEY = EMITIDOS-ALUMNO-FD.

           EVALUATE TRUE
               WHEN 88-FS-EMITIDOS-OK
                    PERFORM 10160-LEO-EMITIDOS-SIGUIENTE
                    PERFORM UNTIL NOT 88-FS-EMITIDOS-OK
                               OR EMITIDOS-COD-ALUMNO NOT = ALU-CODIGO
                        IF  88-EMITIDOS-CABECERA
                        AND 88-EMITIDOS-VIGENTE
                        AND EMITIDOS-NUMERO NOT = WS-EMITIDO-NUMERO
                            PERFORM 22475-MARCO-REEMPLAZADO
                        END-IF
                        PERFORM 10160-LEO-EMITIDOS-SIGUIENTE
                    END-PERFORM
               WHEN 88-FS-EMITIDOS-INVKEY
               WHEN 88-FS-EMITIDOS-NOKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22470-REEMPLAZO-ANTERIORES'
                    DISPLAY 'ERROR EN START      EMITIDOS'
                    DISPLAY 'FILE STATUS       :' FS-EMITIDOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22475-MARCO-REEMPLAZADO.
      *------------------------

           SET 88-EMITIDOS-REEMPLAZADO   TO TRUE.
           MOVE WS-EMITIDO-NUMERO        TO EMITIDOS-REEMPL-NUMERO.
           MOVE WS-EMITIDO-CONTROL       TO EMITIDOS-REEMPL-CONTROL.
           MOVE WS-CURRENT-DATE-DATE     TO EMITIDOS-FECHA-REEMPLAZO.

           REWRITE EMITIDOS-DATOS-FD     FROM EMITIDOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-EMITIDOS-OK
               WHEN 88-FS-EMITIDOS-DUPOK
                    ADD 1                TO WS-DOCUMENTOS-REEMPLAZADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22475-MARCO-REEMPLAZADO'
                    DISPLAY 'ERROR EN REWRITE    EMITIDOS'
                    DISPLAY 'FILE STATUS       :' FS-EMITIDOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22480-GRABO-EMITIDOS.
      *---------------------

           WRITE EMITIDOS-DATOS-FD       FROM EMITIDOS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-EMITIDOS-OK
               WHEN 88-FS-EMITIDOS-DUPOK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22480-GRABO-EMITIDOS'
                    DISPLAY 'ERROR EN WRITE      EMITIDOS'
                    DISPLAY 'FILE STATUS       :' FS-EMITIDOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       24000-ACUMULO-DIGESTO.
      *----------------------
      *  HASH MULTIPLICATIVO BYTE A BYTE SOBRE WS-REG-DIGESTO
      *  (WS-LARGO-REG BYTES), ENCADENADO SOBRE EL DIGESTO
      *  ACUMULADO DEL DOCUMENTO: EL MISMO ALGORITMO QUE
      *  24000-ACUMULO-SELLO EN BOPGM38.
      *----------------------

           PERFORM VARYING WS-IDX-BYTE FROM 1 BY 1
                   UNTIL WS-IDX-BYTE > WS-LARGO-REG
               COMPUTE WS-DIGESTO-TRABAJO =
                       WS-DIGESTO * 31
                     + FUNCTION ORD(WS-REG-DIGESTO(WS-IDX-BYTE:1))
               COMPUTE WS-DIGESTO =
                       FUNCTION MOD(WS-DIGESTO-TRABAJO
                                    CTE-MODULO-DIGESTO)
           END-PERFORM.

       23000-ESCRIBO-ANALITICO.
      *------------------------

           DISPLAY 'CERTIFICADOS      :' WS-CERTIFICADOS-EMITIDOS.
           DISPLAY 'SIN ALUMNO        :' WS-SOLICITUDES-SIN-ALUMNO.
           DISPLAY 'RETENIDOS BLOQUEO :' WS-SOLICITUDES-RETENIDAS.
           DISPLAY 'DOC. REGISTRADOS  :' WS-DOCUMENTOS-REGISTRADOS.
           DISPLAY 'DOC. REEMPLAZADOS :' WS-DOCUMENTOS-REEMPLAZADOS.
           DISPLAY 'LINEAS GRABADAS   :' WS-GRABADOS-ANALITICO.
           DISPLAY '--------------------------------'.

              CLOSE ANALITEXC
           END-IF.

           IF 88-OPEN-EMITIDOS-SI
              SET 88-OPEN-EMITIDOS-NO TO TRUE
              CLOSE EMITIDOS
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.
