      ******************************************************************
      * Author: MARIA EMILIA LUDUENA
      * Date:
      * Purpose: CREAR Y POBLAR EL INDEXADO DE CALIFICACIONES STCALIF
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------
      * MIGRACION UNICA DE STCALIF DE SECUENCIAL A INDEXADO. LEE EL
      * STCALIF SECUENCIAL ANTERIOR (STCALIFCARGA, CON EL REGISTRO
      * VIEJO: ALUMNO, MATERIA, NOTA, FECHA, INSTITUTO, INTENTO,
      * ESTADO, ORIGEN) Y LO GRABA EN EL INDEXADO STCALIF CON EL
      * REGISTRO NUEVO DE WSTCALIF (CLAVE ALUMNO + MATERIA + FECHA
      * + INTENTO AL FRENTE). LA CLAVE ALTERNATIVA MATERIA + FECHA
      * SE ARMA SOLA AL DECLARARLA EN EL SELECT.
      * EL SECUENCIAL VIEJO NO VIENE ORDENADO POR LA CLAVE NUEVA,
      * ASI QUE SE GRABA CON ACCESO RANDOM. UNA CLAVE REPETIDA EN
      * EL VIEJO (EL MISMO EXAMEN CARGADO DOS VECES) SE INFORMA Y
      * SE OMITE: QUEDA LA PRIMERA OCURRENCIA.
      *-----------------------------------------------------------
      * SI EXISTE STCALIFHISTANT (LA HISTORIA ARCHIVADA POR BOPGM06
      * CON EL REGISTRO VIEJO) SE CONVIERTE EN EL MISMO PASO AL
      * REGISTRO NUEVO EN STCALIFHIST, RESPETANDO SU ORDEN, PARA QUE
      * LOS PROGRAMAS QUE LEEN LA HISTORIA LA SIGAN ENTENDIENDO.
      * SIN STCALIFHISTANT NO SE TOCA LA HISTORIA.
      *-----------------------------------------------------------
      * LO MISMO CON LOS ARCHIVOS QUE GUARDAN REGISTROS STCALIF Y
      * SOBREVIVEN A LA MIGRACION, CADA UNO OPCIONAL:
      *   - CALJRNANT (EL CALJRN VIEJO, LREC 220) A CALJRN: SE
      *     CONVIERTEN LAS IMAGENES ANTES/DESPUES PARA QUE BOPGM50
      *     PUEDA DESHACER Y BOPGM37 INFORMAR LAS RECTIFICACIONES
      *     ANTERIORES A LA MIGRACION. EL RESTO DEL ASIENTO Y EL
      *     ORDEN DEL DIARIO NO CAMBIAN. LOS VOLUMENES ANUALES YA
      *     SELLADOS (BOPGM38) NO SE TOCAN: SU SELLO CUBRE LOS
      *     BYTES ORIGINALES Y NINGUN PROGRAMA LOS INTERPRETA.
      *   - STCALIFREJANT (EL ULTIMO STCALIF.REJ, LREC 90) A
      *     STCALIFREJ, Y REJPREVANT (EL ULTIMO REJCARRY DE BOPGM19,
      *     LREC 93) A REJPREV: LOS RECHAZOS PENDIENTES QUE BOPGM19
      *     VUELVE A LEER EN SU PROXIMA CORRIDA.
      * ESTAS IMAGENES SE PASAN BYTE A BYTE (21050-CONVIERTO-IMAGEN)
      * Y NO CAMPO A CAMPO: UN RECHAZO PUEDE TRAER UN LEGAJO O UNA
      * NOTA NO NUMERICOS Y TIENE QUE LLEGAR TAL CUAL.
      *-----------------------------------------------------------
      * NO FORMA PARTE DE LA NOCTURNA: SE CORRE UNA SOLA VEZ, CON EL
      * MAESTRO EN CERROJO. DESPUES DE LA MIGRACION EL RESGUARDO Y
      * LA RECONSTRUCCION DE STCALIF SON UNLCALI Y RELCALI.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCALI.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------
      *  LOS NOMBRES LOGICOS SE RESUELVEN CONTRA LAS VARIABLES DE
      *  ENTORNO DEL MISMO NOMBRE (VER JOB STREAM GRADES.JCL).
      *----------------------------------------------------------
           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                     STCALIF-MATFEC-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT STCALIFCARGA     ASSIGN       TO
                                   'STCALIFCARGA'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIFCARGA.

           SELECT OPTIONAL STCALIFHISTANT ASSIGN TO
                                   'STCALIFHISTANT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIFHISTANT.

           SELECT STCALIFHIST      ASSIGN       TO
                                   'STCALIFHIST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIFHIST.

      *----------------------------------------------------------
      *  DIARIO DE RECTIFICACIONES Y RECHAZOS PENDIENTES DE ANTES
      *  DE LA MIGRACION (VER EL ENCABEZADO). LA SALIDA SOLO SE
      *  ABRE SI VINO LA ENTRADA.
      *----------------------------------------------------------
           SELECT OPTIONAL CALJRNANT ASSIGN     TO
                                   'CALJRNANT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CALJRNANT.

           SELECT CALJRN           ASSIGN       TO
                                   'CALJRN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CALJRN.

           SELECT OPTIONAL STCALIFREJANT ASSIGN TO
                                   'STCALIFREJANT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIFREJANT.

           SELECT STCALIF-REJ      ASSIGN       TO
                                   'STCALIFREJ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIF-REJ.

           SELECT OPTIONAL REJPREVANT ASSIGN    TO
                                   'REJPREVANT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-REJPREVANT.

           SELECT REJPREV          ASSIGN       TO
                                   'REJPREV'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-REJPREV.

      *----------------------------------------------------------
      *  BITACORA COMUN DE CORRIDA (VER WRUNLOG). SE ABRE EN
      *  EXTEND: CADA PROGRAMA DEL STREAM AGREGA SU REGISTRO Y
      *  BOPGM21 RESUME LA NOCHE COMPLETA.
      *----------------------------------------------------------
           SELECT OPTIONAL RUNLOG  ASSIGN       TO
                                   'RUNLOG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-RUNLOG.

      *----------------------------------------------------------
      *  CERROJOS DE LOS MAESTROS INDEXADOS (VER WCERROJO). SE
      *  TOMA EL CERROJO DE CADA MAESTRO ANTES DE ABRIRLO Y SE
      *  LIBERA AL CIERRE; TOMADO POR OTRO PROCESO = FIN CON RC=8.
      *----------------------------------------------------------
           SELECT OPTIONAL CERROJOS ASSIGN      TO
                                   'CERROJOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS CERROJO-RECURSO-FD
                                   FILE STATUS  IS FS-CERROJOS.

       DATA DIVISION.
       FILE SECTION.

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  STCALIFCARGA
           RECORDING MODE IS F.
       01  REG-STCALIFCARGA-FD           PIC  X(80).

       FD  STCALIFHISTANT
           RECORDING MODE IS F.
       01  REG-STCALIFHISTANT-FD         PIC  X(80).

       FD  STCALIFHIST
           RECORDING MODE IS F.
       01  REG-STCALIFHIST-FD            PIC  X(80).

       FD  CALJRNANT
           RECORDING MODE IS F.
       01  REG-CALJRNANT-FD              PIC  X(220).

       FD  CALJRN
           RECORDING MODE IS F.
       01  CALJRN-RECORD-FD              PIC  X(220).

       FD  STCALIFREJANT
           RECORDING MODE IS F.
       01  REG-STCALIFREJANT-FD          PIC  X(90).

       FD  STCALIF-REJ
           RECORDING MODE IS F.
       01  REG-STCALIF-REJ-FD            PIC  X(90).

       FD  REJPREVANT
           RECORDING MODE IS F.
       01  REG-REJPREVANT-FD             PIC  X(93).

       FD  REJPREV
           RECORDING MODE IS F.
       01  REG-REJPREV-FD                PIC  X(93).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       FD  CERROJOS.
       01  CERROJOS-DATOS-FD.
           03  CERROJO-RECURSO-FD        PIC X(10).
           03  FILLER                    PIC X(30).

       WORKING-STORAGE SECTION.

       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'VSAMCALI'.

       77  FS-CERROJOS                   PIC X(02)  VALUE ' '.
           88 88-FS-CERROJOS-OK                     VALUE '00'.
           88 88-FS-CERROJOS-OPT                    VALUE '05'.
           88 88-FS-CERROJOS-NOKEY                  VALUE '23'.
           88 88-FS-CERROJOS-DUPKEY                 VALUE '22'.

       77  WS-CERROJO-TS                 PIC X(21)  VALUE ' '.

      *-------------------------------------------------------------*
      *     MAESTROS QUE ESTE PROGRAMA TOMA EN USO EXCLUSIVO, CON   *
      *     LA MARCA DE TOMADO PARA LIBERAR SOLO LO PROPIO.         *
      *-------------------------------------------------------------*
       01  WS-CERROJOS-USADOS.
           03  WS-CER-ENTRADA OCCURS 1 TIMES
                          INDEXED BY WS-IDX-CER.
               05  WS-CER-NOMBRE          PIC X(10).
               05  WS-CER-TOMADO          PIC X(01).

       01  WS-CERROJOS-INICIAL REDEFINES WS-CERROJOS-USADOS.
           03  FILLER.
               05  FILLER                 PIC X(10)
                   VALUE 'STCALIF'.
               05  FILLER                 PIC X(01) VALUE 'N'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

      *  '02' = CLAVE ALTERNATIVA (MATERIA+FECHA) REPETIDA: ES LO
      *  NORMAL EN UN ACTA CON VARIOS ALUMNOS, LA OPERACION SE HIZO.
       77  FS-STCALIF                    PIC X(02)  VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00' '02'.
           88 88-FS-STCALIF-DUPKEY                  VALUE '22'.

       77  FS-STCALIFCARGA               PIC X(02)  VALUE ' '.
           88 88-FS-STCALIFCARGA-OK                 VALUE '00'.
           88 88-FS-STCALIFCARGA-EOF                VALUE '10'.

       77  FS-STCALIFHISTANT             PIC X(02)  VALUE ' '.
           88 88-FS-STCALIFHISTANT-OK               VALUE '00'.
           88 88-FS-STCALIFHISTANT-OPT              VALUE '05'.
           88 88-FS-STCALIFHISTANT-EOF              VALUE '10'.

       77  FS-STCALIFHIST                PIC X(02)  VALUE ' '.
           88 88-FS-STCALIFHIST-OK                  VALUE '00'.

       77  FS-CALJRNANT                  PIC X(02)  VALUE ' '.
           88 88-FS-CALJRNANT-OK                    VALUE '00'.
           88 88-FS-CALJRNANT-OPT                   VALUE '05'.
           88 88-FS-CALJRNANT-EOF                   VALUE '10'.

       77  FS-CALJRN                     PIC X(02)  VALUE ' '.
           88 88-FS-CALJRN-OK                       VALUE '00'.

       77  FS-STCALIFREJANT              PIC X(02)  VALUE ' '.
           88 88-FS-STCALIFREJANT-OK                VALUE '00'.
           88 88-FS-STCALIFREJANT-OPT               VALUE '05'.
           88 88-FS-STCALIFREJANT-EOF               VALUE '10'.

       77  FS-STCALIF-REJ                PIC X(02)  VALUE ' '.
           88 88-FS-STCALIF-REJ-OK                  VALUE '00'.

       77  FS-REJPREVANT                 PIC X(02)  VALUE ' '.
           88 88-FS-REJPREVANT-OK                   VALUE '00'.
           88 88-FS-REJPREVANT-OPT                  VALUE '05'.
           88 88-FS-REJPREVANT-EOF                  VALUE '10'.

       77  FS-REJPREV                    PIC X(02)  VALUE ' '.
           88 88-FS-REJPREV-OK                      VALUE '00'.

       77  WS-OPEN-STCALIF               PIC X      VALUE 'N'.
           88 88-OPEN-STCALIF-SI                    VALUE 'S'.
           88 88-OPEN-STCALIF-NO                    VALUE 'N'.

       77  WS-OPEN-STCALIFCARGA          PIC X      VALUE 'N'.
           88 88-OPEN-STCALIFCARGA-SI               VALUE 'S'.
           88 88-OPEN-STCALIFCARGA-NO               VALUE 'N'.

       77  WS-OPEN-STCALIFHISTANT        PIC X      VALUE 'N'.
           88 88-OPEN-STCALIFHISTANT-SI             VALUE 'S'.
           88 88-OPEN-STCALIFHISTANT-NO             VALUE 'N'.

       77  WS-OPEN-STCALIFHIST           PIC X      VALUE 'N'.
           88 88-OPEN-STCALIFHIST-SI                VALUE 'S'.
           88 88-OPEN-STCALIFHIST-NO                VALUE 'N'.

       77  WS-OPEN-CALJRNANT             PIC X      VALUE 'N'.
           88 88-OPEN-CALJRNANT-SI                  VALUE 'S'.
           88 88-OPEN-CALJRNANT-NO                  VALUE 'N'.

       77  WS-OPEN-CALJRN                PIC X      VALUE 'N'.
           88 88-OPEN-CALJRN-SI                     VALUE 'S'.
           88 88-OPEN-CALJRN-NO                     VALUE 'N'.

       77  WS-OPEN-STCALIFREJANT         PIC X      VALUE 'N'.
           88 88-OPEN-STCALIFREJANT-SI              VALUE 'S'.
           88 88-OPEN-STCALIFREJANT-NO              VALUE 'N'.

       77  WS-OPEN-STCALIF-REJ           PIC X      VALUE 'N'.
           88 88-OPEN-STCALIF-REJ-SI                VALUE 'S'.
           88 88-OPEN-STCALIF-REJ-NO                VALUE 'N'.

       77  WS-OPEN-REJPREVANT            PIC X      VALUE 'N'.
           88 88-OPEN-REJPREVANT-SI                 VALUE 'S'.
           88 88-OPEN-REJPREVANT-NO                 VALUE 'N'.

       77  WS-OPEN-REJPREV               PIC X      VALUE 'N'.
           88 88-OPEN-REJPREV-SI                    VALUE 'S'.
           88 88-OPEN-REJPREV-NO                    VALUE 'N'.

       77  WS-REG-CARGA-LEIDOS           PIC 9(09)  VALUE 0.
       77  WS-REG-STCALIF-GRABADOS       PIC 9(09)  VALUE 0.
       77  WS-REG-STCALIF-DUPLICADOS     PIC 9(09)  VALUE 0.
       77  WS-REG-HIST-LEIDOS            PIC 9(09)  VALUE 0.
       77  WS-REG-HIST-GRABADOS          PIC 9(09)  VALUE 0.
       77  WS-REG-CALJRN-LEIDOS          PIC 9(09)  VALUE 0.
       77  WS-REG-CALJRN-GRABADOS        PIC 9(09)  VALUE 0.
       77  WS-REG-REJ-LEIDOS             PIC 9(09)  VALUE 0.
       77  WS-REG-REJ-GRABADOS           PIC 9(09)  VALUE 0.
       77  WS-REG-PREV-LEIDOS            PIC 9(09)  VALUE 0.
       77  WS-REG-PREV-GRABADOS          PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     REGISTRO DE STCALIF ANTERIOR A LA MIGRACION (MISMA      *
      *     LONGITUD, 80, CON LA CLAVE DESPARRAMADA). ES EL FORMATO *
      *     DE STCALIFCARGA Y DE STCALIFHISTANT.                    *
      *-------------------------------------------------------------*
       01  WS-CALIF-ANT.
           03  WS-ANT-COD-ESTUDIANTE     PIC 9(06).
           03  WS-ANT-COD-MATERIA        PIC X(08).
           03  WS-ANT-NOTA               PIC 9(02)V9(01).
           03  WS-ANT-FECHA-EXAMEN       PIC X(08).
           03  WS-ANT-INSTITUTO          PIC X(50).
           03  WS-ANT-INTENTO            PIC 9(02).
           03  WS-ANT-ESTADO             PIC X(01).
           03  WS-ANT-ORIGEN             PIC X(01).
           03  FILLER                    PIC X(01).

       01  WS-CALIF-ANT-X REDEFINES WS-CALIF-ANT.
           03  WS-ANT-X-ALUMNO-MATERIA   PIC X(14).
           03  WS-ANT-X-NOTA             PIC X(03).
           03  WS-ANT-X-FECHA            PIC X(08).
           03  WS-ANT-X-INSTITUTO        PIC X(50).
           03  WS-ANT-X-INTENTO          PIC X(02).
           03  WS-ANT-X-RESTO            PIC X(03).

      *-------------------------------------------------------------*
      *     RECHAZO (STCALIFREJ / REJPREV): DATOS STCALIF Y LA COLA *
      *     DE MOTIVO (Y ANTIGUEDAD EN EL ARRASTRE), QUE NO CAMBIA. *
      *-------------------------------------------------------------*
       01  WS-RECHAZO.
           03  WS-RECHAZO-DATOS          PIC X(80).
           03  WS-RECHAZO-COLA           PIC X(13).

      *------------------------------------
      *DEFINICION DEL ARCHIVO DE CALIFICACIONES
      *------------------------------------
       COPY WSTCALIF.

      *-------------------------------------------------------------*
      *     VISTA ALFANUMERICA DEL REGISTRO NUEVO, PARA EL PASAJE   *
      *     BYTE A BYTE DE 21050-CONVIERTO-IMAGEN.                  *
      *-------------------------------------------------------------*
       01  WS-CALIF-NUE-X REDEFINES STCALIF-RECORD.
           03  WS-NUE-X-ALUMNO-MATERIA   PIC X(14).
           03  WS-NUE-X-FECHA            PIC X(08).
           03  WS-NUE-X-INTENTO          PIC X(02).
           03  WS-NUE-X-NOTA             PIC X(03).
           03  WS-NUE-X-INSTITUTO        PIC X(50).
           03  WS-NUE-X-RESTO            PIC X(03).

       COPY WCALJRN.
       COPY WRUNLOG.
       COPY WCERROJO.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-STCALIFCARGA-EOF.

           PERFORM 25000-PROCESO-HISTORIA
             UNTIL 88-FS-STCALIFHISTANT-EOF.

           PERFORM 26000-PROCESO-CALJRN
             UNTIL 88-FS-CALJRNANT-EOF.

           PERFORM 27000-PROCESO-RECHAZOS
             UNTIL 88-FS-STCALIFREJANT-EOF.

           PERFORM 28000-PROCESO-ARRASTRE
             UNTIL 88-FS-REJPREVANT-EOF.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 11100-READ-STCALIFCARGA.

           IF 88-FS-STCALIFHISTANT-OK
              PERFORM 11200-READ-STCALIFHISTANT
           END-IF.

           IF 88-FS-CALJRNANT-OK
              PERFORM 11300-READ-CALJRNANT
           END-IF.

           IF 88-FS-STCALIFREJANT-OK
              PERFORM 11400-READ-STCALIFREJANT
           END-IF.

           IF 88-FS-REJPREVANT-OK
              PERFORM 11500-READ-REJPREVANT
           END-IF.

       10100-ABRO-ARCHIVOS.
      *-------------------

           PERFORM 10900-TOMO-CERROJOS.

           OPEN OUTPUT  STCALIF.

           EVALUATE FS-STCALIF
               WHEN '00'
                    SET 88-OPEN-STCALIF-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT   STCALIFCARGA.

           EVALUATE FS-STCALIFCARGA
               WHEN '00'
                    SET 88-OPEN-STCALIFCARGA-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT STCALIFCARGA'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFCARGA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------
      *  LA HISTORIA VIEJA ES OPCIONAL: SI NO ESTA, NO HAY NADA
      *  QUE CONVERTIR Y STCALIFHIST NI SE ABRE.
      *----------------------------------------------------------

           OPEN INPUT   STCALIFHISTANT.

           EVALUATE TRUE
               WHEN 88-FS-STCALIFHISTANT-OK
                    SET 88-OPEN-STCALIFHISTANT-SI TO TRUE
               WHEN 88-FS-STCALIFHISTANT-OPT
                    SET 88-OPEN-STCALIFHISTANT-SI TO TRUE
                    SET 88-FS-STCALIFHISTANT-EOF  TO TRUE
                    DISPLAY 'SIN STCALIFHISTANT: NO SE CONVIERTE'
                            ' LA HISTORIA'
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT STCALIFHISTANT'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFHISTANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF 88-FS-STCALIFHISTANT-OK
              OPEN OUTPUT STCALIFHIST
              EVALUATE FS-STCALIFHIST
                  WHEN '00'
                       SET 88-OPEN-STCALIFHIST-SI TO TRUE
                  WHEN OTHER
                       DISPLAY '--------------------------------'
                       DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                       DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                       DISPLAY 'ERROR EN OPEN OUTPUT STCALIFHIST'
                       DISPLAY 'FILE STATUS       :' FS-STCALIFHIST
                       DISPLAY 'SE CANCELA EL PROCESO'
                       DISPLAY '--------------------------------'
                       PERFORM 99999-CANCELO
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------

           OPEN INPUT   CALJRNANT.

           EVALUATE TRUE
               WHEN 88-FS-CALJRNANT-OK
                    SET 88-OPEN-CALJRNANT-SI TO TRUE
               WHEN 88-FS-CALJRNANT-OPT
                    SET 88-OPEN-CALJRNANT-SI TO TRUE
                    SET 88-FS-CALJRNANT-EOF  TO TRUE
                    DISPLAY 'SIN CALJRNANT: NO SE CONVIERTE'
                            ' EL DIARIO'
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT CALJRNANT'
                    DISPLAY 'FILE STATUS       :' FS-CALJRNANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF 88-FS-CALJRNANT-OK
              OPEN OUTPUT CALJRN
              EVALUATE FS-CALJRN
                  WHEN '00'
                       SET 88-OPEN-CALJRN-SI TO TRUE
                  WHEN OTHER
                       DISPLAY '--------------------------------'
                       DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                       DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                       DISPLAY 'ERROR EN OPEN OUTPUT CALJRN'
                       DISPLAY 'FILE STATUS       :' FS-CALJRN
                       DISPLAY 'SE CANCELA EL PROCESO'
                       DISPLAY '--------------------------------'
                       PERFORM 99999-CANCELO
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------

           OPEN INPUT   STCALIFREJANT.

           EVALUATE TRUE
               WHEN 88-FS-STCALIFREJANT-OK
                    SET 88-OPEN-STCALIFREJANT-SI TO TRUE
               WHEN 88-FS-STCALIFREJANT-OPT
                    SET 88-OPEN-STCALIFREJANT-SI TO TRUE
                    SET 88-FS-STCALIFREJANT-EOF  TO TRUE
                    DISPLAY 'SIN STCALIFREJANT: NO SE CONVIERTE'
                            ' STCALIF.REJ'
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT STCALIFREJANT'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFREJANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF 88-FS-STCALIFREJANT-OK
              OPEN OUTPUT STCALIF-REJ
              EVALUATE FS-STCALIF-REJ
                  WHEN '00'
                       SET 88-OPEN-STCALIF-REJ-SI TO TRUE
                  WHEN OTHER
                       DISPLAY '--------------------------------'
                       DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                       DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                       DISPLAY 'ERROR EN OPEN OUTPUT STCALIFREJ'
                       DISPLAY 'FILE STATUS       :' FS-STCALIF-REJ
                       DISPLAY 'SE CANCELA EL PROCESO'
                       DISPLAY '--------------------------------'
                       PERFORM 99999-CANCELO
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------

           OPEN INPUT   REJPREVANT.

           EVALUATE TRUE
               WHEN 88-FS-REJPREVANT-OK
                    SET 88-OPEN-REJPREVANT-SI TO TRUE
               WHEN 88-FS-REJPREVANT-OPT
                    SET 88-OPEN-REJPREVANT-SI TO TRUE
                    SET 88-FS-REJPREVANT-EOF  TO TRUE
                    DISPLAY 'SIN REJPREVANT: NO SE CONVIERTE'
                            ' EL ARRASTRE'
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT REJPREVANT'
                    DISPLAY 'FILE STATUS       :' FS-REJPREVANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF 88-FS-REJPREVANT-OK
              OPEN OUTPUT REJPREV
              EVALUATE FS-REJPREV
                  WHEN '00'
                       SET 88-OPEN-REJPREV-SI TO TRUE
                  WHEN OTHER
                       DISPLAY '--------------------------------'
                       DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                       DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                       DISPLAY 'ERROR EN OPEN OUTPUT REJPREV'
                       DISPLAY 'FILE STATUS       :' FS-REJPREV
                       DISPLAY 'SE CANCELA EL PROCESO'
                       DISPLAY '--------------------------------'
                       PERFORM 99999-CANCELO
              END-EVALUATE
           END-IF.

       11100-READ-STCALIFCARGA.
      *------------------------

           INITIALIZE WS-CALIF-ANT.

           READ STCALIFCARGA INTO WS-CALIF-ANT.

           EVALUATE TRUE
               WHEN 88-FS-STCALIFCARGA-OK
                    ADD 1              TO WS-REG-CARGA-LEIDOS
               WHEN 88-FS-STCALIFCARGA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-STCALIFCARGA'
                    DISPLAY 'ERROR EN READ       STCALIFCARGA'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFCARGA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11200-READ-STCALIFHISTANT.
      *--------------------------

           INITIALIZE WS-CALIF-ANT.

           READ STCALIFHISTANT INTO WS-CALIF-ANT.

           EVALUATE TRUE
               WHEN 88-FS-STCALIFHISTANT-OK
                    ADD 1              TO WS-REG-HIST-LEIDOS
               WHEN 88-FS-STCALIFHISTANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11200-READ-STCALIFHISTANT'
                    DISPLAY 'ERROR EN READ       STCALIFHISTANT'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFHISTANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11300-READ-CALJRNANT.
      *---------------------

           INITIALIZE CALJRN-RECORD.

           READ CALJRNANT INTO CALJRN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-CALJRNANT-OK
                    ADD 1              TO WS-REG-CALJRN-LEIDOS
               WHEN 88-FS-CALJRNANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11300-READ-CALJRNANT'
                    DISPLAY 'ERROR EN READ       CALJRNANT'
                    DISPLAY 'FILE STATUS       :' FS-CALJRNANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11400-READ-STCALIFREJANT.
      *-------------------------

           INITIALIZE WS-RECHAZO.

           READ STCALIFREJANT INTO WS-RECHAZO.

           EVALUATE TRUE
               WHEN 88-FS-STCALIFREJANT-OK
                    ADD 1              TO WS-REG-REJ-LEIDOS
               WHEN 88-FS-STCALIFREJANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11400-READ-STCALIFREJANT'
                    DISPLAY 'ERROR EN READ       STCALIFREJANT'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFREJANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11500-READ-REJPREVANT.
      *----------------------

           INITIALIZE WS-RECHAZO.

           READ REJPREVANT INTO WS-RECHAZO.

           EVALUATE TRUE
               WHEN 88-FS-REJPREVANT-OK
                    ADD 1              TO WS-REG-PREV-LEIDOS
               WHEN 88-FS-REJPREVANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11500-READ-REJPREVANT'
                    DISPLAY 'ERROR EN READ       REJPREVANT'
                    DISPLAY 'FILE STATUS       :' FS-REJPREVANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           PERFORM 21000-CONVIERTO-REGISTRO.
           PERFORM 21100-GRABO-STCALIF.
           PERFORM 11100-READ-STCALIFCARGA.

       21000-CONVIERTO-REGISTRO.
      *-------------------------
      *  PASA EL REGISTRO VIEJO (WS-CALIF-ANT) AL REGISTRO NUEVO
      *  (STCALIF-RECORD), CAMPO POR CAMPO.
      *-------------------------

           INITIALIZE STCALIF-RECORD.

           MOVE WS-ANT-COD-ESTUDIANTE    TO STCALIF-COD-ESTUDIANTE.
           MOVE WS-ANT-COD-MATERIA       TO STCALIF-COD-MATERIA.
           MOVE WS-ANT-FECHA-EXAMEN      TO STCALIF-FECHA-EXAMEN.
           MOVE WS-ANT-INTENTO           TO STCALIF-INTENTO.
           MOVE WS-ANT-NOTA              TO STCALIF-NOTA.
           MOVE WS-ANT-INSTITUTO         TO STCALIF-INSTITUTO.
           MOVE WS-ANT-ESTADO            TO STCALIF-ESTADO.
           MOVE WS-ANT-ORIGEN            TO STCALIF-ORIGEN.

       21050-CONVIERTO-IMAGEN.
      *-----------------------
      *  PASA UNA IMAGEN VIEJA (WS-CALIF-ANT) AL FORMATO NUEVO
      *  (STCALIF-RECORD) MOVIENDO LOS BYTES TAL CUAL, SIN
      *  INTERPRETAR LOS CAMPOS NUMERICOS.
      *-----------------------

           MOVE WS-ANT-X-ALUMNO-MATERIA  TO WS-NUE-X-ALUMNO-MATERIA.
           MOVE WS-ANT-X-FECHA           TO WS-NUE-X-FECHA.
           MOVE WS-ANT-X-INTENTO         TO WS-NUE-X-INTENTO.
           MOVE WS-ANT-X-NOTA            TO WS-NUE-X-NOTA.
           MOVE WS-ANT-X-INSTITUTO       TO WS-NUE-X-INSTITUTO.
           MOVE WS-ANT-X-RESTO           TO WS-NUE-X-RESTO.

       21100-GRABO-STCALIF.
      *--------------------

           MOVE STCALIF-CLAVE            TO STCALIF-CLAVE-FD.

           WRITE STCALIF-RECORD-FD       FROM STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-OK
                    ADD 1                TO WS-REG-STCALIF-GRABADOS

      *        CLAVE DUPLICADA: EL MISMO EXAMEN DOS VECES EN EL
      *        SECUENCIAL VIEJO. SE REGISTRA Y SE SIGUE; QUEDA LA
      *        PRIMERA OCURRENCIA.
               WHEN 88-FS-STCALIF-DUPKEY
                    ADD 1                TO WS-REG-STCALIF-DUPLICADOS
                    DISPLAY 'EXAMEN DUPLICADO, SE OMITE - ALUMNO: '
                             STCALIF-COD-ESTUDIANTE
                             ' MATERIA: ' STCALIF-COD-MATERIA
                             ' FECHA: '   STCALIF-FECHA-EXAMEN
                             ' INTENTO: ' STCALIF-INTENTO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21100-GRABO-STCALIF'
                    DISPLAY 'ERROR EN WRITE      STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25000-PROCESO-HISTORIA.
      *-----------------------
      *  LA HISTORIA SIGUE SIENDO SECUENCIAL: SOLO CAMBIA EL
      *  FORMATO DEL REGISTRO, EN EL MISMO ORDEN EN QUE VIENE.
      *-----------------------

           PERFORM 21000-CONVIERTO-REGISTRO.

           WRITE REG-STCALIFHIST-FD      FROM STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIFHIST-OK
                    ADD 1                TO WS-REG-HIST-GRABADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25000-PROCESO-HISTORIA'
                    DISPLAY 'ERROR EN WRITE      STCALIFHIST'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFHIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 11200-READ-STCALIFHISTANT.

       26000-PROCESO-CALJRN.
      *---------------------
      *  SOLO CAMBIAN LAS IMAGENES ANTES/DESPUES. UNA IMAGEN EN
      *  BLANCO (LA DESPUES DE UNA ANULACION) QUEDA EN BLANCO.
      *---------------------

           IF  CALJRN-IMAGEN-ANTES NOT = SPACES
               MOVE CALJRN-IMAGEN-ANTES  TO WS-CALIF-ANT
               PERFORM 21050-CONVIERTO-IMAGEN
               MOVE STCALIF-RECORD       TO CALJRN-IMAGEN-ANTES
           END-IF.

           IF  CALJRN-IMAGEN-DESPUES NOT = SPACES
               MOVE CALJRN-IMAGEN-DESPUES TO WS-CALIF-ANT
               PERFORM 21050-CONVIERTO-IMAGEN
               MOVE STCALIF-RECORD       TO CALJRN-IMAGEN-DESPUES
           END-IF.

           WRITE CALJRN-RECORD-FD       FROM CALJRN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-CALJRN-OK
                    ADD 1                TO WS-REG-CALJRN-GRABADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 26000-PROCESO-CALJRN'
                    DISPLAY 'ERROR EN WRITE      CALJRN'
                    DISPLAY 'FILE STATUS       :' FS-CALJRN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 11300-READ-CALJRNANT.

       27000-PROCESO-RECHAZOS.
      *-----------------------
      *  EL MOTIVO DEL RECHAZO NO CAMBIA.
      *-----------------------

           MOVE WS-RECHAZO-DATOS         TO WS-CALIF-ANT.
           PERFORM 21050-CONVIERTO-IMAGEN.
           MOVE STCALIF-RECORD           TO WS-RECHAZO-DATOS.

           WRITE REG-STCALIF-REJ-FD       FROM WS-RECHAZO.

           EVALUATE TRUE
               WHEN 88-FS-STCALIF-REJ-OK
                    ADD 1                TO WS-REG-REJ-GRABADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 27000-PROCESO-RECHAZOS'
                    DISPLAY 'ERROR EN WRITE      STCALIFREJ'
                    DISPLAY 'FILE STATUS       :' FS-STCALIF-REJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 11400-READ-STCALIFREJANT.

       28000-PROCESO-ARRASTRE.
      *-----------------------
      *  EL MOTIVO Y LA ANTIGUEDAD DEL ARRASTRE NO CAMBIAN.
      *-----------------------

           MOVE WS-RECHAZO-DATOS         TO WS-CALIF-ANT.
           PERFORM 21050-CONVIERTO-IMAGEN.
           MOVE STCALIF-RECORD           TO WS-RECHAZO-DATOS.

           WRITE REG-REJPREV-FD       FROM WS-RECHAZO.

           EVALUATE TRUE
               WHEN 88-FS-REJPREV-OK
                    ADD 1                TO WS-REG-PREV-GRABADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 28000-PROCESO-ARRASTRE'
                    DISPLAY 'ERROR EN WRITE      REJPREV'
                    DISPLAY 'FILE STATUS       :' FS-REJPREV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 11500-READ-REJPREVANT.

       29000-GRABO-RUNLOG.
      *-------------------
      *  AGREGA EL REGISTRO DE ESTE PROGRAMA A LA BITACORA COMUN
      *  DE LA CORRIDA (VER WRUNLOG). SI LA BITACORA NO SE PUEDE
      *  ABRIR NO SE CANCELA NADA: ES INFORMACION OPERATIVA, NO
      *  PARTE DEL PROCESO.
      *-------------------

           OPEN EXTEND RUNLOG.

           IF  FS-RUNLOG = '00' OR '05'
               MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-TS
               INITIALIZE RUNLOG-RECORD
               MOVE 'VSAMCALI'           TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE WS-REG-CARGA-LEIDOS  TO RUNLOG-LEIDOS
               MOVE WS-REG-STCALIF-GRABADOS
                                         TO RUNLOG-GRABADOS
               MOVE WS-REG-STCALIF-DUPLICADOS
                                         TO RUNLOG-RECHAZADOS
               MOVE ZEROES               TO RUNLOG-RETORNO
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
               CLOSE RUNLOG
           ELSE
               DISPLAY 'AVISO: NO SE PUDO ABRIR RUNLOG - FS: '
                       FS-RUNLOG
           END-IF.

       30000-FINALIZO.
      *--------------

           PERFORM 29000-GRABO-RUNLOG.

           DISPLAY ' '.
           DISPLAY '*******************************************'
           DISPLAY 'TOTALES DE CONTROL PGM: VSAMCALI           '
           DISPLAY '*******************************************'
           DISPLAY '* REGISTROS LEIDOS (STCALIFCARGA):'
                                          WS-REG-CARGA-LEIDOS
           DISPLAY '* EXAMENES GRABADOS EN STCALIF   :'
                                          WS-REG-STCALIF-GRABADOS
           DISPLAY '* EXAMENES DUPLICADOS            :'
                                          WS-REG-STCALIF-DUPLICADOS
           DISPLAY '* HISTORIA LEIDA (STCALIFHISTANT):'
                                          WS-REG-HIST-LEIDOS
           DISPLAY '* HISTORIA GRABADA (STCALIFHIST) :'
                                          WS-REG-HIST-GRABADOS
           DISPLAY '* DIARIO LEIDO (CALJRNANT)       :'
                                          WS-REG-CALJRN-LEIDOS
           DISPLAY '* DIARIO GRABADO (CALJRN)        :'
                                          WS-REG-CALJRN-GRABADOS
           DISPLAY '* RECHAZOS LEIDOS (STCALIFREJANT):'
                                          WS-REG-REJ-LEIDOS
           DISPLAY '* RECHAZOS GRABADOS (STCALIFREJ) :'
                                          WS-REG-REJ-GRABADOS
           DISPLAY '* ARRASTRE LEIDO (REJPREVANT)    :'
                                          WS-REG-PREV-LEIDOS
           DISPLAY '* ARRASTRE GRABADO (REJPREV)     :'
                                          WS-REG-PREV-GRABADOS
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-STCALIF-SI
              SET 88-OPEN-STCALIF-NO  TO TRUE
              CLOSE STCALIF
           END-IF.

           IF 88-OPEN-STCALIFCARGA-SI
              SET 88-OPEN-STCALIFCARGA-NO TO TRUE
              CLOSE STCALIFCARGA
           END-IF.

           IF 88-OPEN-STCALIFHISTANT-SI
              SET 88-OPEN-STCALIFHISTANT-NO TO TRUE
              CLOSE STCALIFHISTANT
           END-IF.

           IF 88-OPEN-STCALIFHIST-SI
              SET 88-OPEN-STCALIFHIST-NO TO TRUE
              CLOSE STCALIFHIST
           END-IF.

           IF 88-OPEN-CALJRNANT-SI
              SET 88-OPEN-CALJRNANT-NO TO TRUE
              CLOSE CALJRNANT
           END-IF.

           IF 88-OPEN-CALJRN-SI
              SET 88-OPEN-CALJRN-NO TO TRUE
              CLOSE CALJRN
           END-IF.

           IF 88-OPEN-STCALIFREJANT-SI
              SET 88-OPEN-STCALIFREJANT-NO TO TRUE
              CLOSE STCALIFREJANT
           END-IF.

           IF 88-OPEN-STCALIF-REJ-SI
              SET 88-OPEN-STCALIF-REJ-NO TO TRUE
              CLOSE STCALIF-REJ
           END-IF.

           IF 88-OPEN-REJPREVANT-SI
              SET 88-OPEN-REJPREVANT-NO TO TRUE
              CLOSE REJPREVANT
           END-IF.

           IF 88-OPEN-REJPREV-SI
              SET 88-OPEN-REJPREV-NO TO TRUE
              CLOSE REJPREV
           END-IF.

           PERFORM 31900-LIBERO-CERROJOS.

       10900-TOMO-CERROJOS.
      *--------------------
      *  TOMA EL CERROJO DE CADA MAESTRO QUE ESTE PROGRAMA ABRE.
      *  SI ALGUNO YA ESTA TOMADO POR OTRO PROCESO, SE INFORMA
      *  QUIEN LO TIENE Y SE TERMINA DE INMEDIATO CON RC=8: NUNCA
      *  UN MANTENIMIENTO Y UNA CORRIDA NOCTURNA SOBRE EL MISMO
      *  MAESTRO A LA VEZ.
      *--------------------

           OPEN I-O CERROJOS.

           IF  NOT 88-FS-CERROJOS-OK
           AND NOT 88-FS-CERROJOS-OPT
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10900-TOMO-CERROJOS'
               DISPLAY 'ERROR EN OPEN I-O   CERROJOS'
               DISPLAY 'FILE STATUS       :' FS-CERROJOS
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

           SET  WS-IDX-CER               TO 1.
           PERFORM UNTIL WS-IDX-CER > 1
               PERFORM 10910-TOMO-UN-CERROJO
               SET WS-IDX-CER            UP BY 1
           END-PERFORM.

           CLOSE CERROJOS.

       10910-TOMO-UN-CERROJO.
      *----------------------

           INITIALIZE CERROJOS-DATOS-FD CERROJO-REGISTRO.
           MOVE WS-CER-NOMBRE(WS-IDX-CER) TO CERROJO-RECURSO-FD.

           READ CERROJOS INTO CERROJO-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CERROJOS-OK
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'MAESTRO EN USO    :'
                            WS-CER-NOMBRE(WS-IDX-CER)
                    DISPLAY 'TOMADO POR        :' CERROJO-PROGRAMA
                    DISPLAY 'DESDE             :' CERROJO-FECHA
                            ' ' CERROJO-HORA
                    DISPLAY 'SE CANCELA: REINTENTAR CUANDO EL OTRO'
                    DISPLAY 'PROCESO TERMINE (O LIBERAR CON MNTLOCK'
                    DISPLAY 'SI QUEDO COLGADO DE UNA CAIDA).'
                    DISPLAY '--------------------------------'
                    CLOSE CERROJOS
                    PERFORM 31000-CIERRO-ARCHIVOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
               WHEN 88-FS-CERROJOS-NOKEY
                    MOVE FUNCTION CURRENT-DATE TO WS-CERROJO-TS
                    INITIALIZE CERROJO-REGISTRO
                    MOVE WS-CER-NOMBRE(WS-IDX-CER)
                                         TO CERROJO-RECURSO
                    MOVE 'VSAMCALI'        TO CERROJO-PROGRAMA
                    MOVE WS-CERROJO-TS(1:8) TO CERROJO-FECHA
                    MOVE WS-CERROJO-TS(9:6) TO CERROJO-HORA
                    WRITE CERROJOS-DATOS-FD FROM CERROJO-REGISTRO
                    IF  88-FS-CERROJOS-OK
                        MOVE 'S' TO WS-CER-TOMADO(WS-IDX-CER)
                    ELSE
                        DISPLAY 'ERROR AL TOMAR CERROJO '
                                WS-CER-NOMBRE(WS-IDX-CER)
                                ' FS: ' FS-CERROJOS
                        CLOSE CERROJOS
                        PERFORM 31000-CIERRO-ARCHIVOS
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CERROJOS - FS: '
                            FS-CERROJOS
                    CLOSE CERROJOS
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       31900-LIBERO-CERROJOS.
      *----------------------
      *  LIBERA SOLO LOS CERROJOS QUE ESTE PROGRAMA TOMO.
      *--------------------

           OPEN I-O CERROJOS.

           IF  88-FS-CERROJOS-OK
           OR  88-FS-CERROJOS-OPT
               SET  WS-IDX-CER           TO 1
               PERFORM UNTIL WS-IDX-CER > 1
                   IF  WS-CER-TOMADO(WS-IDX-CER) = 'S'
                       INITIALIZE CERROJOS-DATOS-FD
                       MOVE WS-CER-NOMBRE(WS-IDX-CER)
                                         TO CERROJO-RECURSO-FD
                       DELETE CERROJOS
                       MOVE 'N' TO WS-CER-TOMADO(WS-IDX-CER)
                   END-IF
                   SET WS-IDX-CER        UP BY 1
               END-PERFORM
               CLOSE CERROJOS
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
