       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM53.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA CIERRA LAS CURSADAS A PARTIR DE LAS NOTAS DE
      * SUS COMPONENTES (PARCIALES, TP, ...): REEMPLAZA EL CALCULO
      * A MANO QUE HACIA CADA DOCENTE ANTES DE ENTREGAR EL ACTA.
      *-----------------------------------------------------------
      * ENTRADAS:
      *   ESQEVAL   ESQUEMA DE EVALUACION POR MATERIA (WESQEVAL):
      *             COMPONENTES CON SU PESO Y NOTA MINIMA.
      *   NOTASPARC NOTAS POR ALUMNO + MATERIA + COMPONENTE
      *             (WNOTAPAR), CARGADAS O GENERADAS POR BOPGM18.
      *   CURSADAS  CURSADAS DEL ALUMNO (WCURSADA): SE TOMA LA DE
      *             PERIODO MAS RECIENTE DE LA MATERIA.
      *   PROMOCFG  NOTAS DE PROMOCION/REGULARIDAD Y FECHA DE
      *             CIERRE (WPROMCFG). OPCIONAL.
      *   CURSACFG  ASISTENCIA MINIMA (WCURSCFG). OPCIONAL.
      *-----------------------------------------------------------
      * LAS NOTAS SE ORDENAN POR ALUMNO + MATERIA + COMPONENTE +
      * FECHA; DE CADA COMPONENTE VALE LA NOTA MAS RECIENTE
      * (RECUPERATORIO). EN CADA CORTE ALUMNO + MATERIA SE CALCULA
      * LA NOTA PONDERADA (SUMA DE NOTA * PESO / 100) Y SE APLICA
      * LA REGLA DE PROMOCION:
      *   - ASISTENCIA POR DEBAJO DEL MINIMO, O ALGUN COMPONENTE
      *     DEL ESQUEMA SIN NOTA O DEBAJO DE SU MINIMA -> LIBRE.
      *   - NOTA PONDERADA >= NOTA DE PROMOCION     -> PROMOCION.
      *   - NOTA PONDERADA >= NOTA DE REGULARIDAD   -> REGULAR.
      *   - EN OTRO CASO                            -> LIBRE.
      *-----------------------------------------------------------
      * SALIDAS:
      *   CURSTRANPAR TRANSACCIONES 'C' (WCURSTRA) CON EL RESULTADO
      *               Y LA FECHA DE CIERRE, PARA APLICAR CON
      *               MNTCURS (QUEDAN EN EL DIARIO MNTJRN).
      *   STCALIFPROM UN STCALIF POR CADA PROMOCION, CON LA NOTA
      *               PONDERADA, STCALIF-ORIGEN = 'P' Y ESTADO
      *               PROVISORIO HASTA LA FIRMA DEL ACTA (MNTFIRMA).
      *               SE INCORPORA A STCALIF CON BOPGM25 COMO
      *               STCALIFDELTA.
      *   PROMOLIS    LISTADO DEL CIERRE, UNA LINEA POR ALUMNO +
      *               MATERIA.
      *   NOTASPREJ   NOTAS Y GRUPOS QUE NO SE PUDIERON PROCESAR,
      *               CON SU MOTIVO (NOTA, SINESQUEMA, ESQUEMA,
      *               SINCURSADA).
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

           SELECT ESQEVAL          ASSIGN       TO
                                   'ESQEVAL'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESQEVAL.

           SELECT NOTASPARC        ASSIGN       TO
                                   'NOTASPARC'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-NOTASPARC.

           SELECT OPTIONAL CURSADAS ASSIGN      TO
                                   'CURSADAS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS CURSADAS-CLAVE-FD
                                   FILE STATUS  IS FS-CURSADAS.

           SELECT OPTIONAL PROMOCFG ASSIGN      TO
                                   'PROMOCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PROMOCFG.

           SELECT OPTIONAL CURSACFG ASSIGN      TO
                                   'CURSACFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CURSACFG.

           SELECT SORT-NOT         ASSIGN       TO
                                   'SORTNOT'.

           SELECT CURSTRANPAR      ASSIGN       TO
                                   'CURSTRANPAR'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CURSTRANPAR.

           SELECT STCALIFPROM      ASSIGN       TO
                                   'STCALIFPROM'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIFPROM.

           SELECT PROMOLIS         ASSIGN       TO
                                   'PROMOLIS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PROMOLIS.

           SELECT NOTASPREJ        ASSIGN       TO
                                   'NOTASPREJ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-NOTASPREJ.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  ESQEVAL
           RECORDING MODE IS F.
       01  ESQEVAL-RECORD-FD             PIC  X(40).

       FD  NOTASPARC
           RECORDING MODE IS F.
       01  NOTASPARC-RECORD-FD           PIC  X(40).

       FD  CURSADAS.
       01  CURSADAS-DATOS-FD.
           03  CURSADAS-CLAVE-FD.
               05  CURSADAS-ALUMNO-FD    PIC 9(06).
               05  CURSADAS-MATERIA-FD   PIC X(08).
               05  CURSADAS-COMISION-FD  PIC X(04).
               05  CURSADAS-PERIODO-FD   PIC 9(05).
           03  FILLER                    PIC X(27).

       FD  PROMOCFG
           RECORDING MODE IS F.
       01  PROMOCFG-RECORD-FD            PIC  X(30).

       FD  CURSACFG
           RECORDING MODE IS F.
       01  CURSACFG-RECORD-FD            PIC  X(30).

       SD  SORT-NOT.
       01  SORT-NOT-REG.
           03  SORT-NOT-ALUMNO           PIC 9(06).
           03  SORT-NOT-MATERIA          PIC X(08).
           03  SORT-NOT-COMPONENTE       PIC X(04).
           03  SORT-NOT-FECHA            PIC X(08).
           03  SORT-NOT-DATOS            PIC X(40).

       FD  CURSTRANPAR
           RECORDING MODE IS F.
       01  CURSTRANPAR-RECORD-FD         PIC  X(50).

       FD  STCALIFPROM
           RECORDING MODE IS F.
       01  STCALIFPROM-RECORD-FD         PIC  X(80).

       FD  PROMOLIS
           RECORDING MODE IS F.
       01  REG-PROMOLIS-FD               PIC  X(132).

       FD  NOTASPREJ
           RECORDING MODE IS F.
       01  REG-NOTASPREJ-FD              PIC  X(50).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM53'.

      *-------------------------------------------------------------*
      *     INSTITUTO CON EL QUE SE GRABAN LAS PROMOCIONES EN       *
      *     STCALIF (NO HAY MESA DE EXAMEN), COMO 'LMS' EN BOPGM18. *
      *-------------------------------------------------------------*
       77  CTE-INSTITUTO-PROMOCION       PIC X(10)  VALUE 'PROMOCION'.

       77  FS-ESQEVAL                    PIC X(02)  VALUE ' '.
           88 88-FS-ESQEVAL-OK                      VALUE '00'.
           88 88-FS-ESQEVAL-EOF                     VALUE '10'.

       77  FS-NOTASPARC                  PIC X(02)  VALUE ' '.
           88 88-FS-NOTASPARC-OK                    VALUE '00'.
           88 88-FS-NOTASPARC-EOF                   VALUE '10'.

       77  FS-CURSADAS                   PIC X(02)  VALUE ' '.
           88 88-FS-CURSADAS-OK                     VALUE '00'.
           88 88-FS-CURSADAS-OPT                    VALUE '05'.
           88 88-FS-CURSADAS-EOF                    VALUE '10'.
           88 88-FS-CURSADAS-INVKEY                 VALUE '21'.
           88 88-FS-CURSADAS-NOKEY                  VALUE '23'.

       77  FS-PROMOCFG                   PIC X(02)  VALUE ' '.
           88 88-FS-PROMOCFG-OK                     VALUE '00'.

       77  FS-CURSACFG                   PIC X(02)  VALUE ' '.
           88 88-FS-CURSACFG-OK                     VALUE '00'.

       77  FS-CURSTRANPAR                PIC X(02)  VALUE ' '.
           88 88-FS-CURSTRANPAR-OK                  VALUE '00'.

       77  FS-STCALIFPROM                PIC X(02)  VALUE ' '.
           88 88-FS-STCALIFPROM-OK                  VALUE '00'.

       77  FS-PROMOLIS                   PIC X(02)  VALUE ' '.
           88 88-FS-PROMOLIS-OK                     VALUE '00'.

       77  FS-NOTASPREJ                  PIC X(02)  VALUE ' '.
           88 88-FS-NOTASPREJ-OK                    VALUE '00'.

       77  WS-OPEN-ESQEVAL               PIC X      VALUE 'N'.
           88 88-OPEN-ESQEVAL-SI                    VALUE 'S'.
           88 88-OPEN-ESQEVAL-NO                    VALUE 'N'.

       77  WS-OPEN-NOTASPARC             PIC X      VALUE 'N'.
           88 88-OPEN-NOTASPARC-SI                  VALUE 'S'.
           88 88-OPEN-NOTASPARC-NO                  VALUE 'N'.

       77  WS-OPEN-CURSADAS              PIC X      VALUE 'N'.
           88 88-OPEN-CURSADAS-SI                   VALUE 'S'.
           88 88-OPEN-CURSADAS-NO                   VALUE 'N'.

       77  WS-OPEN-CURSTRANPAR           PIC X      VALUE 'N'.
           88 88-OPEN-CURSTRANPAR-SI                VALUE 'S'.
           88 88-OPEN-CURSTRANPAR-NO                VALUE 'N'.

       77  WS-OPEN-STCALIFPROM           PIC X      VALUE 'N'.
           88 88-OPEN-STCALIFPROM-SI                VALUE 'S'.
           88 88-OPEN-STCALIFPROM-NO                VALUE 'N'.

       77  WS-OPEN-PROMOLIS              PIC X      VALUE 'N'.
           88 88-OPEN-PROMOLIS-SI                   VALUE 'S'.
           88 88-OPEN-PROMOLIS-NO                   VALUE 'N'.

       77  WS-OPEN-NOTASPREJ             PIC X      VALUE 'N'.
           88 88-OPEN-NOTASPREJ-SI                  VALUE 'S'.
           88 88-OPEN-NOTASPREJ-NO                  VALUE 'N'.

       77  WS-NOTAS-LEIDAS               PIC 9(07)  VALUE 0.
       77  WS-GRUPOS-PROCESADOS          PIC 9(07)  VALUE 0.
       77  WS-PROMOCIONES                PIC 9(07)  VALUE 0.
       77  WS-REGULARES                  PIC 9(07)  VALUE 0.
       77  WS-LIBRES                     PIC 9(07)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-CURSTRANPAR       PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-STCALIFPROM       PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-PROMOLIS          PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     PARAMETROS (PROMOCFG / CURSACFG) CON SUS DEFECTOS       *
      *-------------------------------------------------------------*
       77  WS-NOTA-PROMOCION             PIC 9(02)V9(01) VALUE 070.
       77  WS-NOTA-REGULAR               PIC 9(02)V9(01) VALUE 040.
       77  WS-ASISTENCIA-MINIMA          PIC 9(03)  VALUE 075.
       77  WS-FECHA-CIERRE               PIC X(08)  VALUE ' '.

       77  WS-FIN-SORT                   PIC X      VALUE 'N'.
           88 88-FIN-SORT-SI                        VALUE 'S'.
           88 88-FIN-SORT-NO                        VALUE 'N'.

       77  WS-HAY-GRUPO                  PIC X      VALUE 'N'.
           88 88-HAY-GRUPO-SI                       VALUE 'S'.
           88 88-HAY-GRUPO-NO                       VALUE 'N'.

       77  WS-FIN-CURSADAS               PIC X      VALUE 'N'.
           88 88-FIN-CURSADAS-SI                    VALUE 'S'.
           88 88-FIN-CURSADAS-NO                    VALUE 'N'.

       77  WS-HAY-CURSADA                PIC X      VALUE 'N'.
           88 88-HAY-CURSADA-SI                     VALUE 'S'.
           88 88-HAY-CURSADA-NO                     VALUE 'N'.

       77  WS-COMPONENTE-HALLADO         PIC X      VALUE 'N'.
           88 88-COMPONENTE-HALLADO-SI              VALUE 'S'.
           88 88-COMPONENTE-HALLADO-NO              VALUE 'N'.

       77  WS-COMPONENTE-FALLA           PIC X      VALUE 'N'.
           88 88-COMPONENTE-FALLA-SI                VALUE 'S'.
           88 88-COMPONENTE-FALLA-NO                VALUE 'N'.

       77  WS-ALUMNO-ANTERIOR            PIC 9(06)  VALUE 0.
       77  WS-MATERIA-ANTERIOR           PIC X(08)  VALUE ' '.

       77  WS-CANT-COMP-ESQUEMA          PIC 9(03)  VALUE 0.
       77  WS-SUMA-PESOS                 PIC 9(05)  VALUE 0.
       77  WS-ACUM-PONDERADO             PIC 9(05)V9(01) VALUE 0.
       77  WS-NOTA-CURSADA               PIC 9(02)V9(01) VALUE 0.
       77  WS-RESULTADO                  PIC X(01)  VALUE ' '.
           88 88-RESULTADO-PROMOCION                VALUE 'P'.
           88 88-RESULTADO-REGULAR                  VALUE 'R'.
           88 88-RESULTADO-LIBRE                    VALUE 'L'.
       77  WS-MOTIVO                     PIC X(10)  VALUE ' '.

      *-------------------------------------------------------------*
      *     CURSADA ELEGIDA PARA EL GRUPO (LA DE PERIODO MAYOR)     *
      *-------------------------------------------------------------*
       77  WS-CURSADA-ELEGIDA            PIC X(50)  VALUE ' '.

      *-------------------------------------------------------------*
      *     ESQUEMAS DE EVALUACION, CARGADOS DE ESQEVAL             *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-ESQ               PIC 9(04)  VALUE 0.
       01  WS-TABLA-ESQUEMA.
           03  WS-TAB-ESQ OCCURS 500 TIMES
                          INDEXED BY WS-IDX-TAB-ESQ.
               05  WS-TAB-ESQ-MATERIA     PIC X(08).
               05  WS-TAB-ESQ-COMPONENTE  PIC X(04).
               05  WS-TAB-ESQ-PESO        PIC 9(03).
               05  WS-TAB-ESQ-MINIMA      PIC 9(02)V9(01).

      *-------------------------------------------------------------*
      *     NOTAS DEL GRUPO ALUMNO + MATERIA EN PROCESO: ULTIMA     *
      *     NOTA DE CADA COMPONENTE.                                *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-GRP               PIC 9(03)  VALUE 0.
       01  WS-TABLA-GRUPO.
           03  WS-TAB-GRP OCCURS 20 TIMES
                          INDEXED BY WS-IDX-TAB-GRP.
               05  WS-TAB-GRP-COMPONENTE  PIC X(04).
               05  WS-TAB-GRP-NOTA        PIC 9(02)V9(01).

      *-------------------------------------------------------------*
      *     REGISTRO DE RECHAZO PARA NOTASPREJ                      *
      *-------------------------------------------------------------*
       01  REG-NOTASPREJ.
           03  NOTASPREJ-DATOS           PIC X(40).
           03  NOTASPREJ-MOTIVO          PIC X(10).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  REG-PROMOLIS                  PIC X(132).

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-PR01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM53'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(44)  VALUE
                'CIERRE DE CURSADAS POR COMPONENTES'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITPR01-FECHA.
               05  TITPR01-FECHA-DD      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITPR01-FECHA-MM      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITPR01-FECHA-AAAA    PIC 9(04)  VALUE 0.

       01  TIT-PR02.
           03  FILLER                    PIC X(17)  VALUE
                'NOTA PROMOCION: '.
           03  TITPR02-PROMOCION         PIC Z9,9.
           03  FILLER                    PIC X(18)  VALUE
                '   NOTA REGULAR: '.
           03  TITPR02-REGULAR           PIC Z9,9.
           03  FILLER                    PIC X(22)  VALUE
                '   ASISTENCIA MINIMA: '.
           03  TITPR02-ASISTENCIA        PIC ZZ9.
           03  FILLER                    PIC X(64)  VALUE ' '.

       01  TIT-PR03.
           03  FILLER                    PIC X(06)  VALUE 'ALUMNO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'MATERIA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE 'COM.'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'PERIOD'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE 'ASIST'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE 'NOTA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'RESULTADO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'MOTIVO'.
           03  FILLER                    PIC X(72)  VALUE ' '.

       01  DET-PRO.
           03  DP-ALUMNO                 PIC 9(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DP-MATERIA                PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DP-COMISION               PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DP-PERIODO                PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DP-ASISTENCIA             PIC X(05)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DP-NOTA                   PIC Z9,9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DP-RESULTADO              PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DP-MOTIVO                 PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(72)  VALUE ' '.

       01  TRL-PRO.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(13)  VALUE
                'PROMOCIONES: '.
           03  TRP-PROMOCIONES           PIC ZZZZZZ9.
           03  FILLER                    PIC X(13)  VALUE
                '  REGULARES: '.
           03  TRP-REGULARES             PIC ZZZZZZ9.
           03  FILLER                    PIC X(10)  VALUE
                '  LIBRES: '.
           03  TRP-LIBRES                PIC ZZZZZZ9.
           03  FILLER                    PIC X(15)  VALUE
                '  RECHAZADOS: '.
           03  TRP-RECHAZADAS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(52)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WESQEVAL.
       COPY WNOTAPAR.
       COPY WCURSADA.
       COPY WPROMCFG.
       COPY WCURSCFG.
       COPY WCURSTRA.
       COPY WSTCALIF.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           SORT SORT-NOT
                ON ASCENDING KEY SORT-NOT-ALUMNO
                                 SORT-NOT-MATERIA
                                 SORT-NOT-COMPONENTE
                                 SORT-NOT-FECHA
                INPUT  PROCEDURE IS 20000-ALIMENTO-SORT
                OUTPUT PROCEDURE IS 25000-CIERRO-CURSADAS.

           PERFORM 30000-FINALIZO.

      *  RETORNO GRADUADO: 4 AVISA QUE HUBO NOTAS O GRUPOS
      *  RECHAZADOS SIN FRENAR EL RESTO DEL STREAM.
           IF  WS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-FECHA-CIERRE.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-CARGO-TABLA-ESQUEMA.
           PERFORM 10500-LEO-PROMOCFG.
           PERFORM 10550-LEO-CURSACFG.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT ESQEVAL.

           EVALUATE FS-ESQEVAL
               WHEN '00'
                    SET 88-OPEN-ESQEVAL-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT ESQEVAL'
                    DISPLAY 'FILE STATUS       :' FS-ESQEVAL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT NOTASPARC.

           EVALUATE FS-NOTASPARC
               WHEN '00'
                    SET 88-OPEN-NOTASPARC-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT NOTASPARC'
                    DISPLAY 'FILE STATUS       :' FS-NOTASPARC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------
      *  SIN CURSADAS NINGUN GRUPO SE PUEDE CERRAR: TODOS VAN A
      *  NOTASPREJ CON MOTIVO SINCURSADA.
      *----------------------------------------------------------

           OPEN INPUT CURSADAS.

           EVALUATE TRUE
               WHEN 88-FS-CURSADAS-OK
               WHEN 88-FS-CURSADAS-OPT
                    SET 88-OPEN-CURSADAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT CURSADAS'
                    DISPLAY 'FILE STATUS       :' FS-CURSADAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT CURSTRANPAR.

           EVALUATE FS-CURSTRANPAR
               WHEN '00'
                    SET 88-OPEN-CURSTRANPAR-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT CURSTRANPAR'
                    DISPLAY 'FILE STATUS       :' FS-CURSTRANPAR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT STCALIFPROM.

           EVALUATE FS-STCALIFPROM
               WHEN '00'
                    SET 88-OPEN-STCALIFPROM-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT STCALIFPROM'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFPROM
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT PROMOLIS.

           EVALUATE FS-PROMOLIS
               WHEN '00'
                    SET 88-OPEN-PROMOLIS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT PROMOLIS'
                    DISPLAY 'FILE STATUS       :' FS-PROMOLIS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT NOTASPREJ.

           EVALUATE FS-NOTASPREJ
               WHEN '00'
                    SET 88-OPEN-NOTASPREJ-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT NOTASPREJ'
                    DISPLAY 'FILE STATUS       :' FS-NOTASPREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-CARGO-TABLA-ESQUEMA.
      *--------------------------
      *  CARGA EL ESQUEMA DE EVALUACION COMPLETO EN
      *  WS-TABLA-ESQUEMA, COMO EL PLAN DE ESTUDIOS EN BOPGM07.
      *--------------------------

           PERFORM UNTIL 88-FS-ESQEVAL-EOF
               INITIALIZE ESQEVAL-REGISTRO
               READ ESQEVAL INTO ESQEVAL-REGISTRO
               IF  88-FS-ESQEVAL-OK
               AND WS-CANT-TAB-ESQ < 500
               AND ESQEVAL-PESO IS NUMERIC
               AND ESQEVAL-NOTA-MINIMA IS NUMERIC
                   ADD 1                 TO WS-CANT-TAB-ESQ
                   SET WS-IDX-TAB-ESQ    TO WS-CANT-TAB-ESQ
                   MOVE ESQEVAL-COD-MATERIA
                                TO WS-TAB-ESQ-MATERIA(WS-IDX-TAB-ESQ)
                   MOVE ESQEVAL-COMPONENTE
                                TO WS-TAB-ESQ-COMPONENTE(WS-IDX-TAB-ESQ)
                   MOVE ESQEVAL-PESO
                                TO WS-TAB-ESQ-PESO(WS-IDX-TAB-ESQ)
                   MOVE ESQEVAL-NOTA-MINIMA
                                TO WS-TAB-ESQ-MINIMA(WS-IDX-TAB-ESQ)
               END-IF
           END-PERFORM.

           CLOSE ESQEVAL.
           SET 88-OPEN-ESQEVAL-NO        TO TRUE.

       10500-LEO-PROMOCFG.
      *-------------------
      *  NOTAS DE CORTE Y FECHA DE CIERRE. UN VALOR NO NUMERICO O
      *  EN CERO DEJA EL DEFECTO; LA NOTA REGULAR NO PUEDE SUPERAR
      *  A LA DE PROMOCION.
      *-------------------

           OPEN INPUT PROMOCFG.

           IF  88-FS-PROMOCFG-OK
               READ PROMOCFG INTO PROMOCFG-RECORD
               IF  88-FS-PROMOCFG-OK
                   IF  PROMOCFG-NOTA-PROMOCION IS NUMERIC
                   AND PROMOCFG-NOTA-PROMOCION > 0
                   AND PROMOCFG-NOTA-PROMOCION NOT > 10
                       MOVE PROMOCFG-NOTA-PROMOCION
                                         TO WS-NOTA-PROMOCION
                   END-IF
                   IF  PROMOCFG-NOTA-REGULAR IS NUMERIC
                   AND PROMOCFG-NOTA-REGULAR > 0
                   AND PROMOCFG-NOTA-REGULAR NOT > WS-NOTA-PROMOCION
                       MOVE PROMOCFG-NOTA-REGULAR
                                         TO WS-NOTA-REGULAR
                   END-IF
                   IF  PROMOCFG-FECHA-CIERRE IS NUMERIC
                       MOVE PROMOCFG-FECHA-CIERRE
                                         TO WS-FECHA-CIERRE
                   END-IF
               END-IF
               CLOSE PROMOCFG
           END-IF.

       10550-LEO-CURSACFG.
      *-------------------

           OPEN INPUT CURSACFG.

           IF  88-FS-CURSACFG-OK
               READ CURSACFG INTO CURSACFG-RECORD
               IF  88-FS-CURSACFG-OK
               AND CURSACFG-ASISTENCIA-MINIMA IS NUMERIC
               AND CURSACFG-ASISTENCIA-MINIMA > 0
               AND CURSACFG-ASISTENCIA-MINIMA NOT > 100
                   MOVE CURSACFG-ASISTENCIA-MINIMA
                                         TO WS-ASISTENCIA-MINIMA
               END-IF
               CLOSE CURSACFG
           END-IF.

       20000-ALIMENTO-SORT.
      *--------------------
      *  UNA NOTA NO NUMERICA O MAYOR QUE 10 NO ENTRA AL CALCULO:
      *  VA A NOTASPREJ CON MOTIVO NOTA (EL COMPONENTE QUEDA SIN
      *  NOTA Y EL ALUMNO, LIBRE, SALVO QUE HAYA OTRA VALIDA).
      *--------------------

           PERFORM UNTIL 88-FS-NOTASPARC-EOF
               INITIALIZE NOTAPAR-REGISTRO
               READ NOTASPARC INTO NOTAPAR-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-NOTASPARC-OK
                        ADD 1            TO WS-NOTAS-LEIDAS
                        IF  NOTAPAR-NOTA IS NUMERIC
                        AND NOTAPAR-NOTA NOT > 10
                            MOVE NOTAPAR-COD-ALUMNO
                                         TO SORT-NOT-ALUMNO
                            MOVE NOTAPAR-COD-MATERIA
                                         TO SORT-NOT-MATERIA
                            MOVE NOTAPAR-COMPONENTE
                                         TO SORT-NOT-COMPONENTE
                            MOVE NOTAPAR-FECHA
                                         TO SORT-NOT-FECHA
                            MOVE NOTAPAR-REGISTRO
                                         TO SORT-NOT-DATOS
                            RELEASE SORT-NOT-REG
                        ELSE
                            MOVE 'NOTA'  TO WS-MOTIVO
                            PERFORM 29000-GRABO-NOTASPREJ
                        END-IF
                   WHEN 88-FS-NOTASPARC-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20000-ALIMENTO-SORT'
                        DISPLAY 'ERROR EN READ       NOTASPARC'
                        DISPLAY 'FILE STATUS       :' FS-NOTASPARC
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       25000-CIERRO-CURSADAS.
      *----------------------

           SET 88-FIN-SORT-NO            TO TRUE.
           SET 88-HAY-GRUPO-NO           TO TRUE.

           PERFORM 25050-IMPRIMO-TITULOS.

           PERFORM UNTIL 88-FIN-SORT-SI
               RETURN SORT-NOT
                   AT END
                      SET 88-FIN-SORT-SI TO TRUE
                   NOT AT END
                      PERFORM 25100-PROCESO-NOTA
               END-RETURN
           END-PERFORM.

           IF  88-HAY-GRUPO-SI
               PERFORM 25400-CIERRO-GRUPO
           END-IF.

           MOVE WS-PROMOCIONES           TO TRP-PROMOCIONES.
           MOVE WS-REGULARES             TO TRP-REGULARES.
           MOVE WS-LIBRES                TO TRP-LIBRES.
           MOVE WS-RECHAZADAS            TO TRP-RECHAZADAS.

           MOVE SPACES                   TO REG-PROMOLIS.
           PERFORM 26000-ESCRIBO-PROMOLIS.
           MOVE TRL-PRO                  TO REG-PROMOLIS.
           PERFORM 26000-ESCRIBO-PROMOLIS.

       25050-IMPRIMO-TITULOS.
      *----------------------

           MOVE WS-CURRENT-DATE-DD       TO TITPR01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITPR01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITPR01-FECHA-AAAA.
           MOVE WS-NOTA-PROMOCION        TO TITPR02-PROMOCION.
           MOVE WS-NOTA-REGULAR          TO TITPR02-REGULAR.
           MOVE WS-ASISTENCIA-MINIMA     TO TITPR02-ASISTENCIA.

           SET 88-SALTO-HOJA-SI          TO TRUE.

           MOVE TIT-PR01                 TO REG-PROMOLIS.
           PERFORM 26000-ESCRIBO-PROMOLIS.
           MOVE TIT-PR02                 TO REG-PROMOLIS.
           PERFORM 26000-ESCRIBO-PROMOLIS.
           MOVE SPACES                   TO REG-PROMOLIS.
           PERFORM 26000-ESCRIBO-PROMOLIS.
           MOVE TIT-PR03                 TO REG-PROMOLIS.
           PERFORM 26000-ESCRIBO-PROMOLIS.

       25100-PROCESO-NOTA.
      *-------------------

           MOVE SORT-NOT-DATOS           TO NOTAPAR-REGISTRO.

           IF  88-HAY-GRUPO-NO
           OR  SORT-NOT-ALUMNO  NOT = WS-ALUMNO-ANTERIOR
           OR  SORT-NOT-MATERIA NOT = WS-MATERIA-ANTERIOR
               IF  88-HAY-GRUPO-SI
                   PERFORM 25400-CIERRO-GRUPO
               END-IF
               PERFORM 25200-ABRO-GRUPO
           END-IF.

      *  LAS NOTAS DE UN COMPONENTE LLEGAN POR FECHA ASCENDENTE:
      *  LA ULTIMA PISA A LAS ANTERIORES.
           SET  WS-IDX-TAB-GRP           TO 1.
           PERFORM UNTIL WS-IDX-TAB-GRP > WS-CANT-TAB-GRP
                    OR WS-TAB-GRP-COMPONENTE(WS-IDX-TAB-GRP) =
                                 NOTAPAR-COMPONENTE
               SET WS-IDX-TAB-GRP        UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-GRP > WS-CANT-TAB-GRP
               IF  WS-CANT-TAB-GRP < 20
                   ADD 1                 TO WS-CANT-TAB-GRP
                   SET WS-IDX-TAB-GRP    TO WS-CANT-TAB-GRP
                   MOVE NOTAPAR-COMPONENTE
                            TO WS-TAB-GRP-COMPONENTE(WS-IDX-TAB-GRP)
                   MOVE NOTAPAR-NOTA
                            TO WS-TAB-GRP-NOTA(WS-IDX-TAB-GRP)
               END-IF
           ELSE
               MOVE NOTAPAR-NOTA
                            TO WS-TAB-GRP-NOTA(WS-IDX-TAB-GRP)
           END-IF.

       25200-ABRO-GRUPO.
      *-----------------

           MOVE SORT-NOT-ALUMNO          TO WS-ALUMNO-ANTERIOR.
           MOVE SORT-NOT-MATERIA         TO WS-MATERIA-ANTERIOR.
           SET 88-HAY-GRUPO-SI           TO TRUE.
           MOVE 0                        TO WS-CANT-TAB-GRP.

       25400-CIERRO-GRUPO.
      *-------------------
      *  CIERRA LA CURSADA DEL ALUMNO EN LA MATERIA: VALIDA EL
      *  ESQUEMA, UBICA LA CURSADA, CALCULA LA NOTA PONDERADA Y
      *  DETERMINA EL RESULTADO. UN GRUPO QUE NO SE PUEDE CERRAR
      *  SE LISTA CON SU MOTIVO Y VA A NOTASPREJ.
      *-------------------

           ADD 1                         TO WS-GRUPOS-PROCESADOS.
           SET 88-HAY-GRUPO-NO           TO TRUE.

           MOVE SPACES                   TO WS-MOTIVO
                                            WS-RESULTADO.
           MOVE 0                        TO WS-NOTA-CURSADA.

           PERFORM 25410-VALIDO-ESQUEMA.

           IF  WS-MOTIVO = SPACES
               PERFORM 25420-BUSCO-CURSADA
           END-IF.

           IF  WS-MOTIVO = SPACES
               PERFORM 25430-CALCULO-NOTA
               PERFORM 25440-DETERMINO-RESULTADO
               PERFORM 25450-GRABO-CURSTRANPAR
               IF  88-RESULTADO-PROMOCION
                   PERFORM 25460-GRABO-STCALIFPROM
               END-IF
           ELSE
               INITIALIZE NOTAPAR-REGISTRO
               MOVE WS-ALUMNO-ANTERIOR   TO NOTAPAR-COD-ALUMNO
               MOVE WS-MATERIA-ANTERIOR  TO NOTAPAR-COD-MATERIA
               PERFORM 29000-GRABO-NOTASPREJ
           END-IF.

           PERFORM 25470-IMPRIMO-DETALLE.

       25410-VALIDO-ESQUEMA.
      *---------------------
      *  LA MATERIA DEBE TENER ESQUEMA Y SUS PESOS DEBEN SUMAR 100.
      *---------------------

           MOVE 0                        TO WS-CANT-COMP-ESQUEMA
                                            WS-SUMA-PESOS.

           PERFORM VARYING WS-IDX-TAB-ESQ FROM 1 BY 1
                     UNTIL WS-IDX-TAB-ESQ > WS-CANT-TAB-ESQ
               IF  WS-TAB-ESQ-MATERIA(WS-IDX-TAB-ESQ) =
                                 WS-MATERIA-ANTERIOR
                   ADD 1                 TO WS-CANT-COMP-ESQUEMA
                   ADD WS-TAB-ESQ-PESO(WS-IDX-TAB-ESQ)
                                         TO WS-SUMA-PESOS
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-CANT-COMP-ESQUEMA = 0
                    MOVE 'SINESQUEMA'    TO WS-MOTIVO
               WHEN WS-SUMA-PESOS NOT = 100
                    MOVE 'ESQUEMA'       TO WS-MOTIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       25420-BUSCO-CURSADA.
      *--------------------
      *  RECORRE LAS CURSADAS DEL ALUMNO EN LA MATERIA (TODAS LAS
      *  COMISIONES Y PERIODOS) Y SE QUEDA CON LA DE PERIODO MAS
      *  RECIENTE, QUE ES LA QUE SE ESTA CERRANDO.
      *--------------------

           SET 88-HAY-CURSADA-NO         TO TRUE.
           SET 88-FIN-CURSADAS-NO        TO TRUE.

           IF  88-OPEN-CURSADAS-SI
               INITIALIZE CURSADAS-DATOS-FD
               MOVE WS-ALUMNO-ANTERIOR   TO CURSADAS-ALUMNO-FD
               MOVE WS-MATERIA-ANTERIOR  TO CURSADAS-MATERIA-FD
               MOVE LOW-VALUES           TO CURSADAS-COMISION-FD
               MOVE 0                    TO CURSADAS-PERIODO-FD

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
                        DISPLAY 'PARRAFO: 25420-BUSCO-CURSADA'
                        DISPLAY 'ERROR EN START      CURSADAS'
                        DISPLAY 'FILE STATUS       :' FS-CURSADAS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE

               PERFORM 25425-LEO-CURSADA
                 UNTIL 88-FIN-CURSADAS-SI
           ELSE
               SET 88-FIN-CURSADAS-SI    TO TRUE
           END-IF.

           IF  88-HAY-CURSADA-SI
               MOVE WS-CURSADA-ELEGIDA   TO CURSADAS-REGISTRO
           ELSE
               MOVE 'SINCURSADA'         TO WS-MOTIVO
           END-IF.

       25425-LEO-CURSADA.
      *------------------

           INITIALIZE CURSADAS-REGISTRO.
           READ CURSADAS NEXT RECORD INTO CURSADAS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CURSADAS-OK
                AND CURSADAS-COD-ALUMNO  = WS-ALUMNO-ANTERIOR
                AND CURSADAS-COD-MATERIA = WS-MATERIA-ANTERIOR
                    IF  88-HAY-CURSADA-NO
                    OR  CURSADAS-PERIODO >
                                 WS-CURSADA-ELEGIDA(19:5)
                        MOVE CURSADAS-REGISTRO
                                         TO WS-CURSADA-ELEGIDA
                        SET 88-HAY-CURSADA-SI TO TRUE
                    END-IF
               WHEN 88-FS-CURSADAS-OK
               WHEN 88-FS-CURSADAS-EOF
                    SET 88-FIN-CURSADAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25425-LEO-CURSADA'
                    DISPLAY 'ERROR EN READ       CURSADAS'
                    DISPLAY 'FILE STATUS       :' FS-CURSADAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25430-CALCULO-NOTA.
      *-------------------
      *  NOTA PONDERADA = SUMA(NOTA * PESO) / 100 SOBRE LOS
      *  COMPONENTES DEL ESQUEMA. UN COMPONENTE SIN NOTA CUENTA
      *  CERO Y, COMO UNO DEBAJO DE SU MINIMA, DEJA LIBRE.
      *-------------------

           MOVE 0                        TO WS-ACUM-PONDERADO.
           SET 88-COMPONENTE-FALLA-NO    TO TRUE.

           PERFORM VARYING WS-IDX-TAB-ESQ FROM 1 BY 1
                     UNTIL WS-IDX-TAB-ESQ > WS-CANT-TAB-ESQ
               IF  WS-TAB-ESQ-MATERIA(WS-IDX-TAB-ESQ) =
                                 WS-MATERIA-ANTERIOR
                   PERFORM 25435-BUSCO-COMPONENTE
               END-IF
           END-PERFORM.

           COMPUTE WS-NOTA-CURSADA ROUNDED =
                   WS-ACUM-PONDERADO / 100.

       25435-BUSCO-COMPONENTE.
      *-----------------------

           SET 88-COMPONENTE-HALLADO-NO  TO TRUE.

           PERFORM VARYING WS-IDX-TAB-GRP FROM 1 BY 1
                     UNTIL WS-IDX-TAB-GRP > WS-CANT-TAB-GRP
                        OR 88-COMPONENTE-HALLADO-SI
               IF  WS-TAB-GRP-COMPONENTE(WS-IDX-TAB-GRP) =
                           WS-TAB-ESQ-COMPONENTE(WS-IDX-TAB-ESQ)
                   SET 88-COMPONENTE-HALLADO-SI TO TRUE
                   COMPUTE WS-ACUM-PONDERADO =
                           WS-ACUM-PONDERADO +
                           WS-TAB-GRP-NOTA(WS-IDX-TAB-GRP) *
                           WS-TAB-ESQ-PESO(WS-IDX-TAB-ESQ)
                   IF  WS-TAB-GRP-NOTA(WS-IDX-TAB-GRP) <
                           WS-TAB-ESQ-MINIMA(WS-IDX-TAB-ESQ)
                       SET 88-COMPONENTE-FALLA-SI TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF  88-COMPONENTE-HALLADO-NO
               SET 88-COMPONENTE-FALLA-SI TO TRUE
           END-IF.

       25440-DETERMINO-RESULTADO.
      *--------------------------

           IF  CURSADAS-ASISTENCIA IS NOT NUMERIC
               MOVE 0                    TO CURSADAS-ASISTENCIA
           END-IF.

           EVALUATE TRUE
               WHEN CURSADAS-ASISTENCIA < WS-ASISTENCIA-MINIMA
               WHEN 88-COMPONENTE-FALLA-SI
                    SET 88-RESULTADO-LIBRE     TO TRUE
                    ADD 1                TO WS-LIBRES
               WHEN WS-NOTA-CURSADA >= WS-NOTA-PROMOCION
                    SET 88-RESULTADO-PROMOCION TO TRUE
                    ADD 1                TO WS-PROMOCIONES
               WHEN WS-NOTA-CURSADA >= WS-NOTA-REGULAR
                    SET 88-RESULTADO-REGULAR   TO TRUE
                    ADD 1                TO WS-REGULARES
               WHEN OTHER
                    SET 88-RESULTADO-LIBRE     TO TRUE
                    ADD 1                TO WS-LIBRES
           END-EVALUATE.

       25450-GRABO-CURSTRANPAR.
      *------------------------
      *  TRANSACCION DE CAMBIO PARA MNTCURS: CONSERVA LA ASISTENCIA
      *  REGISTRADA Y FIJA EL RESULTADO Y LA FECHA DE CIERRE.
      *------------------------

           INITIALIZE CURSTRAN-RECORD.
           SET 88-CURSTRAN-CAMBIO        TO TRUE.
           MOVE CURSADAS-CLAVE           TO CURSTRAN-CLAVE.
           MOVE CURSADAS-ASISTENCIA      TO CURSTRAN-ASISTENCIA.
           MOVE WS-RESULTADO             TO CURSTRAN-RESULTADO.
           MOVE WS-FECHA-CIERRE          TO CURSTRAN-FECHA-CIERRE.

           WRITE CURSTRANPAR-RECORD-FD   FROM CURSTRAN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-CURSTRANPAR-OK
                    ADD 1                TO WS-GRABADOS-CURSTRANPAR
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25450-GRABO-CURSTRANPAR'
                    DISPLAY 'ERROR EN WRITE      CURSTRANPAR'
                    DISPLAY 'FILE STATUS       :' FS-CURSTRANPAR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25460-GRABO-STCALIFPROM.
      *------------------------
      *  LA PROMOCION ENTRA A STCALIF COMO UNA NOTA MAS, MARCADA
      *  CON STCALIF-ORIGEN = 'P' Y PROVISORIA HASTA QUE EL DOCENTE
      *  FIRME EL ACTA DE PROMOCION (MNTFIRMA).
      *------------------------

           INITIALIZE STCALIF-RECORD.

           MOVE WS-ALUMNO-ANTERIOR       TO STCALIF-COD-ESTUDIANTE.
           MOVE WS-MATERIA-ANTERIOR      TO STCALIF-COD-MATERIA.
           MOVE WS-NOTA-CURSADA          TO STCALIF-NOTA.
           MOVE WS-FECHA-CIERRE          TO STCALIF-FECHA-EXAMEN.
           MOVE CTE-INSTITUTO-PROMOCION  TO STCALIF-INSTITUTO.
           MOVE 1                        TO STCALIF-INTENTO.
           MOVE 'P'                      TO STCALIF-ESTADO.
           SET 88-STCALIF-PROMOCION      TO TRUE.

           WRITE STCALIFPROM-RECORD-FD   FROM STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-STCALIFPROM-OK
                    ADD 1                TO WS-GRABADOS-STCALIFPROM
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25460-GRABO-STCALIFPROM'
                    DISPLAY 'ERROR EN WRITE      STCALIFPROM'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFPROM
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25470-IMPRIMO-DETALLE.
      *----------------------

           MOVE WS-ALUMNO-ANTERIOR       TO DP-ALUMNO.
           MOVE WS-MATERIA-ANTERIOR      TO DP-MATERIA.
           MOVE WS-MOTIVO                TO DP-MOTIVO.

           IF  WS-MOTIVO = SPACES
               MOVE CURSADAS-COMISION    TO DP-COMISION
               MOVE CURSADAS-ANIO        TO DP-PERIODO(1:4)
               MOVE '/'                  TO DP-PERIODO(5:1)
               MOVE CURSADAS-CUATRIMESTRE
                                         TO DP-PERIODO(6:1)
               MOVE CURSADAS-ASISTENCIA  TO DP-ASISTENCIA(1:3)
               MOVE '%'                  TO DP-ASISTENCIA(4:1)
               MOVE WS-NOTA-CURSADA      TO DP-NOTA
               EVALUATE TRUE
                   WHEN 88-RESULTADO-PROMOCION
                        MOVE 'PROMOCION' TO DP-RESULTADO
                   WHEN 88-RESULTADO-REGULAR
                        MOVE 'REGULAR'   TO DP-RESULTADO
                   WHEN OTHER
                        MOVE 'LIBRE'     TO DP-RESULTADO
               END-EVALUATE
           ELSE
               MOVE SPACES               TO DP-COMISION
                                            DP-PERIODO
                                            DP-ASISTENCIA
                                            DP-RESULTADO
               MOVE 0                    TO DP-NOTA
           END-IF.

           MOVE DET-PRO                  TO REG-PROMOLIS.
           PERFORM 26000-ESCRIBO-PROMOLIS.

       26000-ESCRIBO-PROMOLIS.
      *-----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-PROMOLIS-FD FROM REG-PROMOLIS AFTER PAGE
           ELSE
              WRITE REG-PROMOLIS-FD FROM REG-PROMOLIS AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-PROMOLIS-OK
                   ADD 1              TO  WS-GRABADOS-PROMOLIS
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26000-ESCRIBO-PROMOLIS'
                   DISPLAY 'ERROR EN ESCRIBO    PROMOLIS'
                   DISPLAY 'FILE STATUS       :' FS-PROMOLIS
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       29000-GRABO-NOTASPREJ.
      *----------------------

           MOVE NOTAPAR-REGISTRO         TO NOTASPREJ-DATOS.
           MOVE WS-MOTIVO                TO NOTASPREJ-MOTIVO.

           WRITE REG-NOTASPREJ-FD        FROM REG-NOTASPREJ.

           EVALUATE TRUE
               WHEN 88-FS-NOTASPREJ-OK
                    ADD 1                TO WS-RECHAZADAS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 29000-GRABO-NOTASPREJ'
                    DISPLAY 'ERROR EN WRITE      NOTASPREJ'
                    DISPLAY 'FILE STATUS       :' FS-NOTASPREJ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY '* NOTAS LEIDAS            :' WS-NOTAS-LEIDAS.
           DISPLAY '* CURSADAS PROCESADAS     :' WS-GRUPOS-PROCESADOS.
           DISPLAY '* PROMOCIONES             :' WS-PROMOCIONES.
           DISPLAY '* REGULARES               :' WS-REGULARES.
           DISPLAY '* LIBRES                  :' WS-LIBRES.
           DISPLAY '* RECHAZADOS              :' WS-RECHAZADAS.
           DISPLAY '* CURSTRANPAR GRABADOS    :'
                                         WS-GRABADOS-CURSTRANPAR.
           DISPLAY '* STCALIFPROM GRABADOS    :'
                                         WS-GRABADOS-STCALIFPROM.
           DISPLAY '* LINEAS PROMOLIS         :' WS-GRABADOS-PROMOLIS.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-ESQEVAL-SI
              SET 88-OPEN-ESQEVAL-NO   TO TRUE
              CLOSE ESQEVAL
           END-IF.

           IF 88-OPEN-NOTASPARC-SI
              SET 88-OPEN-NOTASPARC-NO TO TRUE
              CLOSE NOTASPARC
           END-IF.

           IF 88-OPEN-CURSADAS-SI
              SET 88-OPEN-CURSADAS-NO  TO TRUE
              CLOSE CURSADAS
           END-IF.

           IF 88-OPEN-CURSTRANPAR-SI
              SET 88-OPEN-CURSTRANPAR-NO TO TRUE
              CLOSE CURSTRANPAR
           END-IF.

           IF 88-OPEN-STCALIFPROM-SI
              SET 88-OPEN-STCALIFPROM-NO TO TRUE
              CLOSE STCALIFPROM
           END-IF.

           IF 88-OPEN-PROMOLIS-SI
              SET 88-OPEN-PROMOLIS-NO  TO TRUE
              CLOSE PROMOLIS
           END-IF.

           IF 88-OPEN-NOTASPREJ-SI
              SET 88-OPEN-NOTASPREJ-NO TO TRUE
              CLOSE NOTASPREJ
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
