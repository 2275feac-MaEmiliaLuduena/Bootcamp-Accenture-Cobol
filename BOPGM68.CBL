       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM68.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA LISTA LAS REVISIONES DE EXAMEN (REVISION,
      * VER WREVISIO) QUE MANTIENE MNTREVI, EN DOS PARTES:
      *   1. TODAS LAS REVISIONES AGRUPADAS POR DOCENTE (EL
      *      TITULAR DE LA MESA DEL EXAMEN) Y, DENTRO DE CADA
      *      DOCENTE, POR ACTA (SEDE + FECHA + MATERIA), CON
      *      SUBTOTALES POR ACTA Y POR DOCENTE. EL ORDEN SE ARMA
      *      CON UN SORT COMO EN BOPGM03. LAS REVISIONES SIN
      *      TRIBUNAL DE MESA REGISTRADO SALEN PRIMERO, BAJO
      *      'SIN DOCENTE'.
      *   2. LAS REVISIONES PRESENTADAS SIN RESOLVER A LAS QUE LES
      *      QUEDAN REVICFG-DIAS-AVISO DIAS CORRIDOS O MENOS PARA
      *      EL LIMITE DE RESOLUCION, CON LAS YA VENCIDAS MARCADAS
      *      '*VENCIDA' (VER WREVICFG; SIN PARAMETRO, 3 DIAS).
      * EL NOMBRE DEL DOCENTE SE TOMA DE DOCENTES, QUE ES
      * OPCIONAL. CORRE A PEDIDO, FUERA DE LA CADENA NOCTURNA.
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

           SELECT REVISION         ASSIGN       TO
                                   'REVISION'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS REVISION-CLAVE-FD
                                   FILE STATUS  IS FS-REVISION.

           SELECT OPTIONAL DOCENTES ASSIGN      TO
                                   'DOCENTES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-DOCENTES-FD
                                   FILE STATUS  IS FS-DOCENTES.

           SELECT OPTIONAL REVICFG ASSIGN       TO
                                   'REVICFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-REVICFG.

           SELECT REVLIST          ASSIGN       TO
                                   'REVLIST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-REVLIST.

           SELECT SORT-REVISION    ASSIGN       TO
                                   'SORTREVI'.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  REVISION.
       01  REVISION-DATOS-FD.
           03  REVISION-CLAVE-FD.
               05  REVISION-ALUMNO-FD    PIC 9(06).
               05  REVISION-MATERIA-FD   PIC X(08).
               05  REVISION-FECHA-FD     PIC X(08).
               05  REVISION-INTENTO-FD   PIC 9(02).
           03  FILLER                    PIC X(176).

       FD  DOCENTES.
       01  COD-DOCENTES-DATOS-FD.
           03  COD-DOCENTES-FD           PIC X(06).
           03  FILLER                    PIC X(74).

       FD  REVICFG
           RECORDING MODE IS F.
       01  REVICFG-RECORD-FD             PIC  X(30).

       FD  REVLIST
           RECORDING MODE IS F.
       01  REG-REVLIST-FD                PIC  X(132).

       SD  SORT-REVISION.
       01  SORT-REV-REG.
           03  SORT-REV-DOCENTE          PIC X(06).
           03  SORT-REV-INSTITUTO        PIC X(50).
           03  SORT-REV-FECHA            PIC X(08).
           03  SORT-REV-MATERIA          PIC X(08).
           03  SORT-REV-ALUMNO           PIC 9(06).
           03  SORT-REV-REGISTRO         PIC X(200).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM68'.

       77  FS-REVISION                   PIC X(02)  VALUE ' '.
           88 88-FS-REVISION-OK                     VALUE '00'.
           88 88-FS-REVISION-EOF                    VALUE '10'.

       77  FS-DOCENTES                   PIC X(02)  VALUE ' '.
           88 88-FS-DOCENTES-OK                     VALUE '00'.

       77  FS-REVICFG                    PIC X(02)  VALUE ' '.
           88 88-FS-REVICFG-OK                      VALUE '00'.

       77  FS-REVLIST                    PIC  X(02) VALUE ' '.
           88 88-FS-REVLIST-OK                      VALUE '00'.

       77  WS-OPEN-REVISION              PIC X      VALUE 'N'.
           88 88-OPEN-REVISION-SI                   VALUE 'S'.
           88 88-OPEN-REVISION-NO                   VALUE 'N'.

       77  WS-OPEN-DOCENTES              PIC X      VALUE 'N'.
           88 88-OPEN-DOCENTES-SI                   VALUE 'S'.
           88 88-OPEN-DOCENTES-NO                   VALUE 'N'.

       77  WS-OPEN-REVLIST               PIC X      VALUE 'N'.
           88 88-OPEN-REVLIST-SI                    VALUE 'S'.
           88 88-OPEN-REVLIST-NO                    VALUE 'N'.

       77  WS-REV-LEIDAS                 PIC 9(07)  VALUE 0.
       77  WS-PRESENTADAS                PIC 9(07)  VALUE 0.
       77  WS-CONFIRMADAS                PIC 9(07)  VALUE 0.
       77  WS-MODIFICADAS                PIC 9(07)  VALUE 0.
       77  WS-DESISTIDAS                 PIC 9(07)  VALUE 0.
       77  WS-DOCENTES-LISTADOS          PIC 9(07)  VALUE 0.
       77  WS-ACTAS-LISTADAS             PIC 9(07)  VALUE 0.
       77  WS-POR-VENCER                 PIC 9(07)  VALUE 0.
       77  WS-VENCIDAS                   PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-REVLIST           PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     CORTE DE CONTROL SOBRE LA SALIDA ORDENADA DEL SORT      *
      *-------------------------------------------------------------*
       77  WS-FIN-SORT                    PIC X     VALUE 'N'.
           88 88-FIN-SORT-SI                        VALUE 'S'.
           88 88-FIN-SORT-NO                        VALUE 'N'.

       77  WS-HAY-DOCENTE                 PIC X     VALUE 'N'.
           88 88-HAY-DOCENTE-SI                     VALUE 'S'.
           88 88-HAY-DOCENTE-NO                     VALUE 'N'.

       77  WS-DOCENTE-ANTERIOR           PIC X(06)  VALUE ' '.
       01  WS-ACTA-ANTERIOR.
           03  WS-ACTA-ANT-INSTITUTO     PIC X(50)  VALUE ' '.
           03  WS-ACTA-ANT-FECHA         PIC X(08)  VALUE ' '.
           03  WS-ACTA-ANT-MATERIA       PIC X(08)  VALUE ' '.
       01  WS-ACTA-ACTUAL.
           03  WS-ACTA-ACT-INSTITUTO     PIC X(50)  VALUE ' '.
           03  WS-ACTA-ACT-FECHA         PIC X(08)  VALUE ' '.
           03  WS-ACTA-ACT-MATERIA       PIC X(08)  VALUE ' '.

       77  WS-CANT-ACTA                  PIC 9(05)  VALUE 0.
       77  WS-CANT-DOCENTE               PIC 9(05)  VALUE 0.
       77  WS-PEND-DOCENTE               PIC 9(05)  VALUE 0.
       77  WS-MODIF-DOCENTE              PIC 9(05)  VALUE 0.

       77  WS-DOCENTE-NOMBRE             PIC X(40)  VALUE ' '.

      *-------------------------------------------------------------*
      *     DIAS PARA EL LIMITE DE RESOLUCION                       *
      *-------------------------------------------------------------*
       77  WS-DIAS-AVISO                 PIC 9(02)  VALUE 03.
       77  WS-DIAS-HOY                   PIC 9(07)  VALUE 0.
       77  WS-DIAS-LIMITE                PIC 9(07)  VALUE 0.
       77  WS-DIAS-RESTAN                PIC S9(05) VALUE 0.
       77  WS-FECHA-LIM-NUM              PIC 9(08)  VALUE 0.

       77  WS-PAGINA                     PIC 9(05)  VALUE 0.
       77  WS-LINEA                      PIC 9(03)  VALUE 090.
       77  WS-LINEAS-MAX                 PIC 9(02)  VALUE 60.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE.
           03 WS-CURRENT-FECHA-NUM       PIC 9(08).
           03 FILLER                     PIC X(08).

       77  REG-REVLIST                   PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-RP01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM68'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  TITRP01-TITULO            PIC X(44)  VALUE
                'REVISIONES DE EXAMEN POR DOCENTE Y ACTA'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITRP01-FECHA.
               05  TITRP01-FECHA-DD      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITRP01-FECHA-MM      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITRP01-FECHA-AAAA    PIC 9(04)  VALUE 0.

       01  TIT-RP02.
           03  FILLER                    PIC X(06)  VALUE 'ALUMNO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(03)  VALUE 'INT'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE 'NOTA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'PRESENTADA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'LIMITE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'ESTADO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE 'NUEVA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'RESUELTA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(20)  VALUE
                'TRIBUNAL REVISOR'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'RECTIF'.
           03  FILLER                    PIC X(38)  VALUE ' '.

       01  TIT-DOCENTE.
           03  FILLER                    PIC X(09)  VALUE 'DOCENTE: '.
           03  TD-CODIGO                 PIC X(11).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  TD-NOMBRE                 PIC X(40).
           03  FILLER                    PIC X(71)  VALUE ' '.

       01  TIT-ACTA.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'ACTA: '.
           03  TA-INSTITUTO              PIC X(50).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  TA-FECHA.
               05  TA-FECHA-DD           PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  TA-FECHA-MM           PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  TA-FECHA-AAAA         PIC X(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  TA-MATERIA                PIC X(08).
           03  FILLER                    PIC X(53)  VALUE ' '.

       01  DET-REV.
           03  DV-ALUMNO                 PIC 9(06).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DV-INTENTO                PIC 9(02).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV-NOTA                   PIC Z9,9.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DV-PRESENTADA.
               05  DV-PRES-DD            PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DV-PRES-MM            PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DV-PRES-AAAA          PIC X(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV-LIMITE.
               05  DV-LIM-DD             PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DV-LIM-MM             PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DV-LIM-AAAA           PIC X(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV-ESTADO                 PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV-NOTA-NUEVA             PIC Z9,9.
           03  DV-NOTA-NUEVA-X REDEFINES DV-NOTA-NUEVA
                                         PIC X(04).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DV-RESUELTA.
               05  DV-RES-DD             PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DV-RES-MM             PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DV-RES-AAAA           PIC X(04).
           03  DV-RESUELTA-X REDEFINES DV-RESUELTA
                                         PIC X(10).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV-TRIBUNAL.
               05  DV-TRIB-TITULAR       PIC X(06).
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DV-TRIB-VOCAL-1       PIC X(06).
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DV-TRIB-VOCAL-2       PIC X(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV-RECTPEND               PIC ZZZZZ9.
           03  DV-RECTPEND-X REDEFINES DV-RECTPEND
                                         PIC X(06).
           03  FILLER                    PIC X(38)  VALUE ' '.

       01  TRL-ACTA.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(21)  VALUE
                'REVISIONES DEL ACTA: '.
           03  TRA-CANTIDAD              PIC ZZZZ9.
           03  FILLER                    PIC X(103) VALUE ' '.

       01  TRL-DOCENTE.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(24)  VALUE
                'REVISIONES DEL DOCENTE: '.
           03  TRD-CANTIDAD              PIC ZZZZ9.
           03  FILLER                    PIC X(16)  VALUE
                '  SIN RESOLVER: '.
           03  TRD-PENDIENTES            PIC ZZZZ9.
           03  FILLER                    PIC X(16)  VALUE
                '  MODIFICADAS: '.
           03  TRD-MODIFICADAS           PIC ZZZZ9.
           03  FILLER                    PIC X(60)  VALUE ' '.

       01  TIT-RP03.
           03  FILLER                    PIC X(06)  VALUE 'ALUMNO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'MATERIA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'EXAMEN'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'DOCENT'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'PRESENTADA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'LIMITE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE 'DIAS'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'TRIBUNAL'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'SITUACION'.
           03  FILLER                    PIC X(51)  VALUE ' '.

       01  DET-VENCE.
           03  DW-ALUMNO                 PIC 9(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DW-MATERIA                PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DW-EXAMEN.
               05  DW-EXA-DD             PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DW-EXA-MM             PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DW-EXA-AAAA           PIC X(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DW-DOCENTE                PIC X(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DW-PRESENTADA.
               05  DW-PRES-DD            PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DW-PRES-MM            PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DW-PRES-AAAA          PIC X(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DW-LIMITE.
               05  DW-LIM-DD             PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DW-LIM-MM             PIC XX.
               05  FILLER                PIC X      VALUE '/'.
               05  DW-LIM-AAAA           PIC X(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DW-DIAS                   PIC ----9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DW-TRIBUNAL               PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DW-SITUACION              PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(51)  VALUE ' '.

       01  TRL-REV.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE
                'PRESENTADAS '.
           03  FILLER                    PIC X(13)  VALUE
                'SIN RESOLVER:'.
           03  TRR-PRESENTADAS           PIC ZZZZZZ9.
           03  FILLER                    PIC X(15)  VALUE
                '  CONFIRMADAS: '.
           03  TRR-CONFIRMADAS           PIC ZZZZZZ9.
           03  FILLER                    PIC X(15)  VALUE
                '  MODIFICADAS: '.
           03  TRR-MODIFICADAS           PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  DESISTIDAS: '.
           03  TRR-DESISTIDAS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(34)  VALUE ' '.

       01  TRL-VENCE.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(19)  VALUE
                'PROXIMAS A VENCER: '.
           03  TRV-POR-VENCER            PIC ZZZZZZ9.
           03  FILLER                    PIC X(12)  VALUE
                '  VENCIDAS: '.
           03  TRV-VENCIDAS              PIC ZZZZZZ9.
           03  FILLER                    PIC X(86)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WREVISIO.
       COPY WDOCENTE.
       COPY WREVICFG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------
      *  LA PRIMERA PARTE ES UN SORT: EL PROCEDIMIENTO DE ENTRADA
      *  ENTREGA CADA REVISION Y EL DE SALIDA LA IMPRIME POR CORTE
      *  DE CONTROL DE DOCENTE Y ACTA. LA SEGUNDA PARTE VUELVE A
      *  RECORRER REVISION EN ORDEN DE CLAVE.
      *-----------------------

           PERFORM 10000-INICIO.

           SORT SORT-REVISION
                ON ASCENDING  KEY SORT-REV-DOCENTE
                                  SORT-REV-INSTITUTO
                                  SORT-REV-FECHA
                                  SORT-REV-MATERIA
                                  SORT-REV-ALUMNO
                INPUT  PROCEDURE IS 20000-ALIMENTO-SORT
                OUTPUT PROCEDURE IS 25000-IMPRIMO-REVISIONES.

           PERFORM 26000-LISTO-POR-VENCER.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-LEO-REVICFG.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-FECHA-NUM).

           SET 88-SALTO-HOJA-SI          TO TRUE.
           PERFORM 25200-IMPRIMO-TITULOS.

       10100-ABRO-ARCHIVOS.
      *-------------------

           PERFORM 10110-ABRO-REVISION.
      *----------------------------------------------------------

           OPEN INPUT DOCENTES.

           EVALUATE FS-DOCENTES
               WHEN '00'
                    SET 88-OPEN-DOCENTES-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-DOCENTES-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT REVLIST.

           EVALUATE FS-REVLIST
               WHEN '00'
                    SET 88-OPEN-REVLIST-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT REVLIST'
                    DISPLAY 'FILE STATUS       :' FS-REVLIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10110-ABRO-REVISION.
      *--------------------

           OPEN INPUT REVISION.

           EVALUATE FS-REVISION
               WHEN '00'
                    SET 88-OPEN-REVISION-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10110-ABRO-REVISION'
                    DISPLAY 'ERROR EN OPEN INPUT REVISION'
                    DISPLAY 'FILE STATUS       :' FS-REVISION
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-LEO-REVICFG.
      *------------------

           OPEN INPUT REVICFG.

           IF  88-FS-REVICFG-OK
               READ REVICFG INTO REVICFG-RECORD
               IF  88-FS-REVICFG-OK
               AND REVICFG-DIAS-AVISO IS NUMERIC
               AND REVICFG-DIAS-AVISO > 0
                   MOVE REVICFG-DIAS-AVISO TO WS-DIAS-AVISO
               END-IF
               CLOSE REVICFG
           END-IF.

       11100-READ-REVISION.
      *--------------------

           INITIALIZE REVISION-REGISTRO.

           READ REVISION INTO REVISION-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-REVISION-OK
               WHEN 88-FS-REVISION-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-REVISION'
                    DISPLAY 'ERROR EN READ       REVISION'
                    DISPLAY 'FILE STATUS       :' FS-REVISION
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-ALIMENTO-SORT.
      *--------------------
      *  ENTREGA AL SORT CADA REVISION, EN CUALQUIER ESTADO, CON
      *  EL DOCENTE Y EL ACTA COMO CLAVE DE ORDEN.
      *--------------------

           PERFORM 11100-READ-REVISION.

           PERFORM UNTIL 88-FS-REVISION-EOF
               ADD 1                     TO WS-REV-LEIDAS
               EVALUATE TRUE
                   WHEN 88-REVISION-PRESENTADA
                        ADD 1            TO WS-PRESENTADAS
                   WHEN 88-REVISION-CONFIRMADA
                        ADD 1            TO WS-CONFIRMADAS
                   WHEN 88-REVISION-MODIFICADA
                        ADD 1            TO WS-MODIFICADAS
                   WHEN 88-REVISION-DESISTIDA
                        ADD 1            TO WS-DESISTIDAS
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
               MOVE REVISION-DOCENTE     TO SORT-REV-DOCENTE
               MOVE REVISION-INSTITUTO   TO SORT-REV-INSTITUTO
               MOVE REVISION-FECHA-EXAMEN
                                         TO SORT-REV-FECHA
               MOVE REVISION-COD-MATERIA TO SORT-REV-MATERIA
               MOVE REVISION-COD-ALUMNO  TO SORT-REV-ALUMNO
               MOVE REVISION-REGISTRO    TO SORT-REV-REGISTRO
               RELEASE SORT-REV-REG
               PERFORM 11100-READ-REVISION
           END-PERFORM.

       25000-IMPRIMO-REVISIONES.
      *-------------------------
      *  RECORRE LA SALIDA ORDENADA E IMPRIME CADA DOCENTE Y CADA
      *  ACTA POR CORTE DE CONTROL, CON SU SUBTOTAL AL CERRARLOS.
      *-------------------------

           SET 88-FIN-SORT-NO            TO TRUE.
           SET 88-HAY-DOCENTE-NO         TO TRUE.

           PERFORM UNTIL 88-FIN-SORT-SI
               RETURN SORT-REVISION
                   AT END
                      SET 88-FIN-SORT-SI TO TRUE
                   NOT AT END
                      PERFORM 25100-PROCESO-REVISION
               END-RETURN
           END-PERFORM.

           IF  88-HAY-DOCENTE-SI
               PERFORM 25500-CIERRO-ACTA
               PERFORM 25600-CIERRO-DOCENTE
           END-IF.

       25100-PROCESO-REVISION.
      *-----------------------

           MOVE SORT-REV-REGISTRO        TO REVISION-REGISTRO.
           MOVE SORT-REV-INSTITUTO       TO WS-ACTA-ACT-INSTITUTO.
           MOVE SORT-REV-FECHA           TO WS-ACTA-ACT-FECHA.
           MOVE SORT-REV-MATERIA         TO WS-ACTA-ACT-MATERIA.

           EVALUATE TRUE
               WHEN 88-HAY-DOCENTE-NO
                    PERFORM 25400-ABRO-DOCENTE
                    PERFORM 25450-ABRO-ACTA
               WHEN SORT-REV-DOCENTE NOT = WS-DOCENTE-ANTERIOR
                    PERFORM 25500-CIERRO-ACTA
                    PERFORM 25600-CIERRO-DOCENTE
                    PERFORM 25400-ABRO-DOCENTE
                    PERFORM 25450-ABRO-ACTA
               WHEN WS-ACTA-ACTUAL NOT = WS-ACTA-ANTERIOR
                    PERFORM 25500-CIERRO-ACTA
                    PERFORM 25450-ABRO-ACTA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           ADD 1                         TO WS-CANT-ACTA
                                            WS-CANT-DOCENTE.

           MOVE REVISION-COD-ALUMNO      TO DV-ALUMNO.
           MOVE REVISION-INTENTO         TO DV-INTENTO.
           MOVE REVISION-NOTA-ORIGINAL   TO DV-NOTA.
           MOVE REVISION-FECHA-PRESENTACION(7:2) TO DV-PRES-DD.
           MOVE REVISION-FECHA-PRESENTACION(5:2) TO DV-PRES-MM.
           MOVE REVISION-FECHA-PRESENTACION(1:4) TO DV-PRES-AAAA.
           MOVE REVISION-LIMITE-RESOLUCION(7:2)  TO DV-LIM-DD.
           MOVE REVISION-LIMITE-RESOLUCION(5:2)  TO DV-LIM-MM.
           MOVE REVISION-LIMITE-RESOLUCION(1:4)  TO DV-LIM-AAAA.
           MOVE REVISION-TRIB-TITULAR    TO DV-TRIB-TITULAR.
           MOVE REVISION-TRIB-VOCAL-1    TO DV-TRIB-VOCAL-1.
           MOVE REVISION-TRIB-VOCAL-2    TO DV-TRIB-VOCAL-2.
           MOVE SPACES                   TO DV-NOTA-NUEVA-X
                                            DV-RECTPEND-X.

           IF  88-REVISION-PRESENTADA
               MOVE SPACES               TO DV-RESUELTA-X
           ELSE
               MOVE REVISION-FECHA-RESOLUCION(7:2) TO DV-RES-DD
               MOVE REVISION-FECHA-RESOLUCION(5:2) TO DV-RES-MM
               MOVE REVISION-FECHA-RESOLUCION(1:4) TO DV-RES-AAAA
           END-IF.

           EVALUATE TRUE
               WHEN 88-REVISION-PRESENTADA
                    MOVE 'PRESENTADA'    TO DV-ESTADO
                    ADD 1                TO WS-PEND-DOCENTE
               WHEN 88-REVISION-CONFIRMADA
                    MOVE 'CONFIRMADA'    TO DV-ESTADO
               WHEN 88-REVISION-MODIFICADA
                    MOVE 'MODIFICADA'    TO DV-ESTADO
                    MOVE REVISION-NOTA-NUEVA TO DV-NOTA-NUEVA
                    MOVE REVISION-RECTPEND-NUMERO TO DV-RECTPEND
                    ADD 1                TO WS-MODIF-DOCENTE
               WHEN 88-REVISION-DESISTIDA
                    MOVE 'DESISTIDA'     TO DV-ESTADO
               WHEN OTHER
                    MOVE REVISION-ESTADO TO DV-ESTADO
           END-EVALUATE.

           PERFORM 25150-CONTROL-DE-LINEA.

           MOVE DET-REV                  TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.

       25150-CONTROL-DE-LINEA.
      *------------------------

           IF  WS-LINEA > WS-LINEAS-MAX
               SET 88-SALTO-HOJA-SI      TO TRUE
               PERFORM 25200-IMPRIMO-TITULOS
           END-IF.

       25200-IMPRIMO-TITULOS.
      *-----------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DD       TO TITRP01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITRP01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITRP01-FECHA-AAAA.

           ADD  1 TO WS-PAGINA.

           MOVE  TIT-RP01 TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.
           MOVE  TIT-RP02 TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.

           MOVE 3 TO WS-LINEA.

       25300-ESCRIBO-REVLIST.
      *----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-REVLIST-FD FROM REG-REVLIST AFTER PAGE
           ELSE
              WRITE REG-REVLIST-FD FROM REG-REVLIST AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-REVLIST-OK
                   ADD 1              TO  WS-GRABADOS-REVLIST
                   ADD 1              TO  WS-LINEA
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 25300-ESCRIBO-REVLIST'
                   DISPLAY 'ERROR EN ESCRIBO    REVLIST'
                   DISPLAY 'FILE STATUS       :' FS-REVLIST
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       25400-ABRO-DOCENTE.
      *-------------------

           SET 88-HAY-DOCENTE-SI         TO TRUE.
           MOVE SORT-REV-DOCENTE         TO WS-DOCENTE-ANTERIOR.
           MOVE 0                        TO WS-CANT-DOCENTE
                                            WS-PEND-DOCENTE
                                            WS-MODIF-DOCENTE.
           ADD 1                         TO WS-DOCENTES-LISTADOS.

           PERFORM 25410-BUSCO-NOMBRE-DOCENTE.

           IF  SORT-REV-DOCENTE = SPACES
               MOVE 'SIN DOCENTE'        TO TD-CODIGO
           ELSE
               MOVE SORT-REV-DOCENTE     TO TD-CODIGO
           END-IF.
           MOVE WS-DOCENTE-NOMBRE        TO TD-NOMBRE.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE SPACES                   TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.
           MOVE TIT-DOCENTE              TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.

       25410-BUSCO-NOMBRE-DOCENTE.
      *---------------------------

           MOVE SPACES                   TO WS-DOCENTE-NOMBRE.

           IF  88-OPEN-DOCENTES-SI
           AND SORT-REV-DOCENTE NOT = SPACES
               INITIALIZE COD-DOCENTES-DATOS-FD
               MOVE SORT-REV-DOCENTE     TO COD-DOCENTES-FD
               READ DOCENTES INTO DOCENTES-REGISTRO
               IF  88-FS-DOCENTES-OK
                   MOVE DOCENTES-NOMBRE  TO WS-DOCENTE-NOMBRE
               END-IF
           END-IF.

       25450-ABRO-ACTA.
      *----------------

           MOVE WS-ACTA-ACTUAL           TO WS-ACTA-ANTERIOR.
           MOVE 0                        TO WS-CANT-ACTA.
           ADD 1                         TO WS-ACTAS-LISTADAS.

           MOVE WS-ACTA-ACT-INSTITUTO    TO TA-INSTITUTO.
           MOVE WS-ACTA-ACT-FECHA(7:2)   TO TA-FECHA-DD.
           MOVE WS-ACTA-ACT-FECHA(5:2)   TO TA-FECHA-MM.
           MOVE WS-ACTA-ACT-FECHA(1:4)   TO TA-FECHA-AAAA.
           MOVE WS-ACTA-ACT-MATERIA      TO TA-MATERIA.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE TIT-ACTA                 TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.

       25500-CIERRO-ACTA.
      *------------------

           MOVE WS-CANT-ACTA             TO TRA-CANTIDAD.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE TRL-ACTA                 TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.

       25600-CIERRO-DOCENTE.
      *---------------------

           MOVE WS-CANT-DOCENTE          TO TRD-CANTIDAD.
           MOVE WS-PEND-DOCENTE          TO TRD-PENDIENTES.
           MOVE WS-MODIF-DOCENTE         TO TRD-MODIFICADAS.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE TRL-DOCENTE              TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.

       26000-LISTO-POR-VENCER.
      *-----------------------
      *  SEGUNDA PARTE: PRESENTADAS SIN RESOLVER CERCA DEL LIMITE
      *  DE RESOLUCION O YA PASADAS. REVISION SE REABRE PARA
      *  RECORRERLA OTRA VEZ DESDE EL PRINCIPIO.
      *-----------------------

           MOVE SPACES                   TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.
           MOVE WS-PRESENTADAS           TO TRR-PRESENTADAS.
           MOVE WS-CONFIRMADAS           TO TRR-CONFIRMADAS.
           MOVE WS-MODIFICADAS           TO TRR-MODIFICADAS.
           MOVE WS-DESISTIDAS            TO TRR-DESISTIDAS.
           MOVE TRL-REV                  TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.

           MOVE 'REVISIONES PROXIMAS A VENCER'
                                         TO TITRP01-TITULO.
           MOVE TIT-RP03                 TO TIT-RP02.
           SET 88-SALTO-HOJA-SI          TO TRUE.
           PERFORM 25200-IMPRIMO-TITULOS.

           SET 88-OPEN-REVISION-NO       TO TRUE.
           CLOSE REVISION.
           PERFORM 10110-ABRO-REVISION.

           PERFORM 11100-READ-REVISION.
           PERFORM UNTIL 88-FS-REVISION-EOF
               IF  88-REVISION-PRESENTADA
                   PERFORM 26100-CONTROLO-VENCIMIENTO
               END-IF
               PERFORM 11100-READ-REVISION
           END-PERFORM.

           MOVE WS-POR-VENCER            TO TRV-POR-VENCER.
           MOVE WS-VENCIDAS              TO TRV-VENCIDAS.

           MOVE SPACES                   TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.
           MOVE TRL-VENCE                TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.

       26100-CONTROLO-VENCIMIENTO.
      *---------------------------

           MOVE 0                        TO WS-DIAS-LIMITE.

           IF  REVISION-LIMITE-RESOLUCION IS NUMERIC
               MOVE REVISION-LIMITE-RESOLUCION
                                         TO WS-FECHA-LIM-NUM
               COMPUTE WS-DIAS-LIMITE =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-LIM-NUM)
                   ON SIZE ERROR
                       MOVE 0            TO WS-DIAS-LIMITE
               END-COMPUTE
           END-IF.

           IF  WS-DIAS-LIMITE > 0
               COMPUTE WS-DIAS-RESTAN = WS-DIAS-LIMITE - WS-DIAS-HOY
               IF  WS-DIAS-RESTAN NOT > WS-DIAS-AVISO
                   PERFORM 26200-IMPRIMO-VENCIMIENTO
               END-IF
           END-IF.

       26200-IMPRIMO-VENCIMIENTO.
      *--------------------------

           MOVE REVISION-COD-ALUMNO      TO DW-ALUMNO.
           MOVE REVISION-COD-MATERIA     TO DW-MATERIA.
           MOVE REVISION-FECHA-EXAMEN(7:2)       TO DW-EXA-DD.
           MOVE REVISION-FECHA-EXAMEN(5:2)       TO DW-EXA-MM.
           MOVE REVISION-FECHA-EXAMEN(1:4)       TO DW-EXA-AAAA.
           MOVE REVISION-DOCENTE         TO DW-DOCENTE.
           MOVE REVISION-FECHA-PRESENTACION(7:2) TO DW-PRES-DD.
           MOVE REVISION-FECHA-PRESENTACION(5:2) TO DW-PRES-MM.
           MOVE REVISION-FECHA-PRESENTACION(1:4) TO DW-PRES-AAAA.
           MOVE REVISION-LIMITE-RESOLUCION(7:2)  TO DW-LIM-DD.
           MOVE REVISION-LIMITE-RESOLUCION(5:2)  TO DW-LIM-MM.
           MOVE REVISION-LIMITE-RESOLUCION(1:4)  TO DW-LIM-AAAA.
           MOVE WS-DIAS-RESTAN           TO DW-DIAS.

           IF  REVISION-TRIB-TITULAR = SPACES
               MOVE 'SIN CARGA'          TO DW-TRIBUNAL
           ELSE
               MOVE 'CARGADO'            TO DW-TRIBUNAL
           END-IF.

           IF  WS-DIAS-RESTAN < 0
               MOVE '*VENCIDA'           TO DW-SITUACION
               ADD 1                     TO WS-VENCIDAS
           ELSE
               MOVE 'POR VENCER'         TO DW-SITUACION
               ADD 1                     TO WS-POR-VENCER
           END-IF.

           PERFORM 25150-CONTROL-DE-LINEA.

           MOVE DET-VENCE                TO REG-REVLIST.
           PERFORM 25300-ESCRIBO-REVLIST.

       30000-FINALIZO.
      *--------------

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'REVISIONES LEIDAS :' WS-REV-LEIDAS.
           DISPLAY 'DOCENTES          :' WS-DOCENTES-LISTADOS.
           DISPLAY 'ACTAS             :' WS-ACTAS-LISTADAS.
           DISPLAY 'SIN RESOLVER      :' WS-PRESENTADAS.
           DISPLAY 'PROXIMAS A VENCER :' WS-POR-VENCER.
           DISPLAY 'VENCIDAS          :' WS-VENCIDAS.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-REVISION-SI
              SET 88-OPEN-REVISION-NO  TO TRUE
              CLOSE REVISION
           END-IF.

           IF 88-OPEN-DOCENTES-SI
              SET 88-OPEN-DOCENTES-NO  TO TRUE
              CLOSE DOCENTES
           END-IF.

           IF 88-OPEN-REVLIST-SI
              SET 88-OPEN-REVLIST-NO   TO TRUE
              CLOSE REVLIST
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
