       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM70.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA CONCILIA LOS DOCENTES QUE FIRMARON CADA ACTA
      * (FIRMANTES, VER WFIRMANT, GRABADO POR MNTFIRMA) CONTRA EL
      * TRIBUNAL PROPUESTO PARA LA MESA (TRIBUNAL, GRABADO POR
      * BOPGM32) Y CONTRA LA ASIGNACION DOCENTE-MATERIA (DOCMAT).
      * POR CADA ACTA IMPRIME LOS TRES LUGARES DE FIRMA CON EL
      * DOCENTE QUE FIRMO, EL PROPUESTO PARA ESE LUGAR Y LAS
      * OBSERVACIONES:
      *   SUPLENTE     FIRMO UN DOCENTE QUE NO ESTABA EN EL
      *                TRIBUNAL PROPUESTO.
      *   SIN DOCMAT   EL FIRMANTE NO TIENE LA MATERIA ASIGNADA
      *                EN LA SEDE (UN DOCMAT SIN SEDE VALE PARA
      *                TODAS).
      *   INACTIVO     EL FIRMANTE ESTA DADO DE BAJA EN DOCENTES
      *                (DOCENTES-ACTIVO = 'I').
      *   INEXISTENTE  EL FIRMANTE NO ESTA EN DOCENTES.
      *   REPETIDO     EL MISMO DOCENTE FIRMO EN DOS LUGARES.
      *   SIN FIRMA    EL LUGAR QUEDO SIN FIRMANTE.
      * Y A NIVEL ACTA LOS PROPUESTOS QUE NO FIRMARON, LAS ACTAS
      * FIRMADAS POR MENOS DE TRES DOCENTES Y LAS QUE NO TIENEN
      * TRIBUNAL PROPUESTO. TRIBUNAL, DOCENTES Y DOCMAT SON
      * OPCIONALES; SIN FIRMANTES NO HAY NADA QUE CONCILIAR.
      * LAS ACTAS DE PROMOCION DIRECTA (INSTITUTO 'PROMOCION', LAS
      * NOTAS QUE GRABA BOPGM53) NO SON MESAS DE EXAMEN NI TIENEN
      * TRIBUNAL PROPUESTO: NO SE CONCILIAN, SOLO SE CUENTAN.
      * CORRE A PEDIDO, FUERA DE LA CADENA NOCTURNA.
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

           SELECT OPTIONAL FIRMANTES ASSIGN     TO
                                   'FIRMANTES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS FIRMANTES-CLAVE-FD
                                   FILE STATUS  IS FS-FIRMANTES.

           SELECT OPTIONAL TRIBUNAL ASSIGN      TO
                                   'TRIBUNAL'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS TRIBUNAL-CLAVE-FD
                                   FILE STATUS  IS FS-TRIBUNAL.

           SELECT OPTIONAL DOCENTES ASSIGN      TO
                                   'DOCENTES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-DOCENTES-FD
                                   FILE STATUS  IS FS-DOCENTES.

           SELECT OPTIONAL DOCMAT  ASSIGN       TO
                                   'DOCMAT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DOCMAT.

           SELECT FIRMCONC         ASSIGN       TO
                                   'FIRMCONC'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-FIRMCONC.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  FIRMANTES.
       01  FIRMANTES-DATOS-FD.
           03  FIRMANTES-CLAVE-FD.
               05  FIRMANTES-INSTITUTO-FD PIC X(50).
               05  FIRMANTES-FECHA-FD    PIC X(08).
               05  FIRMANTES-MATERIA-FD  PIC X(08).
           03  FILLER                    PIC X(54).

       FD  TRIBUNAL.
       01  TRIBUNAL-DATOS-FD.
           03  TRIBUNAL-CLAVE-FD.
               05  TRIBUNAL-INST-FD      PIC X(10).
               05  TRIBUNAL-FECHA-FD     PIC X(08).
               05  TRIBUNAL-MATERIA-FD   PIC X(08).
           03  FILLER                    PIC X(34).

       FD  DOCENTES.
       01  COD-DOCENTES-DATOS-FD.
           03  COD-DOCENTES-FD           PIC X(06).
           03  FILLER                    PIC X(74).

       FD  DOCMAT
           RECORDING MODE IS F.
       01  DOCMAT-RECORD-FD              PIC  X(30).

       FD  FIRMCONC
           RECORDING MODE IS F.
       01  REG-FIRMCONC-FD               PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM70'.
       77  CTE-INSTITUTO-PROMOCION       PIC  X(10) VALUE 'PROMOCION'.

       77  FS-FIRMANTES                  PIC X(02)  VALUE ' '.
           88 88-FS-FIRMANTES-OK                    VALUE '00'.
           88 88-FS-FIRMANTES-EOF                   VALUE '10'.

       77  FS-TRIBUNAL                   PIC X(02)  VALUE ' '.
           88 88-FS-TRIBUNAL-OK                     VALUE '00'.

       77  FS-DOCENTES                   PIC X(02)  VALUE ' '.
           88 88-FS-DOCENTES-OK                     VALUE '00'.

       77  FS-DOCMAT                     PIC X(02)  VALUE ' '.
           88 88-FS-DOCMAT-OK                       VALUE '00'.
           88 88-FS-DOCMAT-EOF                      VALUE '10'.

       77  FS-FIRMCONC                   PIC  X(02) VALUE ' '.
           88 88-FS-FIRMCONC-OK                     VALUE '00'.

       77  WS-OPEN-FIRMANTES             PIC X      VALUE 'N'.
           88 88-OPEN-FIRMANTES-SI                  VALUE 'S'.
           88 88-OPEN-FIRMANTES-NO                  VALUE 'N'.

       77  WS-OPEN-TRIBUNAL              PIC X      VALUE 'N'.
           88 88-OPEN-TRIBUNAL-SI                   VALUE 'S'.
           88 88-OPEN-TRIBUNAL-NO                   VALUE 'N'.

       77  WS-OPEN-DOCENTES              PIC X      VALUE 'N'.
           88 88-OPEN-DOCENTES-SI                   VALUE 'S'.
           88 88-OPEN-DOCENTES-NO                   VALUE 'N'.

       77  WS-OPEN-DOCMAT                PIC X      VALUE 'N'.
           88 88-OPEN-DOCMAT-SI                     VALUE 'S'.
           88 88-OPEN-DOCMAT-NO                     VALUE 'N'.

       77  WS-OPEN-FIRMCONC              PIC X      VALUE 'N'.
           88 88-OPEN-FIRMCONC-SI                   VALUE 'S'.
           88 88-OPEN-FIRMCONC-NO                   VALUE 'N'.

       77  WS-ACTAS-LEIDAS               PIC 9(07)  VALUE 0.
       77  WS-ACTAS-OBSERVADAS           PIC 9(07)  VALUE 0.
       77  WS-ACTAS-INCOMPLETAS          PIC 9(07)  VALUE 0.
       77  WS-ACTAS-SIN-TRIBUNAL         PIC 9(07)  VALUE 0.
       77  WS-ACTAS-PROMOCION            PIC 9(07)  VALUE 0.
       77  WS-FIRMAS-SUPLENTES           PIC 9(07)  VALUE 0.
       77  WS-FIRMAS-SIN-DOCMAT          PIC 9(07)  VALUE 0.
       77  WS-FIRMAS-INACTIVOS           PIC 9(07)  VALUE 0.
       77  WS-FIRMAS-INEXISTENTES        PIC 9(07)  VALUE 0.
       77  WS-FIRMAS-REPETIDAS           PIC 9(07)  VALUE 0.
       77  WS-PROPUESTOS-AUSENTES        PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-FIRMCONC          PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     ASIGNACION DOCENTE-MATERIA, CARGADA EN MEMORIA IGUAL    *
      *     QUE EN BOPGM11.                                         *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-DM                PIC 9(04)  VALUE 0.
       01  WS-TABLA-DOCMAT.
           03  WS-TAB-DM OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-DM.
               05  WS-TAB-DM-MATERIA      PIC X(08).
               05  WS-TAB-DM-DOCENTE      PIC X(06).
               05  WS-TAB-DM-INSTITUTO    PIC X(10).

      *-------------------------------------------------------------*
      *     ACTA EN PROCESO: TRIBUNAL PROPUESTO (EN EL MISMO ORDEN  *
      *     QUE LOS FIRMANTES) Y CONTROLES POR LUGAR DE FIRMA       *
      *-------------------------------------------------------------*
       77  WS-TRIBUNAL-HALLADO           PIC X      VALUE 'N'.
           88 88-TRIBUNAL-HALLADO-SI                VALUE 'S'.
           88 88-TRIBUNAL-HALLADO-NO                VALUE 'N'.

       01  WS-PROPUESTOS.
           03  WS-PROP-TITULAR           PIC X(06)  VALUE ' '.
           03  WS-PROP-VOCAL-1           PIC X(06)  VALUE ' '.
           03  WS-PROP-VOCAL-2           PIC X(06)  VALUE ' '.
       01  WS-PROPUESTOS-TAB REDEFINES WS-PROPUESTOS.
           03  WS-PROPUESTO              PIC X(06)  OCCURS 3 TIMES.

       01  WS-ROLES.
           03  FILLER                    PIC X(08)  VALUE 'TITULAR'.
           03  FILLER                    PIC X(08)  VALUE 'VOCAL 1'.
           03  FILLER                    PIC X(08)  VALUE 'VOCAL 2'.
       01  WS-ROLES-TAB REDEFINES WS-ROLES.
           03  WS-ROL                    PIC X(08)  OCCURS 3 TIMES.

       77  WS-IDX-LUGAR                  PIC 9(01)  VALUE 0.
       77  WS-IDX-OTRO                   PIC 9(01)  VALUE 0.
       77  WS-CANT-FIRMANTES             PIC 9(01)  VALUE 0.

       77  WS-ACTA-OBSERVADA             PIC X      VALUE 'N'.
           88 88-ACTA-OBSERVADA-SI                  VALUE 'S'.
           88 88-ACTA-OBSERVADA-NO                  VALUE 'N'.

       77  WS-DOCENTE-CODIGO             PIC X(06)  VALUE ' '.
       77  WS-DOCENTE-NOMBRE             PIC X(40)  VALUE ' '.

       77  WS-DOCENTE-HALLADO            PIC X      VALUE 'N'.
           88 88-DOCENTE-HALLADO-SI                 VALUE 'S'.
           88 88-DOCENTE-HALLADO-NO                 VALUE 'N'.

       77  WS-DOCENTE-ACTIVO             PIC X      VALUE 'S'.
           88 88-DOCENTE-ACTIVO-SI                  VALUE 'S'.
           88 88-DOCENTE-ACTIVO-NO                  VALUE 'N'.

       77  WS-EN-TRIBUNAL                PIC X      VALUE 'N'.
           88 88-EN-TRIBUNAL-SI                     VALUE 'S'.
           88 88-EN-TRIBUNAL-NO                     VALUE 'N'.

       77  WS-EN-DOCMAT                  PIC X      VALUE 'N'.
           88 88-EN-DOCMAT-SI                       VALUE 'S'.
           88 88-EN-DOCMAT-NO                       VALUE 'N'.

       77  WS-INSTITUTO-DM               PIC X(10)  VALUE ' '.

      *-------------------------------------------------------------*
      *     OBSERVACIONES DE UN LUGAR DE FIRMA, SEPARADAS POR '/'   *
      *-------------------------------------------------------------*
       77  WS-OBSERVACION                PIC X(60)  VALUE ' '.
       77  WS-OBS-TEXTO                  PIC X(20)  VALUE ' '.
       77  WS-OBS-PUNTERO                PIC 9(03)  VALUE 1.

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

       77  REG-FIRMCONC                  PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-RP01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM70'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(44)  VALUE
                'CONCILIACION DE FIRMANTES DE ACTAS'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITRP01-FECHA.
               05  TITRP01-FECHA-DD      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITRP01-FECHA-MM      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITRP01-FECHA-AAAA    PIC 9(04)  VALUE 0.

       01  TIT-RP02.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'LUGAR'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'FIRMO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE 'NOMBRE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'PROPUE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(60)  VALUE
                'OBSERVACIONES'.
           03  FILLER                    PIC X(05)  VALUE ' '.

       01  TIT-ACTA.
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
           03  FILLER                    PIC X(07)  VALUE ' LIBRO '.
           03  TA-LIBRO                  PIC ZZZ9.
           03  FILLER                    PIC X(07)  VALUE ' FOLIO '.
           03  TA-FOLIO                  PIC ZZZ9.
           03  FILLER                    PIC X(12)  VALUE
                ' FIRMANTES: '.
           03  TA-FIRMANTES              PIC 9.
           03  FILLER                    PIC X(21)  VALUE ' '.

       01  DET-FIRMA.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DF-LUGAR                  PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DF-FIRMO                  PIC X(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DF-NOMBRE                 PIC X(40).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DF-PROPUESTO              PIC X(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DF-OBSERVACION            PIC X(60).
           03  FILLER                    PIC X(05)  VALUE ' '.

       01  DET-OBS-ACTA.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE '*** '.
           03  DO-OBSERVACION            PIC X(60).
           03  FILLER                    PIC X(65)  VALUE ' '.

       01  TRL-CONCILIACION.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'ACTAS: '.
           03  TRC-ACTAS                 PIC ZZZZZZ9.
           03  FILLER                    PIC X(16)  VALUE
                '  OBSERVADAS: '.
           03  TRC-OBSERVADAS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  SUPLENTES: '.
           03  TRC-SUPLENTES             PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  INACTIVOS: '.
           03  TRC-INACTIVOS             PIC ZZZZZZ9.
           03  FILLER                    PIC X(24)  VALUE
                '  MENOS DE 3 FIRMAS: '.
           03  TRC-INCOMPLETAS           PIC ZZZZZZ9.
           03  FILLER                    PIC X(20)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WFIRMANT.
       COPY WTRIBUNA.
       COPY WDOCENTE.
       COPY WDOCMAT.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------
      *  RECORRE FIRMANTES EN ORDEN DE CLAVE (SEDE, FECHA Y
      *  MATERIA) Y CONCILIA CADA ACTA POR SEPARADO, SALVO LAS DE
      *  PROMOCION DIRECTA.
      *-----------------------

           PERFORM 10000-INICIO.

           IF  88-OPEN-FIRMANTES-SI
               PERFORM 11100-READ-FIRMANTES
               PERFORM UNTIL 88-FS-FIRMANTES-EOF
                   IF  FIRMANTES-INSTITUTO = CTE-INSTITUTO-PROMOCION
                       ADD 1             TO WS-ACTAS-PROMOCION
                   ELSE
                       PERFORM 20000-CONCILIO-ACTA
                   END-IF
                   PERFORM 11100-READ-FIRMANTES
               END-PERFORM
           ELSE
               DISPLAY 'SIN FIRMANTES: NO HAY ACTAS PARA CONCILIAR'
           END-IF.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-CARGO-DOCMAT.

           SET 88-SALTO-HOJA-SI          TO TRUE.
           PERFORM 25200-IMPRIMO-TITULOS.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT FIRMANTES.

           EVALUATE FS-FIRMANTES
               WHEN '00'
                    SET 88-OPEN-FIRMANTES-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-FIRMANTES-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT TRIBUNAL.

           EVALUATE FS-TRIBUNAL
               WHEN '00'
                    SET 88-OPEN-TRIBUNAL-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-TRIBUNAL-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT DOCENTES.

           EVALUATE FS-DOCENTES
               WHEN '00'
                    SET 88-OPEN-DOCENTES-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-DOCENTES-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT FIRMCONC.

           EVALUATE FS-FIRMCONC
               WHEN '00'
                    SET 88-OPEN-FIRMCONC-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT FIRMCONC'
                    DISPLAY 'FILE STATUS       :' FS-FIRMCONC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-CARGO-DOCMAT.
      *-------------------

           OPEN INPUT DOCMAT.

           EVALUATE FS-DOCMAT
               WHEN '00'
                    SET 88-OPEN-DOCMAT-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-DOCMAT-NO TO TRUE
           END-EVALUATE.

           IF  88-OPEN-DOCMAT-SI
               PERFORM UNTIL 88-FS-DOCMAT-EOF
                   INITIALIZE DOCMAT-RECORD
                   READ DOCMAT INTO DOCMAT-RECORD
                   IF  88-FS-DOCMAT-OK
                   AND WS-CANT-TAB-DM < 200
                       ADD 1              TO WS-CANT-TAB-DM
                       SET WS-IDX-TAB-DM  TO WS-CANT-TAB-DM
                       MOVE DOCMAT-COD-MATERIA
                              TO WS-TAB-DM-MATERIA(WS-IDX-TAB-DM)
                       MOVE DOCMAT-COD-DOCENTE
                              TO WS-TAB-DM-DOCENTE(WS-IDX-TAB-DM)
                       MOVE DOCMAT-INSTITUTO
                              TO WS-TAB-DM-INSTITUTO(WS-IDX-TAB-DM)
                   END-IF
               END-PERFORM
               CLOSE DOCMAT
               SET 88-OPEN-DOCMAT-NO TO TRUE
           END-IF.

       11100-READ-FIRMANTES.
      *---------------------

           INITIALIZE FIRMANTES-REGISTRO.

           READ FIRMANTES INTO FIRMANTES-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-FIRMANTES-OK
               WHEN 88-FS-FIRMANTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-FIRMANTES'
                    DISPLAY 'ERROR EN READ       FIRMANTES'
                    DISPLAY 'FILE STATUS       :' FS-FIRMANTES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-CONCILIO-ACTA.
      *--------------------
      *  IMPRIME EL ACTA, UNA LINEA POR LUGAR DE FIRMA Y, AL
      *  FINAL, LAS OBSERVACIONES DEL ACTA COMPLETA.
      *--------------------

           ADD 1                         TO WS-ACTAS-LEIDAS.
           SET 88-ACTA-OBSERVADA-NO      TO TRUE.

           PERFORM 20100-BUSCO-TRIBUNAL.

           MOVE 0                        TO WS-CANT-FIRMANTES.
           MOVE 1                        TO WS-IDX-LUGAR.
           PERFORM UNTIL WS-IDX-LUGAR > 3
               IF  FIRMANTES-DOCENTE(WS-IDX-LUGAR) NOT = SPACES
                   ADD 1                 TO WS-CANT-FIRMANTES
               END-IF
               ADD 1                     TO WS-IDX-LUGAR
           END-PERFORM.

           MOVE FIRMANTES-INSTITUTO      TO TA-INSTITUTO.
           MOVE FIRMANTES-FECHA-EXAMEN(7:2) TO TA-FECHA-DD.
           MOVE FIRMANTES-FECHA-EXAMEN(5:2) TO TA-FECHA-MM.
           MOVE FIRMANTES-FECHA-EXAMEN(1:4) TO TA-FECHA-AAAA.
           MOVE FIRMANTES-COD-MATERIA    TO TA-MATERIA.
           MOVE FIRMANTES-LIBRO          TO TA-LIBRO.
           MOVE FIRMANTES-FOLIO          TO TA-FOLIO.
           MOVE WS-CANT-FIRMANTES        TO TA-FIRMANTES.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE SPACES                   TO REG-FIRMCONC.
           PERFORM 25300-ESCRIBO-FIRMCONC.
           MOVE TIT-ACTA                 TO REG-FIRMCONC.
           PERFORM 25300-ESCRIBO-FIRMCONC.

           MOVE 1                        TO WS-IDX-LUGAR.
           PERFORM UNTIL WS-IDX-LUGAR > 3
               PERFORM 20200-CONCILIO-FIRMANTE
               ADD 1                     TO WS-IDX-LUGAR
           END-PERFORM.

           IF  88-TRIBUNAL-HALLADO-SI
               MOVE 1                    TO WS-IDX-LUGAR
               PERFORM UNTIL WS-IDX-LUGAR > 3
                   PERFORM 20400-CONTROLO-PROPUESTO
                   ADD 1                 TO WS-IDX-LUGAR
               END-PERFORM
           ELSE
               ADD 1                     TO WS-ACTAS-SIN-TRIBUNAL
               MOVE 'SIN TRIBUNAL PROPUESTO PARA LA MESA'
                                         TO DO-OBSERVACION
               PERFORM 20500-IMPRIMO-OBS-ACTA
           END-IF.

           IF  WS-CANT-FIRMANTES < 3
               ADD 1                     TO WS-ACTAS-INCOMPLETAS
               MOVE 'ACTA FIRMADA POR MENOS DE TRES DOCENTES'
                                         TO DO-OBSERVACION
               PERFORM 20500-IMPRIMO-OBS-ACTA
           END-IF.

           IF  88-ACTA-OBSERVADA-SI
               ADD 1                     TO WS-ACTAS-OBSERVADAS
           END-IF.

       20100-BUSCO-TRIBUNAL.
      *---------------------
      *  LA CLAVE DE MESA LLEVA EL CODIGO DE SEDE EN 10, EL MISMO
      *  RECORTE QUE EN BOPGM11.
      *---------------------

           SET 88-TRIBUNAL-HALLADO-NO    TO TRUE.
           MOVE SPACES                   TO WS-PROPUESTOS.

           IF  88-OPEN-TRIBUNAL-SI
               INITIALIZE TRIBUNAL-DATOS-FD
               MOVE FIRMANTES-INSTITUTO  TO TRIBUNAL-INST-FD
               MOVE FIRMANTES-FECHA-EXAMEN
                                         TO TRIBUNAL-FECHA-FD
               MOVE FIRMANTES-COD-MATERIA
                                         TO TRIBUNAL-MATERIA-FD

               READ TRIBUNAL INTO TRIBUNAL-REGISTRO

               IF  88-FS-TRIBUNAL-OK
                   SET 88-TRIBUNAL-HALLADO-SI TO TRUE
                   MOVE TRIBUNAL-TITULAR TO WS-PROP-TITULAR
                   MOVE TRIBUNAL-VOCAL-1 TO WS-PROP-VOCAL-1
                   MOVE TRIBUNAL-VOCAL-2 TO WS-PROP-VOCAL-2
               END-IF
           END-IF.

       20200-CONCILIO-FIRMANTE.
      *------------------------

           MOVE SPACES                   TO WS-OBSERVACION.
           MOVE 1                        TO WS-OBS-PUNTERO.
           MOVE FIRMANTES-DOCENTE(WS-IDX-LUGAR)
                                         TO WS-DOCENTE-CODIGO.

           IF  WS-DOCENTE-CODIGO = SPACES
               MOVE SPACES               TO WS-DOCENTE-NOMBRE
               MOVE 'SIN FIRMA'          TO WS-OBS-TEXTO
               PERFORM 20300-AGREGO-OBSERVACION
           ELSE
               PERFORM 20210-BUSCO-DOCENTE
               PERFORM 20220-CONTROLO-TRIBUNAL
               PERFORM 20230-CONTROLO-DOCMAT
               PERFORM 20240-CONTROLO-REPETIDO
           END-IF.

           MOVE WS-ROL(WS-IDX-LUGAR)     TO DF-LUGAR.
           MOVE WS-DOCENTE-CODIGO        TO DF-FIRMO.
           MOVE WS-DOCENTE-NOMBRE        TO DF-NOMBRE.
           MOVE WS-PROPUESTO(WS-IDX-LUGAR)
                                         TO DF-PROPUESTO.
           MOVE WS-OBSERVACION           TO DF-OBSERVACION.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE DET-FIRMA                TO REG-FIRMCONC.
           PERFORM 25300-ESCRIBO-FIRMCONC.

       20210-BUSCO-DOCENTE.
      *--------------------
      *  SIN EL ARCHIVO DOCENTES NO SE PUEDE SABER SI EL FIRMANTE
      *  EXISTE NI SI ESTA ACTIVO: SE LO TOMA COMO VALIDO.
      *--------------------

           MOVE SPACES                   TO WS-DOCENTE-NOMBRE.

           IF  88-OPEN-DOCENTES-SI
               INITIALIZE COD-DOCENTES-DATOS-FD
               MOVE WS-DOCENTE-CODIGO    TO COD-DOCENTES-FD
               READ DOCENTES INTO DOCENTES-REGISTRO
               IF  88-FS-DOCENTES-OK
                   MOVE DOCENTES-NOMBRE  TO WS-DOCENTE-NOMBRE
                   IF  88-DOCENTES-ACTIVO-NO
                       ADD 1             TO WS-FIRMAS-INACTIVOS
                       MOVE 'INACTIVO'   TO WS-OBS-TEXTO
                       PERFORM 20300-AGREGO-OBSERVACION
                   END-IF
               ELSE
                   ADD 1                 TO WS-FIRMAS-INEXISTENTES
                   MOVE 'INEXISTENTE'    TO WS-OBS-TEXTO
                   PERFORM 20300-AGREGO-OBSERVACION
               END-IF
           END-IF.

       20220-CONTROLO-TRIBUNAL.
      *------------------------

           IF  88-TRIBUNAL-HALLADO-SI
               SET 88-EN-TRIBUNAL-NO     TO TRUE
               MOVE 1                    TO WS-IDX-OTRO
               PERFORM UNTIL WS-IDX-OTRO > 3
                   IF  WS-PROPUESTO(WS-IDX-OTRO) = WS-DOCENTE-CODIGO
                       SET 88-EN-TRIBUNAL-SI TO TRUE
                   END-IF
                   ADD 1                 TO WS-IDX-OTRO
               END-PERFORM
               IF  88-EN-TRIBUNAL-NO
                   ADD 1                 TO WS-FIRMAS-SUPLENTES
                   MOVE 'SUPLENTE'       TO WS-OBS-TEXTO
                   PERFORM 20300-AGREGO-OBSERVACION
               END-IF
           END-IF.

       20230-CONTROLO-DOCMAT.
      *----------------------

           IF  WS-CANT-TAB-DM > 0
               SET 88-EN-DOCMAT-NO       TO TRUE
               MOVE FIRMANTES-INSTITUTO  TO WS-INSTITUTO-DM
               SET  WS-IDX-TAB-DM        TO 1
               PERFORM UNTIL WS-IDX-TAB-DM > WS-CANT-TAB-DM
                          OR 88-EN-DOCMAT-SI
                   IF  WS-TAB-DM-MATERIA(WS-IDX-TAB-DM) =
                                         FIRMANTES-COD-MATERIA
                   AND WS-TAB-DM-DOCENTE(WS-IDX-TAB-DM) =
                                         WS-DOCENTE-CODIGO
                   AND (WS-TAB-DM-INSTITUTO(WS-IDX-TAB-DM) = SPACES
                     OR WS-TAB-DM-INSTITUTO(WS-IDX-TAB-DM) =
                                         WS-INSTITUTO-DM)
                       SET 88-EN-DOCMAT-SI TO TRUE
                   END-IF
                   SET WS-IDX-TAB-DM     UP BY 1
               END-PERFORM
               IF  88-EN-DOCMAT-NO
                   ADD 1                 TO WS-FIRMAS-SIN-DOCMAT
                   MOVE 'SIN DOCMAT'     TO WS-OBS-TEXTO
                   PERFORM 20300-AGREGO-OBSERVACION
               END-IF
           END-IF.

       20240-CONTROLO-REPETIDO.
      *------------------------
      *  SOLO SE MARCA LA SEGUNDA APARICION DEL DOCENTE.
      *------------------------

           MOVE 1                        TO WS-IDX-OTRO.
           PERFORM UNTIL WS-IDX-OTRO NOT < WS-IDX-LUGAR
               IF  FIRMANTES-DOCENTE(WS-IDX-OTRO) = WS-DOCENTE-CODIGO
                   ADD 1                 TO WS-FIRMAS-REPETIDAS
                   MOVE 'REPETIDO'       TO WS-OBS-TEXTO
                   PERFORM 20300-AGREGO-OBSERVACION
                   MOVE WS-IDX-LUGAR     TO WS-IDX-OTRO
               ELSE
                   ADD 1                 TO WS-IDX-OTRO
               END-IF
           END-PERFORM.

       20300-AGREGO-OBSERVACION.
      *-------------------------

           SET 88-ACTA-OBSERVADA-SI      TO TRUE.

           IF  WS-OBS-PUNTERO > 1
               STRING ' / '              DELIMITED BY SIZE
                      INTO WS-OBSERVACION
                      WITH POINTER WS-OBS-PUNTERO
               END-STRING
           END-IF.

           STRING WS-OBS-TEXTO           DELIMITED BY '  '
                  INTO WS-OBSERVACION
                  WITH POINTER WS-OBS-PUNTERO
           END-STRING.

       20400-CONTROLO-PROPUESTO.
      *-------------------------
      *  UN DOCENTE PROPUESTO QUE NO FIRMO EN NINGUN LUGAR.
      *-------------------------

           IF  WS-PROPUESTO(WS-IDX-LUGAR) NOT = SPACES
               SET 88-EN-TRIBUNAL-NO     TO TRUE
               MOVE 1                    TO WS-IDX-OTRO
               PERFORM UNTIL WS-IDX-OTRO > 3
                   IF  FIRMANTES-DOCENTE(WS-IDX-OTRO) =
                                         WS-PROPUESTO(WS-IDX-LUGAR)
                       SET 88-EN-TRIBUNAL-SI TO TRUE
                   END-IF
                   ADD 1                 TO WS-IDX-OTRO
               END-PERFORM
               IF  88-EN-TRIBUNAL-NO
                   ADD 1                 TO WS-PROPUESTOS-AUSENTES
                   MOVE SPACES           TO DO-OBSERVACION
                   STRING 'PROPUESTO QUE NO FIRMO: '
                                         DELIMITED BY SIZE
                          WS-ROL(WS-IDX-LUGAR)
                                         DELIMITED BY '  '
                          ' '            DELIMITED BY SIZE
                          WS-PROPUESTO(WS-IDX-LUGAR)
                                         DELIMITED BY SIZE
                          INTO DO-OBSERVACION
                   END-STRING
                   PERFORM 20500-IMPRIMO-OBS-ACTA
               END-IF
           END-IF.

       20500-IMPRIMO-OBS-ACTA.
      *-----------------------

           SET 88-ACTA-OBSERVADA-SI      TO TRUE.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE DET-OBS-ACTA             TO REG-FIRMCONC.
           PERFORM 25300-ESCRIBO-FIRMCONC.

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

           MOVE  TIT-RP01 TO REG-FIRMCONC.
           PERFORM 25300-ESCRIBO-FIRMCONC.
           MOVE  TIT-RP02 TO REG-FIRMCONC.
           PERFORM 25300-ESCRIBO-FIRMCONC.

           MOVE 3 TO WS-LINEA.

       25300-ESCRIBO-FIRMCONC.
      *-----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-FIRMCONC-FD FROM REG-FIRMCONC AFTER PAGE
           ELSE
              WRITE REG-FIRMCONC-FD FROM REG-FIRMCONC AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-FIRMCONC-OK
                   ADD 1              TO  WS-GRABADOS-FIRMCONC
                   ADD 1              TO  WS-LINEA
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 25300-ESCRIBO-FIRMCONC'
                   DISPLAY 'ERROR EN ESCRIBO    FIRMCONC'
                   DISPLAY 'FILE STATUS       :' FS-FIRMCONC
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           MOVE WS-ACTAS-LEIDAS          TO TRC-ACTAS.
           MOVE WS-ACTAS-OBSERVADAS      TO TRC-OBSERVADAS.
           MOVE WS-FIRMAS-SUPLENTES      TO TRC-SUPLENTES.
           MOVE WS-FIRMAS-INACTIVOS      TO TRC-INACTIVOS.
           MOVE WS-ACTAS-INCOMPLETAS     TO TRC-INCOMPLETAS.

           MOVE SPACES                   TO REG-FIRMCONC.
           PERFORM 25300-ESCRIBO-FIRMCONC.
           MOVE TRL-CONCILIACION         TO REG-FIRMCONC.
           PERFORM 25300-ESCRIBO-FIRMCONC.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'ACTAS LEIDAS      :' WS-ACTAS-LEIDAS.
           DISPLAY 'ACTAS OBSERVADAS  :' WS-ACTAS-OBSERVADAS.
           DISPLAY 'MENOS DE 3 FIRMAS :' WS-ACTAS-INCOMPLETAS.
           DISPLAY 'SIN TRIBUNAL      :' WS-ACTAS-SIN-TRIBUNAL.
           DISPLAY 'PROMOCION (OMIT.) :' WS-ACTAS-PROMOCION.
           DISPLAY 'SUPLENTES         :' WS-FIRMAS-SUPLENTES.
           DISPLAY 'PROPUESTOS AUSENT.:' WS-PROPUESTOS-AUSENTES.
           DISPLAY 'SIN DOCMAT        :' WS-FIRMAS-SIN-DOCMAT.
           DISPLAY 'INACTIVOS         :' WS-FIRMAS-INACTIVOS.
           DISPLAY 'INEXISTENTES      :' WS-FIRMAS-INEXISTENTES.
           DISPLAY 'REPETIDOS         :' WS-FIRMAS-REPETIDAS.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-FIRMANTES-SI
              SET 88-OPEN-FIRMANTES-NO TO TRUE
              CLOSE FIRMANTES
           END-IF.

           IF 88-OPEN-TRIBUNAL-SI
              SET 88-OPEN-TRIBUNAL-NO  TO TRUE
              CLOSE TRIBUNAL
           END-IF.

           IF 88-OPEN-DOCENTES-SI
              SET 88-OPEN-DOCENTES-NO  TO TRUE
              CLOSE DOCENTES
           END-IF.

           IF 88-OPEN-FIRMCONC-SI
              SET 88-OPEN-FIRMCONC-NO  TO TRUE
              CLOSE FIRMCONC
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
