      * ESTE PROGRAMA ARMA LA LIQUIDACION DE MESAS POR DOCENTE
      * PARA LA PAGA POR MESA SERVIDA: CRUZA LOS EXAMENES DEL
      * PERIODO (STCALIF, ACOTADO POR PERIODOCFG COMO EN BOPGM01)
      * CON LOS DOCENTES QUE FIRMARON CADA ACTA (FIRMANTES, VER
      * WFIRMANT, CARGADO POR MNTFIRMA) Y EL MAESTRO DOCENTES
      * (NOMBRE Y DOCUMENTO), Y EMITE:
      *   - EL LISTADO DE LIQUIDACION (LIQUIDA): UNA PAGINA POR
      *     DOCENTE CON SUS MESAS POR INSTITUTO Y FECHA, LOS
      *     ALUMNOS EXAMINADOS EN CADA UNA Y LOS TOTALES.
      *   - EL EXTRACTO DELIMITADO (LIQCSV) PARA QUE LIQUIDACION
      *     DE HABERES LO IMPORTE SIN RE-TIPEAR.
      *-----------------------------------------------------------
      * SE LIQUIDA A QUIEN SE SENTO EN LA MESA Y FIRMO, NO A LA
      * ASIGNACION DE DOCMAT: CADA FIRMANTE DEL ACTA COBRA LA MESA
      * CON TODOS SUS ALUMNOS, Y EL DOCENTE ASIGNADO QUE NO FIRMO
      * NO COBRA. LOS EXAMENES DE UN ACTA SIN FIRMANTES
      * REGISTRADOS NO SE PIERDEN EN SILENCIO: SALEN EN LA PAGINA
      * DE EXCEPCIONES AL FRENTE DEL LISTADO, PARA REGISTRAR LA
      * FIRMA ANTES DE PAGAR. LAS DIFERENCIAS ENTRE FIRMANTES,
      * TRIBUNAL PROPUESTO Y DOCMAT LAS LISTA BOPGM70.
      *-----------------------------------------------------------
      * LA MESA ES LA MISMA UNIDAD QUE EL ACTA DE BOPGM11:
      * INSTITUTO + FECHA DE EXAMEN + MATERIA.
      *-----------------------------------------------------------
      * LAS NOTAS DE PROMOCION DIRECTA (STCALIF-ORIGEN 'P', QUE
      * BOPGM53 GRABA CON INSTITUTO 'PROMOCION') NO SON MESAS DE
      * EXAMEN: AUNQUE MNTFIRMA FIRME SU ACTA DE PROMOCION, NO SE
      * LIQUIDAN. SOLO SE CUENTAN EN LOS TOTALES DE CONTROL.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT OPTIONAL PERIODOCFG ASSIGN    TO
                                   RECORD KEY   IS COD-DOCENTES-FD
                                   FILE STATUS  IS FS-DOCENTES.

           SELECT OPTIONAL FIRMANTES ASSIGN     TO
                                   'FIRMANTES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS FIRMANTES-CLAVE-FD
                                   FILE STATUS  IS FS-FIRMANTES.

           SELECT SORT-LIQ         ASSIGN       TO
                                   'SORTLIQ'.
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

       FD  PERIODOCFG
           RECORDING MODE IS F.
           03  COD-DOCENTES-FD           PIC X(06).
           03  FILLER                    PIC X(74).

       FD  FIRMANTES.
       01  FIRMANTES-DATOS-FD.
           03  FIRMANTES-CLAVE-FD.
               05  FIRMANTES-INSTITUTO-FD PIC X(50).
               05  FIRMANTES-FECHA-FD    PIC X(08).
               05  FIRMANTES-MATERIA-FD  PIC X(08).
           03  FILLER                    PIC X(54).

       SD  SORT-LIQ.
       01  SORT-LIQ-REG.
           88 88-FS-DOCENTES-OK                     VALUE '00'.
           88 88-FS-DOCENTES-EOF                    VALUE '10'.

       77  FS-FIRMANTES                  PIC  X(02) VALUE ' '.
           88 88-FS-FIRMANTES-OK                    VALUE '00'.
           88 88-FS-FIRMANTES-INVKEY                VALUE '21'.
           88 88-FS-FIRMANTES-NOKEY                 VALUE '23'.

       77  FS-LIQUIDA                    PIC  X(02) VALUE ' '.
           88 88-FS-LIQUIDA-OK                      VALUE '00'.
           88 88-OPEN-DOCENTES-SI                   VALUE 'S'.
           88 88-OPEN-DOCENTES-NO                   VALUE 'N'.

       77  WS-OPEN-FIRMANTES             PIC X      VALUE 'N'.
           88 88-OPEN-FIRMANTES-SI                  VALUE 'S'.
           88 88-OPEN-FIRMANTES-NO                  VALUE 'N'.

       77  WS-OPEN-LIQUIDA               PIC X      VALUE 'N'.
           88 88-OPEN-LIQUIDA-SI                    VALUE 'S'.

       77  WS-STCALIF-LEIDOS             PIC 9(09)  VALUE 0.
       77  WS-EXAMENES-PERIODO           PIC 9(09)  VALUE 0.
       77  WS-EXAMENES-SIN-FIRMA         PIC 9(07)  VALUE 0.
       77  WS-PROMOCIONES-OMITIDAS       PIC 9(07)  VALUE 0.
       77  WS-DOCENTES-LIQUIDADOS        PIC 9(05)  VALUE 0.
       77  WS-GRABADOS-LIQUIDA           PIC 9(09)  VALUE 0.
       77  WS-GRABADOS-LIQCSV            PIC 9(07)  VALUE 0.

      *-------------------------------------------------------------*
      *     DOCENTES, CARGADOS DEL ARCHIVO DOCENTES, IGUAL QUE EN   *
      *     BOPGM11.                                                *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-DOC               PIC 9(04)  VALUE 0.
       01  WS-TABLA-DOCENTES.
               05  WS-TAB-DOC-NOMBRE      PIC X(40).
               05  WS-TAB-DOC-DOCUMENTO   PIC 9(08).

      *-------------------------------------------------------------*
      *     FIRMANTES DEL ACTA DEL EXAMEN EN PROCESO. STCALIF SE    *
      *     LEE POR CLAVE PRIMARIA (ALUMNO + MATERIA + FECHA), ASI  *
      *     QUE LOS EXAMENES DE UN ACTA NO VIENEN SEGUIDOS: SE LEE  *
      *     FIRMANTES PARA CADA EXAMEN.                             *
      *-------------------------------------------------------------*
       77  WS-FIRMA-HALLADA              PIC X      VALUE 'N'.
           88 88-FIRMA-HALLADA-SI                   VALUE 'S'.
           88 88-FIRMA-HALLADA-NO                   VALUE 'N'.

       77  WS-IDX-FIRMA                  PIC 9(01)  VALUE 0.
       77  WS-IDX-FIRMA-PREV             PIC 9(01)  VALUE 0.

       77  WS-FIRMA-REPETIDA             PIC X      VALUE 'N'.
           88 88-FIRMA-REPETIDA-SI                  VALUE 'S'.
           88 88-FIRMA-REPETIDA-NO                  VALUE 'N'.

       77  WS-DOCENTE-NOMBRE             PIC X(40)  VALUE ' '.
       77  WS-DOCENTE-DOCUMENTO          PIC 9(08)  VALUE 0.


       01  TIT-L02-EXCEP.
           03  FILLER                    PIC X(50)  VALUE
                'EXCEPCIONES: EXAMENES DE ACTAS SIN FIRMANTES'.
           03  FILLER                    PIC X(82)  VALUE ' '.

       01  TIT-L03.
      *------------------------------------*
       COPY WSTCALIF.
       COPY WDOCENTE.
       COPY WFIRMANT.
       COPY WPERIODO.

       PROCEDURE DIVISION.

       00000-CUERPO-PRINCIPAL.
      *-----------------------
      *  LOS EXAMENES DE ACTAS SIN FIRMANTES ENTRAN AL SORT CON
      *  CODIGO DE DOCENTE EN BLANCO: QUEDAN PRIMEROS EN LA SALIDA
      *  Y FORMAN LA PAGINA DE EXCEPCIONES ANTES DE LA PRIMERA
      *  LIQUIDACION.
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------
      *  FIRMANTES ES OPCIONAL: SIN EL TODOS LOS EXAMENES CAEN EN
      *  LA PAGINA DE EXCEPCIONES.
      *----------------------------------------------------------

           OPEN INPUT FIRMANTES.

           EVALUATE FS-FIRMANTES
               WHEN '00'
                    SET 88-OPEN-FIRMANTES-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-FIRMANTES-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT LIQUIDA.


       10157-CARGO-TABLA-DOCENTES.
      *---------------------------
      *  CARGA LOS DOCENTES (CON SU DOCUMENTO), IGUAL QUE
      *  10157-CARGO-TABLA-DOCENTES EN BOPGM11. ES OPCIONAL: SIN
      *  EL ARCHIVO LOS DOCENTES SE LIQUIDAN SOLO CON SU CODIGO.
      *---------------------------

           OPEN INPUT DOCENTES.
               SET 88-OPEN-DOCENTES-NO TO TRUE
           END-IF.

       10158-LEO-PERIODOCFG.
      *---------------------

       20000-ALIMENTO-SORT.
      *--------------------
      *  LEE STCALIF, ACOTA AL PERIODO Y ENTREGA CADA EXAMEN AL
      *  SORT UNA VEZ POR CADA DOCENTE QUE FIRMO SU ACTA (EN
      *  BLANCO, UNA SOLA VEZ, SI EL ACTA NO TIENE FIRMANTES).
      *  LAS PROMOCIONES DIRECTAS NO SE ENTREGAN.
      *--------------------

           PERFORM UNTIL 88-FS-STCALIF-EOF
                   ADD 1                 TO WS-STCALIF-LEIDOS
                   PERFORM 20010-VALIDO-PERIODO
                   IF  88-PERIODO-EN-RANGO-SI
                   AND 88-STCALIF-PROMOCION
                       ADD 1             TO WS-PROMOCIONES-OMITIDAS
                   END-IF
                   IF  88-PERIODO-EN-RANGO-SI
                   AND NOT 88-STCALIF-PROMOCION
                       ADD 1             TO WS-EXAMENES-PERIODO
                       PERFORM 20020-BUSCO-FIRMANTES
                       IF  88-FIRMA-HALLADA-SI
                           MOVE 1        TO WS-IDX-FIRMA
                           PERFORM UNTIL WS-IDX-FIRMA > 3
                               PERFORM 20030-LIBERO-FIRMANTE
                               ADD 1     TO WS-IDX-FIRMA
                           END-PERFORM
                       ELSE
                           ADD 1         TO WS-EXAMENES-SIN-FIRMA
                           MOVE SPACES   TO SORT-LIQ-DOCENTE
                           PERFORM 20040-LIBERO-EXAMEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
               END-IF
           END-IF.

       20020-BUSCO-FIRMANTES.
      *----------------------
      *  LEE LOS FIRMANTES DEL ACTA DEL EXAMEN (INSTITUTO + FECHA
      *  + MATERIA). UN ACTA SIN NINGUN FIRMANTE INFORMADO CUENTA
      *  COMO NO FIRMADA.
      *----------------------

           SET 88-FIRMA-HALLADA-NO       TO TRUE.
           INITIALIZE FIRMANTES-REGISTRO.

           IF  88-OPEN-FIRMANTES-SI
               INITIALIZE FIRMANTES-DATOS-FD
               MOVE STCALIF-INSTITUTO     TO FIRMANTES-INSTITUTO-FD
               MOVE STCALIF-FECHA-EXAMEN  TO FIRMANTES-FECHA-FD
               MOVE STCALIF-COD-MATERIA   TO FIRMANTES-MATERIA-FD

               READ FIRMANTES INTO FIRMANTES-REGISTRO

               EVALUATE TRUE
                   WHEN 88-FS-FIRMANTES-OK
                        IF  FIRMANTES-DOCENTES NOT = SPACES
                            SET 88-FIRMA-HALLADA-SI TO TRUE
                        END-IF
                   WHEN 88-FS-FIRMANTES-NOKEY
                   WHEN 88-FS-FIRMANTES-INVKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20020-BUSCO-FIRMANTES'
                        DISPLAY 'ERROR EN READ       FIRMANTES'
                        DISPLAY 'FILE STATUS       :' FS-FIRMANTES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       20030-LIBERO-FIRMANTE.
      *----------------------
      *  UNA FIRMA EN BLANCO NO SE LIQUIDA, Y EL MISMO DOCENTE
      *  CARGADO DOS VECES EN EL ACTA COBRA LA MESA UNA SOLA VEZ.
      *----------------------

           SET 88-FIRMA-REPETIDA-NO      TO TRUE.

           MOVE 1                        TO WS-IDX-FIRMA-PREV.
           PERFORM UNTIL WS-IDX-FIRMA-PREV NOT < WS-IDX-FIRMA
               IF  FIRMANTES-DOCENTE(WS-IDX-FIRMA-PREV) =
                   FIRMANTES-DOCENTE(WS-IDX-FIRMA)
                   SET 88-FIRMA-REPETIDA-SI TO TRUE
               END-IF
               ADD 1                     TO WS-IDX-FIRMA-PREV
           END-PERFORM.

           IF  FIRMANTES-DOCENTE(WS-IDX-FIRMA) NOT = SPACES
           AND 88-FIRMA-REPETIDA-NO
               MOVE FIRMANTES-DOCENTE(WS-IDX-FIRMA)
                                         TO SORT-LIQ-DOCENTE
               PERFORM 20040-LIBERO-EXAMEN
           END-IF.

       20040-LIBERO-EXAMEN.
      *--------------------

           MOVE STCALIF-INSTITUTO        TO SORT-LIQ-INSTITUTO.
           MOVE STCALIF-FECHA-EXAMEN     TO SORT-LIQ-FECHA.
           MOVE STCALIF-COD-MATERIA      TO SORT-LIQ-MATERIA.
           MOVE STCALIF-COD-ESTUDIANTE   TO SORT-LIQ-ALUMNO.

           RELEASE SORT-LIQ-REG.

       25000-EMITO-LIQUIDACION.
      *------------------------
      *  RECORRE LA SALIDA ORDENADA Y ARMA LA LIQUIDACION POR
      *-------------------
      *  UNA LINEA DELIMITADA POR DOCENTE LIQUIDADO: CODIGO;
      *  DOCUMENTO;NOMBRE;MESAS;ALUMNOS. LAS EXCEPCIONES NO SE
      *  LIQUIDAN: PRIMERO SE REGISTRAN LOS FIRMANTES.
      *-------------------

           MOVE WS-DOCENTE-ANTERIOR      TO WS-LEGAJO-DOC-ED.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'STCALIF LEIDOS    :' WS-STCALIF-LEIDOS.
           DISPLAY 'EXAMENES PERIODO  :' WS-EXAMENES-PERIODO.
           DISPLAY 'SIN FIRMANTES     :' WS-EXAMENES-SIN-FIRMA.
           DISPLAY 'PROMOCIONES OMIT. :' WS-PROMOCIONES-OMITIDAS.
           DISPLAY 'DOCENTES LIQUID.  :' WS-DOCENTES-LIQUIDADOS.
           DISPLAY 'LINEAS GRABADAS   :' WS-GRABADOS-LIQUIDA.
           DISPLAY 'EXTRACTO GRABADO  :' WS-GRABADOS-LIQCSV.
              CLOSE STCALIF
           END-IF.

           IF 88-OPEN-FIRMANTES-SI
              SET 88-OPEN-FIRMANTES-NO TO TRUE
              CLOSE FIRMANTES
           END-IF.

           IF 88-OPEN-LIQUIDA-SI
              SET 88-OPEN-LIQUIDA-NO  TO TRUE
              CLOSE LIQUIDA
