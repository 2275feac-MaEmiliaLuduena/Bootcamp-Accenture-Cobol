       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM58.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA PROCESA, A DEMANDA, EL ARCHIVO DE ESTADOS DE
      * ENTREGA (NOTIESTADO) QUE DEVUELVE EL SISTEMA DE ENVIOS POR
      * LOS EVENTOS DE NOTIFICACION DE NOTAS QUE EMITE BOPGM17.
      * CADA LINEA (EVENTO;CANAL;ESTADO;TIPO-REBOTE;MOTIVO, VER
      * WNOTIEST) SE CONVIERTE Y SE CRUZA CON EL EVENTO ORIGINAL
      * DEL HISTORIAL NOTIHIST (WNOTIHIS), DONDE QUEDA EL ULTIMO
      * ESTADO RECIBIDO POR CANAL. UN ESTADO YA REGISTRADO PARA EL
      * MISMO EVENTO Y CANAL NO SE VUELVE A CONTAR, ASI EL MISMO
      * ARCHIVO PUEDE REPROCESARSE SIN DUPLICAR NADA.
      *-----------------------------------------------------------
      * EL REPORTE NOENTREG LISTA LAS NOTIFICACIONES NO ENTREGADAS
      * (REBOTADAS O RECHAZADAS) CON EL TELEFONO DEL EVENTO, PARA
      * QUE SECRETARIA HAGA EL SEGUIMIENTO POR TELEFONO, Y LOS
      * EVENTOS DESCONOCIDOS O LINEAS QUE NO SE PUDIERON CONVERTIR.
      *-----------------------------------------------------------
      * EN REBOTES (WREBOTES) SE CUENTAN LAS FALLAS DEFINITIVAS
      * SEGUIDAS (REBOTE DURO O RECHAZO) DE CADA CONTACTO. UNA
      * ENTREGA O UN CONTACTO DISTINTO REINICIAN LA CUENTA; EL
      * REBOTE BLANDO SE INFORMA PERO NO CUENTA. AL LLEGAR AL
      * MAXIMO DE REBOTECFG (3 SI NO HAY ARCHIVO):
      *   CONTACTO DEL ALUMNO -> TRANSACCION DE CAMBIO EN
      *                          ALUTRANREB (FORMATO ALUTRAN) CON
      *                          LA MARCA DE EMAIL O TELEFONO
      *                          INVALIDO, PARA APLICAR CON MNTALUM.
      *                          SE GENERA SOLO SI EL MAESTRO SIGUE
      *                          TENIENDO EL MISMO CONTACTO.
      *   CONTACTO DEL TUTOR  -> SOLO SE INFORMA EN EL REPORTE PARA
      *                          CORREGIRLO CON MNTTUTO.
      *-----------------------------------------------------------
      * RETORNO:
      *   RC=0  TODAS LAS NOTIFICACIONES ENTREGADAS.
      *   RC=4  HAY NO ENTREGADAS, EVENTOS DESCONOCIDOS, LINEAS
      *         INVALIDAS O TRANSACCIONES GENERADAS.
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

           SELECT NOTIESTADO       ASSIGN       TO
                                   'NOTIESTADO'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-NOTIESTADO.

           SELECT NOTIHIST         ASSIGN       TO
                                   'NOTIHIST'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS NOTIHIST-CLAVE-FD
                                   FILE STATUS  IS FS-NOTIHIST.

           SELECT ALUMNOS          ASSIGN       TO
                                   'ALUMNOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-ALUMNOS-FD
                                   ALTERNATE RECORD KEY IS
                                            ALU-DNI-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-ALUMNOS.

      *----------------------------------------------------------
      *  REBOTES SE CREA EN LA PRIMERA CORRIDA (OPTIONAL, I-O).
      *----------------------------------------------------------
           SELECT OPTIONAL REBOTES ASSIGN       TO
                                   'REBOTES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS REBOTES-CLAVE-FD
                                   FILE STATUS  IS FS-REBOTES.

           SELECT OPTIONAL REBOTECFG ASSIGN     TO
                                   'REBOTECFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-REBOTECFG.

           SELECT NOENTREG         ASSIGN       TO
                                   'NOENTREG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-NOENTREG.

           SELECT ALUTRANREB       ASSIGN       TO
                                   'ALUTRANREB'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ALUTRANREB.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  NOTIESTADO
           RECORDING MODE IS F.
       01  REG-NOTIESTADO-FD             PIC  X(150).

       FD  NOTIHIST.
       01  NOTIHIST-DATOS-FD.
           03  NOTIHIST-CLAVE-FD         PIC X(15).
           03  FILLER                    PIC X(105).

       FD  ALUMNOS.
       01  NRO-LEGAJO-ALUMNO-FD.
           03  COD-ALUMNOS-FD.
               05  ALUMNO-COD-FD         PIC 9(06).
           03  ALU-DNI-FD                PIC 9(08).
           03  FILLER                    PIC X(166).

       FD  REBOTES.
       01  REBOTES-DATOS-FD.
           03  REBOTES-CLAVE-FD          PIC X(08).
           03  FILLER                    PIC X(72).

       FD  REBOTECFG
           RECORDING MODE IS F.
       01  REBOTECFG-RECORD-FD           PIC  X(30).

       FD  NOENTREG
           RECORDING MODE IS F.
       01  REG-NOENTREG-FD               PIC  X(132).

       FD  ALUTRANREB
           RECORDING MODE IS F.
       01  REG-ALUTRANREB-FD             PIC  X(181).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM58'.

       77  FS-NOTIESTADO                 PIC  X(02) VALUE ' '.
           88 88-FS-NOTIESTADO-OK                   VALUE '00'.
           88 88-FS-NOTIESTADO-EOF                  VALUE '10'.

       77  FS-NOTIHIST                   PIC  X(02) VALUE ' '.
           88 88-FS-NOTIHIST-OK                     VALUE '00'.
           88 88-FS-NOTIHIST-NOKEY                  VALUE '23'.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-NOKEY                   VALUE '23'.

       77  FS-REBOTES                    PIC X(02)  VALUE ' '.
           88 88-FS-REBOTES-OK                      VALUE '00'.
           88 88-FS-REBOTES-OPT                     VALUE '05'.
           88 88-FS-REBOTES-NOKEY                   VALUE '23'.

       77  FS-REBOTECFG                  PIC  X(02) VALUE ' '.
           88 88-FS-REBOTECFG-OK                    VALUE '00'.

       77  FS-NOENTREG                   PIC  X(02) VALUE ' '.
           88 88-FS-NOENTREG-OK                     VALUE '00'.

       77  FS-ALUTRANREB                 PIC  X(02) VALUE ' '.
           88 88-FS-ALUTRANREB-OK                   VALUE '00'.

       77  WS-OPEN-NOTIESTADO            PIC X      VALUE 'N'.
           88 88-OPEN-NOTIESTADO-SI                 VALUE 'S'.
           88 88-OPEN-NOTIESTADO-NO                 VALUE 'N'.

       77  WS-OPEN-NOTIHIST              PIC X      VALUE 'N'.
           88 88-OPEN-NOTIHIST-SI                   VALUE 'S'.
           88 88-OPEN-NOTIHIST-NO                   VALUE 'N'.

       77  WS-OPEN-ALUMNOS               PIC X      VALUE 'N'.
           88 88-OPEN-ALUMNOS-SI                    VALUE 'S'.
           88 88-OPEN-ALUMNOS-NO                    VALUE 'N'.

       77  WS-OPEN-REBOTES               PIC X      VALUE 'N'.
           88 88-OPEN-REBOTES-SI                    VALUE 'S'.
           88 88-OPEN-REBOTES-NO                    VALUE 'N'.

       77  WS-OPEN-NOENTREG              PIC X      VALUE 'N'.
           88 88-OPEN-NOENTREG-SI                   VALUE 'S'.
           88 88-OPEN-NOENTREG-NO                   VALUE 'N'.

       77  WS-OPEN-ALUTRANREB            PIC X      VALUE 'N'.
           88 88-OPEN-ALUTRANREB-SI                 VALUE 'S'.
           88 88-OPEN-ALUTRANREB-NO                 VALUE 'N'.

      *-------------------------------------------------------------*
      *     MAXIMO DE FALLAS DEFINITIVAS SEGUIDAS (REBOTECFG)       *
      *-------------------------------------------------------------*
       77  WS-MAX-CONSECUTIVOS           PIC 9(03)  VALUE 3.

      *-------------------------------------------------------------*
      *     LINEA DEL SISTEMA DE ENVIOS, TAL COMO VIENE DE TEXTO    *
      *-------------------------------------------------------------*
       77  REG-NOTIESTADO                PIC X(150).

       01  WS-LINEA-ESTADO.
           03  WS-LIN-EVENTO             PIC X(15).
           03  WS-LIN-CANAL              PIC X(10).
           03  WS-LIN-ESTADO             PIC X(10).
           03  WS-LIN-TIPO               PIC X(10).
           03  WS-LIN-MOTIVO             PIC X(60).

       77  WS-LINEA-VALIDA               PIC X      VALUE 'S'.
           88 88-LINEA-VALIDA-SI                    VALUE 'S'.
           88 88-LINEA-VALIDA-NO                    VALUE 'N'.

       77  WS-EVENTO-HALLADO             PIC X      VALUE 'N'.
           88 88-EVENTO-HALLADO-SI                  VALUE 'S'.
           88 88-EVENTO-HALLADO-NO                  VALUE 'N'.

       77  WS-ALUMNO-HALLADO             PIC X      VALUE 'N'.
           88 88-ALUMNO-HALLADO-SI                  VALUE 'S'.
           88 88-ALUMNO-HALLADO-NO                  VALUE 'N'.

       77  WS-FALLA-DEFINITIVA           PIC X      VALUE 'N'.
           88 88-FALLA-DEFINITIVA-SI                VALUE 'S'.
           88 88-FALLA-DEFINITIVA-NO                VALUE 'N'.

       77  WS-REBOTES-NUEVO              PIC X      VALUE 'N'.
           88 88-REBOTES-NUEVO-SI                   VALUE 'S'.
           88 88-REBOTES-NUEVO-NO                   VALUE 'N'.

      *-------------------------------------------------------------*
      *     CONTACTO DEL CANAL INFORMADO Y ESTADO QUE YA TENIA EL   *
      *     EVENTO EN ESE CANAL.                                    *
      *-------------------------------------------------------------*
       77  WS-CONTACTO                   PIC X(40)  VALUE ' '.
       77  WS-ESTADO-ANTERIOR            PIC X(01)  VALUE ' '.
       77  WS-ALU-NOMBRE-RESUELTO        PIC X(50)  VALUE ' '.
       77  WS-TEXTO-MARCA                PIC X(100) VALUE ' '.
       77  WS-CONSECUTIVOS-ED            PIC ZZ9.

       77  WS-LINEAS-LEIDAS              PIC 9(07)  VALUE 0.
       77  WS-LINEAS-INVALIDAS           PIC 9(07)  VALUE 0.
       77  WS-EVENTOS-DESCONOCIDOS       PIC 9(07)  VALUE 0.
       77  WS-ESTADOS-REPETIDOS          PIC 9(07)  VALUE 0.
       77  WS-ENTREGADOS                 PIC 9(07)  VALUE 0.
       77  WS-NO-ENTREGADOS              PIC 9(07)  VALUE 0.
       77  WS-TRANSACCIONES              PIC 9(07)  VALUE 0.
       77  WS-TUTORES-A-CORREGIR         PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-NOENTREG          PIC 9(07)  VALUE 0.
       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  REG-NOENTREG                  PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-N01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM58'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(44)  VALUE
                'NOTIFICACIONES DE NOTAS NO ENTREGADAS'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITN01-FECHA.
               05  TITN01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITN01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITN01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-N02.
           03  FILLER                    PIC X(44)  VALUE
                'FALLAS SEGUIDAS PARA MARCAR EL CONTACTO: '.
           03  TITN02-MAXIMO             PIC ZZ9.
           03  FILLER                    PIC X(85)  VALUE ' '.

       01  TIT-N03.
           03  FILLER                    PIC X(06)  VALUE 'LEGAJO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
                'APELLIDO Y NOMBRE / EVENTO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'DEST.'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'MATERIA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE 'NOTA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE 'CANAL'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(14)  VALUE 'ESTADO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
                'CONTACTO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(15)  VALUE
                'TEL. A LLAMAR'.
           03  FILLER                    PIC X(06)  VALUE ' '.

       01  TIT-N04.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(14)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(15)  VALUE ALL '-'.
           03  FILLER                    PIC X(06)  VALUE ' '.

       01  DET-NOENT.
           03  DN-LEGAJO                 PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-NOMBRE                 PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-DESTINO                PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-MATERIA                PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-NOTA                   PIC Z9,9.
           03  DN-NOTA-X  REDEFINES DN-NOTA
                                         PIC X(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-CANAL                  PIC X(05)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-ESTADO                 PIC X(14)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-CONTACTO               PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-TELEFONO               PIC X(15)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE ' '.

       01  DET-NOENT-2.
           03  FILLER                    PIC X(07)  VALUE ' '.
           03  DN2-TEXTO                 PIC X(125) VALUE ' '.

       01  TRL-NOENT.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'LEIDOS: '.
           03  TRN-LEIDOS                PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  ENTREGADOS: '.
           03  TRN-ENTREGADOS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(17)  VALUE
                '  NO ENTREGADOS: '.
           03  TRN-NO-ENTREGADOS         PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  REPETIDOS: '.
           03  TRN-REPETIDOS             PIC ZZZZZZ9.
           03  FILLER                    PIC X(50)  VALUE ' '.

       01  TRL-NOENT-2.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(22)  VALUE
                'EVENTOS DESCONOCIDOS: '.
           03  TRN-DESCONOCIDOS          PIC ZZZZZZ9.
           03  FILLER                    PIC X(20)  VALUE
                '  LINEAS INVALIDAS: '.
           03  TRN-INVALIDAS             PIC ZZZZZZ9.
           03  FILLER                    PIC X(19)  VALUE
                '  CAMBIOS ALUTRAN: '.
           03  TRN-TRANSACCIONES         PIC ZZZZZZ9.
           03  FILLER                    PIC X(22)  VALUE
                '  TUTORES A CORREGIR: '.
           03  TRN-TUTORES               PIC ZZZZZZ9.
           03  FILLER                    PIC X(20)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WNOTIEST.
       COPY WNOTIHIS.
       COPY WREBOTES.
       COPY WREBOCFG.
       COPY WALUMNOS.
       COPY WALUTRAN.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-NOTIESTADO-EOF.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10200-LEO-REBOTECFG.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DD       TO TITN01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITN01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITN01-FECHA-AAAA.
           MOVE WS-MAX-CONSECUTIVOS      TO TITN02-MAXIMO.

           SET 88-SALTO-HOJA-SI          TO TRUE.

           MOVE TIT-N01                  TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.
           MOVE TIT-N02                  TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.
           MOVE SPACES                   TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.
           MOVE TIT-N03                  TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.
           MOVE TIT-N04                  TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.

           PERFORM 11100-READ-NOTIESTADO.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT NOTIESTADO.

           EVALUATE FS-NOTIESTADO
               WHEN '00'
                    SET 88-OPEN-NOTIESTADO-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT NOTIESTADO'
                    DISPLAY 'FILE STATUS       :' FS-NOTIESTADO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O   NOTIHIST.

           EVALUATE FS-NOTIHIST
               WHEN '00'
                    SET 88-OPEN-NOTIHIST-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   NOTIHIST'
                    DISPLAY 'FILE STATUS       :' FS-NOTIHIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT ALUMNOS.

           EVALUATE FS-ALUMNOS
               WHEN '00'
                    SET 88-OPEN-ALUMNOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O   REBOTES.

           EVALUATE TRUE
               WHEN 88-FS-REBOTES-OK
               WHEN 88-FS-REBOTES-OPT
                    SET 88-OPEN-REBOTES-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   REBOTES'
                    DISPLAY 'FILE STATUS       :' FS-REBOTES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT NOENTREG.

           EVALUATE FS-NOENTREG
               WHEN '00'
                    SET 88-OPEN-NOENTREG-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT NOENTREG'
                    DISPLAY 'FILE STATUS       :' FS-NOENTREG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT ALUTRANREB.

           EVALUATE FS-ALUTRANREB
               WHEN '00'
                    SET 88-OPEN-ALUTRANREB-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT ALUTRANREB'
                    DISPLAY 'FILE STATUS       :' FS-ALUTRANREB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10200-LEO-REBOTECFG.
      *--------------------
      *  SIN ARCHIVO, O CON UN VALOR NO NUMERICO O EN CERO, QUEDA
      *  EL MAXIMO POR DEFECTO.
      *--------------------

           OPEN INPUT REBOTECFG.

           IF  88-FS-REBOTECFG-OK
               READ REBOTECFG INTO REBOTECFG-RECORD
               IF  88-FS-REBOTECFG-OK
               AND REBOTECFG-MAX-CONSECUTIVOS IS NUMERIC
               AND REBOTECFG-MAX-CONSECUTIVOS > 0
                   MOVE REBOTECFG-MAX-CONSECUTIVOS
                                         TO WS-MAX-CONSECUTIVOS
               END-IF
               CLOSE REBOTECFG
           END-IF.

       11100-READ-NOTIESTADO.
      *----------------------

           INITIALIZE REG-NOTIESTADO.

           READ NOTIESTADO INTO REG-NOTIESTADO.

           EVALUATE TRUE
               WHEN 88-FS-NOTIESTADO-OK
                    ADD 1              TO WS-LINEAS-LEIDAS
               WHEN 88-FS-NOTIESTADO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-NOTIESTADO'
                    DISPLAY 'ERROR EN READ       NOTIESTADO'
                    DISPLAY 'FILE STATUS       :' FS-NOTIESTADO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           PERFORM 21000-CONVIERTO-LINEA.

           IF  88-LINEA-VALIDA-SI
               PERFORM 22000-BUSCO-EVENTO
           ELSE
               PERFORM 24300-IMPRIMO-INVALIDA
           END-IF.

           IF  88-LINEA-VALIDA-SI
           AND 88-EVENTO-HALLADO-SI
               PERFORM 23000-APLICO-ESTADO
           END-IF.

           PERFORM 11100-READ-NOTIESTADO.

       21000-CONVIERTO-LINEA.
      *----------------------
      *  DESARMA LA LINEA DELIMITADA POR PUNTO Y COMA Y TRADUCE
      *  CANAL, ESTADO Y TIPO DE REBOTE A LOS CODIGOS DE WNOTIEST.
      *  UN REBOTE SIN TIPO SE TOMA COMO BLANDO: SOLO UN REBOTE
      *  DURO INFORMADO COMO TAL PUEDE LLEGAR A MARCAR UN CONTACTO.
      *----------------------

           SET 88-LINEA-VALIDA-SI        TO TRUE.
           INITIALIZE WS-LINEA-ESTADO
                      NOTIEST-REGISTRO.

           UNSTRING REG-NOTIESTADO DELIMITED BY ';'
               INTO WS-LIN-EVENTO
                    WS-LIN-CANAL
                    WS-LIN-ESTADO
                    WS-LIN-TIPO
                    WS-LIN-MOTIVO
           END-UNSTRING.

           MOVE WS-LIN-EVENTO            TO NOTIEST-EVENTO.
           MOVE WS-LIN-MOTIVO            TO NOTIEST-MOTIVO.

           IF  WS-LIN-EVENTO IS NOT NUMERIC
               SET 88-LINEA-VALIDA-NO    TO TRUE
           END-IF.

           EVALUATE WS-LIN-CANAL
               WHEN 'EMAIL'
                    SET 88-NOTIEST-CANAL-EMAIL    TO TRUE
               WHEN 'SMS'
                    SET 88-NOTIEST-CANAL-TELEFONO TO TRUE
               WHEN OTHER
                    SET 88-LINEA-VALIDA-NO        TO TRUE
           END-EVALUATE.

           EVALUATE WS-LIN-ESTADO
               WHEN 'DELIVERED'
                    SET 88-NOTIEST-ENTREGADO      TO TRUE
               WHEN 'BOUNCED'
                    SET 88-NOTIEST-REBOTADO       TO TRUE
               WHEN 'REJECTED'
                    SET 88-NOTIEST-RECHAZADO      TO TRUE
               WHEN OTHER
                    SET 88-LINEA-VALIDA-NO        TO TRUE
           END-EVALUATE.

           IF  88-NOTIEST-REBOTADO
               IF  WS-LIN-TIPO = 'HARD'
                   SET 88-NOTIEST-REBOTE-DURO     TO TRUE
               ELSE
                   SET 88-NOTIEST-REBOTE-BLANDO   TO TRUE
               END-IF
           END-IF.

           SET 88-FALLA-DEFINITIVA-NO    TO TRUE.
           IF  88-NOTIEST-RECHAZADO
           OR  88-NOTIEST-REBOTE-DURO
               SET 88-FALLA-DEFINITIVA-SI TO TRUE
           END-IF.

           IF  88-LINEA-VALIDA-NO
               ADD 1                     TO WS-LINEAS-INVALIDAS
           END-IF.

       22000-BUSCO-EVENTO.
      *-------------------

           SET 88-EVENTO-HALLADO-NO      TO TRUE.
           INITIALIZE NOTIHIST-REGISTRO
                      NOTIHIST-DATOS-FD.
           MOVE NOTIEST-EVENTO           TO NOTIHIST-CLAVE-FD.

           READ NOTIHIST INTO NOTIHIST-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-NOTIHIST-OK
                    SET 88-EVENTO-HALLADO-SI TO TRUE
               WHEN 88-FS-NOTIHIST-NOKEY
                    ADD 1                TO WS-EVENTOS-DESCONOCIDOS
                    PERFORM 24200-IMPRIMO-DESCONOCIDO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22000-BUSCO-EVENTO'
                    DISPLAY 'ERROR EN READ       NOTIHIST'
                    DISPLAY 'FILE STATUS       :' FS-NOTIHIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23000-APLICO-ESTADO.
      *--------------------
      *  UN ESTADO IGUAL AL YA REGISTRADO PARA EL EVENTO Y CANAL
      *  ES UN REPROCESO DEL MISMO ARCHIVO: NO SE CUENTA DE NUEVO.
      *--------------------

           IF  88-NOTIEST-CANAL-EMAIL
               MOVE NOTIHIST-ESTADO-EMAIL    TO WS-ESTADO-ANTERIOR
               MOVE NOTIHIST-EMAIL           TO WS-CONTACTO
           ELSE
               MOVE NOTIHIST-ESTADO-TELEFONO TO WS-ESTADO-ANTERIOR
               MOVE NOTIHIST-TELEFONO        TO WS-CONTACTO
           END-IF.

           IF  WS-ESTADO-ANTERIOR = NOTIEST-ESTADO
               ADD 1                     TO WS-ESTADOS-REPETIDOS
           ELSE
               PERFORM 23100-ACTUALIZO-EVENTO
               PERFORM 23150-RECUPERO-ALUMNO
               MOVE SPACES               TO WS-TEXTO-MARCA
               IF  NOT 88-NOTIEST-REBOTE-BLANDO
                   PERFORM 23200-ACTUALIZO-REBOTES
               END-IF
               IF  88-NOTIEST-ENTREGADO
                   ADD 1                 TO WS-ENTREGADOS
               ELSE
                   ADD 1                 TO WS-NO-ENTREGADOS
                   PERFORM 24000-IMPRIMO-NO-ENTREGADO
               END-IF
           END-IF.

       23100-ACTUALIZO-EVENTO.
      *-----------------------

           IF  88-NOTIEST-CANAL-EMAIL
               MOVE NOTIEST-ESTADO       TO NOTIHIST-ESTADO-EMAIL
           ELSE
               MOVE NOTIEST-ESTADO       TO NOTIHIST-ESTADO-TELEFONO
           END-IF.

           REWRITE NOTIHIST-DATOS-FD     FROM NOTIHIST-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-NOTIHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23100-ACTUALIZO-EVENTO'
                    DISPLAY 'ERROR EN REWRITE    NOTIHIST'
                    DISPLAY 'FILE STATUS       :' FS-NOTIHIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23150-RECUPERO-ALUMNO.
      *----------------------

           SET 88-ALUMNO-HALLADO-NO      TO TRUE.
           INITIALIZE ALU-REGISTRO
                      NRO-LEGAJO-ALUMNO-FD.
           MOVE NOTIHIST-COD-ALUMNO      TO ALUMNO-COD-FD.

           READ ALUMNOS INTO ALU-REGISTRO.

           EVALUATE TRUE
                WHEN  88-FS-ALUMNOS-OK
                      SET 88-ALUMNO-HALLADO-SI TO TRUE
                      MOVE ' '            TO WS-ALU-NOMBRE-RESUELTO
                      STRING
                             ALU-APELLIDO DELIMITED BY '  '
                             ' '          DELIMITED BY SIZE
                             ALU-NOMBRE   DELIMITED BY '  '
                         INTO
                             WS-ALU-NOMBRE-RESUELTO
                      END-STRING
                WHEN  88-FS-ALUMNOS-NOKEY
                      MOVE 'ALUMNO NO ENCONTRADO'
                                          TO WS-ALU-NOMBRE-RESUELTO
                WHEN OTHER
                      DISPLAY '--------------------------------'
                      DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                      DISPLAY 'PARRAFO: 23150-RECUPERO-ALUMNO'
                      DISPLAY 'ERROR EN READ       ALUMNOS'
                      DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                      DISPLAY 'SE CANCELA EL PROCESO'
                      DISPLAY '--------------------------------'
                      PERFORM 99999-CANCELO
           END-EVALUATE.

       23200-ACTUALIZO-REBOTES.
      *------------------------
      *  CUENTA DE FALLAS DEFINITIVAS SEGUIDAS DEL CONTACTO. SI EL
      *  CONTACTO DEL EVENTO NO ES EL QUE SE VENIA CONTANDO (LO
      *  CORRIGIERON), LA CUENTA EMPIEZA DE NUEVO.
      *------------------------

           SET 88-REBOTES-NUEVO-NO       TO TRUE.
           INITIALIZE REBOTES-REGISTRO
                      REBOTES-DATOS-FD.
           MOVE NOTIHIST-COD-ALUMNO      TO REBOTES-COD-ALUMNO.
           MOVE NOTIHIST-DESTINO         TO REBOTES-DESTINO.
           MOVE NOTIEST-CANAL            TO REBOTES-CANAL.
           MOVE REBOTES-CLAVE            TO REBOTES-CLAVE-FD.

           READ REBOTES INTO REBOTES-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-REBOTES-OK
                    CONTINUE
               WHEN 88-FS-REBOTES-NOKEY
                    SET 88-REBOTES-NUEVO-SI TO TRUE
                    MOVE NOTIHIST-COD-ALUMNO TO REBOTES-COD-ALUMNO
                    MOVE NOTIHIST-DESTINO TO REBOTES-DESTINO
                    MOVE NOTIEST-CANAL   TO REBOTES-CANAL
                    MOVE WS-CONTACTO     TO REBOTES-CONTACTO
                    MOVE 0               TO REBOTES-CONSECUTIVOS
                    SET 88-REBOTES-MARCADO-NO TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23200-ACTUALIZO-REBOTES'
                    DISPLAY 'ERROR EN READ       REBOTES'
                    DISPLAY 'FILE STATUS       :' FS-REBOTES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF  REBOTES-CONTACTO NOT = WS-CONTACTO
               MOVE WS-CONTACTO          TO REBOTES-CONTACTO
               MOVE 0                    TO REBOTES-CONSECUTIVOS
               SET 88-REBOTES-MARCADO-NO TO TRUE
           END-IF.

           IF  88-FALLA-DEFINITIVA-SI
               ADD 1                     TO REBOTES-CONSECUTIVOS
           ELSE
               MOVE 0                    TO REBOTES-CONSECUTIVOS
               SET 88-REBOTES-MARCADO-NO TO TRUE
           END-IF.

           MOVE WS-CURRENT-DATE-DATE     TO REBOTES-FECHA-ULTIMO.
           MOVE NOTIEST-EVENTO           TO REBOTES-EVENTO-ULTIMO.

           IF  88-FALLA-DEFINITIVA-SI
           AND REBOTES-CONSECUTIVOS >= WS-MAX-CONSECUTIVOS
           AND NOT 88-REBOTES-MARCADO-SI
               PERFORM 25000-MARCO-CONTACTO
           END-IF.

           PERFORM 23300-GRABO-REBOTES.

       23300-GRABO-REBOTES.
      *--------------------

           IF  88-REBOTES-NUEVO-SI
               WRITE REBOTES-DATOS-FD    FROM REBOTES-REGISTRO
           ELSE
               REWRITE REBOTES-DATOS-FD  FROM REBOTES-REGISTRO
           END-IF.

           EVALUATE TRUE
               WHEN 88-FS-REBOTES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23300-GRABO-REBOTES'
                    DISPLAY 'ERROR EN GRABO      REBOTES'
                    DISPLAY 'FILE STATUS       :' FS-REBOTES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       24000-IMPRIMO-NO-ENTREGADO.
      *---------------------------
      *  UNA LINEA POR NOTIFICACION NO ENTREGADA, MAS EL MOTIVO
      *  DEL SISTEMA DE ENVIOS Y, SI CORRESPONDE, LO HECHO CON EL
      *  CONTACTO (TRANSACCION GENERADA O TUTOR A CORREGIR).
      *---------------------------

           INITIALIZE DET-NOENT.
           MOVE NOTIHIST-COD-ALUMNO      TO DN-LEGAJO.
           MOVE WS-ALU-NOMBRE-RESUELTO   TO DN-NOMBRE.
           IF  88-NOTIHIST-DESTINO-TUTOR
               MOVE 'TUTOR'              TO DN-DESTINO
           ELSE
               MOVE 'ALUMNO'             TO DN-DESTINO
           END-IF.
           MOVE NOTIHIST-COD-MATERIA     TO DN-MATERIA.
           MOVE NOTIHIST-NOTA            TO DN-NOTA.
           IF  88-NOTIEST-CANAL-EMAIL
               MOVE 'EMAIL'              TO DN-CANAL
           ELSE
               MOVE 'SMS'                TO DN-CANAL
           END-IF.
           EVALUATE TRUE
               WHEN 88-NOTIEST-RECHAZADO
                    MOVE 'RECHAZADO'     TO DN-ESTADO
               WHEN 88-NOTIEST-REBOTE-DURO
                    MOVE 'REBOTE DURO'   TO DN-ESTADO
               WHEN OTHER
                    MOVE 'REBOTE BLANDO' TO DN-ESTADO
           END-EVALUATE.
           MOVE WS-CONTACTO              TO DN-CONTACTO.
           MOVE NOTIHIST-TELEFONO        TO DN-TELEFONO.

           MOVE DET-NOENT                TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.

           IF  NOTIEST-MOTIVO NOT = SPACES
               MOVE SPACES               TO DN2-TEXTO
               STRING 'MOTIVO: '          DELIMITED BY SIZE
                      NOTIEST-MOTIVO      DELIMITED BY SIZE
                   INTO DN2-TEXTO
               END-STRING
               MOVE DET-NOENT-2          TO REG-NOENTREG
               PERFORM 26000-ESCRIBO-NOENTREG
           END-IF.

           IF  WS-TEXTO-MARCA NOT = SPACES
               MOVE WS-TEXTO-MARCA       TO DN2-TEXTO
               MOVE DET-NOENT-2          TO REG-NOENTREG
               PERFORM 26000-ESCRIBO-NOENTREG
           END-IF.

       24200-IMPRIMO-DESCONOCIDO.
      *--------------------------

           INITIALIZE DET-NOENT.
           STRING 'EVENTO '              DELIMITED BY SIZE
                  NOTIEST-EVENTO         DELIMITED BY SIZE
               INTO DN-NOMBRE
           END-STRING.
           MOVE WS-LIN-CANAL             TO DN-CANAL.
           MOVE 'DESCONOCIDO'            TO DN-ESTADO.
           MOVE SPACES                   TO DN-NOTA-X.

           MOVE DET-NOENT                TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.

       24300-IMPRIMO-INVALIDA.
      *-----------------------

           INITIALIZE DET-NOENT.
           MOVE 'LINEA INVALIDA'         TO DN-ESTADO.
           MOVE SPACES                   TO DN-NOTA-X.

           MOVE DET-NOENT                TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.

           MOVE REG-NOTIESTADO           TO DN2-TEXTO.
           MOVE DET-NOENT-2              TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.

       25000-MARCO-CONTACTO.
      *---------------------
      *  EL CONTACTO LLEGO AL MAXIMO DE FALLAS SEGUIDAS. EL DEL
      *  ALUMNO SE MARCA CON UNA TRANSACCION DE CAMBIO PARA MNTALUM
      *  (EL REGISTRO COMPLETO DEL MAESTRO, MAS LA MARCA), SALVO
      *  QUE EL MAESTRO YA TENGA OTRO CONTACTO O YA ESTE MARCADO.
      *  EL DE UN TUTOR SOLO SE INFORMA.
      *---------------------

           MOVE REBOTES-CONSECUTIVOS     TO WS-CONSECUTIVOS-ED.

           EVALUATE TRUE
               WHEN 88-NOTIHIST-DESTINO-TUTOR
                    SET 88-REBOTES-MARCADO-SI TO TRUE
                    ADD 1                TO WS-TUTORES-A-CORREGIR
                    STRING WS-CONSECUTIVOS-ED DELIMITED BY SIZE
                           ' FALLAS SEGUIDAS DEL CONTACTO DEL TUTOR:'
                                          DELIMITED BY SIZE
                           ' CORREGIR EN TUTORES (MNTTUTO)'
                                          DELIMITED BY SIZE
                        INTO WS-TEXTO-MARCA
                    END-STRING
               WHEN 88-ALUMNO-HALLADO-NO
                    CONTINUE
               WHEN 88-NOTIEST-CANAL-EMAIL
               AND  ALU-EMAIL NOT = WS-CONTACTO
               WHEN 88-NOTIEST-CANAL-TELEFONO
               AND  ALU-TELEFONO NOT = WS-CONTACTO
                    MOVE 'EL CONTACTO YA FUE CAMBIADO EN ALUMNOS'
                                          TO WS-TEXTO-MARCA
               WHEN 88-NOTIEST-CANAL-EMAIL
               AND  88-ALU-EMAIL-INVALIDO
               WHEN 88-NOTIEST-CANAL-TELEFONO
               AND  88-ALU-TELEFONO-INVALIDO
                    SET 88-REBOTES-MARCADO-SI TO TRUE
               WHEN OTHER
                    SET 88-REBOTES-MARCADO-SI TO TRUE
                    PERFORM 25100-GRABO-ALUTRANREB
                    STRING WS-CONSECUTIVOS-ED DELIMITED BY SIZE
                           ' FALLAS SEGUIDAS: SE GENERA CAMBIO EN'
                                          DELIMITED BY SIZE
                           ' ALUTRANREB (CONTACTO INVALIDO)'
                                          DELIMITED BY SIZE
                        INTO WS-TEXTO-MARCA
                    END-STRING
           END-EVALUATE.

       25100-GRABO-ALUTRANREB.
      *-----------------------

           INITIALIZE ALUTRAN-RECORD.
           SET 88-ALUTRAN-CAMBIO         TO TRUE.
           MOVE ALU-CODIGO               TO ALUTRAN-CODIGO.
           MOVE ALU-DNI                  TO ALUTRAN-DNI.
           MOVE ALU-NOMBRE               TO ALUTRAN-NOMBRE.
           MOVE ALU-APELLIDO             TO ALUTRAN-APELLIDO.
           MOVE ALUMNO-FECHA-AAAA        TO ALUTRAN-FECHA-AAAA.
           MOVE ALUMNO-FECHA-MM          TO ALUTRAN-FECHA-MM.
           MOVE ALUMNO-FECHA-DD          TO ALUTRAN-FECHA-DD.
           MOVE ALU-EMAIL                TO ALUTRAN-EMAIL.
           MOVE ALU-TELEFONO             TO ALUTRAN-TELEFONO.
           IF  88-NOTIEST-CANAL-EMAIL
               SET 88-ALUTRAN-EMAIL-MARCA    TO TRUE
           ELSE
               SET 88-ALUTRAN-TELEFONO-MARCA TO TRUE
           END-IF.

           WRITE REG-ALUTRANREB-FD       FROM ALUTRAN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-ALUTRANREB-OK
                    ADD 1                TO WS-TRANSACCIONES
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 25100-GRABO-ALUTRANREB'
                    DISPLAY 'ERROR EN WRITE      ALUTRANREB'
                    DISPLAY 'FILE STATUS       :' FS-ALUTRANREB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       26000-ESCRIBO-NOENTREG.
      *-----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-NOENTREG-FD FROM REG-NOENTREG AFTER PAGE
           ELSE
              WRITE REG-NOENTREG-FD FROM REG-NOENTREG AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-NOENTREG-OK
                   ADD 1              TO  WS-GRABADOS-NOENTREG
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26000-ESCRIBO-NOENTREG'
                   DISPLAY 'ERROR EN ESCRIBO    NOENTREG'
                   DISPLAY 'FILE STATUS       :' FS-NOENTREG
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           MOVE WS-LINEAS-LEIDAS         TO TRN-LEIDOS.
           MOVE WS-ENTREGADOS            TO TRN-ENTREGADOS.
           MOVE WS-NO-ENTREGADOS         TO TRN-NO-ENTREGADOS.
           MOVE WS-ESTADOS-REPETIDOS     TO TRN-REPETIDOS.
           MOVE WS-EVENTOS-DESCONOCIDOS  TO TRN-DESCONOCIDOS.
           MOVE WS-LINEAS-INVALIDAS      TO TRN-INVALIDAS.
           MOVE WS-TRANSACCIONES         TO TRN-TRANSACCIONES.
           MOVE WS-TUTORES-A-CORREGIR    TO TRN-TUTORES.

           MOVE SPACES                   TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.
           MOVE TRL-NOENT                TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.
           MOVE TRL-NOENT-2              TO REG-NOENTREG.
           PERFORM 26000-ESCRIBO-NOENTREG.

           IF  WS-NO-ENTREGADOS        > 0
           OR  WS-EVENTOS-DESCONOCIDOS > 0
           OR  WS-LINEAS-INVALIDAS     > 0
           OR  WS-TRANSACCIONES        > 0
               MOVE 4                    TO WS-RETORNO
           END-IF.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'LINEAS LEIDAS     :' WS-LINEAS-LEIDAS.
           DISPLAY 'LINEAS INVALIDAS  :' WS-LINEAS-INVALIDAS.
           DISPLAY 'EVENTOS DESCONOC. :' WS-EVENTOS-DESCONOCIDOS.
           DISPLAY 'ESTADOS REPETIDOS :' WS-ESTADOS-REPETIDOS.
           DISPLAY 'ENTREGADOS        :' WS-ENTREGADOS.
           DISPLAY 'NO ENTREGADOS     :' WS-NO-ENTREGADOS.
           DISPLAY 'CAMBIOS ALUTRAN   :' WS-TRANSACCIONES.
           DISPLAY 'TUTORES A CORREGIR:' WS-TUTORES-A-CORREGIR.
           DISPLAY 'LINEAS GRABADAS   :' WS-GRABADOS-NOENTREG.
           DISPLAY 'RETORNO           :' WS-RETORNO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-NOTIESTADO-SI
              SET 88-OPEN-NOTIESTADO-NO TO TRUE
              CLOSE NOTIESTADO
           END-IF.

           IF 88-OPEN-NOTIHIST-SI
              SET 88-OPEN-NOTIHIST-NO TO TRUE
              CLOSE NOTIHIST
           END-IF.

           IF 88-OPEN-ALUMNOS-SI
              SET 88-OPEN-ALUMNOS-NO  TO TRUE
              CLOSE ALUMNOS
           END-IF.

           IF 88-OPEN-REBOTES-SI
              SET 88-OPEN-REBOTES-NO  TO TRUE
              CLOSE REBOTES
           END-IF.

           IF 88-OPEN-NOENTREG-SI
              SET 88-OPEN-NOENTREG-NO TO TRUE
              CLOSE NOENTREG
           END-IF.

           IF 88-OPEN-ALUTRANREB-SI
              SET 88-OPEN-ALUTRANREB-NO TO TRUE
              CLOSE ALUTRANREB
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
