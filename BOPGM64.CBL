       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM64.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA VERIFICA POR DOBLE DIGITACION UN LOTE DE
      * ACTAS EN PAPEL ANTES DE QUE ENTRE A STCALIF. EL MISMO LOTE
      * LO DIGITAN DOS OPERADORES DISTINTOS (DIGITA1 Y DIGITA2,
      * MISMO FORMATO QUE STCALIF, EN EL ORDEN DE LAS ACTAS) Y EL
      * CONTROL DIGITCTL (VER WDIGICTL) IDENTIFICA EL LOTE Y A LOS
      * DOS OPERADORES.
      *-----------------------------------------------------------
      * LAS DOS DIGITACIONES SE COMPARAN REGISTRO A REGISTRO, POR
      * POSICION:
      *   - REGISTROS IDENTICOS: PASAN A STCALIFVERIF, QUE SE
      *     INCORPORA A STCALIF CON BOPGM25 COMO STCALIFDELTA.
      *   - CUALQUIER DIFERENCIA (O UN REGISTRO QUE FALTA EN UNA
      *     DE LAS DOS): NO PASA Y SALE EN EL LISTADO DIGITDIF CON
      *     LOS DOS VALORES LADO A LADO Y LOS CAMPOS QUE DIFIEREN,
      *     PARA RESOLVERLO CONTRA EL PAPEL. LO CORREGIDO SE
      *     VUELVE A VERIFICAR COMO UN LOTE NUEVO.
      *-----------------------------------------------------------
      * RETORNO:
      *   RC=0  LAS DOS DIGITACIONES COINCIDEN COMPLETAS.
      *   RC=4  HAY DISCREPANCIAS (VER DIGITDIF).
      *   RC=8  CONTROL DIGITCTL AUSENTE, INCOMPLETO O CON EL MISMO
      *         OPERADOR EN LAS DOS DIGITACIONES: NO SE COMPARA
      *         NADA Y STCALIFVERIF NO SE GRABA.
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

           SELECT OPTIONAL DIGITCTL ASSIGN      TO
                                   'DIGITCTL'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DIGITCTL.

           SELECT DIGITA1          ASSIGN       TO
                                   'DIGITA1'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DIGITA1.

           SELECT DIGITA2          ASSIGN       TO
                                   'DIGITA2'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DIGITA2.

           SELECT STCALIFVERIF     ASSIGN       TO
                                   'STCALIFVERIF'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIFVERIF.

           SELECT DIGITDIF         ASSIGN       TO
                                   'DIGITDIF'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DIGITDIF.

      *----------------------------------------------------------
      *  BITACORA COMUN DE LA CORRIDA (VER WRUNLOG). SE ABRE EN
      *  EXTEND: CADA PROGRAMA AGREGA SU REGISTRO.
      *----------------------------------------------------------
           SELECT OPTIONAL RUNLOG  ASSIGN       TO
                                   'RUNLOG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-RUNLOG.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  DIGITCTL
           RECORDING MODE IS F.
       01  DIGITCTL-RECORD-FD            PIC  X(40).

       FD  DIGITA1
           RECORDING MODE IS F.
       01  DIGITA1-RECORD-FD             PIC  X(80).

       FD  DIGITA2
           RECORDING MODE IS F.
       01  DIGITA2-RECORD-FD             PIC  X(80).

       FD  STCALIFVERIF
           RECORDING MODE IS F.
       01  STCALIFVERIF-RECORD-FD        PIC  X(80).

       FD  DIGITDIF
           RECORDING MODE IS F.
       01  REG-DIGITDIF-FD               PIC  X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM64'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  FS-DIGITCTL                   PIC  X(02) VALUE ' '.
           88 88-FS-DIGITCTL-OK                     VALUE '00'.
           88 88-FS-DIGITCTL-EOF                    VALUE '10'.

       77  FS-DIGITA1                    PIC  X(02) VALUE ' '.
           88 88-FS-DIGITA1-OK                      VALUE '00'.
           88 88-FS-DIGITA1-EOF                     VALUE '10'.

       77  FS-DIGITA2                    PIC  X(02) VALUE ' '.
           88 88-FS-DIGITA2-OK                      VALUE '00'.
           88 88-FS-DIGITA2-EOF                     VALUE '10'.

       77  FS-STCALIFVERIF               PIC  X(02) VALUE ' '.
           88 88-FS-STCALIFVERIF-OK                 VALUE '00'.

       77  FS-DIGITDIF                   PIC  X(02) VALUE ' '.
           88 88-FS-DIGITDIF-OK                     VALUE '00'.

       77  WS-OPEN-DIGITA1               PIC X      VALUE 'N'.
           88 88-OPEN-DIGITA1-SI                    VALUE 'S'.
           88 88-OPEN-DIGITA1-NO                    VALUE 'N'.

       77  WS-OPEN-DIGITA2               PIC X      VALUE 'N'.
           88 88-OPEN-DIGITA2-SI                    VALUE 'S'.
           88 88-OPEN-DIGITA2-NO                    VALUE 'N'.

       77  WS-OPEN-STCALIFVERIF          PIC X      VALUE 'N'.
           88 88-OPEN-STCALIFVERIF-SI               VALUE 'S'.
           88 88-OPEN-STCALIFVERIF-NO               VALUE 'N'.

       77  WS-OPEN-DIGITDIF              PIC X      VALUE 'N'.
           88 88-OPEN-DIGITDIF-SI                   VALUE 'S'.
           88 88-OPEN-DIGITDIF-NO                   VALUE 'N'.

       77  WS-DIGITA1-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-DIGITA2-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-REGISTRO-LOTE              PIC 9(05)  VALUE 0.
       77  WS-IDENTICOS                  PIC 9(07)  VALUE 0.
       77  WS-DISCREPANCIAS              PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-VERIF             PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-DIGITDIF          PIC 9(07)  VALUE 0.
       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

       77  WS-PAGINA                     PIC 9(05)  VALUE 0.
       77  WS-LINEA                      PIC 9(03)  VALUE 090.
       77  WS-LINEAS-MAX                 PIC 9(02)  VALUE 66.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     LAS DOS DIGITACIONES DEL REGISTRO EN CURSO, CON EL      *
      *     MISMO FORMATO QUE WSTCALIF PERO VISTO COMO TEXTO: SE    *
      *     COMPARA Y SE LISTA LO QUE SE TIPEO, AUNQUE NO SEA       *
      *     NUMERICO.                                               *
      *-------------------------------------------------------------*
       01  WS-DIGITA-1.
           03  WS-DIG1-LEGAJO            PIC X(06).
           03  WS-DIG1-MATERIA           PIC X(08).
           03  WS-DIG1-NOTA.
               05  WS-DIG1-NOTA-ENTERO   PIC X(02).
               05  WS-DIG1-NOTA-DECIMAL  PIC X(01).
           03  WS-DIG1-FECHA             PIC X(08).
           03  WS-DIG1-INSTITUTO         PIC X(50).
           03  WS-DIG1-INTENTO           PIC X(02).
           03  WS-DIG1-RESTO             PIC X(03).

       01  WS-DIGITA-2.
           03  WS-DIG2-LEGAJO            PIC X(06).
           03  WS-DIG2-MATERIA           PIC X(08).
           03  WS-DIG2-NOTA.
               05  WS-DIG2-NOTA-ENTERO   PIC X(02).
               05  WS-DIG2-NOTA-DECIMAL  PIC X(01).
           03  WS-DIG2-FECHA             PIC X(08).
           03  WS-DIG2-INSTITUTO         PIC X(50).
           03  WS-DIG2-INTENTO           PIC X(02).
           03  WS-DIG2-RESTO             PIC X(03).

       77  WS-DIFERENCIAS                PIC X(31)  VALUE ' '.
       77  WS-PTR-DIF                    PIC 9(02)  VALUE 1.

       77  REG-DIGITDIF                  PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION DEL LISTADO      *
      *-------------------------------------------------------------*
       01  TIT-D01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM64'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(36)  VALUE
                'DISCREPANCIAS DE DOBLE DIGITACION'.
           03  FILLER                    PIC X(56)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITD01-FECHA.
               05  TITD01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITD01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITD01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-D02.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'LOTE: '.
           03  TITD02-LOTE               PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(14)  VALUE
                'DIGITACION 1: '.
           03  TITD02-OPERADOR-1         PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(14)  VALUE
                'DIGITACION 2: '.
           03  TITD02-OPERADOR-2         PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(63)  VALUE ' '.

       01  TIT-D03.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE '  REG'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(45)  VALUE
                'DIGITACION 1'.
           03  FILLER                    PIC X(03)  VALUE ' | '.
           03  FILLER                    PIC X(45)  VALUE
                'DIGITACION 2'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(31)  VALUE
                'CAMPOS QUE DIFIEREN'.

       01  TIT-D04.
           03  FILLER                    PIC X(07)  VALUE ' '.
           03  FILLER                    PIC X(45)  VALUE
                'LEGAJO MATERIA  NOTA FECHA    IN INSTITUTO'.
           03  FILLER                    PIC X(03)  VALUE ' | '.
           03  FILLER                    PIC X(45)  VALUE
                'LEGAJO MATERIA  NOTA FECHA    IN INSTITUTO'.
           03  FILLER                    PIC X(32)  VALUE ' '.

       01  TIT-D05.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(05)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(45)  VALUE ALL '-'.
           03  FILLER                    PIC X(03)  VALUE ' | '.
           03  FILLER                    PIC X(45)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(31)  VALUE ALL '-'.

       01  DET-DIGITDIF.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DD-REGISTRO               PIC ZZZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DD-LADO-1.
               05  DD1-LEGAJO            PIC X(06)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD1-MATERIA           PIC X(08)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD1-NOTA-ENTERO       PIC X(02)  VALUE ' '.
               05  DD1-NOTA-COMA         PIC X(01)  VALUE ' '.
               05  DD1-NOTA-DECIMAL      PIC X(01)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD1-FECHA             PIC X(08)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD1-INTENTO           PIC X(02)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD1-INSTITUTO         PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(03)  VALUE ' | '.
           03  DD-LADO-2.
               05  DD2-LEGAJO            PIC X(06)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD2-MATERIA           PIC X(08)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD2-NOTA-ENTERO       PIC X(02)  VALUE ' '.
               05  DD2-NOTA-COMA         PIC X(01)  VALUE ' '.
               05  DD2-NOTA-DECIMAL      PIC X(01)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD2-FECHA             PIC X(08)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD2-INTENTO           PIC X(02)  VALUE ' '.
               05  FILLER                PIC X(01)  VALUE ' '.
               05  DD2-INSTITUTO         PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DD-DIFERENCIAS            PIC X(31)  VALUE ' '.

       01  TRL-DIGITDIF.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(14)  VALUE
                                       'DIGITACION 1: '.
           03  TRD-DIGITA1               PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(14)  VALUE
                                       'DIGITACION 2: '.
           03  TRD-DIGITA2               PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(11)  VALUE
                                       'IDENTICOS: '.
           03  TRD-IDENTICOS             PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(15)  VALUE
                                       'DISCREPANCIAS: '.
           03  TRD-DISCREPANCIAS         PIC ZZZ.ZZ9.
           03  FILLER                    PIC X(43)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WDIGICTL.

       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-DIGITA1-EOF
               AND 88-FS-DIGITA2-EOF.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           PERFORM 10050-LEO-CONTROL.

           PERFORM 10100-ABRO-ARCHIVOS.

           PERFORM 11100-READ-DIGITA1.
           PERFORM 11200-READ-DIGITA2.

       10050-LEO-CONTROL.
      *------------------
      *  SIN CONTROL, SIN LOS DOS OPERADORES O CON EL MISMO
      *  OPERADOR DOS VECES NO HAY VERIFICACION POSIBLE: SE
      *  TERMINA CON RC=8 ANTES DE ABRIR NINGUNA SALIDA.
      *------------------

           INITIALIZE DIGITCTL-REGISTRO.

           OPEN INPUT DIGITCTL.

           IF  88-FS-DIGITCTL-OK
               READ DIGITCTL INTO DIGITCTL-REGISTRO
               IF  NOT 88-FS-DIGITCTL-OK
                   INITIALIZE DIGITCTL-REGISTRO
               END-IF
               CLOSE DIGITCTL
           END-IF.

           IF  DIGITCTL-OPERADOR-1 = SPACES
           OR  DIGITCTL-OPERADOR-2 = SPACES
           OR  DIGITCTL-OPERADOR-1 = DIGITCTL-OPERADOR-2
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10050-LEO-CONTROL'
               DISPLAY 'CONTROL DIGITCTL AUSENTE O INVALIDO'
               DISPLAY 'LOTE              :' DIGITCTL-LOTE
               DISPLAY 'OPERADOR DIGITA1  :' DIGITCTL-OPERADOR-1
               DISPLAY 'OPERADOR DIGITA2  :' DIGITCTL-OPERADOR-2
               DISPLAY 'LAS DOS DIGITACIONES DEBEN SER DE'
               DISPLAY 'OPERADORES DISTINTOS. NO SE VERIFICA.'
               DISPLAY '--------------------------------'
               MOVE 8                    TO WS-RETORNO
               PERFORM 29000-GRABO-RUNLOG
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE DIGITCTL-LOTE            TO TITD02-LOTE.
           MOVE DIGITCTL-OPERADOR-1      TO TITD02-OPERADOR-1.
           MOVE DIGITCTL-OPERADOR-2      TO TITD02-OPERADOR-2.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT DIGITA1.

           EVALUATE FS-DIGITA1
               WHEN '00'
                    SET 88-OPEN-DIGITA1-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT DIGITA1'
                    DISPLAY 'FILE STATUS       :' FS-DIGITA1
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT DIGITA2.

           EVALUATE FS-DIGITA2
               WHEN '00'
                    SET 88-OPEN-DIGITA2-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT DIGITA2'
                    DISPLAY 'FILE STATUS       :' FS-DIGITA2
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT STCALIFVERIF.

           EVALUATE FS-STCALIFVERIF
               WHEN '00'
                    SET 88-OPEN-STCALIFVERIF-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT STCALIFVERIF'
                    DISPLAY 'FILE STATUS       :' FS-STCALIFVERIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT DIGITDIF.

           EVALUATE FS-DIGITDIF
               WHEN '00'
                    SET 88-OPEN-DIGITDIF-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT DIGITDIF'
                    DISPLAY 'FILE STATUS       :' FS-DIGITDIF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11100-READ-DIGITA1.
      *-------------------

           MOVE SPACES                   TO WS-DIGITA-1.

           READ DIGITA1 INTO WS-DIGITA-1.

           EVALUATE TRUE
               WHEN 88-FS-DIGITA1-OK
                    ADD 1                TO WS-DIGITA1-LEIDOS
               WHEN 88-FS-DIGITA1-EOF
                    MOVE SPACES          TO WS-DIGITA-1
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-DIGITA1'
                    DISPLAY 'ERROR EN READ       DIGITA1'
                    DISPLAY 'FILE STATUS       :' FS-DIGITA1
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11200-READ-DIGITA2.
      *-------------------

           MOVE SPACES                   TO WS-DIGITA-2.

           READ DIGITA2 INTO WS-DIGITA-2.

           EVALUATE TRUE
               WHEN 88-FS-DIGITA2-OK
                    ADD 1                TO WS-DIGITA2-LEIDOS
               WHEN 88-FS-DIGITA2-EOF
                    MOVE SPACES          TO WS-DIGITA-2
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11200-READ-DIGITA2'
                    DISPLAY 'ERROR EN READ       DIGITA2'
                    DISPLAY 'FILE STATUS       :' FS-DIGITA2
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *--------------

           ADD 1                         TO WS-REGISTRO-LOTE.

           EVALUATE TRUE
               WHEN 88-FS-DIGITA1-EOF
                    MOVE 'FALTA EN DIGITACION 1'
                                         TO WS-DIFERENCIAS
                    PERFORM 21100-INFORMO-DISCREPANCIA
               WHEN 88-FS-DIGITA2-EOF
                    MOVE 'FALTA EN DIGITACION 2'
                                         TO WS-DIFERENCIAS
                    PERFORM 21100-INFORMO-DISCREPANCIA
               WHEN WS-DIGITA-1 = WS-DIGITA-2
                    ADD 1                TO WS-IDENTICOS
                    PERFORM 21300-ESCRIBO-STCALIFVERIF
               WHEN OTHER
                    PERFORM 21050-ARMO-DIFERENCIAS
                    PERFORM 21100-INFORMO-DISCREPANCIA
           END-EVALUATE.

           IF  NOT 88-FS-DIGITA1-EOF
               PERFORM 11100-READ-DIGITA1
           END-IF.

           IF  NOT 88-FS-DIGITA2-EOF
               PERFORM 11200-READ-DIGITA2
           END-IF.

       21050-ARMO-DIFERENCIAS.
      *-----------------------
      *  NOMBRA CADA CAMPO QUE NO COINCIDE; 'RESTO' = ESTADO,
      *  ORIGEN O RELLENO DEL REGISTRO.
      *-----------------------

           MOVE SPACES                   TO WS-DIFERENCIAS.
           MOVE 1                        TO WS-PTR-DIF.

           IF  WS-DIG1-LEGAJO NOT = WS-DIG2-LEGAJO
               STRING 'LEG '             DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-PTR-DIF
               END-STRING
           END-IF.

           IF  WS-DIG1-MATERIA NOT = WS-DIG2-MATERIA
               STRING 'MAT '             DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-PTR-DIF
               END-STRING
           END-IF.

           IF  WS-DIG1-NOTA NOT = WS-DIG2-NOTA
               STRING 'NOTA '            DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-PTR-DIF
               END-STRING
           END-IF.

           IF  WS-DIG1-FECHA NOT = WS-DIG2-FECHA
               STRING 'FEC '             DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-PTR-DIF
               END-STRING
           END-IF.

           IF  WS-DIG1-INSTITUTO NOT = WS-DIG2-INSTITUTO
               STRING 'INST '            DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-PTR-DIF
               END-STRING
           END-IF.

           IF  WS-DIG1-INTENTO NOT = WS-DIG2-INTENTO
               STRING 'INT '             DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-PTR-DIF
               END-STRING
           END-IF.

           IF  WS-DIG1-RESTO NOT = WS-DIG2-RESTO
               STRING 'RESTO'            DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-PTR-DIF
               END-STRING
           END-IF.

       21100-INFORMO-DISCREPANCIA.
      *---------------------------
      *  LOS DOS VALORES LADO A LADO TAL COMO SE TIPEARON. EL LADO
      *  QUE SE TERMINO ANTES SALE EN BLANCO.
      *---------------------------

           ADD 1                         TO WS-DISCREPANCIAS.
           MOVE 4                        TO WS-RETORNO.

           MOVE WS-REGISTRO-LOTE         TO DD-REGISTRO.
           MOVE SPACES                   TO DD-LADO-1
                                            DD-LADO-2.

           IF  NOT 88-FS-DIGITA1-EOF
               MOVE WS-DIG1-LEGAJO       TO DD1-LEGAJO
               MOVE WS-DIG1-MATERIA      TO DD1-MATERIA
               MOVE WS-DIG1-NOTA-ENTERO  TO DD1-NOTA-ENTERO
               MOVE ','                  TO DD1-NOTA-COMA
               MOVE WS-DIG1-NOTA-DECIMAL TO DD1-NOTA-DECIMAL
               MOVE WS-DIG1-FECHA        TO DD1-FECHA
               MOVE WS-DIG1-INTENTO      TO DD1-INTENTO
               MOVE WS-DIG1-INSTITUTO    TO DD1-INSTITUTO
           END-IF.

           IF  NOT 88-FS-DIGITA2-EOF
               MOVE WS-DIG2-LEGAJO       TO DD2-LEGAJO
               MOVE WS-DIG2-MATERIA      TO DD2-MATERIA
               MOVE WS-DIG2-NOTA-ENTERO  TO DD2-NOTA-ENTERO
               MOVE ','                  TO DD2-NOTA-COMA
               MOVE WS-DIG2-NOTA-DECIMAL TO DD2-NOTA-DECIMAL
               MOVE WS-DIG2-FECHA        TO DD2-FECHA
               MOVE WS-DIG2-INTENTO      TO DD2-INTENTO
               MOVE WS-DIG2-INSTITUTO    TO DD2-INSTITUTO
           END-IF.

           MOVE WS-DIFERENCIAS           TO DD-DIFERENCIAS.

           PERFORM 21200-CONTROL-DE-LINEA.

           MOVE DET-DIGITDIF             TO REG-DIGITDIF.
           PERFORM 21400-ESCRIBO-DIGITDIF.

       21200-CONTROL-DE-LINEA.
      *------------------------

           IF  WS-LINEA > WS-LINEAS-MAX
               PERFORM 21210-IMPRIMO-TITULOS
           END-IF.

       21210-IMPRIMO-TITULOS.
      *-----------------------

           SET  88-SALTO-HOJA-SI TO TRUE.
           PERFORM  21220-FECHA-ACTUAL
           ADD  1 TO WS-PAGINA.

           MOVE  TIT-D01 TO REG-DIGITDIF.
           PERFORM 21400-ESCRIBO-DIGITDIF

           MOVE  TIT-D02 TO REG-DIGITDIF.
           PERFORM 21400-ESCRIBO-DIGITDIF

           MOVE  TIT-D03 TO REG-DIGITDIF.
           PERFORM 21400-ESCRIBO-DIGITDIF

           MOVE  TIT-D04 TO REG-DIGITDIF.
           PERFORM 21400-ESCRIBO-DIGITDIF

           MOVE  TIT-D05 TO REG-DIGITDIF.
           PERFORM 21400-ESCRIBO-DIGITDIF

           MOVE 6 TO WS-LINEA.

       21220-FECHA-ACTUAL.
      *-----------------

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           MOVE WS-CURRENT-DATE-YYYY  TO TITD01-FECHA-AAAA
           MOVE WS-CURRENT-DATE-MM    TO TITD01-FECHA-MM
           MOVE WS-CURRENT-DATE-DD    TO TITD01-FECHA-DD.

       21300-ESCRIBO-STCALIFVERIF.
      *---------------------------

           WRITE STCALIFVERIF-RECORD-FD FROM WS-DIGITA-1.

           EVALUATE TRUE
              WHEN 88-FS-STCALIFVERIF-OK
                   ADD 1              TO  WS-GRABADOS-VERIF

              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 21300-ESCRIBO-STCALIFVERIF'
                   DISPLAY 'ERROR EN ESCRIBO    STCALIFVERIF'
                   DISPLAY 'FILE STATUS       :' FS-STCALIFVERIF
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       21400-ESCRIBO-DIGITDIF.
      *-----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-DIGITDIF-FD FROM REG-DIGITDIF AFTER PAGE
           ELSE
              WRITE REG-DIGITDIF-FD FROM REG-DIGITDIF AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-DIGITDIF-OK
                   ADD 1              TO  WS-GRABADOS-DIGITDIF
                   ADD 1              TO  WS-LINEA

              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 21400-ESCRIBO-DIGITDIF'
                   DISPLAY 'ERROR EN ESCRIBO    DIGITDIF'
                   DISPLAY 'FILE STATUS       :' FS-DIGITDIF
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

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
               MOVE 'BOPGM64'             TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               COMPUTE RUNLOG-LEIDOS = WS-DIGITA1-LEIDOS
                                     + WS-DIGITA2-LEIDOS
               MOVE WS-GRABADOS-VERIF    TO RUNLOG-GRABADOS
               MOVE WS-DISCREPANCIAS     TO RUNLOG-RECHAZADOS
               MOVE WS-RETORNO           TO RUNLOG-RETORNO
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
               CLOSE RUNLOG
           ELSE
               DISPLAY 'AVISO: NO SE PUDO ABRIR RUNLOG - FS: '
                       FS-RUNLOG
           END-IF.

       30000-FINALIZO.
      *--------------

      *  EL LISTADO SALE SIEMPRE, AUNQUE NO HAYA DISCREPANCIAS, Y
      *  CIERRA CON LOS TOTALES DEL LOTE.
           MOVE WS-DIGITA1-LEIDOS        TO TRD-DIGITA1.
           MOVE WS-DIGITA2-LEIDOS        TO TRD-DIGITA2.
           MOVE WS-IDENTICOS             TO TRD-IDENTICOS.
           MOVE WS-DISCREPANCIAS         TO TRD-DISCREPANCIAS.

           PERFORM 21200-CONTROL-DE-LINEA.
           MOVE TRL-DIGITDIF             TO REG-DIGITDIF.
           PERFORM 21400-ESCRIBO-DIGITDIF.

           PERFORM 29000-GRABO-RUNLOG.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'LOTE              :' DIGITCTL-LOTE.
           DISPLAY 'DIGITACION 1      :' WS-DIGITA1-LEIDOS.
           DISPLAY 'DIGITACION 2      :' WS-DIGITA2-LEIDOS.
           DISPLAY 'IDENTICOS         :' WS-IDENTICOS.
           DISPLAY 'DISCREPANCIAS     :' WS-DISCREPANCIAS.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-DIGITA1-SI
              SET 88-OPEN-DIGITA1-NO  TO TRUE
              CLOSE DIGITA1
           END-IF.

           IF 88-OPEN-DIGITA2-SI
              SET 88-OPEN-DIGITA2-NO  TO TRUE
              CLOSE DIGITA2
           END-IF.

           IF 88-OPEN-STCALIFVERIF-SI
              SET 88-OPEN-STCALIFVERIF-NO TO TRUE
              CLOSE STCALIFVERIF
           END-IF.

           IF 88-OPEN-DIGITDIF-SI
              SET 88-OPEN-DIGITDIF-NO TO TRUE
              CLOSE DIGITDIF
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
