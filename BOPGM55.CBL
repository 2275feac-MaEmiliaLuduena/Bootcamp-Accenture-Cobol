       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM55.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA VERIFICA, A DEMANDA, LOS CODIGOS DE
      * VERIFICACION IMPRESOS AL PIE DE LOS CERTIFICADOS
      * ANALITICOS (VER BOPGM10 Y EL REGISTRO EMITIDOS, WEMITIDO).
      * CORRE SOBRE UN ARCHIVO DE CONSULTAS (VERIFREQ): UNA LINEA
      * POR CODIGO, CON EL FORMATO IMPRESO NNNNNNN-CCC.
      *-----------------------------------------------------------
      * PARA CADA CODIGO, EL REPORTE VERIFDOC INFORMA:
      *   VIGENTE      EL DOCUMENTO EXISTE, SU CONTENIDO COINCIDE
      *                CON EL DIGESTO Y ES EL ULTIMO ANALITICO
      *                EMITIDO AL ALUMNO.
      *   REEMPLAZADO  EL DOCUMENTO EXISTE PERO FUE REEMPLAZADO
      *                POR UN ANALITICO POSTERIOR (SE INFORMA EL
      *                CODIGO Y LA FECHA DEL QUE LO REEMPLAZA).
      *   DESCONOCIDO  NINGUN DOCUMENTO TIENE ESE CODIGO (NUMERO
      *                INEXISTENTE O DIGITOS DE CONTROL ERRONEOS).
      *   ALTERADO     EL REGISTRO NO COINCIDE CON EL DIGESTO
      *                GRABADO AL EMITIR: ALGUIEN LO MODIFICO.
      * SALVO EN DESCONOCIDO, A CONTINUACION SE LISTA EXACTAMENTE
      * LO CERTIFICADO: CABECERA Y CADA ASIGNATURA.
      *-----------------------------------------------------------
      * RETORNO GRADUADO:
      *   RC=0  TODOS LOS CODIGOS VIGENTES.
      *   RC=4  ALGUN CODIGO REEMPLAZADO O DESCONOCIDO.
      *   RC=8  ALGUN DOCUMENTO ALTERADO.
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

           SELECT VERIFREQ         ASSIGN       TO
                                   'VERIFREQ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-VERIFREQ.

           SELECT EMITIDOS         ASSIGN       TO
                                   'EMITIDOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS EMITIDOS-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                        EMITIDOS-ALUMNO-FD
                                        WITH DUPLICATES
                                   FILE STATUS  IS FS-EMITIDOS.

           SELECT VERIFDOC         ASSIGN       TO
                                   'VERIFDOC'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-VERIFDOC.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  VERIFREQ
           RECORDING MODE IS F.
       01  REG-VERIFREQ-FD               PIC  X(20).

       FD  EMITIDOS.
       01  EMITIDOS-DATOS-FD.
           03  EMITIDOS-CLAVE-FD.
               05  EMITIDOS-NUMERO-FD    PIC 9(07).
               05  EMITIDOS-RENGLON-FD   PIC 9(03).
           03  EMITIDOS-ALUMNO-FD        PIC 9(06).
           03  FILLER                    PIC X(134).

       FD  VERIFDOC
           RECORDING MODE IS F.
       01  REG-VERIFDOC-FD               PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM55'.

       77  FS-VERIFREQ                   PIC  X(02) VALUE ' '.
           88 88-FS-VERIFREQ-OK                     VALUE '00'.
           88 88-FS-VERIFREQ-EOF                    VALUE '10'.

       77  FS-EMITIDOS                   PIC  X(02) VALUE ' '.
           88 88-FS-EMITIDOS-OK                     VALUE '00'.
           88 88-FS-EMITIDOS-DUPOK                  VALUE '02'.
           88 88-FS-EMITIDOS-EOF                    VALUE '10'.
           88 88-FS-EMITIDOS-INVKEY                 VALUE '21'.
           88 88-FS-EMITIDOS-NOKEY                  VALUE '23'.

       77  FS-VERIFDOC                   PIC  X(02) VALUE ' '.
           88 88-FS-VERIFDOC-OK                     VALUE '00'.

       77  WS-OPEN-VERIFREQ              PIC X      VALUE 'N'.
           88 88-OPEN-VERIFREQ-SI                   VALUE 'S'.
           88 88-OPEN-VERIFREQ-NO                   VALUE 'N'.

       77  WS-OPEN-EMITIDOS              PIC X      VALUE 'N'.
           88 88-OPEN-EMITIDOS-SI                   VALUE 'S'.
           88 88-OPEN-EMITIDOS-NO                   VALUE 'N'.

       77  WS-OPEN-VERIFDOC              PIC X      VALUE 'N'.
           88 88-OPEN-VERIFDOC-SI                   VALUE 'S'.
           88 88-OPEN-VERIFDOC-NO                   VALUE 'N'.

      *-------------------------------------------------------------*
      *     CODIGO CONSULTADO, CON EL FORMATO IMPRESO EN EL PIE     *
      *     DEL ANALITICO: NUMERO DE DOCUMENTO, GUION Y CONTROL.    *
      *-------------------------------------------------------------*
       01  REG-VERIFREQ.
           03  VERIFREQ-CODIGO.
               05  VERIFREQ-NUMERO       PIC X(07).
               05  VERIFREQ-GUION        PIC X(01).
               05  VERIFREQ-CONTROL      PIC X(03).
           03  FILLER                    PIC X(09).

       77  WS-NUMERO-CONSULTA            PIC 9(07)  VALUE 0.
       77  WS-CONTROL-CONSULTA           PIC 9(03)  VALUE 0.

       77  WS-RESULTADO                  PIC X(01)  VALUE ' '.
           88  88-RESULTADO-VIGENTE                 VALUE 'V'.
           88  88-RESULTADO-REEMPLAZADO             VALUE 'R'.
           88  88-RESULTADO-DESCONOCIDO             VALUE 'D'.
           88  88-RESULTADO-ALTERADO                VALUE 'A'.

       77  WS-CODIGOS-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-CODIGOS-VIGENTES           PIC 9(07)  VALUE 0.
       77  WS-CODIGOS-REEMPLAZADOS       PIC 9(07)  VALUE 0.
       77  WS-CODIGOS-DESCONOCIDOS       PIC 9(07)  VALUE 0.
       77  WS-CODIGOS-ALTERADOS          PIC 9(07)  VALUE 0.
       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

      *-------------------------------------------------------------*
      *     DOCUMENTO CONSULTADO: CABECERA (RENGLON 000) Y SUS      *
      *     RENGLONES DE ASIGNATURAS, TAL COMO ESTAN EN EMITIDOS.   *
      *-------------------------------------------------------------*
       77  WS-CABECERA-DOC               PIC X(150) VALUE ' '.
       77  WS-RENGLONES-DOC              PIC 9(03)  VALUE 0.
       77  WS-CANT-TAB-RENGLON           PIC 9(03)  VALUE 0.
       01  WS-TABLA-RENGLONES.
           03  WS-TAB-RENGLON OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-RENGLON
                                         PIC X(150).

      *-------------------------------------------------------------*
      *     DIGESTO RECALCULADO: MISMO ALGORITMO Y MISMAS PORCIONES *
      *     DEL REGISTRO QUE 24000-ACUMULO-DIGESTO EN BOPGM10.      *
      *-------------------------------------------------------------*
       77  CTE-MODULO-DIGESTO            PIC 9(09)  VALUE 999999937.
       77  WS-DIGESTO                    PIC 9(09)  VALUE 0.
       77  WS-DIGESTO-TRABAJO            PIC 9(18)  VALUE 0.
       77  WS-CONTROL-CALCULADO          PIC 9(03)  VALUE 0.
       77  WS-IDX-BYTE                   PIC 9(03)  VALUE 0.
       77  WS-LARGO-REG                  PIC 9(03)  VALUE 0.
       77  WS-REG-DIGESTO                PIC X(150) VALUE ' '.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  WS-FECHA-AUX                  PIC X(08)  VALUE ' '.
       01  WS-FECHA-ED.
           03  WS-FECHA-ED-DD            PIC 9(02)  VALUE 0.
           03  FILLER                    PIC X(01)  VALUE '/'.
           03  WS-FECHA-ED-MM            PIC 9(02)  VALUE 0.
           03  FILLER                    PIC X(01)  VALUE '/'.
           03  WS-FECHA-ED-AAAA          PIC 9(04)  VALUE 0.

       01  WS-CODIGO-VERIF-ED.
           03  WS-CV-NUMERO              PIC 9(07).
           03  FILLER                    PIC X(01)  VALUE '-'.
           03  WS-CV-CONTROL             PIC 9(03).

       77  REG-VERIFDOC                  PIC X(132).

      *-------------------------------------------------------------*
      *     LINEAS DEL REPORTE DE VERIFICACION                      *
      *-------------------------------------------------------------*
       01  TIT-V01.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(50)  VALUE
                'VERIFICACION DE DOCUMENTOS EMITIDOS'.
           03  FILLER                    PIC X(07)  VALUE 'FECHA: '.
           03  TV1-FECHA                 PIC X(10).
           03  FILLER                    PIC X(64)  VALUE ' '.

       01  DET-V01.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'CODIGO: '.
           03  DV1-CODIGO                PIC X(11)  VALUE ' '.
           03  FILLER                    PIC X(14)  VALUE
                '   RESULTADO: '.
           03  DV1-RESULTADO             PIC X(50)  VALUE ' '.
           03  FILLER                    PIC X(48)  VALUE ' '.

       01  DET-V02.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE 'EMITIDO: '.
           03  DV2-FECHA                 PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(11)  VALUE
                '  TRAMITE: '.
           03  DV2-TRAMITE               PIC 9(06)  VALUE 0.
           03  FILLER                    PIC X(09)  VALUE '  FOLIO: '.
           03  DV2-FOLIO                 PIC 9(06)  VALUE 0.
           03  FILLER                    PIC X(10)  VALUE
                '  LEGAJO: '.
           03  DV2-LEGAJO                PIC 9(06)  VALUE 0.
           03  FILLER                    PIC X(07)  VALUE '  DNI: '.
           03  DV2-DNI                   PIC 9(08)  VALUE 0.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DV2-NOMBRE                PIC X(45)  VALUE ' '.

       01  DET-V03.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(11)  VALUE
                'APROBADAS: '.
           03  DV3-APROBADAS             PIC ZZ9.
           03  FILLER                    PIC X(12)  VALUE
                '  PROMEDIO: '.
           03  DV3-PROMEDIO              PIC ZZ9.9.
           03  FILLER                    PIC X(98)  VALUE ' '.

       01  DET-V04.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DV4-TIPO                  PIC X(03)  VALUE ' '.
           03  DV4-MATERIA               PIC X(40)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV4-NOTA                  PIC ZZ9.9.
           03  DV4-NOTA-X  REDEFINES DV4-NOTA
                                         PIC X(05).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV4-FECHA                 PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV4-INSTITUTO             PIC X(40)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DV4-REFERENCIA            PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(15)  VALUE ' '.

       01  DET-V05.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(27)  VALUE
                'REEMPLAZADO POR EL CODIGO: '.
           03  DV5-CODIGO                PIC X(11)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ' EL '.
           03  DV5-FECHA                 PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(77)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WEMITIDO.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-VERIFREQ-EOF.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-ARCHIVOS.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-FECHA-AUX.
           PERFORM 25900-EDITO-FECHA.
           MOVE WS-FECHA-ED              TO TV1-FECHA.
           MOVE TIT-V01                  TO REG-VERIFDOC.
           PERFORM 26000-ESCRIBO-VERIFDOC.

           PERFORM 11100-READ-VERIFREQ.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT VERIFREQ.

           EVALUATE FS-VERIFREQ
               WHEN '00'
                    SET 88-OPEN-VERIFREQ-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT VERIFREQ'
                    DISPLAY 'FILE STATUS       :' FS-VERIFREQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT EMITIDOS.

           EVALUATE FS-EMITIDOS
               WHEN '00'
                    SET 88-OPEN-EMITIDOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT EMITIDOS'
                    DISPLAY 'FILE STATUS       :' FS-EMITIDOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT VERIFDOC.

           EVALUATE FS-VERIFDOC
               WHEN '00'
                    SET 88-OPEN-VERIFDOC-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT VERIFDOC'
                    DISPLAY 'FILE STATUS       :' FS-VERIFDOC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11100-READ-VERIFREQ.
      *--------------------

           INITIALIZE REG-VERIFREQ.

           READ VERIFREQ INTO REG-VERIFREQ.

           EVALUATE TRUE
               WHEN 88-FS-VERIFREQ-OK
                    ADD 1              TO WS-CODIGOS-LEIDOS
               WHEN 88-FS-VERIFREQ-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-VERIFREQ'
                    DISPLAY 'ERROR EN READ       VERIFREQ'
                    DISPLAY 'FILE STATUS       :' FS-VERIFREQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           SET 88-RESULTADO-DESCONOCIDO  TO TRUE.
           MOVE 0                        TO WS-CANT-TAB-RENGLON
                                            WS-RENGLONES-DOC.

           IF  VERIFREQ-NUMERO  IS NUMERIC
           AND VERIFREQ-GUION   = '-'
           AND VERIFREQ-CONTROL IS NUMERIC
               MOVE VERIFREQ-NUMERO      TO WS-NUMERO-CONSULTA
               MOVE VERIFREQ-CONTROL     TO WS-CONTROL-CONSULTA
               PERFORM 21000-BUSCO-CABECERA
           END-IF.

           IF  NOT 88-RESULTADO-DESCONOCIDO
               PERFORM 22000-CARGO-RENGLONES
               PERFORM 23000-VERIFICO-DIGESTO
           END-IF.

           PERFORM 25000-INFORMO-RESULTADO.

           PERFORM 11100-READ-VERIFREQ.

       21000-BUSCO-CABECERA.
      *---------------------
      *  UN NUMERO INEXISTENTE O UN CONTROL QUE NO COINCIDE CON EL
      *  REGISTRADO SON IGUALMENTE DESCONOCIDOS: EL CONTROL EVITA
      *  QUE UN NUMERO CORRELATIVO CUALQUIERA VERIFIQUE.
      *---------------------

           INITIALIZE EMITIDOS-DATOS-FD.
           MOVE WS-NUMERO-CONSULTA       TO EMITIDOS-NUMERO-FD.
           MOVE 0                        TO EMITIDOS-RENGLON-FD.

           READ EMITIDOS INTO EMITIDOS-REGISTRO
                KEY IS EMITIDOS-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-EMITIDOS-OK
               WHEN 88-FS-EMITIDOS-DUPOK
                    IF  EMITIDOS-CONTROL = WS-CONTROL-CONSULTA
                        MOVE EMITIDOS-REGISTRO TO WS-CABECERA-DOC
                        IF  88-EMITIDOS-REEMPLAZADO
                            SET 88-RESULTADO-REEMPLAZADO TO TRUE
                        ELSE
                            SET 88-RESULTADO-VIGENTE     TO TRUE
                        END-IF
                    END-IF
               WHEN 88-FS-EMITIDOS-NOKEY
               WHEN 88-FS-EMITIDOS-INVKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21000-BUSCO-CABECERA'
                    DISPLAY 'ERROR EN READ       EMITIDOS'
                    DISPLAY 'FILE STATUS       :' FS-EMITIDOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22000-CARGO-RENGLONES.
      *----------------------
      *  LEE LOS RENGLONES DE ASIGNATURAS DEL DOCUMENTO EN ORDEN
      *  Y LOS SUMA AL DIGESTO IGUAL QUE BOPGM10 AL EMITIR.
      *----------------------

           MOVE 0                        TO WS-DIGESTO.

           INITIALIZE EMITIDOS-DATOS-FD.
           MOVE WS-NUMERO-CONSULTA       TO EMITIDOS-NUMERO-FD.
           MOVE 0                        TO EMITIDOS-RENGLON-FD.

           START EMITIDOS KEY > EMITIDOS-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-EMITIDOS-OK
                    PERFORM 22100-LEO-EMITIDOS-SIGUIENTE
                    PERFORM UNTIL NOT 88-FS-EMITIDOS-OK
                            OR EMITIDOS-NUMERO NOT = WS-NUMERO-CONSULTA
                        ADD 1            TO WS-RENGLONES-DOC
                        IF  WS-CANT-TAB-RENGLON < 200
                            ADD 1        TO WS-CANT-TAB-RENGLON
                            SET WS-IDX-TAB-RENGLON
                                         TO WS-CANT-TAB-RENGLON
                            MOVE EMITIDOS-REGISTRO
                              TO WS-TAB-RENGLON(WS-IDX-TAB-RENGLON)
                        END-IF
                        MOVE EMITIDOS-REGISTRO(17:112)
                                         TO WS-REG-DIGESTO
                        MOVE 112         TO WS-LARGO-REG
                        PERFORM 24000-ACUMULO-DIGESTO
                        PERFORM 22100-LEO-EMITIDOS-SIGUIENTE
                    END-PERFORM
               WHEN 88-FS-EMITIDOS-EOF
               WHEN 88-FS-EMITIDOS-NOKEY
               WHEN 88-FS-EMITIDOS-INVKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22000-CARGO-RENGLONES'
                    DISPLAY 'ERROR EN START      EMITIDOS'
                    DISPLAY 'FILE STATUS       :' FS-EMITIDOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22100-LEO-EMITIDOS-SIGUIENTE.
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
                    DISPLAY 'PARRAFO: 22100-LEO-EMITIDOS-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       EMITIDOS'
                    DISPLAY 'FILE STATUS       :' FS-EMITIDOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23000-VERIFICO-DIGESTO.
      *-----------------------
      *  CIERRA EL DIGESTO CON LA CABECERA CERTIFICADA Y LO
      *  CONTRASTA CONTRA EL GRABADO AL EMITIR Y CONTRA LOS
      *  DIGITOS DE CONTROL. TAMBIEN DEBE CERRAR LA CANTIDAD DE
      *  RENGLONES CONTRA LAS APROBADAS DE LA CABECERA.
      *-----------------------

           MOVE WS-CABECERA-DOC          TO EMITIDOS-REGISTRO.

           MOVE EMITIDOS-REGISTRO(11:101) TO WS-REG-DIGESTO.
           MOVE 101                      TO WS-LARGO-REG.
           PERFORM 24000-ACUMULO-DIGESTO.

           DIVIDE WS-DIGESTO BY 1000 GIVING WS-DIGESTO-TRABAJO
                  REMAINDER WS-CONTROL-CALCULADO.

           IF  WS-DIGESTO           NOT = EMITIDOS-DIGESTO
           OR  WS-CONTROL-CALCULADO NOT = EMITIDOS-CONTROL
           OR  WS-RENGLONES-DOC     NOT = EMITIDOS-APROBADAS
               SET 88-RESULTADO-ALTERADO TO TRUE
           END-IF.

       24000-ACUMULO-DIGESTO.
      *----------------------
      *  MISMO ALGORITMO QUE 24000-ACUMULO-DIGESTO EN BOPGM10.
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

       25000-INFORMO-RESULTADO.
      *------------------------

           MOVE SPACES                   TO REG-VERIFDOC.
           PERFORM 26000-ESCRIBO-VERIFDOC.

           MOVE VERIFREQ-CODIGO          TO DV1-CODIGO.

           EVALUATE TRUE
               WHEN 88-RESULTADO-VIGENTE
                    ADD 1                TO WS-CODIGOS-VIGENTES
                    MOVE 'VIGENTE - DOCUMENTO VERIFICADO'
                                         TO DV1-RESULTADO
               WHEN 88-RESULTADO-REEMPLAZADO
                    ADD 1                TO WS-CODIGOS-REEMPLAZADOS
                    MOVE 'REEMPLAZADO - HAY UN ANALITICO POSTERIOR'
                                         TO DV1-RESULTADO
                    IF  WS-RETORNO < 4
                        MOVE 4           TO WS-RETORNO
                    END-IF
               WHEN 88-RESULTADO-ALTERADO
                    ADD 1                TO WS-CODIGOS-ALTERADOS
                    MOVE '*ALTERADO* - EL DIGESTO NO COINCIDE'
                                         TO DV1-RESULTADO
                    MOVE 8               TO WS-RETORNO
               WHEN OTHER
                    ADD 1                TO WS-CODIGOS-DESCONOCIDOS
                    MOVE 'DESCONOCIDO - NINGUN DOCUMENTO CON ESE CODIGO'
                                         TO DV1-RESULTADO
                    IF  WS-RETORNO < 4
                        MOVE 4           TO WS-RETORNO
                    END-IF
           END-EVALUATE.

           MOVE DET-V01                  TO REG-VERIFDOC.
           PERFORM 26000-ESCRIBO-VERIFDOC.

           IF  NOT 88-RESULTADO-DESCONOCIDO
               PERFORM 25100-LISTO-DOCUMENTO
           END-IF.

       25100-LISTO-DOCUMENTO.
      *----------------------
      *  LO CERTIFICADO, TAL COMO QUEDO REGISTRADO: CABECERA,
      *  TOTALES, CADA ASIGNATURA Y, SI CORRESPONDE, EL CODIGO
      *  DEL DOCUMENTO QUE LO REEMPLAZA.
      *----------------------

           MOVE WS-CABECERA-DOC          TO EMITIDOS-REGISTRO.

           MOVE EMITIDOS-FECHA-EMISION   TO WS-FECHA-AUX.
           PERFORM 25900-EDITO-FECHA.
           MOVE WS-FECHA-ED              TO DV2-FECHA.
           MOVE EMITIDOS-TRAMITE         TO DV2-TRAMITE.
           MOVE EMITIDOS-FOLIO           TO DV2-FOLIO.
           MOVE EMITIDOS-COD-ALUMNO      TO DV2-LEGAJO.
           MOVE EMITIDOS-DNI             TO DV2-DNI.
           MOVE EMITIDOS-NOMBRE          TO DV2-NOMBRE.
           MOVE DET-V02                  TO REG-VERIFDOC.
           PERFORM 26000-ESCRIBO-VERIFDOC.

           MOVE EMITIDOS-APROBADAS       TO DV3-APROBADAS.
           MOVE EMITIDOS-PROMEDIO        TO DV3-PROMEDIO.
           MOVE DET-V03                  TO REG-VERIFDOC.
           PERFORM 26000-ESCRIBO-VERIFDOC.

           IF  88-EMITIDOS-REEMPLAZADO
               MOVE EMITIDOS-REEMPL-NUMERO  TO WS-CV-NUMERO
               MOVE EMITIDOS-REEMPL-CONTROL TO WS-CV-CONTROL
               MOVE WS-CODIGO-VERIF-ED   TO DV5-CODIGO
               MOVE EMITIDOS-FECHA-REEMPLAZO TO WS-FECHA-AUX
               PERFORM 25900-EDITO-FECHA
               MOVE WS-FECHA-ED          TO DV5-FECHA
               MOVE DET-V05              TO REG-VERIFDOC
               PERFORM 26000-ESCRIBO-VERIFDOC
           END-IF.

           SET  WS-IDX-TAB-RENGLON       TO 1.
           PERFORM UNTIL WS-IDX-TAB-RENGLON > WS-CANT-TAB-RENGLON
               MOVE WS-TAB-RENGLON(WS-IDX-TAB-RENGLON)
                                         TO EMITIDOS-REGISTRO
               PERFORM 25200-LISTO-RENGLON
               SET WS-IDX-TAB-RENGLON    UP BY 1
           END-PERFORM.

       25200-LISTO-RENGLON.
      *--------------------

           MOVE EMITIDOS-DET-MATERIA     TO DV4-MATERIA.
           MOVE EMITIDOS-DET-INSTITUTO   TO DV4-INSTITUTO.
           MOVE EMITIDOS-DET-REFERENCIA  TO DV4-REFERENCIA.

           IF  88-EMITIDOS-TIPO-EQUIVAL
               MOVE 'EQ'                 TO DV4-TIPO
               MOVE SPACES               TO DV4-NOTA-X
           ELSE
               MOVE SPACES               TO DV4-TIPO
               MOVE EMITIDOS-DET-NOTA    TO DV4-NOTA
           END-IF.

           MOVE EMITIDOS-DET-FECHA       TO WS-FECHA-AUX.
           PERFORM 25900-EDITO-FECHA.
           MOVE WS-FECHA-ED              TO DV4-FECHA.

           MOVE DET-V04                  TO REG-VERIFDOC.
           PERFORM 26000-ESCRIBO-VERIFDOC.

       25900-EDITO-FECHA.
      *------------------
      *  EDITA DD/MM/AAAA LA FECHA AAAAMMDD DE WS-FECHA-AUX.
      *------------------

           MOVE 0                        TO WS-FECHA-ED-DD
                                            WS-FECHA-ED-MM
                                            WS-FECHA-ED-AAAA.

           IF  WS-FECHA-AUX IS NUMERIC
               MOVE WS-FECHA-AUX(7:2)    TO WS-FECHA-ED-DD
               MOVE WS-FECHA-AUX(5:2)    TO WS-FECHA-ED-MM
               MOVE WS-FECHA-AUX(1:4)    TO WS-FECHA-ED-AAAA
           END-IF.

       26000-ESCRIBO-VERIFDOC.
      *-----------------------

           WRITE REG-VERIFDOC-FD FROM REG-VERIFDOC.

           EVALUATE TRUE
               WHEN 88-FS-VERIFDOC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 26000-ESCRIBO-VERIFDOC'
                    DISPLAY 'ERROR EN ESCRIBO    VERIFDOC'
                    DISPLAY 'FILE STATUS       :' FS-VERIFDOC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'CODIGOS LEIDOS    :' WS-CODIGOS-LEIDOS.
           DISPLAY 'VIGENTES          :' WS-CODIGOS-VIGENTES.
           DISPLAY 'REEMPLAZADOS      :' WS-CODIGOS-REEMPLAZADOS.
           DISPLAY 'DESCONOCIDOS      :' WS-CODIGOS-DESCONOCIDOS.
           DISPLAY 'ALTERADOS         :' WS-CODIGOS-ALTERADOS.
           DISPLAY 'RETORNO           :' WS-RETORNO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-VERIFREQ-SI
              SET 88-OPEN-VERIFREQ-NO TO TRUE
              CLOSE VERIFREQ
           END-IF.

           IF 88-OPEN-EMITIDOS-SI
              SET 88-OPEN-EMITIDOS-NO TO TRUE
              CLOSE EMITIDOS
           END-IF.

           IF 88-OPEN-VERIFDOC-SI
              SET 88-OPEN-VERIFDOC-NO TO TRUE
              CLOSE VERIFDOC
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
