      ******************************************************************
      * Author: MARIA EMILIA LUDUENA
      * Date:
      * Purpose: PASAR EL DIARIO DE MANTENIMIENTO MNTJRN AL REGISTRO
      *          CON OPERADOR
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------
      * PASAJE UNICO DEL DIARIO MNTJRN VIGENTE DEL REGISTRO DE 400
      * BYTES AL DE 408 DE WMNTJRN, QUE AGREGA MNTJRN-OPERADOR AL
      * FINAL. LEE MNTJRNANT (EL MNTJRN.DAT VIEJO) Y GRABA MNTJRN
      * (EL MNTJRN.DAT NUEVO) EN EL MISMO ORDEN: LOS 400 BYTES SE
      * PASAN TAL CUAL Y EL OPERADOR QUEDA EN BLANCO, PORQUE ESOS
      * ASIENTOS SON ANTERIORES A QUE EL LOTE LO INFORMARA.
      *-----------------------------------------------------------
      * SE CORRE UNA SOLA VEZ, CON LOS MANTENIMIENTOS (MNTALUM/
      * MNTMATE/MNTINST) DETENIDOS, ANTES DE QUE CUALQUIERA DE ELLOS
      * AGREGUE UN ASIENTO DE 408 AL DIARIO. LOS VOLUMENES ANUALES
      * MNTJRN-AAAA.VOL YA SELLADOS (BOPGM38) NO SE TOCAN: SU SELLO
      * CUBRE LOS 400 BYTES ORIGINALES Y BOPGM39 LOS VERIFICA CON
      * ESE LARGO (VER SELLOREG-LARGO-REG EN WSELLREG).
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVMNTJ.
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
           SELECT MNTJRNANT        ASSIGN       TO
                                   'MNTJRNANT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MNTJRNANT.

           SELECT MNTJRN           ASSIGN       TO
                                   'MNTJRN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MNTJRN.

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

       DATA DIVISION.
       FILE SECTION.

       FD  MNTJRNANT
           RECORDING MODE IS F.
       01  REG-MNTJRNANT-FD              PIC  X(400).

       FD  MNTJRN
           RECORDING MODE IS F.
       01  MNTJRN-RECORD-FD              PIC  X(408).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.

       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'CNVMNTJ'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  FS-MNTJRNANT                  PIC X(02)  VALUE ' '.
           88 88-FS-MNTJRNANT-OK                    VALUE '00'.
           88 88-FS-MNTJRNANT-EOF                   VALUE '10'.

       77  FS-MNTJRN                     PIC X(02)  VALUE ' '.
           88 88-FS-MNTJRN-OK                       VALUE '00'.

       77  WS-OPEN-MNTJRNANT             PIC X      VALUE 'N'.
           88 88-OPEN-MNTJRNANT-SI                  VALUE 'S'.
           88 88-OPEN-MNTJRNANT-NO                  VALUE 'N'.

       77  WS-OPEN-MNTJRN                PIC X      VALUE 'N'.
           88 88-OPEN-MNTJRN-SI                     VALUE 'S'.
           88 88-OPEN-MNTJRN-NO                     VALUE 'N'.

       77  WS-REG-MNTJRN-LEIDOS          PIC 9(09)  VALUE 0.
       77  WS-REG-MNTJRN-GRABADOS        PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     ASIENTO VIEJO: LOS PRIMEROS 400 BYTES DEL REGISTRO      *
      *     NUEVO, SIN EL OPERADOR                                  *
      *-------------------------------------------------------------*
       01  WS-MNTJRN-ANT                 PIC X(400) VALUE SPACES.

       COPY WMNTJRN.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-MNTJRNANT-EOF.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 11100-READ-MNTJRNANT.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT   MNTJRNANT.

           EVALUATE FS-MNTJRNANT
               WHEN '00'
                    SET 88-OPEN-MNTJRNANT-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT MNTJRNANT'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRNANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT  MNTJRN.

           EVALUATE FS-MNTJRN
               WHEN '00'
                    SET 88-OPEN-MNTJRN-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT MNTJRN'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11100-READ-MNTJRNANT.
      *---------------------

           INITIALIZE WS-MNTJRN-ANT.

           READ MNTJRNANT INTO WS-MNTJRN-ANT.

           EVALUATE TRUE
               WHEN 88-FS-MNTJRNANT-OK
                    ADD 1              TO WS-REG-MNTJRN-LEIDOS
               WHEN 88-FS-MNTJRNANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-MNTJRNANT'
                    DISPLAY 'ERROR EN READ       MNTJRNANT'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRNANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           MOVE SPACES                   TO MNTJRN-RECORD.
           MOVE WS-MNTJRN-ANT            TO MNTJRN-RECORD(1:400).
           MOVE SPACES                   TO MNTJRN-OPERADOR.

           WRITE MNTJRN-RECORD-FD FROM MNTJRN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-MNTJRN-OK
                    ADD 1              TO WS-REG-MNTJRN-GRABADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 20000-PROCESO'
                    DISPLAY 'ERROR EN WRITE      MNTJRN'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 11100-READ-MNTJRNANT.

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
               MOVE 'CNVMNTJ'            TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE WS-REG-MNTJRN-LEIDOS TO RUNLOG-LEIDOS
               MOVE WS-REG-MNTJRN-GRABADOS
                                         TO RUNLOG-GRABADOS
               MOVE ZEROES               TO RUNLOG-RECHAZADOS
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
           DISPLAY 'TOTALES DE CONTROL PGM: CNVMNTJ            '
           DISPLAY '*******************************************'
           DISPLAY '* ASIENTOS LEIDOS (MNTJRNANT)    :'
                                          WS-REG-MNTJRN-LEIDOS
           DISPLAY '* ASIENTOS GRABADOS (MNTJRN)     :'
                                          WS-REG-MNTJRN-GRABADOS
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-MNTJRNANT-SI
              SET 88-OPEN-MNTJRNANT-NO TO TRUE
              CLOSE MNTJRNANT
           END-IF.

           IF 88-OPEN-MNTJRN-SI
              SET 88-OPEN-MNTJRN-NO TO TRUE
              CLOSE MNTJRN
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
