      * LOS DELTAS CON CAMPOS CLAVE NO NUMERICOS SE RECHAZAN CON
      * MOTIVO 'FORMATO' ANTES DE ENTRAR AL ORDENAMIENTO.
      *-----------------------------------------------------------
      * LAS ACTAS EN PAPEL NO SE CARGAN DIRECTO EN STCALIFDELTA:
      * SE DIGITAN DOS VECES Y BOPGM64 DEJA EN STCALIFVERIF SOLO
      * LOS REGISTROS EN QUE LAS DOS DIGITACIONES COINCIDEN; ESE
      * ES EL LOTE QUE ENTRA AQUI COMO STCALIFDELTA.
      *-----------------------------------------------------------
      * CIERRE DE CICLO LECTIVO: CON EL CONTROL CIERRECTL
      * PRESENTE (VER WCIERCTL, GRABADO POR BOPGM35), UN DELTA
      * CUYA FECHA DE EXAMEN CAE EN UN ANIO YA CERRADO SE RECHAZA
      * CON MOTIVO 'ANIOCERR', SALVO QUE EL OPERADOR DEJE EL
      * OVERRIDE CIERREOVR (UNICA LINEA 'SI'): EN ESE CASO EL
      * DELTA TARDIO SE INCORPORA Y QUEDA CONTADO APARTE.
      *-----------------------------------------------------------
      * CADA DELTA INCORPORADO REGISTRA SU PAR ALUMNO+MATERIA EN
      * ESTADOPENDNEW (VER WESTPEND) PARA EL RECALCULO INCREMENTAL
      * DE ESTADOACAD, QUE BOPGM40 HABILITA AL HACER EL SWITCH.
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

           SELECT STCALIF-DELTA    ASSIGN       TO
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CIERREOVR.

           SELECT OPTIONAL ESTADOPENDNEW ASSIGN TO
                                   'ESTADOPENDNEW'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOPENDNEW.

      *----------------------------------------------------------
      *  BITACORA COMUN DE LA CORRIDA (VER WRUNLOG). SE ABRE EN
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

       FD  STCALIF-DELTA
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REG-CIERREOVR-FD              PIC  X(02).

       FD  ESTADOPENDNEW
           RECORDING MODE IS F.
       01  REG-ESTADOPENDNEW-FD          PIC  X(40).

       SD  SORT-DELTA.
       01  SORT-REG.
           03  SORT-CLAVE.
           88 88-FS-CIERREOVR-OK                    VALUE '00'.
           88 88-FS-CIERREOVR-EOF                   VALUE '10'.

       77  FS-ESTADOPENDNEW              PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOPENDNEW-OK                VALUE '00'.

       77  WS-OPEN-ESTADOPENDNEW         PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOPENDNEW-SI              VALUE 'S'.
           88 88-OPEN-ESTADOPENDNEW-NO              VALUE 'N'.

       77  WS-OPEN-CIERRECTL             PIC X      VALUE 'N'.
           88 88-OPEN-CIERRECTL-SI                  VALUE 'S'.
           88 88-OPEN-CIERRECTL-NO                  VALUE 'N'.
      *------------------------------------*
       COPY WSTCALIF.
       COPY WCIERCTL.
       COPY WESTPEND.

       COPY WRUNLOG.

                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN EXTEND ESTADOPENDNEW.

           EVALUATE FS-ESTADOPENDNEW
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-ESTADOPENDNEW-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN EXTEND ESTADOPENDNEW'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPENDNEW
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-ALIMENTO-SORT.
      *--------------------
                   MOVE SORT-CLAVE       TO WS-CLAVE-ANTERIOR
                   SET 88-HAY-CLAVE-SI   TO TRUE
                   ADD 1                 TO WS-DELTA-INCORPORADOS
                   PERFORM 27000-REGISTRO-PENDIENTE
               END-IF
           END-IF.

                    PERFORM 99999-CANCELO
           END-EVALUATE.

       27000-REGISTRO-PENDIENTE.
      *-------------------------

           INITIALIZE ESTPEND-REGISTRO.
           MOVE SORT-ALUMNO              TO ESTPEND-COD-ALUMNO.
           MOVE SORT-MATERIA             TO ESTPEND-COD-MATERIA.
           MOVE 'BOPGM25'                TO ESTPEND-PROGRAMA.
           MOVE WS-RUNLOG-TS(1:8)        TO ESTPEND-FECHA.
           MOVE WS-RUNLOG-TS(9:6)        TO ESTPEND-HORA.

           WRITE REG-ESTADOPENDNEW-FD FROM ESTPEND-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOPENDNEW-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 27000-REGISTRO-PENDIENTE'
                    DISPLAY 'ERROR EN WRITE      ESTADOPENDNEW'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPENDNEW
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       29000-GRABO-RUNLOG.
      *-------------------
      *  AGREGA EL REGISTRO DE ESTE PROGRAMA A LA BITACORA COMUN
              CLOSE CIERRECTL
           END-IF.

           IF 88-OPEN-ESTADOPENDNEW-SI
              SET 88-OPEN-ESTADOPENDNEW-NO TO TRUE
              CLOSE ESTADOPENDNEW
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.
