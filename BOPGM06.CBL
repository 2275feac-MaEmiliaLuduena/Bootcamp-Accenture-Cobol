      * VIG, QUE REEMPLAZA A STCALIF COMO ARCHIVO VIGENTE. SI NO
      * HAY ARCHCFG, NO SE PURGA NADA: TODO STCALIF PASA A STCALIF-
      * VIG TAL COMO ESTABA Y STCALIFHIST QUEDA VACIO.
      *-----------------------------------------------------------
      * CADA PAR ALUMNO+MATERIA CON EXAMENES PURGADOS SE REGISTRA
      * EN ESTADOPENDNEW (VER WESTPEND): AL HACERSE EL SWITCH DEL
      * VIGENTE (BOPGM40) SU ESTADO ACADEMICO DEBE RECALCULARSE.
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

           SELECT STCALIF-VIG      ASSIGN       TO
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ARCHCFG.

           SELECT OPTIONAL ESTADOPENDNEW ASSIGN TO
                                   'ESTADOPENDNEW'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOPENDNEW.

      *----------------------------------------------------------
      *  BITACORA COMUN DE CORRIDA (VER WRUNLOG). SE ABRE EN
      *  EXTEND: CADA PROGRAMA DEL STREAM AGREGA SU REGISTRO Y
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

       FD  STCALIF-VIG
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REG-ARCHCFG-FD                PIC  X(30).

       FD  ESTADOPENDNEW
           RECORDING MODE IS F.
       01  REG-ESTADOPENDNEW-FD          PIC  X(40).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).
           88 88-OPEN-STCALIF-HIST-SI               VALUE 'S'.
           88 88-OPEN-STCALIF-HIST-NO               VALUE 'N'.

       77  FS-ESTADOPENDNEW              PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOPENDNEW-OK                VALUE '00'.

       77  WS-OPEN-ESTADOPENDNEW         PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOPENDNEW-SI              VALUE 'S'.
           88 88-OPEN-ESTADOPENDNEW-NO              VALUE 'N'.

      *-------------------------------------------------------------*
      *     ULTIMO PAR REGISTRADO EN ESTADOPENDNEW: STCALIF VIENE   *
      *     EN ORDEN DE CLAVE Y CADA PAR SE REGISTRA UNA SOLA VEZ.  *
      *-------------------------------------------------------------*
       01  WS-PEND-ANTERIOR.
           03  WS-PEND-ANT-ALUMNO        PIC 9(06)  VALUE 0.
           03  WS-PEND-ANT-MATERIA       PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     FECHA DE CORTE, CARGADA DE ARCHCFG. SI NO SE PUDO ABRIR  *
      *     EL ARCHIVO, WS-HAY-ARCHCFG QUEDA EN 'N' Y 21010-VALIDO-  *
      *------------------------------------*
       COPY WSTCALIF.
       COPY WARCHCFG.
       COPY WESTPEND.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
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

       10150-LEO-ARCHCFG.
      *------------------
           EVALUATE TRUE
              WHEN 88-FS-STCALIF-HIST-OK
                   ADD 1              TO WS-STCALIF-ARCHIVADOS
                   PERFORM 21150-REGISTRO-PENDIENTE

              WHEN OTHER
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       21150-REGISTRO-PENDIENTE.
      *-------------------------

           IF  STCALIF-COD-ESTUDIANTE NOT = WS-PEND-ANT-ALUMNO
           OR  STCALIF-COD-MATERIA    NOT = WS-PEND-ANT-MATERIA
               MOVE STCALIF-COD-ESTUDIANTE TO WS-PEND-ANT-ALUMNO
               MOVE STCALIF-COD-MATERIA    TO WS-PEND-ANT-MATERIA
               INITIALIZE ESTPEND-REGISTRO
               MOVE WS-PEND-ANTERIOR     TO ESTPEND-CLAVE
               MOVE 'BOPGM06'            TO ESTPEND-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO ESTPEND-FECHA
               MOVE WS-RUNLOG-TS(9:6)    TO ESTPEND-HORA
               WRITE REG-ESTADOPENDNEW-FD FROM ESTPEND-REGISTRO
               IF  NOT 88-FS-ESTADOPENDNEW-OK
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 21150-REGISTRO-PENDIENTE'
                   DISPLAY 'ERROR EN WRITE      ESTADOPENDNEW'
                   DISPLAY 'FILE STATUS       :' FS-ESTADOPENDNEW
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
               END-IF
           END-IF.

       21200-ESCRIBO-VIGENTE.
      *----------------------

              CLOSE STCALIF-HIST
           END-IF.

           IF 88-OPEN-ESTADOPENDNEW-SI
              SET 88-OPEN-ESTADOPENDNEW-NO TO TRUE
              CLOSE ESTADOPENDNEW
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.
