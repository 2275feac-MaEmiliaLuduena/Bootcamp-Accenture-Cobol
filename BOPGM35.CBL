
           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT OPTIONAL STCALIFHIST ASSIGN   TO
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CIERRELIB.

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
      *-------------

               05  ESTADOACAD-MATERIA-FD PIC X(08).
           03  FILLER                    PIC X(26).

       FD  STCALIF.
       01  STCALIF-RECORD-FD.
           03  STCALIF-CLAVE-FD.
               05  STCALIF-ALUMNO-FD     PIC 9(06).
               05  STCALIF-MATFEC-FD.
                   07  STCALIF-MATERIA-FD PIC X(08).
                   07  STCALIF-FECHA-FD  PIC X(08).
               05  STCALIF-INTENTO-FD    PIC 9(02).
           03  FILLER                    PIC X(56).

       FD  STCALIFHIST
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REG-CIERRELIB-FD              PIC  X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM35'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  FS-CIERRECFG                  PIC  X(02) VALUE ' '.
           88 88-FS-CIERRECFG-OK                    VALUE '00'.
           88 88-FS-CIERRECFG-EOF                   VALUE '10'.
       COPY WGRADOS.
       COPY WCIERCFG.
       COPY WCIERCTL.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------
       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           PERFORM 10110-LEO-CIERRECFG.
           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10120-CONTROLO-ANIO-ABIERTO.
                    DISPLAY '--------------------------------'
                    PERFORM 31000-CIERRO-ARCHIVOS
                    MOVE 8 TO RETURN-CODE
                    PERFORM 29000-GRABO-RUNLOG
                    STOP RUN
               WHEN 88-FS-CIERRECTL-NOKEY
               WHEN 88-FS-CIERRECTL-INVKEY
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
               MOVE 'BOPGM35'             TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE WS-ESTADO-COPIADOS      TO RUNLOG-LEIDOS
               MOVE WS-EXAMENES-ANIO        TO RUNLOG-GRABADOS
               MOVE 0                    TO RUNLOG-RECHAZADOS
               MOVE RETURN-CODE          TO RUNLOG-RETORNO
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
               CLOSE RUNLOG
           ELSE
               DISPLAY 'AVISO: NO SE PUDO ABRIR RUNLOG - FS: '
                       FS-RUNLOG
           END-IF.

       30000-FINALIZO.
      *--------------

           PERFORM 29000-GRABO-RUNLOG.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'ANIO CERRADO      :' WS-ANIO-CIERRE.
