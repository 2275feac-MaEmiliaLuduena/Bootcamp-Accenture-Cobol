       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. UNLCALI.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA DESCARGA EL INDEXADO DE CALIFICACIONES
      * STCALIF A UN BACKUP SECUENCIAL PLANO (STCALIFBKP), EN ORDEN
      * DE CLAVE, CON UN TRAILER DE CANTIDAD Y HASH, PARA PODER
      * RECONSTRUIR EL INDEXADO CON RELCALI DESPUES DE UNA
      * CORRUPCION DE INDICE SIN PERDER LAS NOTAS, RECTIFICACIONES
      * Y FIRMAS APLICADAS DESDE LA MIGRACION (VSAMCALI SOLO SABE
      * CONVERTIR EL SECUENCIAL ANTERIOR).
      * SE CORRE ANTES DE CADA TANDA DE MANTENIMIENTO, JUNTO CON
      * UNLALUM, UNLMATE Y UNLINST.
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

           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                     STCALIF-MATFEC-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

           SELECT BACKUP-SAL       ASSIGN       TO
                                   'STCALIFBKP'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-BACKUP.

      *----------------------------------------------------------
      *  CERROJO DEL MAESTRO (VER WCERROJO): SE TOMA ANTES DEL
      *  OPEN Y SE LIBERA AL CIERRE; TOMADO POR OTRO PROCESO = FIN
      *  CON RC=8. UNA DESCARGA NO DEBE FOTOGRAFIAR UN MAESTRO A
      *  MITAD DE UN MANTENIMIENTO, Y UNA RECARGA JAMAS DEBE
      *  RECONSTRUIRLO MIENTRAS OTRO PROCESO LO TIENE ABIERTO.
      *----------------------------------------------------------
           SELECT OPTIONAL CERROJOS ASSIGN      TO
                                   'CERROJOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS CERROJO-RECURSO-FD
                                   FILE STATUS  IS FS-CERROJOS.

       DATA DIVISION.
      *-------------

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

       FD  BACKUP-SAL
           RECORDING MODE IS F.
       01  REG-BACKUP-FD                 PIC  X(80).

       FD  CERROJOS.
       01  CERROJOS-DATOS-FD.
           03  CERROJO-RECURSO-FD        PIC X(10).
           03  FILLER                    PIC X(30).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'UNLCALI'.

       77  FS-CERROJOS                   PIC X(02)  VALUE ' '.
           88 88-FS-CERROJOS-OK                     VALUE '00'.
           88 88-FS-CERROJOS-OPT                    VALUE '05'.
           88 88-FS-CERROJOS-NOKEY                  VALUE '23'.
           88 88-FS-CERROJOS-DUPKEY                 VALUE '22'.

       77  WS-CERROJO-TS                 PIC X(21)  VALUE ' '.
       77  CTE-CERROJO-RECURSO           PIC X(10)  VALUE 'STCALIF'.
       77  WS-CERROJO-TOMADO             PIC X      VALUE 'N'.
           88 88-CERROJO-TOMADO-SI                  VALUE 'S'.
           88 88-CERROJO-TOMADO-NO                  VALUE 'N'.

       77  FS-MAESTRO                    PIC X(02)  VALUE ' '.
           88 88-FS-MAESTRO-OK                      VALUE '00'.
           88 88-FS-MAESTRO-EOF                     VALUE '10'.

       77  FS-BACKUP                     PIC X(02)  VALUE ' '.
           88 88-FS-BACKUP-OK                       VALUE '00'.

       77  WS-OPEN-MAESTRO               PIC X      VALUE 'N'.
           88 88-OPEN-MAESTRO-SI                    VALUE 'S'.
           88 88-OPEN-MAESTRO-NO                    VALUE 'N'.

       77  WS-OPEN-BACKUP                PIC X      VALUE 'N'.
           88 88-OPEN-BACKUP-SI                     VALUE 'S'.
           88 88-OPEN-BACKUP-NO                     VALUE 'N'.

       77  WS-DESCARGADOS                PIC 9(09)  VALUE 0.
       77  WS-HASH                       PIC 9(11)  VALUE 0.
       77  WS-IDX-CLAVE                  PIC 9(02)  VALUE 0.

      *-------------------------------------------------------------*
      *     TRAILER DEL BACKUP: CANTIDAD Y HASH ADITIVO DE LA CLAVE *
      *     (SUMA DEL VALOR DE CADA BYTE DE LA CLAVE, INDEPENDIENTE *
      *     DEL ORDEN), QUE RELCALI RECALCULA Y VERIFICA.           *
      *-------------------------------------------------------------*
       01  REG-TRAILER.
           03  FILLER                    PIC X(04)  VALUE '*TRL'.
           03  TRL-CANTIDAD              PIC 9(09).
           03  TRL-HASH                  PIC 9(11).
           03  FILLER                    PIC X(56) VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WSTCALIF.
       COPY WCERROJO.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-MAESTRO-EOF.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10900-TOMO-CERROJOS.

           OPEN INPUT STCALIF.

           EVALUATE FS-MAESTRO
               WHEN '00'
                    SET 88-OPEN-MAESTRO-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10000-INICIO'
                    DISPLAY 'ERROR EN OPEN INPUT STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-MAESTRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           OPEN OUTPUT BACKUP-SAL.

           EVALUATE FS-BACKUP
               WHEN '00'
                    SET 88-OPEN-BACKUP-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10000-INICIO'
                    DISPLAY 'ERROR EN OPEN OUTPUT STCALIFBKP'
                    DISPLAY 'FILE STATUS       :' FS-BACKUP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 11100-READ-MAESTRO.

       11100-READ-MAESTRO.
      *-------------------

           INITIALIZE STCALIF-RECORD.

           READ STCALIF INTO STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-MAESTRO-OK
                    CONTINUE
               WHEN 88-FS-MAESTRO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-MAESTRO'
                    DISPLAY 'ERROR EN READ       STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-MAESTRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           WRITE REG-BACKUP-FD FROM STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-BACKUP-OK
                    ADD 1                TO WS-DESCARGADOS
                    PERFORM 21000-ACUMULO-HASH
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 20000-PROCESO'
                    DISPLAY 'ERROR EN WRITE      STCALIFBKP'
                    DISPLAY 'FILE STATUS       :' FS-BACKUP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 11100-READ-MAESTRO.

       21000-ACUMULO-HASH.
      *-------------------
      *  HASH ADITIVO DE LA CLAVE, BYTE A BYTE: EL MISMO CALCULO
      *  QUE HACE RELCALI AL RECARGAR.
      *-------------------

           PERFORM VARYING WS-IDX-CLAVE FROM 1 BY 1
                     UNTIL WS-IDX-CLAVE > 24
               ADD FUNCTION ORD(STCALIF-CLAVE(WS-IDX-CLAVE:1))
                                         TO WS-HASH
           END-PERFORM.

       30000-FINALIZO.
      *--------------

           MOVE WS-DESCARGADOS           TO TRL-CANTIDAD.
           MOVE WS-HASH                  TO TRL-HASH.

           WRITE REG-BACKUP-FD FROM REG-TRAILER.

           EVALUATE TRUE
               WHEN 88-FS-BACKUP-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL TRAILER - FS: '
                            FS-BACKUP
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'REGISTROS DESCARGADOS:' WS-DESCARGADOS.
           DISPLAY 'HASH DE CLAVES       :' WS-HASH.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-MAESTRO-SI
              SET 88-OPEN-MAESTRO-NO  TO TRUE
              CLOSE STCALIF
           END-IF.

           IF 88-OPEN-BACKUP-SI
              SET 88-OPEN-BACKUP-NO   TO TRUE
              CLOSE BACKUP-SAL
           END-IF.

           PERFORM 31900-LIBERO-CERROJOS.

       10900-TOMO-CERROJOS.
      *--------------------
      *  TOMA EL CERROJO DEL MAESTRO QUE ESTE UTILITARIO PROCESA,
      *  EL MISMO PROTOCOLO QUE LOS MANTENIMIENTOS Y LOS REPORTES
      *  NOCTURNOS. SI YA ESTA TOMADO POR OTRO PROCESO, SE INFORMA
      *  QUIEN LO TIENE Y SE TERMINA DE INMEDIATO CON RC=8.
      *--------------------

           OPEN I-O CERROJOS.

           IF  NOT 88-FS-CERROJOS-OK
           AND NOT 88-FS-CERROJOS-OPT
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10900-TOMO-CERROJOS'
               DISPLAY 'ERROR EN OPEN I-O   CERROJOS'
               DISPLAY 'FILE STATUS       :' FS-CERROJOS
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

           INITIALIZE CERROJOS-DATOS-FD CERROJO-REGISTRO.
           MOVE CTE-CERROJO-RECURSO      TO CERROJO-RECURSO-FD.

           READ CERROJOS INTO CERROJO-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CERROJOS-OK
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'MAESTRO EN USO    :'
                            CTE-CERROJO-RECURSO
                    DISPLAY 'TOMADO POR        :' CERROJO-PROGRAMA
                    DISPLAY 'DESDE             :' CERROJO-FECHA
                            ' ' CERROJO-HORA
                    DISPLAY 'SE CANCELA: REINTENTAR CUANDO EL OTRO'
                    DISPLAY 'PROCESO TERMINE (O LIBERAR CON MNTLOCK'
                    DISPLAY 'SI QUEDO COLGADO DE UNA CAIDA).'
                    DISPLAY '--------------------------------'
                    CLOSE CERROJOS
                    PERFORM 31000-CIERRO-ARCHIVOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
               WHEN 88-FS-CERROJOS-NOKEY
                    MOVE FUNCTION CURRENT-DATE TO WS-CERROJO-TS
                    INITIALIZE CERROJO-REGISTRO
                    MOVE CTE-CERROJO-RECURSO
                                         TO CERROJO-RECURSO
                    MOVE 'UNLCALI '        TO CERROJO-PROGRAMA
                    MOVE WS-CERROJO-TS(1:8) TO CERROJO-FECHA
                    MOVE WS-CERROJO-TS(9:6) TO CERROJO-HORA
                    WRITE CERROJOS-DATOS-FD FROM CERROJO-REGISTRO
                    IF  88-FS-CERROJOS-OK
                        SET 88-CERROJO-TOMADO-SI TO TRUE
                    ELSE
                        DISPLAY 'ERROR AL TOMAR CERROJO '
                                CTE-CERROJO-RECURSO
                                ' FS: ' FS-CERROJOS
                        CLOSE CERROJOS
                        PERFORM 31000-CIERRO-ARCHIVOS
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CERROJOS - FS: '
                            FS-CERROJOS
                    CLOSE CERROJOS
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           CLOSE CERROJOS.

       31900-LIBERO-CERROJOS.
      *----------------------
      *  LIBERA EL CERROJO SOLO SI ESTE PROGRAMA LO TOMO.
      *--------------------

           IF  88-CERROJO-TOMADO-SI
               OPEN I-O CERROJOS
               IF  88-FS-CERROJOS-OK
               OR  88-FS-CERROJOS-OPT
                   INITIALIZE CERROJOS-DATOS-FD
                   MOVE CTE-CERROJO-RECURSO
                                         TO CERROJO-RECURSO-FD
                   DELETE CERROJOS
                   SET 88-CERROJO-TOMADO-NO TO TRUE
                   CLOSE CERROJOS
               END-IF
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
