       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. RELCALI.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA RECONSTRUYE EL INDEXADO DE CALIFICACIONES
      * STCALIF DESDE EL BACKUP PLANO STCALIFBKP GENERADO POR
      * UNLCALI, INCLUYENDO LA CLAVE ALTERNATIVA MATERIA + FECHA
      * STCALIF-MATFEC-FD (SE REARMA AL DECLARARLA EN EL SELECT).
      * EL BACKUP VIENE EN ORDEN DE CLAVE: SE GRABA SECUENCIAL.
      * AL TERMINAR VERIFICA LA CANTIDAD Y EL HASH DE CLAVES
      * CONTRA EL TRAILER DEL BACKUP: SI NO BALANCEAN TERMINA CON
      * RC=8 (Y RC=12 SI EL BACKUP NO TIENE TRAILER), PARA QUE
      * NADIE TRABAJE SOBRE UNA RECONSTRUCCION A MEDIAS.
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

           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                     STCALIF-MATFEC-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

           SELECT BACKUP-ENT       ASSIGN       TO
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

       FD  BACKUP-ENT
           RECORDING MODE IS F.
       01  REG-BACKUP-FD                 PIC  X(80).

       FD  CERROJOS.
       01  CERROJOS-DATOS-FD.
           03  CERROJO-RECURSO-FD        PIC X(10).
           03  FILLER                    PIC X(30).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'RELCALI'.

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

      *  '02' = CLAVE ALTERNATIVA (MATERIA+FECHA) REPETIDA: ES LO
      *  NORMAL EN UN ACTA CON VARIOS ALUMNOS, LA OPERACION SE HIZO.
       77  FS-MAESTRO                    PIC X(02)  VALUE ' '.
           88 88-FS-MAESTRO-OK                      VALUE '00' '02'.
           88 88-FS-MAESTRO-DUPKEY                  VALUE '22'.

       77  FS-BACKUP                     PIC X(02)  VALUE ' '.
           88 88-FS-BACKUP-OK                       VALUE '00'.
           88 88-FS-BACKUP-EOF                      VALUE '10'.

       77  WS-OPEN-MAESTRO               PIC X      VALUE 'N'.
           88 88-OPEN-MAESTRO-SI                    VALUE 'S'.
           88 88-OPEN-MAESTRO-NO                    VALUE 'N'.

       77  WS-OPEN-BACKUP                PIC X      VALUE 'N'.
           88 88-OPEN-BACKUP-SI                     VALUE 'S'.
           88 88-OPEN-BACKUP-NO                     VALUE 'N'.

       77  WS-RECARGADOS                 PIC 9(09)  VALUE 0.
       77  WS-HASH                       PIC 9(11)  VALUE 0.
       77  WS-IDX-CLAVE                  PIC 9(02)  VALUE 0.
       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

       77  WS-HAY-TRAILER                PIC X      VALUE 'N'.
           88 88-HAY-TRAILER-SI                     VALUE 'S'.
           88 88-HAY-TRAILER-NO                     VALUE 'N'.

       01  REG-TRAILER.
           03  TRL-MARCA                 PIC X(04).
           03  TRL-CANTIDAD              PIC 9(09).
           03  TRL-HASH                  PIC 9(11).
           03  FILLER                    PIC X(56).

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
             UNTIL 88-FS-BACKUP-EOF
                OR 88-HAY-TRAILER-SI.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10900-TOMO-CERROJOS.

           OPEN INPUT BACKUP-ENT.

           EVALUATE FS-BACKUP
               WHEN '00'
                    SET 88-OPEN-BACKUP-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10000-INICIO'
                    DISPLAY 'ERROR EN OPEN INPUT STCALIFBKP'
                    DISPLAY 'FILE STATUS       :' FS-BACKUP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           OPEN OUTPUT STCALIF.

           EVALUATE FS-MAESTRO
               WHEN '00'
                    SET 88-OPEN-MAESTRO-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10000-INICIO'
                    DISPLAY 'ERROR EN OPEN OUTPUT STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-MAESTRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 11100-READ-BACKUP.

       11100-READ-BACKUP.
      *------------------

           INITIALIZE STCALIF-RECORD.

           READ BACKUP-ENT INTO STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-BACKUP-OK
                    IF  STCALIF-RECORD(1:4) = '*TRL'
                        MOVE STCALIF-RECORD(1:24) TO REG-TRAILER
                        SET 88-HAY-TRAILER-SI TO TRUE
                    END-IF
               WHEN 88-FS-BACKUP-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-BACKUP'
                    DISPLAY 'ERROR EN READ       STCALIFBKP'
                    DISPLAY 'FILE STATUS       :' FS-BACKUP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           MOVE STCALIF-CLAVE            TO STCALIF-CLAVE-FD.

           WRITE STCALIF-RECORD-FD FROM STCALIF-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-MAESTRO-OK
                    ADD 1                TO WS-RECARGADOS
                    PERFORM 21000-ACUMULO-HASH
               WHEN 88-FS-MAESTRO-DUPKEY
                    DISPLAY 'CLAVE DUPLICADA EN EL BACKUP, SE OMITE'
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 20000-PROCESO'
                    DISPLAY 'ERROR EN WRITE      STCALIF'
                    DISPLAY 'FILE STATUS       :' FS-MAESTRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 11100-READ-BACKUP.

       21000-ACUMULO-HASH.
      *-------------------

           PERFORM VARYING WS-IDX-CLAVE FROM 1 BY 1
                     UNTIL WS-IDX-CLAVE > 24
               ADD FUNCTION ORD(STCALIF-CLAVE(WS-IDX-CLAVE:1))
                                         TO WS-HASH
           END-PERFORM.

       30000-FINALIZO.
      *--------------

           EVALUATE TRUE
               WHEN 88-HAY-TRAILER-NO
                    DISPLAY 'BACKUP SIN TRAILER: RECARGA NO'
                    DISPLAY 'VERIFICABLE'
                    MOVE 12              TO WS-RETORNO
               WHEN TRL-CANTIDAD NOT = WS-RECARGADOS
               WHEN TRL-HASH     NOT = WS-HASH
                    DISPLAY 'LA RECARGA NO BALANCEA CON EL TRAILER'
                    DISPLAY 'TRAILER CANT :' TRL-CANTIDAD
                    DISPLAY 'RECARGADOS   :' WS-RECARGADOS
                    DISPLAY 'TRAILER HASH :' TRL-HASH
                    DISPLAY 'RECALCULADO  :' WS-HASH
                    MOVE 8               TO WS-RETORNO
               WHEN OTHER
                    MOVE 0               TO WS-RETORNO
           END-EVALUATE.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'REGISTROS RECARGADOS :' WS-RECARGADOS.
           DISPLAY 'HASH DE CLAVES       :' WS-HASH.
           DISPLAY 'CODIGO DE RETORNO    :' WS-RETORNO.
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
              CLOSE BACKUP-ENT
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
                    MOVE 'RELCALI '        TO CERROJO-PROGRAMA
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
