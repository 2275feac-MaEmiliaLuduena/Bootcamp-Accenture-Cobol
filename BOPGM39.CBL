      *   RC=0  EL VOLUMEN COINCIDE CON SU SELLO.
      *   RC=8  DIFERENCIA: EL VOLUMEN NO ES EL QUE SE SELLO.
      *   RC=12 SIN TRAILER O SIN REGISTRO EN SELLOREG.
      *-----------------------------------------------------------
      * CADA VOLUMEN SE RELEE CON EL LARGO DE REGISTRO CON QUE SE
      * SELLO (SELLOREG-LARGO-REG, VER WSELLREG): LOS VOLUMENES DE
      * MNTJRN SELLADOS ANTES DE QUE EL DIARIO LLEVARA EL OPERADOR
      * TIENEN REGISTROS DE 400 Y SE LEEN POR VOLMNTANT, QUE APUNTA
      * AL MISMO ARCHIVO VOLMNT CON ESE LARGO.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-VOLMNT.

           SELECT VOLMNTANT        ASSIGN       TO
                                   'VOLMNT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-VOLMNTANT.

           SELECT SELLOREG         ASSIGN       TO
                                   'SELLOREG'
                                   ORGANIZATION IS INDEXED

       FD  VOLMNT
           RECORDING MODE IS F.
       01  REG-VOLMNT-FD                 PIC  X(408).

       FD  VOLMNTANT
           RECORDING MODE IS F.
       01  REG-VOLMNTANT-FD              PIC  X(400).

       FD  SELLOREG.
       01  SELLOREG-DATOS-FD.
           88 88-FS-VOLMNT-OK                       VALUE '00'.
           88 88-FS-VOLMNT-EOF                      VALUE '10'.

       77  FS-VOLMNTANT                  PIC  X(02) VALUE ' '.
           88 88-FS-VOLMNTANT-OK                    VALUE '00'.
           88 88-FS-VOLMNTANT-EOF                   VALUE '10'.

       77  FS-SELLOREG                   PIC  X(02) VALUE ' '.
           88 88-FS-SELLOREG-OK                     VALUE '00'.
           88 88-FS-SELLOREG-EOF                    VALUE '10'.
           88 88-OPEN-VOLMNT-SI                     VALUE 'S'.
           88 88-OPEN-VOLMNT-NO                     VALUE 'N'.

       77  WS-OPEN-VOLMNTANT             PIC X      VALUE 'N'.
           88 88-OPEN-VOLMNTANT-SI                  VALUE 'S'.
           88 88-OPEN-VOLMNTANT-NO                  VALUE 'N'.

       77  WS-OPEN-SELLOREG              PIC X      VALUE 'N'.
           88 88-OPEN-SELLOREG-SI                   VALUE 'S'.
           88 88-OPEN-SELLOREG-NO                   VALUE 'N'.
       77  WS-ARCHIVO-SELLO              PIC X(10)  VALUE ' '.
       77  WS-ANIO-SELLO                 PIC 9(04)  VALUE 0.

      *-------------------------------------------------------------*
      *     LARGO DE REGISTRO DEL VOLUMEN, DE SELLOREG (VER         *
      *     10170-LEO-SELLOREG)                                     *
      *-------------------------------------------------------------*
       77  CTE-LARGO-CALJRN              PIC 9(03)  VALUE 220.
       77  CTE-LARGO-MNTJRN-ANT          PIC 9(03)  VALUE 400.
       77  WS-LARGO-VOLUMEN              PIC 9(03)  VALUE 0.

       77  WS-VOL-LEIDOS                 PIC 9(09)  VALUE 0.
       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

       77  WS-SELLO-TRABAJO              PIC 9(18)  VALUE 0.
       77  WS-IDX-BYTE                   PIC 9(03)  VALUE 0.
       77  WS-LARGO-REG                  PIC 9(03)  VALUE 0.
       77  WS-REG-SELLO                  PIC X(408) VALUE ' '.

      *-------------------------------------------------------------*
      *     TRAILER DEL VOLUMEN, DESARMADO                          *
           PERFORM 10110-LEO-SELLOCFG.
           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10170-LEO-SELLOREG.
           PERFORM 10180-ABRO-VOLUMEN.

       10110-LEO-SELLOCFG.
      *-------------------
       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT SELLOREG.

           EVALUATE FS-SELLOREG
                    MOVE SELLOREG-REGISTROS    TO WS-REG-REGS
                    MOVE SELLOREG-SELLO        TO WS-REG-SELLO-REG
                    MOVE SELLOREG-SELLO-PREVIO TO WS-SELLO-PREVIO
                    IF  SELLOREG-LARGO-REG IS NUMERIC
                    AND SELLOREG-LARGO-REG > 0
                        MOVE SELLOREG-LARGO-REG TO WS-LARGO-VOLUMEN
                    END-IF
               WHEN 88-FS-SELLOREG-NOKEY
               WHEN 88-FS-SELLOREG-INVKEY
                    DISPLAY 'VOLUMEN SIN REGISTRO EN SELLOREG - RC=12'

           MOVE WS-SELLO-PREVIO          TO WS-SELLO.

      *  SIN LARGO EN SELLOREG: EL LARGO ORIGINAL DEL DIARIO.
           IF  WS-LARGO-VOLUMEN = 0
               IF  WS-ARCHIVO-SELLO = 'CALJRN'
                   MOVE CTE-LARGO-CALJRN TO WS-LARGO-VOLUMEN
               ELSE
                   MOVE CTE-LARGO-MNTJRN-ANT TO WS-LARGO-VOLUMEN
               END-IF
           END-IF.

       10180-ABRO-VOLUMEN.
      *-------------------
      *  EL VOLUMEN SE ABRE RECIEN CON EL LARGO DE REGISTRO DE
      *  SELLOREG: UN VOLUMEN DE MNTJRN DE 400 SE LEE POR VOLMNTANT.
      *-------------------

           IF  WS-ARCHIVO-SELLO = 'CALJRN'
               OPEN INPUT VOLCAL
               EVALUATE FS-VOLCAL
                   WHEN '00'
                        SET 88-OPEN-VOLCAL-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10180-ABRO-VOLUMEN'
                        DISPLAY 'ERROR EN OPEN INPUT VOLCAL'
                        DISPLAY 'FILE STATUS       :' FS-VOLCAL
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

           IF  WS-ARCHIVO-SELLO = 'MNTJRN'
           AND WS-LARGO-VOLUMEN = CTE-LARGO-MNTJRN-ANT
               OPEN INPUT VOLMNTANT
               EVALUATE FS-VOLMNTANT
                   WHEN '00'
                        SET 88-OPEN-VOLMNTANT-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10180-ABRO-VOLUMEN'
                        DISPLAY 'ERROR EN OPEN INPUT VOLMNTANT'
                        DISPLAY 'FILE STATUS       :' FS-VOLMNTANT
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

           IF  WS-ARCHIVO-SELLO = 'MNTJRN'
           AND WS-LARGO-VOLUMEN NOT = CTE-LARGO-MNTJRN-ANT
               OPEN INPUT VOLMNT
               EVALUATE FS-VOLMNT
                   WHEN '00'
                        SET 88-OPEN-VOLMNT-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10180-ABRO-VOLUMEN'
                        DISPLAY 'ERROR EN OPEN INPUT VOLMNT'
                        DISPLAY 'FILE STATUS       :' FS-VOLMNT
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       20000-PROCESO.
      *-------------

           IF  WS-RETORNO = 0
               IF  WS-ARCHIVO-SELLO = 'CALJRN'
                   PERFORM 21000-RECORRO-VOLCAL
               END-IF
               IF  88-OPEN-VOLMNTANT-SI
                   PERFORM 22500-RECORRO-VOLMNTANT
               END-IF
               IF  88-OPEN-VOLMNT-SI
                   PERFORM 22000-RECORRO-VOLMNT
               END-IF
               PERFORM 25000-COMPARO-SELLOS
                        ELSE
                            ADD 1        TO WS-VOL-LEIDOS
                            MOVE REG-VOLMNT-FD TO WS-REG-SELLO
                            MOVE 408     TO WS-LARGO-REG
                            PERFORM 24000-ACUMULO-SELLO
                        END-IF
                   WHEN 88-FS-VOLMNT-EOF
               END-EVALUATE
           END-PERFORM.

       22500-RECORRO-VOLMNTANT.
      *------------------------
      *  IGUAL QUE 22000-RECORRO-VOLMNT, CON REGISTROS DE 400.
      *------------------------

           PERFORM UNTIL 88-FS-VOLMNTANT-EOF
                      OR 88-HAY-TRAILER-SI
               READ VOLMNTANT
               EVALUATE TRUE
                   WHEN 88-FS-VOLMNTANT-OK
                        IF  REG-VOLMNTANT-FD(1:6) = 'SELLO;'
                            SET 88-HAY-TRAILER-SI TO TRUE
                            MOVE REG-VOLMNTANT-FD(1:220)
                                         TO WS-TRAILER-VOL
                        ELSE
                            ADD 1        TO WS-VOL-LEIDOS
                            MOVE REG-VOLMNTANT-FD TO WS-REG-SELLO
                            MOVE CTE-LARGO-MNTJRN-ANT
                                         TO WS-LARGO-REG
                            PERFORM 24000-ACUMULO-SELLO
                        END-IF
                   WHEN 88-FS-VOLMNTANT-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22500-RECORRO-VOLMNTANT'
                        DISPLAY 'ERROR EN READ       VOLMNTANT'
                        DISPLAY 'FILE STATUS       :' FS-VOLMNTANT
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       24000-ACUMULO-SELLO.
      *--------------------
      *  MISMO ALGORITMO QUE 24000-ACUMULO-SELLO EN BOPGM38.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'DIARIO            :' WS-ARCHIVO-SELLO.
           DISPLAY 'ANIO VERIFICADO   :' WS-ANIO-SELLO.
           DISPLAY 'LARGO DE REGISTRO :' WS-LARGO-VOLUMEN.
           DISPLAY 'ASIENTOS LEIDOS   :' WS-VOL-LEIDOS.
           DISPLAY 'SELLO RECALCULADO :' WS-SELLO.
           DISPLAY 'SELLO REGISTRADO  :' WS-REG-SELLO-REG.
              CLOSE VOLMNT
           END-IF.

           IF 88-OPEN-VOLMNTANT-SI
              SET 88-OPEN-VOLMNTANT-NO TO TRUE
              CLOSE VOLMNTANT
           END-IF.

           IF 88-OPEN-SELLOREG-SI
              SET 88-OPEN-SELLOREG-NO TO TRUE
              CLOSE SELLOREG
