      * ENCIMA DEL UMBRAL DE RESUMCFG, CERO REGISTROS LEIDOS, O
      * CODIGO DE RETORNO DISTINTO DE CERO. REEMPLAZA EL GREP
      * MATUTINO DE SYSOUTS.
      *-----------------------------------------------------------
      * LOS REGISTROS DE DECISION DEL CALENDARIO ACADEMICO
      * (BOPGM57, RUNLOG-CAL-DECISION INFORMADO) SALEN EN UNA
      * LINEA PROPIA: PASO OPCIONAL QUE CORRE POR CALENDARIO O
      * QUE SE SALTEO POR CALENDARIO. UN PASO QUE DEBIA CORRER Y
      * NO DEJO SU REGISTRO EN LA BITACORA SE MARCA AL FINAL COMO
      * ALERTA.
      *-----------------------------------------------------------
      * LOS MANTENIMIENTOS MNT* CORREN DE DIA, A DEMANDA, Y DEJAN
      * SU REGISTRO CON RUNLOG-LOTE INFORMADO. NO SON PASOS DEL
      * STREAM: SALEN APARTE, AL FINAL, EN LA SECCION LOTES DE
      * MANTENIMIENTO, CON LAS TRANSACCIONES LEIDAS, PROCESADAS EN
      * ESA CORRIDA, OMITIDAS POR YA CONFIRMADAS (REPROCESO, VER
      * WLOTECTL) Y RECHAZADAS. UN REPROCESO SE MARCA COMO TAL.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-PASOS-LEIDOS               PIC 9(03)  VALUE 0.
       77  WS-PASOS-CON-ALERTA           PIC 9(03)  VALUE 0.
       77  WS-GRABADOS-RESUMEN           PIC 9(09)  VALUE 0.
       77  WS-PASOS-CALENDARIO           PIC 9(03)  VALUE 0.
       77  WS-PASOS-SALTEADOS            PIC 9(03)  VALUE 0.
       77  WS-LOTES-LEIDOS               PIC 9(03)  VALUE 0.
       77  WS-LOTES-REPROCESO            PIC 9(03)  VALUE 0.

      *-------------------------------------------------------------*
      *     REGISTROS DE LOTES DE MANTENIMIENTO, PARA LISTARLOS AL  *
      *     FINAL EN SU PROPIA SECCION.                             *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-LOT               PIC 9(03)  VALUE 0.
       01  WS-TABLA-LOTES.
           03  WS-TAB-LOT OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-LOT.
               05  WS-TAB-LOT-REG         PIC X(80).

      *-------------------------------------------------------------*
      *     PASOS QUE EL CALENDARIO MANDO A CORRER, CON LA MARCA DE *
      *     SU REGISTRO EN LA BITACORA.                             *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-CAL               PIC 9(02)  VALUE 0.
       01  WS-TABLA-CALENDARIO.
           03  WS-TAB-CAL OCCURS 10 TIMES
                          INDEXED BY WS-IDX-TAB-CAL.
               05  WS-TAB-CAL-PASO        PIC X(08).
               05  WS-TAB-CAL-PROGRAMA    PIC X(08).
               05  WS-TAB-CAL-HALLADO     PIC X(01).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
           03  DS-ALERTA                 PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(45)  VALUE ' '.

       01  DET-CAL.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-PROGRAMA               PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-PASO                   PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-PROGRAMA-PASO          PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-DECISION               PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE
                ' EVENTO '.
           03  DC-EVENTO                 PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(64)  VALUE ' '.

       01  TIT-LOT1.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(22)  VALUE
                'LOTES DE MANTENIMIENTO'.
           03  FILLER                    PIC X(109) VALUE ' '.

       01  TIT-LOT2.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'PROGRAMA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'INICIO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'FIN'.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE 'LEIDAS'.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE 'PROCESAD.'.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE 'OMITIDAS'.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE 'RECHAZADA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(02)  VALUE 'RC'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE 'CORRIDA'.
           03  FILLER                    PIC X(42)  VALUE ' '.

       01  DET-LOT.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-PROGRAMA               PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-INICIO.
               05  DL-INI-HH             PIC 9(02)  VALUE 0.
               05  FILLER                PIC X(01)  VALUE ':'.
               05  DL-INI-MM             PIC 9(02)  VALUE 0.
               05  FILLER                PIC X(01)  VALUE ':'.
               05  DL-INI-SS             PIC 9(02)  VALUE 0.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-FIN.
               05  DL-FIN-HH             PIC 9(02)  VALUE 0.
               05  FILLER                PIC X(01)  VALUE ':'.
               05  DL-FIN-MM             PIC 9(02)  VALUE 0.
               05  FILLER                PIC X(01)  VALUE ':'.
               05  DL-FIN-SS             PIC 9(02)  VALUE 0.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-LEIDAS                 PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-PROCESADAS             PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-OMITIDAS               PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-RECHAZADAS             PIC Z.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-RC                     PIC 99.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DL-CORRIDA                PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(43)  VALUE ' '.

       77  WS-LOTE-OMITIDAS              PIC 9(09)  VALUE 0.

       01  TRL-S.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(16)  VALUE
           03  FILLER                    PIC X(19)  VALUE
                '  PASOS CON ALERTA:'.
           03  TRS-ALERTAS               PIC ZZ9.
           03  FILLER                    PIC X(28)  VALUE
                '  SALTEADOS POR CALENDARIO:'.
           03  TRS-SALTEADOS             PIC ZZ9.
           03  FILLER                    PIC X(13)  VALUE
                '  LOTES MNT:'.
           03  TRS-LOTES                 PIC ZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  REPROCESOS:'.
           03  TRS-REPROCESOS            PIC ZZ9.
           03  FILLER                    PIC X(26)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *

           EVALUATE TRUE
               WHEN 88-FS-RUNLOG-OK
                    EVALUATE TRUE
                        WHEN RUNLOG-LOTE NOT = SPACES
                             ADD 1     TO WS-LOTES-LEIDOS
                        WHEN RUNLOG-CAL-DECISION = SPACES
                             ADD 1     TO WS-PASOS-LEIDOS
                        WHEN OTHER
                             ADD 1     TO WS-PASOS-CALENDARIO
                    END-EVALUATE
               WHEN 88-FS-RUNLOG-EOF
                    CONTINUE
               WHEN OTHER
       20000-PROCESO.
      *-------------

           EVALUATE TRUE
               WHEN RUNLOG-LOTE NOT = SPACES
                    PERFORM 24000-GUARDO-LOTE
               WHEN RUNLOG-CAL-DECISION = SPACES
                    PERFORM 21000-IMPRIMO-PASO
               WHEN OTHER
                    PERFORM 22000-IMPRIMO-DECISION
           END-EVALUATE.

           PERFORM 11100-READ-RUNLOG.

       21000-IMPRIMO-PASO.
      *-------------------

           MOVE RUNLOG-PROGRAMA          TO DS-PROGRAMA.
           MOVE RUNLOG-HORA-INICIO(1:2)  TO DS-INI-HH.
           MOVE RUNLOG-HORA-INICIO(3:2)  TO DS-INI-MM.
           MOVE DET-S                    TO REG-RESUMEN.
           PERFORM 26000-ESCRIBO-RESUMEN.

           SET  WS-IDX-TAB-CAL           TO 1.
           PERFORM UNTIL WS-IDX-TAB-CAL > WS-CANT-TAB-CAL
               IF  WS-TAB-CAL-PROGRAMA(WS-IDX-TAB-CAL) =
                                         RUNLOG-PROGRAMA
                   MOVE 'S' TO WS-TAB-CAL-HALLADO(WS-IDX-TAB-CAL)
               END-IF
               SET WS-IDX-TAB-CAL        UP BY 1
           END-PERFORM.

       22000-IMPRIMO-DECISION.
      *-----------------------
      *  LOS PASOS QUE CORREN SE GUARDAN PARA CONTROLAR AL FINAL
      *  QUE HAYAN DEJADO SU PROPIO REGISTRO.
      *-----------------------

           MOVE RUNLOG-PROGRAMA          TO DC-PROGRAMA.
           MOVE RUNLOG-CAL-PASO          TO DC-PASO.
           MOVE RUNLOG-CAL-PROGRAMA      TO DC-PROGRAMA-PASO.
           MOVE RUNLOG-CAL-EVENTO        TO DC-EVENTO.

           IF  88-RUNLOG-CAL-CORRE
               MOVE 'CORRE POR CALENDARIO'
                                         TO DC-DECISION
               IF  WS-CANT-TAB-CAL < 10
                   ADD 1                 TO WS-CANT-TAB-CAL
                   SET WS-IDX-TAB-CAL    TO WS-CANT-TAB-CAL
                   MOVE RUNLOG-CAL-PASO
                        TO WS-TAB-CAL-PASO(WS-IDX-TAB-CAL)
                   MOVE RUNLOG-CAL-PROGRAMA
                        TO WS-TAB-CAL-PROGRAMA(WS-IDX-TAB-CAL)
                   MOVE 'N'
                        TO WS-TAB-CAL-HALLADO(WS-IDX-TAB-CAL)
               END-IF
           ELSE
               MOVE 'SALTEADO POR CALENDARIO'
                                         TO DC-DECISION
               ADD 1                     TO WS-PASOS-SALTEADOS
           END-IF.

           MOVE DET-CAL                  TO REG-RESUMEN.
           PERFORM 26000-ESCRIBO-RESUMEN.

       23000-CONTROLO-CALENDARIO.
      *--------------------------
      *  UN PASO QUE EL CALENDARIO MANDO A CORRER Y NO TIENE
      *  REGISTRO PROPIO EN LA BITACORA NO CORRIO O CANCELO.
      *-------------------------

           SET  WS-IDX-TAB-CAL           TO 1.
           PERFORM UNTIL WS-IDX-TAB-CAL > WS-CANT-TAB-CAL
               IF  WS-TAB-CAL-HALLADO(WS-IDX-TAB-CAL) = 'N'
                   INITIALIZE DS-INICIO DS-FIN
                   MOVE WS-TAB-CAL-PROGRAMA(WS-IDX-TAB-CAL)
                                         TO DS-PROGRAMA
                   MOVE 0                TO DS-LEIDOS
                                            DS-GRABADOS
                                            DS-RECHAZADOS
                                            DS-RC
                   MOVE '*PROGRAMADO Y SIN REGISTRO*'
                                         TO DS-ALERTA
                   ADD 1                 TO WS-PASOS-CON-ALERTA
                   MOVE DET-S            TO REG-RESUMEN
                   PERFORM 26000-ESCRIBO-RESUMEN
               END-IF
               SET WS-IDX-TAB-CAL        UP BY 1
           END-PERFORM.

       24000-GUARDO-LOTE.
      *------------------

           IF  WS-CANT-TAB-LOT < 100
               ADD 1                     TO WS-CANT-TAB-LOT
               SET WS-IDX-TAB-LOT        TO WS-CANT-TAB-LOT
               MOVE RUNLOG-RECORD        TO WS-TAB-LOT-REG
                                            (WS-IDX-TAB-LOT)
           ELSE
               DISPLAY 'AVISO: TABLA DE LOTES LLENA, NO SE LISTA '
                       RUNLOG-PROGRAMA ' ' RUNLOG-HORA-INICIO
           END-IF.

       25000-IMPRIMO-LOTES.
      *--------------------
      *  SECCION DE LOTES DE MANTENIMIENTO: UNA LINEA POR CORRIDA
      *  DE UN MNT*. OMITIDAS = LEIDAS QUE YA ESTABAN CONFIRMADAS
      *  POR UNA CORRIDA ANTERIOR DEL MISMO LOTE.
      *--------------------

           IF  WS-CANT-TAB-LOT > 0
               MOVE SPACES               TO REG-RESUMEN
               PERFORM 26000-ESCRIBO-RESUMEN
               MOVE TIT-LOT1             TO REG-RESUMEN
               PERFORM 26000-ESCRIBO-RESUMEN
               MOVE TIT-LOT2             TO REG-RESUMEN
               PERFORM 26000-ESCRIBO-RESUMEN
               SET  WS-IDX-TAB-LOT       TO 1
               PERFORM UNTIL WS-IDX-TAB-LOT > WS-CANT-TAB-LOT
                   MOVE WS-TAB-LOT-REG(WS-IDX-TAB-LOT)
                                         TO RUNLOG-RECORD
                   PERFORM 25100-IMPRIMO-UN-LOTE
                   SET WS-IDX-TAB-LOT    UP BY 1
               END-PERFORM
           END-IF.

       25100-IMPRIMO-UN-LOTE.
      *----------------------

           MOVE RUNLOG-PROGRAMA          TO DL-PROGRAMA.
           MOVE RUNLOG-HORA-INICIO(1:2)  TO DL-INI-HH.
           MOVE RUNLOG-HORA-INICIO(3:2)  TO DL-INI-MM.
           MOVE RUNLOG-HORA-INICIO(5:2)  TO DL-INI-SS.
           MOVE RUNLOG-HORA-FIN(1:2)     TO DL-FIN-HH.
           MOVE RUNLOG-HORA-FIN(3:2)     TO DL-FIN-MM.
           MOVE RUNLOG-HORA-FIN(5:2)     TO DL-FIN-SS.
           MOVE RUNLOG-LEIDOS            TO DL-LEIDAS.
           MOVE RUNLOG-GRABADOS          TO DL-PROCESADAS.

           IF  RUNLOG-LEIDOS > RUNLOG-GRABADOS
               COMPUTE WS-LOTE-OMITIDAS = RUNLOG-LEIDOS
                                        - RUNLOG-GRABADOS
           ELSE
               MOVE 0                    TO WS-LOTE-OMITIDAS
           END-IF.
           MOVE WS-LOTE-OMITIDAS         TO DL-OMITIDAS.

           MOVE RUNLOG-RECHAZADOS        TO DL-RECHAZADAS.
           MOVE RUNLOG-RETORNO           TO DL-RC.

           IF  88-RUNLOG-LOTE-REPROCESO
               MOVE '*REPROCESO*'        TO DL-CORRIDA
               ADD 1                     TO WS-LOTES-REPROCESO
           ELSE
               MOVE 'NORMAL'             TO DL-CORRIDA
           END-IF.

           MOVE DET-LOT                  TO REG-RESUMEN.
           PERFORM 26000-ESCRIBO-RESUMEN.

       26000-ESCRIBO-RESUMEN.
      *----------------------
       30000-FINALIZO.
      *--------------

           PERFORM 23000-CONTROLO-CALENDARIO.
           PERFORM 25000-IMPRIMO-LOTES.

           MOVE WS-PASOS-LEIDOS          TO TRS-PASOS.
           MOVE WS-PASOS-CON-ALERTA      TO TRS-ALERTAS.
           MOVE WS-PASOS-SALTEADOS       TO TRS-SALTEADOS.
           MOVE WS-LOTES-LEIDOS          TO TRS-LOTES.
           MOVE WS-LOTES-REPROCESO       TO TRS-REPROCESOS.

           MOVE SPACES                   TO REG-RESUMEN.
           PERFORM 26000-ESCRIBO-RESUMEN.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'PASOS LOGUEADOS   :' WS-PASOS-LEIDOS.
           DISPLAY 'PASOS CON ALERTA  :' WS-PASOS-CON-ALERTA.
           DISPLAY 'DECISIONES CALEND.:' WS-PASOS-CALENDARIO.
           DISPLAY 'SALTEADOS CALEND. :' WS-PASOS-SALTEADOS.
           DISPLAY 'LOTES MNT         :' WS-LOTES-LEIDOS.
           DISPLAY 'REPROCESOS MNT    :' WS-LOTES-REPROCESO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.
