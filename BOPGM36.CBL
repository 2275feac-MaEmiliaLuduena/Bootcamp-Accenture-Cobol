      *-----------------------------------------------------------
      * EL PROMEDIO DE CADA PROGRAMA SE ACUMULA SOBRE TODA SU
      * HISTORIA; EL DETALLE SOLO LISTA LAS NOCHES DENTRO DE LA
      * VENTANA. LOS REGISTROS DE DECISION DEL CALENDARIO (BOPGM57)
      * Y LOS DE LOTES DE MANTENIMIENTO (MNT*, RUNLOG-LOTE
      * INFORMADO) NO SON PASOS DEL STREAM Y SE IGNORAN.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
               INITIALIZE RUNLOG-RECORD
               READ RUNLOGHIST INTO RUNLOG-RECORD
               EVALUATE TRUE
                   WHEN 88-FS-RUNLOGHIST-OK
                    AND (RUNLOG-CAL-DECISION NOT = SPACES
                     OR  RUNLOG-LOTE NOT = SPACES)
                        CONTINUE
                   WHEN 88-FS-RUNLOGHIST-OK
                        ADD 1            TO WS-HIST-LEIDOS
                        MOVE RUNLOG-PROGRAMA    TO SORT-SLA-PROGRAMA
