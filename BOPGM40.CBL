      *-----------------------------------------------------------
      * ESTE PROGRAMA ES EL SWITCH VERIFICADO DEL CONVENIO "UN
      * PASO POSTERIOR RENOMBRA STCALIFNEW/STCALIFVIG COMO
      * STCALIF" DE BOPGM06/BOPGM25/BOPGM15, QUE YA NOS
      * DEJO DOS VECES LA NOCTURNA CORRIENDO CONTRA UN ARCHIVO A
      * MEDIO CAMBIAR. EN UNA SOLA CORRIDA:
      *   1. VERIFICA EL CANDIDATO (NOMBRE LOGICO SWITCHNEW):
      *      ASIENTA EL ROLLBACK Y TERMINA CON RC=4 PARA QUE EL
      *      OPERADOR RELANCE.
      *-----------------------------------------------------------
      * CON EL SWITCH COMPLETO, LOS PARES ALUMNO+MATERIA QUE EL
      * PRODUCTOR REGISTRO EN ESTADOPENDNEW (VER WESTPEND) PASAN
      * A ESTADOPEND PARA EL RECALCULO INCREMENTAL DE BOPGM12 Y
      * ESTADOPENDNEW SE VACIA. SI EL SWITCH NO SE HACE QUEDAN
      * AHI HASTA EL PROXIMO.
      *-----------------------------------------------------------
      * STCALIF ES INDEXADO (VER WSTCALIF) Y SE ABRE DINAMICO: LA
      * COPIA DEL CANDIDATO Y LA RESTAURACION GRABAN POR CLAVE,
      * ASI QUE UN CANDIDATO SIN ORDEN (SWITCHCFG) IGUAL SE CARGA
      * BIEN. CON EL ORDEN EXIGIDO, UNA CLAVE REPETIDA TAMBIEN
      * FALLA LA VERIFICACION; SIN EL, LA REPETIDA CANCELA LA
      * COPIA Y EL PROXIMO ARRANQUE HACE EL ROLLBACK. STCALIFPREV
      * ES UN PLANO CON EL MISMO REGISTRO, EN ORDEN DE CLAVE.
      *-----------------------------------------------------------
      * RETORNO: 0 SWITCH COMPLETO; 4 ROLLBACK EJECUTADO (RELANZAR
      * DESPUES DE REVISAR); 8 LA VERIFICACION FALLO (EL VIGENTE
      * NO SE TOCA); 16 CANCELACION.

           SELECT STCALIF          ASSIGN       TO
                                   'STCALIF'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS STCALIF-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            STCALIF-MATFEC-FD
                                            WITH DUPLICATES
                                   FILE STATUS  IS FS-STCALIF.

           SELECT SWITCHNEW        ASSIGN       TO
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-SWITCHJRN.

      *----------------------------------------------------------
      *  PARES PENDIENTES DE RECALCULO EN ESTADOACAD (VER
      *  WESTPEND): LOS DEL CANDIDATO Y LOS QUE VE BOPGM12.
      *----------------------------------------------------------
           SELECT OPTIONAL ESTADOPENDNEW ASSIGN TO
                                   'ESTADOPENDNEW'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOPENDNEW.

           SELECT OPTIONAL ESTADOPEND ASSIGN    TO
                                   'ESTADOPEND'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADOPEND.

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

       FD  SWITCHNEW
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  SWITCHJRN-RECORD-FD           PIC  X(80).

       FD  ESTADOPENDNEW
           RECORDING MODE IS F.
       01  REG-ESTADOPENDNEW-FD          PIC  X(40).

       FD  ESTADOPEND
           RECORDING MODE IS F.
       01  REG-ESTADOPEND-FD             PIC  X(40).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM40'.

      *  '02' = CLAVE ALTERNATIVA (MATERIA+FECHA) REPETIDA: ES LO
      *  NORMAL EN UN ACTA CON VARIOS ALUMNOS, LA OPERACION SE HIZO.
       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00' '02'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.

       77  FS-SWITCHNEW                  PIC  X(02) VALUE ' '.
           88 88-FS-SWITCHJRN-OPT                   VALUE '05'.
           88 88-FS-SWITCHJRN-EOF                   VALUE '10'.

       77  FS-ESTADOPENDNEW              PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOPENDNEW-OK                VALUE '00'.
           88 88-FS-ESTADOPENDNEW-EOF               VALUE '10'.

       77  FS-ESTADOPEND                 PIC  X(02) VALUE ' '.
           88 88-FS-ESTADOPEND-OK                   VALUE '00'.

       77  WS-OPEN-STCALIF               PIC X      VALUE 'N'.
           88 88-OPEN-STCALIF-SI                    VALUE 'S'.
           88 88-OPEN-STCALIF-NO                    VALUE 'N'.
           03  WS-CLA-INTENTO            PIC X(02).

       77  WS-PREV-GRABADOS              PIC 9(09)  VALUE 0.
       77  WS-PENDIENTES-PASADOS         PIC 9(09)  VALUE 0.
       77  WS-VIGENTE-GRABADOS           PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
                           WS-CANDIDATO-REGS
                           ' FUERA DE ORDEN DE CLAVE'
                   SET 88-VERIFICACION-OK-NO TO TRUE
               END-IF
               IF  WS-CLAVE-ACTUAL = WS-CLAVE-ANTERIOR
                   DISPLAY 'VERIFICACION: REGISTRO '
                           WS-CANDIDATO-REGS
                           ' CON CLAVE DUPLICADA'
                   SET 88-VERIFICACION-OK-NO TO TRUE
               END-IF
               IF  88-VERIFICACION-OK-SI
                   MOVE WS-CLAVE-ACTUAL  TO WS-CLAVE-ANTERIOR
               END-IF
           END-IF.
           MOVE WS-VIGENTE-GRABADOS      TO SWITCHJRN-REGISTROS.
           PERFORM 28000-GRABO-SWITCHJRN.

           PERFORM 26000-PASO-PENDIENTES.

       25100-RESGUARDO-VIGENTE.
      *------------------------

           MOVE 0                        TO WS-PREV-GRABADOS.

           PERFORM UNTIL 88-FS-STCALIF-EOF
               READ STCALIF NEXT RECORD
               IF  88-FS-STCALIF-OK
                   WRITE REG-STCALIFPREV-FD FROM STCALIF-RECORD-FD
                   IF  88-FS-STCALIFPREV-OK
               PERFORM 99999-CANCELO
           END-IF.

       26000-PASO-PENDIENTES.
      *----------------------
      *  AGREGA ESTADOPENDNEW A ESTADOPEND Y LO VACIA. SI MUERE
      *  ENTRE LAS DOS COSAS, EL PROXIMO SWITCH LOS VUELVE A PASAR:
      *  UN PAR REPETIDO SOLO SE RECALCULA UNA VEZ.
      *----------------------

           OPEN INPUT ESTADOPENDNEW.

           EVALUATE FS-ESTADOPENDNEW
               WHEN '00'
               WHEN '05'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 26000-PASO-PENDIENTES'
                    DISPLAY 'ERROR EN OPEN INPUT ESTADOPENDNEW'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPENDNEW
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           OPEN EXTEND ESTADOPEND.

           EVALUATE FS-ESTADOPEND
               WHEN '00'
               WHEN '05'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 26000-PASO-PENDIENTES'
                    DISPLAY 'ERROR EN OPEN EXTEND ESTADOPEND'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOPEND
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-ESTADOPENDNEW-EOF
               READ ESTADOPENDNEW
               IF  88-FS-ESTADOPENDNEW-OK
                   WRITE REG-ESTADOPEND-FD FROM REG-ESTADOPENDNEW-FD
                   IF  88-FS-ESTADOPEND-OK
                       ADD 1             TO WS-PENDIENTES-PASADOS
                   ELSE
                       DISPLAY 'ERROR EN WRITE ESTADOPEND - FS: '
                               FS-ESTADOPEND
                       PERFORM 99999-CANCELO
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE ESTADOPENDNEW.
           CLOSE ESTADOPEND.

           OPEN OUTPUT ESTADOPENDNEW.

           IF  88-FS-ESTADOPENDNEW-OK
               CLOSE ESTADOPENDNEW
           ELSE
               DISPLAY 'AVISO: NO SE PUDO VACIAR ESTADOPENDNEW - FS: '
                       FS-ESTADOPENDNEW
           END-IF.

       28000-GRABO-SWITCHJRN.
      *----------------------

           DISPLAY 'CANDIDATO REGS    :' WS-CANDIDATO-REGS.
           DISPLAY 'RESGUARDO REGS    :' WS-PREV-GRABADOS.
           DISPLAY 'VIGENTE GRABADOS  :' WS-VIGENTE-GRABADOS.
           DISPLAY 'PARES PENDIENTES  :' WS-PENDIENTES-PASADOS.
           DISPLAY 'RETORNO           :' WS-RETORNO.
           DISPLAY '--------------------------------'.

