      * SALIDAS: LA RECONSTRUCCION (FOTOCALIF, FORMATO STCALIF
      * PURO) Y EL LOG DE EVIDENCIA (FOTOEVID) CON CADA ASIENTO
      * DEL DIARIO QUE SE DESHIZO, APTO PARA ENTREGAR A UN
      * ABOGADO JUNTO CON LA FOTO. CADA LINEA NOMBRA AL OPERADOR
      * QUE SOLICITO EL CAMBIO Y AL QUE LO APROBO (EN BLANCO EN
      * LOS ASIENTOS ANTERIORES A LA DOBLE APROBACION).
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

           SELECT OPTIONAL STCALIFHIST ASSIGN   TO
           RECORDING MODE IS F.
       01  FOTOCFG-RECORD-FD             PIC  X(30).

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
               05  WS-TAB-JRN-DESPUES     PIC X(80).
               05  WS-TAB-JRN-OPERADOR    PIC X(08).
               05  WS-TAB-JRN-MOTIVO      PIC X(20).
               05  WS-TAB-JRN-APROBADOR   PIC X(08).

       77  WS-REG-TRABAJO                PIC X(80)  VALUE ' '.
       77  WS-POSTERIORES-EXAMEN         PIC 9(07)  VALUE 0.
           03  DE-MOTIVO                 PIC X(20).
           03  FILLER                    PIC X(08)  VALUE ' CLAVE: '.
           03  DE-CLAVE                  PIC X(24).
           03  FILLER                    PIC X(08)  VALUE ' APROBO '.
           03  DE-APROBADOR              PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
                    TO WS-TAB-JRN-OPERADOR(WS-IDX-TAB-JRN)
               MOVE CALJRN-MOTIVO
                    TO WS-TAB-JRN-MOTIVO(WS-IDX-TAB-JRN)
               MOVE CALJRN-APROBADOR
                    TO WS-TAB-JRN-APROBADOR(WS-IDX-TAB-JRN)
           ELSE
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
      *----------------------
      *  UNA LINEA POR ASIENTO DESHECHO: FECHA, HORA, OPERADOR Y
      *  MOTIVO DEL CAMBIO QUE SE REVIRTIO, MAS LA CLAVE DEL
      *  EXAMEN AFECTADO Y EL APROBADOR DEL CAMBIO.
      *----------------------

           MOVE WS-TAB-JRN-ACCION(WS-IDX-TAB-JRN)   TO DE-ACCION.
           MOVE WS-TAB-JRN-HORA(WS-IDX-TAB-JRN)     TO DE-HORA.
           MOVE WS-TAB-JRN-OPERADOR(WS-IDX-TAB-JRN) TO DE-OPERADOR.
           MOVE WS-TAB-JRN-MOTIVO(WS-IDX-TAB-JRN)   TO DE-MOTIVO.
           MOVE WS-TAB-JRN-APROBADOR(WS-IDX-TAB-JRN)
                                                    TO DE-APROBADOR.
           MOVE WS-TAB-JRN-ANTES(WS-IDX-TAB-JRN)(1:24)
                                                    TO DE-CLAVE.

