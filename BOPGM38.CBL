
       FD  MNTJRN
           RECORDING MODE IS F.
       01  MNTJRN-RECORD-FD              PIC  X(408).

       FD  VOLCAL
           RECORDING MODE IS F.

       FD  VOLMNT
           RECORDING MODE IS F.
       01  REG-VOLMNT-FD                 PIC  X(408).

       FD  RESTOCAL
           RECORDING MODE IS F.

       FD  RESTOMNT
           RECORDING MODE IS F.
       01  REG-RESTOMNT-FD               PIC  X(408).

       FD  SELLOREG.
       01  SELLOREG-DATOS-FD.
       77  WS-SELLO-TRABAJO              PIC 9(18)  VALUE 0.
       77  WS-IDX-BYTE                   PIC 9(03)  VALUE 0.
       77  WS-LARGO-REG                  PIC 9(03)  VALUE 0.
       77  WS-REG-SELLO                  PIC X(408) VALUE ' '.

      *-------------------------------------------------------------*
      *     TRAILER DE CIERRE DEL VOLUMEN (TEXTO, ULTIMA LINEA)     *
                   ADD 1                 TO WS-JRN-LEIDOS
                   IF  MNTJRN-FECHA-AAAA = WS-ANIO-SELLO
                       MOVE MNTJRN-RECORD TO WS-REG-SELLO
                       MOVE 408          TO WS-LARGO-REG
                       PERFORM 24000-ACUMULO-SELLO
                       WRITE REG-VOLMNT-FD FROM MNTJRN-RECORD
                       PERFORM 22100-CONTROLO-WRITE-VOLMNT
           MOVE WS-SELLO-PREVIO          TO SELLOREG-SELLO-PREVIO.
           MOVE WS-CURRENT-DATE-DATE     TO SELLOREG-FECHA-SELLO.

           IF  WS-ARCHIVO-SELLO = 'CALJRN'
               MOVE 220                  TO SELLOREG-LARGO-REG
           ELSE
               MOVE 408                  TO SELLOREG-LARGO-REG
           END-IF.

           INITIALIZE SELLOREG-DATOS-FD.
           MOVE SELLOREG-CLAVE           TO SELLOREG-CLAVE-FD.

