       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM61.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA ATIENDE, A DEMANDA, LOS PEDIDOS SOBRE DATOS
      * PERSONALES DE LA LEY DE PROTECCION DE DATOS (DATOSREQ, VER
      * WDATOREQ). POR CADA PEDIDO:
      *   'E' EXPORTACION: JUNTA EN EL LISTADO DOSSIER TODO LO QUE
      *       SE GUARDA DEL ALUMNO (POR LEGAJO O POR DNI; CON UN
      *       DNI REPETIDO SALE UN DOSSIER POR CADA LEGAJO):
      *       ALUMNOS, TUTORES, ALUCARR, STCALIF, STCALIFHIST,
      *       INSCRIPC, EQUIVALE, BLOQUEOS, PAGOS, SOLICITQ,
      *       EGRESADOS Y LOS MOVIMIENTOS DEL DIARIO MNTJRN SOBRE
      *       SUS REGISTROS.
      *   'B' BORRADO DE CONTACTO A PEDIDO DEL ALUMNO: EMAIL,
      *       TELEFONO Y SUS MARCAS EN ALUMNOS, EL REGISTRO DE
      *       TUTORES Y LA CUENTA DE REBOTES; LOS EVENTOS DE
      *       NOTIHIST QUEDAN SIN EMAIL NI TELEFONO.
      *   'A' ANONIMIZACION DE LOS ALUMNOS SIN ACTIVIDAD EN LOS
      *       ULTIMOS N ANIOS (DATOSREQ-ANIOS): ADEMAS DEL BORRADO
      *       DE CONTACTO QUEDAN EN BLANCO DNI, NOMBRE, APELLIDO
      *       ('ANONIMIZADO') Y FECHA DE NACIMIENTO, Y LAS
      *       SOLICITUDES PEDIDAS POR DNI PASAN A LEGAJO. LA
      *       HISTORIA ACADEMICA (CALIFICACIONES, INSCRIPCIONES,
      *       EQUIVALENCIAS, PAGOS, EGRESO, TITULOS) SE CONSERVA
      *       POR LEGAJO, COMO EXIGE LA LEY.
      *-----------------------------------------------------------
      * ACTIVIDAD DEL ALUMNO: LA FECHA MAS RECIENTE ENTRE SUS
      * EXAMENES (STCALIF Y STCALIFHIST), INSCRIPCIONES, PAGOS,
      * EQUIVALENCIAS, SOLICITUDES POR LEGAJO, EGRESO E INGRESO A
      * CARRERA (1 DE ENERO DEL ANIO). UN ALUMNO SIN NINGUNA
      * ACTIVIDAD REGISTRADA NO SE ANONIMIZA: SE INFORMA.
      *-----------------------------------------------------------
      * CADA CAMBIO QUEDA EN EL DIARIO MNTJRN CON ACCION 'N'
      * (ANONIMIZACION) O 'X' (BORRADO DE CONTACTO), UNO POR
      * REGISTRO AFECTADO. LA IMAGEN ANTERIOR GUARDA SOLO LA CLAVE
      * DEL REGISTRO, PARA NO DEJAR EN EL DIARIO EL DATO BORRADO.
      * LA EXPORTACION QUEDA COMO CONSULTA 'Q' SOBRE ALUMNOS,
      * IGUAL QUE EN MNTVENT.
      *-----------------------------------------------------------
      * RETORNO:
      *   RC=0  TODOS LOS PEDIDOS ATENDIDOS.
      *   RC=4  HAY PEDIDOS RECHAZADOS (ALUMNO INEXISTENTE, ACCION
      *         O DATOS INVALIDOS).
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

           SELECT DATOSREQ         ASSIGN       TO
                                   'DATOSREQ'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DATOSREQ.

           SELECT ALUMNOS          ASSIGN       TO
                                   'ALUMNOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS COD-ALUMNOS-FD
                                   ALTERNATE RECORD KEY IS
                                            ALU-DNI-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-ALUMNOS.

           SELECT OPTIONAL TUTORES ASSIGN       TO
                                   'TUTORES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS TUTORES-CLAVE-FD
                                   FILE STATUS  IS FS-TUTORES.

           SELECT ALUCARR          ASSIGN       TO
                                   'ALUCARR'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ALUCARR.

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
                                   'STCALIFHIST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-STCALIFHIST.

           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

           SELECT OPTIONAL EQUIVALE ASSIGN      TO
                                   'EQUIVALE'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS EQUIVAL-CLAVE-FD
                                   FILE STATUS  IS FS-EQUIVALE.

           SELECT OPTIONAL BLOQUEOS ASSIGN      TO
                                   'BLOQUEOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS BLOQUEOS-CLAVE-FD
                                   FILE STATUS  IS FS-BLOQUEOS.

           SELECT OPTIONAL PAGOS   ASSIGN       TO
                                   'PAGOS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PAGOS.

           SELECT OPTIONAL SOLICITQ ASSIGN      TO
                                   'SOLICITQ'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS SOLICITQ-CLAVE-FD
                                   FILE STATUS  IS FS-SOLICITQ.

           SELECT OPTIONAL EGRESADOS ASSIGN     TO
                                   'EGRESADOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS EGRESADOS-CLAVE-FD
                                   FILE STATUS  IS FS-EGRESADOS.

           SELECT OPTIONAL NOTIHIST ASSIGN      TO
                                   'NOTIHIST'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS NOTIHIST-CLAVE-FD
                                   FILE STATUS  IS FS-NOTIHIST.

           SELECT OPTIONAL REBOTES ASSIGN       TO
                                   'REBOTES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS REBOTES-CLAVE-FD
                                   FILE STATUS  IS FS-REBOTES.

           SELECT OPTIONAL MNTJRN  ASSIGN       TO
                                   'MNTJRN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MNTJRN.

           SELECT DOSSIER          ASSIGN       TO
                                   'DOSSIER'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DOSSIER.

           SELECT DATOSLST         ASSIGN       TO
                                   'DATOSLST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DATOSLST.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  DATOSREQ
           RECORDING MODE IS F.
       01  DATOSREQ-RECORD-FD            PIC  X(20).

       FD  ALUMNOS.
       01  NRO-LEGAJO-ALUMNO-FD.
           03  COD-ALUMNOS-FD.
               05  ALUMNO-COD-FD         PIC 9(06).
           03  ALU-DNI-FD                PIC 9(08).
           03  FILLER                    PIC X(166).

       FD  TUTORES.
       01  TUTORES-DATOS-FD.
           03  TUTORES-CLAVE-FD.
               05  TUTORES-COD-ALUMNO-FD PIC 9(06).
           03  FILLER                    PIC X(174).

       FD  ALUCARR
           RECORDING MODE IS F.
       01  ALUCARR-RECORD-FD             PIC  X(20).

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
       01  STCALIFHIST-RECORD-FD         PIC  X(80).

       FD  INSCRIPC.
       01  INSCRIPC-DATOS-FD.
           03  INSCRIP-CLAVE-FD.
               05  INSCRIP-ALUMNO-FD     PIC 9(06).
               05  INSCRIP-MATERIA-FD    PIC X(08).
               05  INSCRIP-FECHA-FD      PIC X(08).
           03  FILLER                    PIC X(18).

       FD  EQUIVALE.
       01  EQUIVALE-DATOS-FD.
           03  EQUIVAL-CLAVE-FD.
               05  EQUIVAL-ALUMNO-FD     PIC 9(06).
               05  EQUIVAL-MATERIA-FD    PIC X(08).
           03  FILLER                    PIC X(56).

       FD  BLOQUEOS.
       01  BLOQUEOS-DATOS-FD.
           03  BLOQUEOS-CLAVE-FD.
               05  BLOQUEOS-ALUMNO-FD    PIC 9(06).
               05  BLOQUEOS-TIPO-FD      PIC X(03).
           03  FILLER                    PIC X(51).

       FD  PAGOS
           RECORDING MODE IS F.
       01  PAGOS-RECORD-FD               PIC  X(40).

       FD  SOLICITQ.
       01  SOLICITQ-DATOS-FD.
           03  SOLICITQ-CLAVE-FD.
               05  SOLICITQ-TRAMITE-FD   PIC 9(06).
           03  FILLER                    PIC X(74).

       FD  EGRESADOS.
       01  EGRESADOS-DATOS-FD.
           03  EGRESADOS-CLAVE-FD.
               05  EGRESADOS-ALUMNO-FD   PIC 9(06).
               05  EGRESADOS-CARRERA-FD  PIC X(06).
           03  FILLER                    PIC X(28).

       FD  NOTIHIST.
       01  NOTIHIST-DATOS-FD.
           03  NOTIHIST-CLAVE-FD         PIC X(15).
           03  FILLER                    PIC X(105).

       FD  REBOTES.
       01  REBOTES-DATOS-FD.
           03  REBOTES-CLAVE-FD.
               05  REBOTES-ALUMNO-FD     PIC 9(06).
               05  REBOTES-RESTO-FD      PIC X(02).
           03  FILLER                    PIC X(72).

       FD  MNTJRN
           RECORDING MODE IS F.
       01  MNTJRN-RECORD-FD              PIC  X(408).

       FD  DOSSIER
           RECORDING MODE IS F.
       01  REG-DOSSIER-FD                PIC  X(132).

       FD  DATOSLST
           RECORDING MODE IS F.
       01  REG-DATOSLST-FD               PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM61'.

       77  FS-DATOSREQ                   PIC  X(02) VALUE ' '.
           88 88-FS-DATOSREQ-OK                     VALUE '00'.
           88 88-FS-DATOSREQ-EOF                    VALUE '10'.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-DUPALT                  VALUE '02'.
           88 88-FS-ALUMNOS-EOF                     VALUE '10'.
           88 88-FS-ALUMNOS-INVKEY                  VALUE '21'.
           88 88-FS-ALUMNOS-NOKEY                   VALUE '23'.

       77  FS-TUTORES                    PIC X(02)  VALUE ' '.
           88 88-FS-TUTORES-OK                      VALUE '00'.
           88 88-FS-TUTORES-NOKEY                   VALUE '23'.

       77  FS-ALUCARR                    PIC  X(02) VALUE ' '.
           88 88-FS-ALUCARR-OK                      VALUE '00'.
           88 88-FS-ALUCARR-EOF                     VALUE '10'.

       77  FS-STCALIF                    PIC  X(02) VALUE ' '.
           88 88-FS-STCALIF-OK                      VALUE '00'.
           88 88-FS-STCALIF-EOF                     VALUE '10'.

       77  FS-STCALIFHIST                PIC  X(02) VALUE ' '.
           88 88-FS-STCALIFHIST-OK                  VALUE '00'.
           88 88-FS-STCALIFHIST-EOF                 VALUE '10'.

       77  FS-INSCRIPC                   PIC X(02)  VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.
           88 88-FS-INSCRIPC-INVKEY                 VALUE '21'.
           88 88-FS-INSCRIPC-NOKEY                  VALUE '23'.

       77  FS-EQUIVALE                   PIC X(02)  VALUE ' '.
           88 88-FS-EQUIVALE-OK                     VALUE '00'.
           88 88-FS-EQUIVALE-EOF                    VALUE '10'.
           88 88-FS-EQUIVALE-INVKEY                 VALUE '21'.
           88 88-FS-EQUIVALE-NOKEY                  VALUE '23'.

       77  FS-BLOQUEOS                   PIC X(02)  VALUE ' '.
           88 88-FS-BLOQUEOS-OK                     VALUE '00'.
           88 88-FS-BLOQUEOS-EOF                    VALUE '10'.
           88 88-FS-BLOQUEOS-INVKEY                 VALUE '21'.
           88 88-FS-BLOQUEOS-NOKEY                  VALUE '23'.

       77  FS-PAGOS                      PIC  X(02) VALUE ' '.
           88 88-FS-PAGOS-OK                        VALUE '00'.
           88 88-FS-PAGOS-EOF                       VALUE '10'.

       77  FS-SOLICITQ                   PIC X(02)  VALUE ' '.
           88 88-FS-SOLICITQ-OK                     VALUE '00'.
           88 88-FS-SOLICITQ-EOF                    VALUE '10'.
           88 88-FS-SOLICITQ-INVKEY                 VALUE '21'.
           88 88-FS-SOLICITQ-NOKEY                  VALUE '23'.

       77  FS-EGRESADOS                  PIC X(02)  VALUE ' '.
           88 88-FS-EGRESADOS-OK                    VALUE '00'.
           88 88-FS-EGRESADOS-EOF                   VALUE '10'.
           88 88-FS-EGRESADOS-INVKEY                VALUE '21'.
           88 88-FS-EGRESADOS-NOKEY                 VALUE '23'.

       77  FS-NOTIHIST                   PIC X(02)  VALUE ' '.
           88 88-FS-NOTIHIST-OK                     VALUE '00'.
           88 88-FS-NOTIHIST-EOF                    VALUE '10'.
           88 88-FS-NOTIHIST-INVKEY                 VALUE '21'.
           88 88-FS-NOTIHIST-NOKEY                  VALUE '23'.

       77  FS-REBOTES                    PIC X(02)  VALUE ' '.
           88 88-FS-REBOTES-OK                      VALUE '00'.
           88 88-FS-REBOTES-EOF                     VALUE '10'.
           88 88-FS-REBOTES-INVKEY                  VALUE '21'.
           88 88-FS-REBOTES-NOKEY                   VALUE '23'.

       77  FS-MNTJRN                     PIC  X(02) VALUE ' '.
           88 88-FS-MNTJRN-OK                       VALUE '00'.
           88 88-FS-MNTJRN-EOF                      VALUE '10'.

       77  FS-DOSSIER                    PIC  X(02) VALUE ' '.
           88 88-FS-DOSSIER-OK                      VALUE '00'.

       77  FS-DATOSLST                   PIC  X(02) VALUE ' '.
           88 88-FS-DATOSLST-OK                     VALUE '00'.

       77  WS-OPEN-DATOSREQ              PIC X      VALUE 'N'.
           88 88-OPEN-DATOSREQ-SI                   VALUE 'S'.
           88 88-OPEN-DATOSREQ-NO                   VALUE 'N'.

       77  WS-OPEN-ALUMNOS               PIC X      VALUE 'N'.
           88 88-OPEN-ALUMNOS-SI                    VALUE 'S'.
           88 88-OPEN-ALUMNOS-NO                    VALUE 'N'.

       77  WS-OPEN-TUTORES               PIC X      VALUE 'N'.
           88 88-OPEN-TUTORES-SI                    VALUE 'S'.
           88 88-OPEN-TUTORES-NO                    VALUE 'N'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

       77  WS-OPEN-EQUIVALE              PIC X      VALUE 'N'.
           88 88-OPEN-EQUIVALE-SI                   VALUE 'S'.
           88 88-OPEN-EQUIVALE-NO                   VALUE 'N'.

       77  WS-OPEN-BLOQUEOS              PIC X      VALUE 'N'.
           88 88-OPEN-BLOQUEOS-SI                   VALUE 'S'.
           88 88-OPEN-BLOQUEOS-NO                   VALUE 'N'.

       77  WS-OPEN-SOLICITQ              PIC X      VALUE 'N'.
           88 88-OPEN-SOLICITQ-SI                   VALUE 'S'.
           88 88-OPEN-SOLICITQ-NO                   VALUE 'N'.

       77  WS-OPEN-EGRESADOS             PIC X      VALUE 'N'.
           88 88-OPEN-EGRESADOS-SI                  VALUE 'S'.
           88 88-OPEN-EGRESADOS-NO                  VALUE 'N'.

       77  WS-OPEN-NOTIHIST              PIC X      VALUE 'N'.
           88 88-OPEN-NOTIHIST-SI                   VALUE 'S'.
           88 88-OPEN-NOTIHIST-NO                   VALUE 'N'.

       77  WS-OPEN-REBOTES               PIC X      VALUE 'N'.
           88 88-OPEN-REBOTES-SI                    VALUE 'S'.
           88 88-OPEN-REBOTES-NO                    VALUE 'N'.

       77  WS-OPEN-MNTJRN                PIC X      VALUE 'N'.
           88 88-OPEN-MNTJRN-SI                     VALUE 'S'.
           88 88-OPEN-MNTJRN-NO                     VALUE 'N'.

       77  WS-OPEN-DOSSIER               PIC X      VALUE 'N'.
           88 88-OPEN-DOSSIER-SI                    VALUE 'S'.
           88 88-OPEN-DOSSIER-NO                    VALUE 'N'.

       77  WS-OPEN-DATOSLST              PIC X      VALUE 'N'.
           88 88-OPEN-DATOSLST-SI                   VALUE 'S'.
           88 88-OPEN-DATOSLST-NO                   VALUE 'N'.

      *-------------------------------------------------------------*
      *     PEDIDO EN PROCESO                                       *
      *-------------------------------------------------------------*
       77  WS-FIN-LISTA                  PIC X      VALUE 'N'.
           88 88-FIN-LISTA-SI                       VALUE 'S'.
           88 88-FIN-LISTA-NO                       VALUE 'N'.

       77  WS-ALUMNO-HALLADO             PIC X      VALUE 'N'.
           88 88-ALUMNO-HALLADO-SI                  VALUE 'S'.
           88 88-ALUMNO-HALLADO-NO                  VALUE 'N'.

       77  WS-LEGAJO-PEDIDO              PIC 9(06)  VALUE 0.
       77  WS-DNI-PEDIDO                 PIC 9(08)  VALUE 0.
       77  WS-DNI-ORIGINAL               PIC 9(08)  VALUE 0.
       77  WS-MOTIVO                     PIC X(40)  VALUE ' '.
       77  WS-CANT-SECCION               PIC 9(07)  VALUE 0.
       77  WS-JRN-PARTE                  PIC 9(01)  VALUE 0.
       77  WS-JRN-DESDE                  PIC 9(03)  VALUE 0.
       77  WS-JRN-IMAGEN                 PIC X(180) VALUE ' '.

       77  WS-JRN-ARCHIVO                PIC X(10)  VALUE ' '.
       77  WS-JRN-ACCION                 PIC X(01)  VALUE ' '.
           88  88-JRN-ANONIMIZACION                 VALUE 'N'.
           88  88-JRN-BORRADO-CONTACTO              VALUE 'X'.
       77  WS-JRN-IMAGEN-ANTES           PIC X(180) VALUE ' '.
       77  WS-JRN-IMAGEN-DESPUES         PIC X(180) VALUE ' '.

      *-------------------------------------------------------------*
      *     ULTIMA FECHA DE ACTIVIDAD POR ALUMNO, ARMADA UNA SOLA   *
      *     VEZ AL PRIMER PEDIDO 'A' (MISMO CRITERIO DE TABLA QUE   *
      *     BOPGM28). UN ALUMNO QUE NO ENTRA EN LA TABLA QUEDA COMO *
      *     SIN ACTIVIDAD Y NO SE ANONIMIZA.                        *
      *-------------------------------------------------------------*
       77  WS-TABLA-ACT-CARGADA          PIC X      VALUE 'N'.
           88 88-TABLA-ACT-CARGADA-SI               VALUE 'S'.
           88 88-TABLA-ACT-CARGADA-NO               VALUE 'N'.

       77  WS-CANT-TAB-ACT               PIC 9(04)  VALUE 0.
       01  WS-TABLA-ACTIVIDAD.
           03  WS-TAB-ACT OCCURS 5000 TIMES
                          INDEXED BY WS-IDX-TAB-ACT.
               05  WS-TAB-ACT-ALUMNO      PIC 9(06).
               05  WS-TAB-ACT-FECHA       PIC 9(08).

       77  WS-ACT-ALUMNO                 PIC 9(06)  VALUE 0.
       77  WS-ACT-FECHA                  PIC 9(08)  VALUE 0.
       77  WS-ACT-EXCEDIDOS              PIC 9(07)  VALUE 0.
       77  WS-FECHA-CORTE                PIC 9(08)  VALUE 0.
       77  WS-ULTIMA-ACTIVIDAD           PIC 9(08)  VALUE 0.

      *-------------------------------------------------------------*
      *     ALUMNOS BORRADOS O ANONIMIZADOS EN LA CORRIDA: AL FINAL *
      *     SE LIMPIAN CON ELLOS NOTIHIST Y SOLICITQ EN UNA SOLA    *
      *     PASADA CADA UNO.                                        *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-MRC               PIC 9(04)  VALUE 0.
       01  WS-TABLA-MARCADOS.
           03  WS-TAB-MRC OCCURS 5000 TIMES
                          INDEXED BY WS-IDX-TAB-MRC.
               05  WS-TAB-MRC-ALUMNO      PIC 9(06).
               05  WS-TAB-MRC-DNI         PIC 9(08).
               05  WS-TAB-MRC-ACCION      PIC X(01).

       77  WS-PEDIDOS-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-PEDIDOS-RECHAZADOS         PIC 9(07)  VALUE 0.
       77  WS-DOSSIERS                   PIC 9(07)  VALUE 0.
       77  WS-CONTACTOS-BORRADOS         PIC 9(07)  VALUE 0.
       77  WS-ANONIMIZADOS               PIC 9(07)  VALUE 0.
       77  WS-SIN-ACTIVIDAD              PIC 9(07)  VALUE 0.
       77  WS-MARCADOS-EXCEDIDOS         PIC 9(07)  VALUE 0.
       77  WS-TUTORES-BORRADOS           PIC 9(07)  VALUE 0.
       77  WS-REBOTES-BORRADOS           PIC 9(07)  VALUE 0.
       77  WS-NOTIHIST-LIMPIADOS         PIC 9(07)  VALUE 0.
       77  WS-SOLICITQ-CAMBIADAS         PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-MNTJRN            PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-DOSSIER           PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-DATOSLST          PIC 9(07)  VALUE 0.
       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

       01  WS-FECHA-EDITO-X              PIC X(08)  VALUE ' '.
       01  WS-FECHA-EDITO REDEFINES WS-FECHA-EDITO-X
                                         PIC 9(08).
       01  WS-FECHA-EDITO-R REDEFINES WS-FECHA-EDITO-X.
           03  WS-FECHA-EDITO-AAAA       PIC 9(04).
           03  WS-FECHA-EDITO-MM         PIC 9(02).
           03  WS-FECHA-EDITO-DD         PIC 9(02).

       01  WS-FECHA-ED.
           03  WS-FECHA-ED-DD            PIC 9(02).
           03  FILLER                    PIC X      VALUE '/'.
           03  WS-FECHA-ED-MM            PIC 9(02).
           03  FILLER                    PIC X      VALUE '/'.
           03  WS-FECHA-ED-AAAA          PIC 9(04).
       01  WS-FECHA-ED-X REDEFINES WS-FECHA-ED
                                         PIC X(10).

       77  WS-SALTO-HOJA-DOS             PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-DOS-SI                 VALUE 'S'.
           88  88-SALTO-HOJA-DOS-NO                 VALUE 'N'.

       77  WS-SALTO-HOJA-LST             PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-LST-SI                 VALUE 'S'.
           88  88-SALTO-HOJA-LST-NO                 VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE.
           03 WS-FECHA-HOY               PIC 9(08).
           03 FILLER                     PIC X(08).

       77  REG-DOSSIER                   PIC X(132).
       77  REG-DATOSLST                  PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-D01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM61'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  TITD01-TITULO             PIC X(44)  VALUE
                'DOSSIER DE DATOS PERSONALES DEL ALUMNO'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITD01-FECHA.
               05  TITD01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITD01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITD01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-D02.
           03  FILLER                    PIC X(08)  VALUE 'LEGAJO: '.
           03  TITD02-LEGAJO             PIC 9(06).
           03  FILLER                    PIC X(16)  VALUE
                '   PEDIDO POR: '.
           03  TITD02-PEDIDO             PIC X(20).
           03  FILLER                    PIC X(82)  VALUE ' '.

       01  DET-SECCION.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DS-TITULO                 PIC X(40).
           03  FILLER                    PIC X(90)  VALUE ' '.

       01  DET-CAMPO.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DF-ETIQUETA               PIC X(24).
           03  DF-VALOR                  PIC X(60).
           03  FILLER                    PIC X(44)  VALUE ' '.

       01  DET-FIN-SECCION.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DFS-TEXTO                 PIC X(12)  VALUE
                'REGISTROS: '.
           03  DFS-CANTIDAD              PIC ZZZZZZ9.
           03  FILLER                    PIC X(109) VALUE ' '.

       01  DET-DATO.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DD-TEXTO                  PIC X(128).

      *-------------------------------------------------------------*
      *     VISTAS DE DD-TEXTO, UNA POR SECCION DEL DOSSIER.        *
      *-------------------------------------------------------------*
       01  DD-CARRERA.
           03  DDC-CARRERA               PIC X(06).
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DDC-ANIO-INGRESO          PIC 9(04).
           03  FILLER                    PIC X(05)  VALUE ' '.
           03  DDC-VERSION               PIC X(02).
           03  FILLER                    PIC X(108) VALUE ' '.

       01  DD-CALIF.
           03  DDK-MATERIA               PIC X(08).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDK-NOTA                  PIC Z9,9.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDK-FECHA                 PIC X(10).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDK-INTENTO               PIC Z9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DDK-ESTADO                PIC X(01).
           03  FILLER                    PIC X(05)  VALUE ' '.
           03  DDK-ORIGEN                PIC X(01).
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DDK-INSTITUTO             PIC X(50).
           03  FILLER                    PIC X(33)  VALUE ' '.

       01  DD-INSCRIP.
           03  DDI-MATERIA               PIC X(08).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDI-FECHA                 PIC X(10).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDI-INSTITUTO             PIC X(10).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDI-CONDICION             PIC X(01).
           03  FILLER                    PIC X(08)  VALUE ' '.
           03  DDI-RESULTADO             PIC X(01).
           03  FILLER                    PIC X(84)  VALUE ' '.

       01  DD-EQUIVAL.
           03  DDE-MATERIA               PIC X(08).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDE-RESOLUCION            PIC X(12).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDE-FECHA                 PIC X(10).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDE-INSTITUCION           PIC X(30).
           03  FILLER                    PIC X(62)  VALUE ' '.

       01  DD-BLOQUEO.
           03  DDB-TIPO                  PIC X(03).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDB-MOTIVO                PIC X(30).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDB-COLOCADO-POR          PIC X(08).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDB-FECHA                 PIC X(10).
           03  FILLER                    PIC X(71)  VALUE ' '.

       01  DD-PAGO.
           03  DDP-MATERIA               PIC X(08).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDP-FECHA-EXAMEN          PIC X(10).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDP-IMPORTE               PIC Z.ZZZ.ZZ9,99.
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDP-FECHA-PAGO            PIC X(10).
           03  FILLER                    PIC X(82)  VALUE ' '.

       01  DD-SOLICIT.
           03  DDS-TRAMITE               PIC 9(06).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDS-TIPO                  PIC X(01).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DDS-NUMERO                PIC 9(08).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDS-DESTINO               PIC X(30).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDS-URGENCIA              PIC X(01).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDS-FECHA-SOLICITUD       PIC X(10).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDS-ESTADO                PIC X(01).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDS-FECHA-EMISION         PIC X(10).
           03  FILLER                    PIC X(48)  VALUE ' '.

       01  DD-EGRESO.
           03  DDG-CARRERA               PIC X(06).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDG-FECHA                 PIC X(10).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DDG-PROMEDIO              PIC Z9,9.
           03  FILLER                    PIC X(104) VALUE ' '.

       01  DD-DIARIO.
           03  DDJ-FECHA                 PIC X(10).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DDJ-HORA                  PIC X(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DDJ-PROGRAMA              PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DDJ-ARCHIVO               PIC X(10).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DDJ-ACCION                PIC X(01).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DDJ-IMAGEN-TIPO           PIC X(07).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DDJ-IMAGEN                PIC X(60).
           03  FILLER                    PIC X(20)  VALUE ' '.

      *-------------------------------------------------------------*
      *     ENCABEZADOS DE COLUMNA DE CADA SECCION DEL DOSSIER      *
      *-------------------------------------------------------------*
       77  CAB-CARRERA                   PIC X(128) VALUE
           'CARRERA  INGRESO  PLAN'.
       77  CAB-CALIF                     PIC X(128) VALUE
           'MATERIA   NOTA  FECHA       INT  EST  ORIG  INSTITUTO'.
       77  CAB-INSCRIP                   PIC X(128) VALUE
           'MATERIA   FECHA       INSTITUTO   COND.   RESULT.'.
       77  CAB-EQUIVAL                   PIC X(128) VALUE
           'MATERIA   RESOLUCION    FECHA       INSTITUCION DE ORIGEN'.
       77  CAB-BLOQUEO                   PIC X(128) VALUE
           'TIP  MOTIVO                          COLOCO    FECHA'.
       77  CAB-PAGO                      PIC X(128) VALUE
           'MATERIA   F.EXAMEN         IMPORTE  F.PAGO'.
       77  CAB-SOLICIT                   PIC X(128) VALUE
           'TRAMIT  T NUMERO    DESTINO                         U  F.SOL
      -    'ICITUD  E  F.EMISION'.
       77  CAB-EGRESO                    PIC X(128) VALUE
           'CARRERA FECHA       PROM.'.
       77  CAB-DIARIO                    PIC X(128) VALUE
           'FECHA      HORA   PROGRAMA ARCHIVO    A IMAGEN'.

      *-------------------------------------------------------------*
      *     LISTADO DE PEDIDOS ATENDIDOS (DATOSLST)                 *
      *-------------------------------------------------------------*
       01  TIT-L01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM61'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(44)  VALUE
                'PEDIDOS SOBRE DATOS PERSONALES'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITL01-FECHA.
               05  TITL01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITL01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITL01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-L02.
           03  FILLER                    PIC X(07)  VALUE 'ACCION '.
           03  FILLER                    PIC X(05)  VALUE 'TIPO '.
           03  FILLER                    PIC X(09)  VALUE 'NUMERO'.
           03  FILLER                    PIC X(08)  VALUE 'LEGAJO'.
           03  FILLER                    PIC X(42)  VALUE
                'RESULTADO'.
           03  FILLER                    PIC X(61)  VALUE
                'ULTIMA ACTIVIDAD'.

       01  DET-PEDIDO.
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DP-ACCION                 PIC X(01).
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  DP-TIPO                   PIC X(01).
           03  FILLER                    PIC X(03)  VALUE ' '.
           03  DP-NUMERO                 PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DP-LEGAJO                 PIC X(06).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DP-RESULTADO              PIC X(40).
           03  FILLER                    PIC X(02)  VALUE ' '.
           03  DP-ULTIMA-ACTIVIDAD       PIC X(10).
           03  FILLER                    PIC X(51)  VALUE ' '.

       01  TRL-DATOS.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE 'PEDIDOS: '.
           03  TRD-PEDIDOS               PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  RECHAZADOS: '.
           03  TRD-RECHAZADOS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(12)  VALUE
                '  DOSSIERS: '.
           03  TRD-DOSSIERS              PIC ZZZZZZ9.
           03  FILLER                    PIC X(23)  VALUE
                '  CONTACTOS BORRADOS: '.
           03  TRD-CONTACTOS             PIC ZZZZZZ9.
           03  FILLER                    PIC X(16)  VALUE
                '  ANONIMIZADOS: '.
           03  TRD-ANONIMIZADOS          PIC ZZZZZZ9.
           03  FILLER                    PIC X(22)  VALUE ' '.

       01  TRL-DATOS-2.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(18)  VALUE
                'SIN ACTIVIDAD:    '.
           03  TRD-SIN-ACTIVIDAD         PIC ZZZZZZ9.
           03  FILLER                    PIC X(20)  VALUE
                '  TUTORES BORRADOS: '.
           03  TRD-TUTORES               PIC ZZZZZZ9.
           03  FILLER                    PIC X(22)  VALUE
                '  EVENTOS NOTIHIST:   '.
           03  TRD-NOTIHIST              PIC ZZZZZZ9.
           03  FILLER                    PIC X(24)  VALUE
                '  SOLICITUDES A LEGAJO: '.
           03  TRD-SOLICITQ              PIC ZZZZZZ9.
           03  FILLER                    PIC X(19)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WDATOREQ.
       COPY WALUMNOS.
       COPY WTUTORES.
       COPY WALUCARR.
       COPY WSTCALIF.
       COPY WINSCRIP.
       COPY WEQUIVAL.
       COPY WBLOQUEO.
       COPY WPAGOS.
       COPY WSOLICIT.
       COPY WEGRESAD.
       COPY WNOTIHIS.
       COPY WREBOTES.
       COPY WMNTJRN.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-DATOSREQ-EOF.

           IF  WS-CANT-TAB-MRC > 0
               PERFORM 27000-LIMPIO-NOTIHIST
               PERFORM 27500-LIMPIO-SOLICITQ
           END-IF.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DD       TO TITD01-FECHA-DD
                                            TITL01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITD01-FECHA-MM
                                            TITL01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITD01-FECHA-AAAA
                                            TITL01-FECHA-AAAA.

           PERFORM 10100-ABRO-ARCHIVOS.

           SET 88-SALTO-HOJA-LST-SI      TO TRUE.
           MOVE TIT-L01                  TO REG-DATOSLST.
           PERFORM 26100-ESCRIBO-DATOSLST.
           MOVE SPACES                   TO REG-DATOSLST.
           PERFORM 26100-ESCRIBO-DATOSLST.
           MOVE TIT-L02                  TO REG-DATOSLST.
           PERFORM 26100-ESCRIBO-DATOSLST.

           PERFORM 11100-READ-DATOSREQ.

       10100-ABRO-ARCHIVOS.
      *-------------------
      *  ALUCARR, STCALIF, STCALIFHIST, PAGOS Y MNTJRN SE RECORREN
      *  ENTEROS EN CADA EXPORTACION: SE ABREN Y CIERRAN EN CADA
      *  SECCION. LOS INDEXADOS OPCIONALES QUE NO EXISTEN QUEDAN
      *  CERRADOS Y SU SECCION SALE SIN REGISTROS.
      *-------------------

           OPEN INPUT DATOSREQ.

           EVALUATE FS-DATOSREQ
               WHEN '00'
                    SET 88-OPEN-DATOSREQ-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT DATOSREQ'
                    DISPLAY 'FILE STATUS       :' FS-DATOSREQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O   ALUMNOS.

           EVALUATE FS-ALUMNOS
               WHEN '00'
                    SET 88-OPEN-ALUMNOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O   TUTORES.

           EVALUATE FS-TUTORES
               WHEN '00'
                    SET 88-OPEN-TUTORES-SI TO TRUE
               WHEN '05'
                    CLOSE TUTORES
                    SET 88-OPEN-TUTORES-NO TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   TUTORES'
                    DISPLAY 'FILE STATUS       :' FS-TUTORES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT INSCRIPC.

           EVALUATE FS-INSCRIPC
               WHEN '00'
                    SET 88-OPEN-INSCRIPC-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-INSCRIPC-NO TO TRUE
           END-EVALUATE.

           OPEN INPUT EQUIVALE.

           EVALUATE FS-EQUIVALE
               WHEN '00'
                    SET 88-OPEN-EQUIVALE-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-EQUIVALE-NO TO TRUE
           END-EVALUATE.

           OPEN INPUT BLOQUEOS.

           EVALUATE FS-BLOQUEOS
               WHEN '00'
                    SET 88-OPEN-BLOQUEOS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-BLOQUEOS-NO TO TRUE
           END-EVALUATE.

           OPEN INPUT EGRESADOS.

           EVALUATE FS-EGRESADOS
               WHEN '00'
                    SET 88-OPEN-EGRESADOS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-EGRESADOS-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O   SOLICITQ.

           EVALUATE FS-SOLICITQ
               WHEN '00'
                    SET 88-OPEN-SOLICITQ-SI TO TRUE
               WHEN '05'
                    CLOSE SOLICITQ
                    SET 88-OPEN-SOLICITQ-NO TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   SOLICITQ'
                    DISPLAY 'FILE STATUS       :' FS-SOLICITQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           OPEN I-O   NOTIHIST.

           EVALUATE FS-NOTIHIST
               WHEN '00'
                    SET 88-OPEN-NOTIHIST-SI TO TRUE
               WHEN '05'
                    CLOSE NOTIHIST
                    SET 88-OPEN-NOTIHIST-NO TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   NOTIHIST'
                    DISPLAY 'FILE STATUS       :' FS-NOTIHIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           OPEN I-O   REBOTES.

           EVALUATE FS-REBOTES
               WHEN '00'
                    SET 88-OPEN-REBOTES-SI TO TRUE
               WHEN '05'
                    CLOSE REBOTES
                    SET 88-OPEN-REBOTES-NO TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   REBOTES'
                    DISPLAY 'FILE STATUS       :' FS-REBOTES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           PERFORM 10200-ABRO-MNTJRN-EXTEND.
      *----------------------------------------------------------

           OPEN OUTPUT DOSSIER.

           EVALUATE FS-DOSSIER
               WHEN '00'
                    SET 88-OPEN-DOSSIER-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT DOSSIER'
                    DISPLAY 'FILE STATUS       :' FS-DOSSIER
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           OPEN OUTPUT DATOSLST.

           EVALUATE FS-DATOSLST
               WHEN '00'
                    SET 88-OPEN-DATOSLST-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT DATOSLST'
                    DISPLAY 'FILE STATUS       :' FS-DATOSLST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10200-ABRO-MNTJRN-EXTEND.
      *-------------------------

           OPEN EXTEND  MNTJRN.

           EVALUATE FS-MNTJRN
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-MNTJRN-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10200-ABRO-MNTJRN-EXTEND'
                    DISPLAY 'ERROR EN OPEN EXTEND MNTJRN'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11100-READ-DATOSREQ.
      *--------------------

           INITIALIZE DATOSREQ-REGISTRO.

           READ DATOSREQ INTO DATOSREQ-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-DATOSREQ-OK
                    ADD 1                TO WS-PEDIDOS-LEIDOS
               WHEN 88-FS-DATOSREQ-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-DATOSREQ'
                    DISPLAY 'ERROR EN READ       DATOSREQ'
                    DISPLAY 'FILE STATUS       :' FS-DATOSREQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           MOVE SPACES                   TO WS-MOTIVO.

           EVALUATE TRUE
               WHEN 88-DATOSREQ-ANONIMIZAR
                    IF  DATOSREQ-ANIOS IS NOT NUMERIC
                    OR  DATOSREQ-ANIOS = 0
                        MOVE 'CANTIDAD DE ANIOS INVALIDA' TO WS-MOTIVO
                    ELSE
                        PERFORM 23000-ANONIMIZO-INACTIVOS
                    END-IF
               WHEN NOT 88-DATOSREQ-EXPORTAR
               AND  NOT 88-DATOSREQ-BORRAR-CONTACTO
                    MOVE 'ACCION INVALIDA'   TO WS-MOTIVO
               WHEN NOT 88-DATOSREQ-LEGAJO
               AND  NOT 88-DATOSREQ-DNI
                    MOVE 'TIPO DE IDENTIFICACION INVALIDO'
                                         TO WS-MOTIVO
               WHEN DATOSREQ-NUMERO IS NOT NUMERIC
                    MOVE 'NUMERO INVALIDO'   TO WS-MOTIVO
               WHEN OTHER
                    PERFORM 21000-BUSCO-ALUMNO
           END-EVALUATE.

           IF  WS-MOTIVO NOT = SPACES
               ADD 1                     TO WS-PEDIDOS-RECHAZADOS
               PERFORM 24000-IMPRIMO-PEDIDO
           END-IF.

           PERFORM 11100-READ-DATOSREQ.

       21000-BUSCO-ALUMNO.
      *-------------------
      *  POR LEGAJO SE ATIENDE UN SOLO ALUMNO. POR DNI SE ATIENDEN
      *  TODOS LOS LEGAJOS CON ESE DNI, RECORRIENDO LA CLAVE
      *  ALTERNATIVA (EL MISMO CRITERIO DE MNTVENT).
      *-------------------

           INITIALIZE NRO-LEGAJO-ALUMNO-FD ALU-REGISTRO.

           IF  88-DATOSREQ-LEGAJO
               MOVE DATOSREQ-NUMERO      TO WS-LEGAJO-PEDIDO
               MOVE WS-LEGAJO-PEDIDO     TO ALUMNO-COD-FD
               READ ALUMNOS INTO ALU-REGISTRO
           ELSE
               MOVE DATOSREQ-NUMERO      TO WS-DNI-PEDIDO
               MOVE WS-DNI-PEDIDO        TO ALU-DNI-FD
               READ ALUMNOS INTO ALU-REGISTRO
                    KEY IS ALU-DNI-FD
           END-IF.

           EVALUATE TRUE
               WHEN 88-FS-ALUMNOS-OK
               WHEN 88-FS-ALUMNOS-DUPALT
                    CONTINUE
               WHEN 88-FS-ALUMNOS-NOKEY
               WHEN 88-FS-ALUMNOS-INVKEY
                    MOVE 'ALUMNO INEXISTENTE' TO WS-MOTIVO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21000-BUSCO-ALUMNO'
                    DISPLAY 'ERROR EN READ       ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF  WS-MOTIVO = SPACES
               IF  88-DATOSREQ-LEGAJO
                   PERFORM 21100-ATIENDO-ALUMNO
               ELSE
                   PERFORM 21050-RECORRO-DNI
               END-IF
           END-IF.

       21050-RECORRO-DNI.
      *------------------
      *  EL ALUMNO LEIDO SE ATIENDE ANTES DE LEER EL SIGUIENTE; LA
      *  ATENCION NO TOCA LA POSICION DE LA CLAVE ALTERNATIVA
      *  PORQUE LOS CAMBIOS SOBRE ALUMNOS SE HACEN POR LEGAJO Y SE
      *  VUELVE A POSICIONAR ANTES DE SEGUIR.
      *-------------------

           SET 88-FIN-LISTA-NO           TO TRUE.

           PERFORM UNTIL 88-FIN-LISTA-SI
               MOVE ALU-CODIGO           TO WS-LEGAJO-PEDIDO
               PERFORM 21100-ATIENDO-ALUMNO
               INITIALIZE NRO-LEGAJO-ALUMNO-FD
               MOVE WS-DNI-PEDIDO        TO ALU-DNI-FD
               START ALUMNOS KEY >= ALU-DNI-FD
               IF  NOT 88-FS-ALUMNOS-OK
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
               PERFORM 21060-BUSCO-SIGUIENTE-DNI
                 UNTIL 88-FIN-LISTA-SI
                    OR ALU-CODIGO > WS-LEGAJO-PEDIDO
           END-PERFORM.

       21060-BUSCO-SIGUIENTE-DNI.
      *--------------------------
      *  AVANZA POR LA CLAVE ALTERNATIVA HASTA EL PRIMER LEGAJO
      *  MAYOR QUE EL YA ATENDIDO (LOS DUPLICADOS DE LA CLAVE
      *  ALTERNATIVA SALEN EN ORDEN DE ALTA, QUE ES EL DE LEGAJO).
      *--------------------------

           INITIALIZE ALU-REGISTRO.
           READ ALUMNOS NEXT RECORD INTO ALU-REGISTRO.

           EVALUATE TRUE
               WHEN (88-FS-ALUMNOS-OK OR 88-FS-ALUMNOS-DUPALT)
                AND ALU-DNI = WS-DNI-PEDIDO
                    CONTINUE
               WHEN 88-FS-ALUMNOS-OK
               WHEN 88-FS-ALUMNOS-DUPALT
               WHEN 88-FS-ALUMNOS-EOF
                    SET 88-FIN-LISTA-SI  TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21060-BUSCO-SIGUIENTE-DNI'
                    DISPLAY 'ERROR EN READ       ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21100-ATIENDO-ALUMNO.
      *---------------------

           EVALUATE TRUE
               WHEN 88-DATOSREQ-EXPORTAR
                    PERFORM 25000-EXPORTO-DOSSIER
                    MOVE 'DOSSIER EXPORTADO' TO DP-RESULTADO
               WHEN 88-ALU-ANONIMIZADO
                    MOVE 'ALUMNO YA ANONIMIZADO' TO DP-RESULTADO
               WHEN OTHER
                    MOVE 'X'             TO WS-JRN-ACCION
                    PERFORM 22000-BORRO-CONTACTO
                    ADD 1                TO WS-CONTACTOS-BORRADOS
                    MOVE 'DATOS DE CONTACTO BORRADOS'
                                         TO DP-RESULTADO
           END-EVALUATE.

           MOVE 0                        TO WS-ULTIMA-ACTIVIDAD.
           PERFORM 24100-IMPRIMO-ATENDIDO.

       22000-BORRO-CONTACTO.
      *---------------------
      *  BORRADO DE CONTACTO DEL ALUMNO EN ALU-REGISTRO (ACCION DEL
      *  DIARIO EN WS-JRN-ACCION). EN LA ANONIMIZACION SE BORRAN
      *  ADEMAS LOS DATOS PERSONALES. EL ALUMNO QUEDA EN LA TABLA
      *  DE MARCADOS PARA LIMPIAR NOTIHIST Y SOLICITQ AL FINAL.
      *---------------------

           MOVE ALU-DNI                  TO WS-DNI-ORIGINAL.

           MOVE SPACES                   TO ALU-EMAIL
                                            ALU-TELEFONO
                                            ALU-EMAIL-INVALIDO
                                            ALU-TELEFONO-INVALIDO.

           IF  88-JRN-ANONIMIZACION
               MOVE 0                    TO ALU-DNI
                                            ALU-FECNAC
               MOVE SPACES               TO ALU-NOMBRE
               MOVE 'ANONIMIZADO'        TO ALU-APELLIDO
               SET 88-ALU-ANONIMIZADO    TO TRUE
           END-IF.

           MOVE ALU-CODIGO               TO ALUMNO-COD-FD.
           MOVE ALU-DNI                  TO ALU-DNI-FD.

           REWRITE NRO-LEGAJO-ALUMNO-FD  FROM ALU-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ALUMNOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22000-BORRO-CONTACTO'
                    DISPLAY 'ERROR EN REWRITE    ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           MOVE 'ALUMNOS'                TO WS-JRN-ARCHIVO.
           MOVE ALU-CLAVE                TO WS-JRN-IMAGEN-ANTES.
           MOVE ALU-REGISTRO             TO WS-JRN-IMAGEN-DESPUES.
           PERFORM 28000-GRABO-MNTJRN.

           PERFORM 22100-BORRO-TUTOR.
           PERFORM 22200-BORRO-REBOTES.
           PERFORM 22300-AGREGO-MARCADO.

       22100-BORRO-TUTOR.
      *------------------

           IF  88-OPEN-TUTORES-SI
               INITIALIZE TUTORES-DATOS-FD
               MOVE ALU-CODIGO           TO TUTORES-COD-ALUMNO-FD
               DELETE TUTORES
               EVALUATE TRUE
                   WHEN 88-FS-TUTORES-OK
                        ADD 1            TO WS-TUTORES-BORRADOS
                        MOVE 'TUTORES'   TO WS-JRN-ARCHIVO
                        MOVE ALU-CODIGO  TO WS-JRN-IMAGEN-ANTES
                        MOVE SPACES      TO WS-JRN-IMAGEN-DESPUES
                        PERFORM 28000-GRABO-MNTJRN
                   WHEN 88-FS-TUTORES-NOKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22100-BORRO-TUTOR'
                        DISPLAY 'ERROR EN DELETE     TUTORES'
                        DISPLAY 'FILE STATUS       :' FS-TUTORES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       22200-BORRO-REBOTES.
      *--------------------
      *  LA CUENTA DE REBOTES GUARDA EL CONTACTO: SE BORRAN TODAS
      *  LAS DEL ALUMNO (CLAVE ALUMNO+DESTINO+CANAL).
      *--------------------

           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-REBOTES-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE REBOTES-DATOS-FD
               MOVE ALU-CODIGO           TO REBOTES-ALUMNO-FD
               MOVE LOW-VALUES           TO REBOTES-RESTO-FD
               START REBOTES KEY >= REBOTES-CLAVE-FD
               EVALUATE TRUE
                   WHEN 88-FS-REBOTES-OK
                        CONTINUE
                   WHEN 88-FS-REBOTES-INVKEY
                   WHEN 88-FS-REBOTES-NOKEY
                   WHEN 88-FS-REBOTES-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22200-BORRO-REBOTES'
                        DISPLAY 'ERROR EN START      REBOTES'
                        DISPLAY 'FILE STATUS       :' FS-REBOTES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE REBOTES-REGISTRO
               READ REBOTES NEXT RECORD INTO REBOTES-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-REBOTES-OK
                    AND REBOTES-COD-ALUMNO = ALU-CODIGO
                        PERFORM 22250-BORRO-REBOTE
                   WHEN 88-FS-REBOTES-OK
                   WHEN 88-FS-REBOTES-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22200-BORRO-REBOTES'
                        DISPLAY 'ERROR EN READ       REBOTES'
                        DISPLAY 'FILE STATUS       :' FS-REBOTES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       22250-BORRO-REBOTE.
      *-------------------

           DELETE REBOTES.

           EVALUATE TRUE
               WHEN 88-FS-REBOTES-OK
                    ADD 1                TO WS-REBOTES-BORRADOS
                    MOVE 'REBOTES'       TO WS-JRN-ARCHIVO
                    MOVE REBOTES-CLAVE   TO WS-JRN-IMAGEN-ANTES
                    MOVE SPACES          TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28000-GRABO-MNTJRN
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22250-BORRO-REBOTE'
                    DISPLAY 'ERROR EN DELETE     REBOTES'
                    DISPLAY 'FILE STATUS       :' FS-REBOTES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22300-AGREGO-MARCADO.
      *---------------------

           IF  WS-CANT-TAB-MRC < 5000
               ADD 1                     TO WS-CANT-TAB-MRC
               SET WS-IDX-TAB-MRC        TO WS-CANT-TAB-MRC
               MOVE ALU-CODIGO  TO WS-TAB-MRC-ALUMNO(WS-IDX-TAB-MRC)
               MOVE WS-DNI-ORIGINAL
                                TO WS-TAB-MRC-DNI(WS-IDX-TAB-MRC)
               MOVE WS-JRN-ACCION
                                TO WS-TAB-MRC-ACCION(WS-IDX-TAB-MRC)
           ELSE
               ADD 1                     TO WS-MARCADOS-EXCEDIDOS
           END-IF.

       23000-ANONIMIZO-INACTIVOS.
      *--------------------------
      *  FECHA DE CORTE = HOY MENOS LOS ANIOS DEL PEDIDO. SE
      *  ANONIMIZA TODO ALUMNO (NO ANONIMIZADO AUN) CUYA ULTIMA
      *  ACTIVIDAD ES ANTERIOR AL CORTE.
      *--------------------------

           IF  88-TABLA-ACT-CARGADA-NO
               PERFORM 23100-CARGO-ACTIVIDAD
           END-IF.

           COMPUTE WS-FECHA-CORTE = WS-FECHA-HOY
                                  - DATOSREQ-ANIOS * 10000.

           INITIALIZE NRO-LEGAJO-ALUMNO-FD.
           MOVE LOW-VALUES               TO COD-ALUMNOS-FD.
           SET 88-FIN-LISTA-NO           TO TRUE.

           START ALUMNOS KEY >= COD-ALUMNOS-FD.

           EVALUATE TRUE
               WHEN 88-FS-ALUMNOS-OK
                    CONTINUE
               WHEN 88-FS-ALUMNOS-INVKEY
               WHEN 88-FS-ALUMNOS-NOKEY
               WHEN 88-FS-ALUMNOS-EOF
                    SET 88-FIN-LISTA-SI  TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23000-ANONIMIZO-INACTIVOS'
                    DISPLAY 'ERROR EN START      ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE ALU-REGISTRO
               READ ALUMNOS NEXT RECORD INTO ALU-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-ALUMNOS-OK
                   WHEN 88-FS-ALUMNOS-DUPALT
                        IF  NOT 88-ALU-ANONIMIZADO
                            PERFORM 23500-EVALUO-ALUMNO
                        END-IF
                   WHEN 88-FS-ALUMNOS-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 23000-ANONIMIZO-INACTIVOS'
                        DISPLAY 'ERROR EN READ       ALUMNOS'
                        DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       23100-CARGO-ACTIVIDAD.
      *----------------------
      *  UNA PASADA POR CADA ARCHIVO CON ACTIVIDAD DEL ALUMNO.
      *----------------------

           SET 88-TABLA-ACT-CARGADA-SI   TO TRUE.

           OPEN INPUT STCALIF.
           IF  88-FS-STCALIF-OK
               PERFORM UNTIL NOT 88-FS-STCALIF-OK
                   INITIALIZE STCALIF-RECORD
                   READ STCALIF INTO STCALIF-RECORD
                   IF  88-FS-STCALIF-OK
                       MOVE STCALIF-COD-ESTUDIANTE TO WS-ACT-ALUMNO
                       MOVE STCALIF-FECHA-EXAMEN   TO WS-FECHA-EDITO-X
                       PERFORM 23200-ACUMULO-ACTIVIDAD
                   END-IF
               END-PERFORM
               CLOSE STCALIF
           END-IF.

           OPEN INPUT STCALIFHIST.
           IF  88-FS-STCALIFHIST-OK
               PERFORM UNTIL NOT 88-FS-STCALIFHIST-OK
                   INITIALIZE STCALIF-RECORD
                   READ STCALIFHIST INTO STCALIF-RECORD
                   IF  88-FS-STCALIFHIST-OK
                       MOVE STCALIF-COD-ESTUDIANTE TO WS-ACT-ALUMNO
                       MOVE STCALIF-FECHA-EXAMEN   TO WS-FECHA-EDITO-X
                       PERFORM 23200-ACUMULO-ACTIVIDAD
                   END-IF
               END-PERFORM
               CLOSE STCALIFHIST
           END-IF.

           OPEN INPUT ALUCARR.
           IF  88-FS-ALUCARR-OK
               PERFORM UNTIL NOT 88-FS-ALUCARR-OK
                   INITIALIZE ALUCARR-RECORD
                   READ ALUCARR INTO ALUCARR-RECORD
                   IF  88-FS-ALUCARR-OK
                   AND ALUCARR-ANIO-INGRESO IS NUMERIC
                       MOVE ALUCARR-COD-ALUMNO TO WS-ACT-ALUMNO
                       COMPUTE WS-FECHA-EDITO =
                               ALUCARR-ANIO-INGRESO * 10000 + 101
                       PERFORM 23200-ACUMULO-ACTIVIDAD
                   END-IF
               END-PERFORM
               CLOSE ALUCARR
           END-IF.

           OPEN INPUT PAGOS.
           IF  88-FS-PAGOS-OK
               PERFORM UNTIL NOT 88-FS-PAGOS-OK
                   INITIALIZE PAGOS-RECORD
                   READ PAGOS INTO PAGOS-RECORD
                   IF  88-FS-PAGOS-OK
                       MOVE PAGOS-COD-ALUMNO TO WS-ACT-ALUMNO
                       MOVE PAGOS-FECHA-PAGO TO WS-FECHA-EDITO-X
                       PERFORM 23200-ACUMULO-ACTIVIDAD
                   END-IF
               END-PERFORM
               CLOSE PAGOS
           END-IF.

           IF  88-OPEN-INSCRIPC-SI
               MOVE LOW-VALUES           TO INSCRIP-CLAVE-FD
               START INSCRIPC KEY >= INSCRIP-CLAVE-FD
               PERFORM UNTIL NOT 88-FS-INSCRIPC-OK
                   INITIALIZE INSCRIP-REGISTRO
                   READ INSCRIPC NEXT RECORD INTO INSCRIP-REGISTRO
                   IF  88-FS-INSCRIPC-OK
                       MOVE INSCRIP-COD-ALUMNO   TO WS-ACT-ALUMNO
                       MOVE INSCRIP-FECHA-EXAMEN TO WS-FECHA-EDITO-X
                       PERFORM 23200-ACUMULO-ACTIVIDAD
                   END-IF
               END-PERFORM
           END-IF.

           IF  88-OPEN-EQUIVALE-SI
               MOVE LOW-VALUES           TO EQUIVAL-CLAVE-FD
               START EQUIVALE KEY >= EQUIVAL-CLAVE-FD
               PERFORM UNTIL NOT 88-FS-EQUIVALE-OK
                   INITIALIZE EQUIVAL-REGISTRO
                   READ EQUIVALE NEXT RECORD INTO EQUIVAL-REGISTRO
                   IF  88-FS-EQUIVALE-OK
                       MOVE EQUIVAL-COD-ALUMNO TO WS-ACT-ALUMNO
                       MOVE EQUIVAL-FECHA-RESOLUCION
                                               TO WS-FECHA-EDITO-X
                       PERFORM 23200-ACUMULO-ACTIVIDAD
                   END-IF
               END-PERFORM
           END-IF.

           IF  88-OPEN-EGRESADOS-SI
               MOVE LOW-VALUES           TO EGRESADOS-CLAVE-FD
               START EGRESADOS KEY >= EGRESADOS-CLAVE-FD
               PERFORM UNTIL NOT 88-FS-EGRESADOS-OK
                   INITIALIZE EGRESADOS-REGISTRO
                   READ EGRESADOS NEXT RECORD INTO EGRESADOS-REGISTRO
                   IF  88-FS-EGRESADOS-OK
                       MOVE EGRESADOS-COD-ALUMNO TO WS-ACT-ALUMNO
                       MOVE EGRESADOS-FECHA-EGRESO
                                                 TO WS-FECHA-EDITO-X
                       PERFORM 23200-ACUMULO-ACTIVIDAD
                   END-IF
               END-PERFORM
           END-IF.

           IF  88-OPEN-SOLICITQ-SI
               MOVE LOW-VALUES           TO SOLICITQ-CLAVE-FD
               START SOLICITQ KEY >= SOLICITQ-CLAVE-FD
               PERFORM UNTIL NOT 88-FS-SOLICITQ-OK
                   INITIALIZE SOLICITQ-REGISTRO
                   READ SOLICITQ NEXT RECORD INTO SOLICITQ-REGISTRO
                   IF  88-FS-SOLICITQ-OK
                   AND 88-SOLICITQ-LEGAJO
                       MOVE SOLICITQ-NUMERO TO WS-ACT-ALUMNO
                       MOVE SOLICITQ-FECHA-SOLICITUD
                                            TO WS-FECHA-EDITO-X
                       PERFORM 23200-ACUMULO-ACTIVIDAD
                   END-IF
               END-PERFORM
           END-IF.

       23200-ACUMULO-ACTIVIDAD.
      *------------------------
      *  GUARDA LA FECHA MAS RECIENTE DEL ALUMNO WS-ACT-ALUMNO. LA
      *  FECHA VIENE EN WS-FECHA-EDITO-X; SI NO ES NUMERICA NO
      *  CUENTA.
      *------------------------

           IF  WS-FECHA-EDITO-X IS NUMERIC
               MOVE WS-FECHA-EDITO       TO WS-ACT-FECHA
           ELSE
               MOVE 0                    TO WS-ACT-FECHA
           END-IF.

           IF  WS-ACT-FECHA > 0
               SET  WS-IDX-TAB-ACT       TO 1
               PERFORM UNTIL WS-IDX-TAB-ACT > WS-CANT-TAB-ACT
                        OR WS-TAB-ACT-ALUMNO(WS-IDX-TAB-ACT) =
                                                   WS-ACT-ALUMNO
                   SET WS-IDX-TAB-ACT    UP BY 1
               END-PERFORM
               IF  WS-IDX-TAB-ACT > WS-CANT-TAB-ACT
                   IF  WS-CANT-TAB-ACT < 5000
                       ADD 1             TO WS-CANT-TAB-ACT
                       SET WS-IDX-TAB-ACT TO WS-CANT-TAB-ACT
                       MOVE WS-ACT-ALUMNO
                            TO WS-TAB-ACT-ALUMNO(WS-IDX-TAB-ACT)
                       MOVE WS-ACT-FECHA
                            TO WS-TAB-ACT-FECHA(WS-IDX-TAB-ACT)
                   ELSE
                       ADD 1             TO WS-ACT-EXCEDIDOS
                   END-IF
               ELSE
                   IF  WS-ACT-FECHA >
                       WS-TAB-ACT-FECHA(WS-IDX-TAB-ACT)
                       MOVE WS-ACT-FECHA
                            TO WS-TAB-ACT-FECHA(WS-IDX-TAB-ACT)
                   END-IF
               END-IF
           END-IF.

       23500-EVALUO-ALUMNO.
      *--------------------

           MOVE 0                        TO WS-ULTIMA-ACTIVIDAD.

           SET  WS-IDX-TAB-ACT           TO 1.
           PERFORM UNTIL WS-IDX-TAB-ACT > WS-CANT-TAB-ACT
                    OR WS-TAB-ACT-ALUMNO(WS-IDX-TAB-ACT) = ALU-CODIGO
               SET WS-IDX-TAB-ACT        UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-ACT <= WS-CANT-TAB-ACT
               MOVE WS-TAB-ACT-FECHA(WS-IDX-TAB-ACT)
                                         TO WS-ULTIMA-ACTIVIDAD
           END-IF.

           EVALUATE TRUE
               WHEN WS-ULTIMA-ACTIVIDAD = 0
                    ADD 1                TO WS-SIN-ACTIVIDAD
                    MOVE 'SIN ACTIVIDAD REGISTRADA: NO SE ANONIMIZA'
                                         TO DP-RESULTADO
                    PERFORM 24100-IMPRIMO-ATENDIDO
               WHEN WS-ULTIMA-ACTIVIDAD < WS-FECHA-CORTE
                    MOVE 'N'             TO WS-JRN-ACCION
                    PERFORM 22000-BORRO-CONTACTO
                    ADD 1                TO WS-ANONIMIZADOS
                    MOVE 'ANONIMIZADO'   TO DP-RESULTADO
                    PERFORM 24100-IMPRIMO-ATENDIDO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       24000-IMPRIMO-PEDIDO.
      *---------------------
      *  PEDIDO RECHAZADO, CON SU MOTIVO.
      *---------------------

           INITIALIZE DET-PEDIDO.
           MOVE DATOSREQ-ACCION          TO DP-ACCION.
           MOVE DATOSREQ-TIPO            TO DP-TIPO.
           MOVE DATOSREQ-NUMERO          TO DP-NUMERO.
           MOVE SPACES                   TO DP-LEGAJO.
           MOVE WS-MOTIVO                TO DP-RESULTADO.
           MOVE SPACES                   TO DP-ULTIMA-ACTIVIDAD.

           MOVE DET-PEDIDO               TO REG-DATOSLST.
           PERFORM 26100-ESCRIBO-DATOSLST.

       24100-IMPRIMO-ATENDIDO.
      *-----------------------
      *  ALUMNO ATENDIDO; EL RESULTADO YA ESTA EN DP-RESULTADO.
      *-----------------------

           MOVE DATOSREQ-ACCION          TO DP-ACCION.
           MOVE DATOSREQ-TIPO            TO DP-TIPO.
           MOVE DATOSREQ-NUMERO          TO DP-NUMERO.
           MOVE ALU-CODIGO               TO DP-LEGAJO.

           IF  WS-ULTIMA-ACTIVIDAD > 0
               MOVE WS-ULTIMA-ACTIVIDAD  TO WS-FECHA-EDITO
               PERFORM 24900-EDITO-FECHA
               MOVE WS-FECHA-ED-X        TO DP-ULTIMA-ACTIVIDAD
           ELSE
               MOVE SPACES               TO DP-ULTIMA-ACTIVIDAD
           END-IF.

           IF  88-DATOSREQ-ANONIMIZAR
               MOVE SPACES               TO DP-TIPO
               MOVE DATOSREQ-ANIOS       TO DP-NUMERO
           END-IF.

           MOVE DET-PEDIDO               TO REG-DATOSLST.
           PERFORM 26100-ESCRIBO-DATOSLST.

       24900-EDITO-FECHA.
      *------------------
      *  EDITA WS-FECHA-EDITO-X (AAAAMMDD) COMO DD/MM/AAAA EN
      *  WS-FECHA-ED-X; UNA FECHA NO NUMERICA O EN CERO QUEDA EN
      *  BLANCO.
      *------------------

           IF  WS-FECHA-EDITO-X IS NUMERIC
           AND WS-FECHA-EDITO > 0
               MOVE WS-FECHA-EDITO-DD    TO WS-FECHA-ED-DD
               MOVE WS-FECHA-EDITO-MM    TO WS-FECHA-ED-MM
               MOVE WS-FECHA-EDITO-AAAA  TO WS-FECHA-ED-AAAA
           ELSE
               MOVE SPACES               TO WS-FECHA-ED-X
           END-IF.

       25000-EXPORTO-DOSSIER.
      *----------------------
      *  UN DOSSIER POR LEGAJO, EMPEZANDO EN HOJA NUEVA. LA
      *  CONSULTA QUEDA EN EL DIARIO CON LA IMAGEN DEL ALUMNO.
      *----------------------

           ADD 1                         TO WS-DOSSIERS.

           MOVE 'ALUMNOS'                TO WS-JRN-ARCHIVO.
           MOVE 'Q'                      TO WS-JRN-ACCION.
           MOVE SPACES                   TO WS-JRN-IMAGEN-ANTES.
           MOVE ALU-REGISTRO             TO WS-JRN-IMAGEN-DESPUES.
           PERFORM 28000-GRABO-MNTJRN.

           SET 88-SALTO-HOJA-DOS-SI      TO TRUE.
           MOVE TIT-D01                  TO REG-DOSSIER.
           PERFORM 26000-ESCRIBO-DOSSIER.

           MOVE ALU-CODIGO               TO TITD02-LEGAJO.
           IF  88-DATOSREQ-LEGAJO
               MOVE 'LEGAJO'             TO TITD02-PEDIDO
           ELSE
               MOVE SPACES               TO TITD02-PEDIDO
               STRING 'DNI '             DELIMITED BY SIZE
                      DATOSREQ-NUMERO    DELIMITED BY SIZE
                 INTO TITD02-PEDIDO
           END-IF.
           MOVE TIT-D02                  TO REG-DOSSIER.
           PERFORM 26000-ESCRIBO-DOSSIER.

           PERFORM 25100-SECCION-ALUMNO.
           PERFORM 25150-SECCION-TUTOR.
           PERFORM 25200-SECCION-CARRERAS.
           PERFORM 25300-SECCION-CALIFICACIONES.
           PERFORM 25350-SECCION-HISTORICAS.
           PERFORM 25400-SECCION-INSCRIPCIONES.
           PERFORM 25450-SECCION-EQUIVALENCIAS.
           PERFORM 25500-SECCION-BLOQUEOS.
           PERFORM 25550-SECCION-PAGOS.
           PERFORM 25600-SECCION-SOLICITUDES.
           PERFORM 25650-SECCION-EGRESOS.
           PERFORM 25700-SECCION-DIARIO.

       25010-TITULO-SECCION.
      *---------------------
      *  TITULO DE SECCION EN DS-TITULO Y ENCABEZADO DE COLUMNAS
      *  EN DD-TEXTO (EN BLANCO = SIN ENCABEZADO).
      *---------------------

           MOVE 0                        TO WS-CANT-SECCION.

           MOVE SPACES                   TO REG-DOSSIER.
           PERFORM 26000-ESCRIBO-DOSSIER.
           MOVE DET-SECCION              TO REG-DOSSIER.
           PERFORM 26000-ESCRIBO-DOSSIER.

           IF  DD-TEXTO NOT = SPACES
               MOVE DET-DATO             TO REG-DOSSIER
               PERFORM 26000-ESCRIBO-DOSSIER
           END-IF.

       25020-LINEA-DATO.
      *-----------------

           ADD 1                         TO WS-CANT-SECCION.
           MOVE DET-DATO                 TO REG-DOSSIER.
           PERFORM 26000-ESCRIBO-DOSSIER.

       25030-FIN-SECCION.
      *------------------

           MOVE WS-CANT-SECCION          TO DFS-CANTIDAD.
           MOVE DET-FIN-SECCION          TO REG-DOSSIER.
           PERFORM 26000-ESCRIBO-DOSSIER.

       25040-LINEA-CAMPO.
      *------------------

           MOVE DET-CAMPO                TO REG-DOSSIER.
           PERFORM 26000-ESCRIBO-DOSSIER.

       25100-SECCION-ALUMNO.
      *---------------------

           MOVE 'DATOS PERSONALES (ALUMNOS)' TO DS-TITULO.
           MOVE SPACES                   TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           MOVE 'LEGAJO'                 TO DF-ETIQUETA.
           MOVE ALU-CODIGO               TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.
           MOVE 'DNI'                    TO DF-ETIQUETA.
           MOVE ALU-DNI                  TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.
           MOVE 'APELLIDO'               TO DF-ETIQUETA.
           MOVE ALU-APELLIDO             TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.
           MOVE 'NOMBRE'                 TO DF-ETIQUETA.
           MOVE ALU-NOMBRE               TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.
           MOVE 'FECHA DE NACIMIENTO'    TO DF-ETIQUETA.
           MOVE ALU-FECNAC               TO WS-FECHA-EDITO-X.
           PERFORM 24900-EDITO-FECHA.
           MOVE WS-FECHA-ED-X            TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.
           MOVE 'EMAIL'                  TO DF-ETIQUETA.
           MOVE ALU-EMAIL                TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.
           MOVE 'EMAIL INVALIDO'         TO DF-ETIQUETA.
           MOVE ALU-EMAIL-INVALIDO       TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.
           MOVE 'TELEFONO'               TO DF-ETIQUETA.
           MOVE ALU-TELEFONO             TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.
           MOVE 'TELEFONO INVALIDO'      TO DF-ETIQUETA.
           MOVE ALU-TELEFONO-INVALIDO    TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.
           MOVE 'ANONIMIZADO'            TO DF-ETIQUETA.
           MOVE ALU-ANONIMIZADO          TO DF-VALOR.
           PERFORM 25040-LINEA-CAMPO.

       25150-SECCION-TUTOR.
      *--------------------

           MOVE 'TUTOR Y DOMICILIO POSTAL (TUTORES)' TO DS-TITULO.
           MOVE SPACES                   TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           INITIALIZE TUTORES-REGISTRO.
           MOVE 'N'                      TO WS-ALUMNO-HALLADO.

           IF  88-OPEN-TUTORES-SI
               INITIALIZE TUTORES-DATOS-FD
               MOVE ALU-CODIGO           TO TUTORES-COD-ALUMNO-FD
               READ TUTORES INTO TUTORES-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-TUTORES-OK
                        SET 88-ALUMNO-HALLADO-SI TO TRUE
                   WHEN 88-FS-TUTORES-NOKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 25150-SECCION-TUTOR'
                        DISPLAY 'ERROR EN READ       TUTORES'
                        DISPLAY 'FILE STATUS       :' FS-TUTORES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

           IF  88-ALUMNO-HALLADO-SI
               ADD 1                     TO WS-CANT-SECCION
               MOVE 'VINCULO'            TO DF-ETIQUETA
               MOVE TUTORES-VINCULO      TO DF-VALOR
               PERFORM 25040-LINEA-CAMPO
               MOVE 'NOMBRE'             TO DF-ETIQUETA
               MOVE TUTORES-NOMBRE       TO DF-VALOR
               PERFORM 25040-LINEA-CAMPO
               MOVE 'DNI'                TO DF-ETIQUETA
               MOVE TUTORES-DNI          TO DF-VALOR
               PERFORM 25040-LINEA-CAMPO
               MOVE 'CALLE'              TO DF-ETIQUETA
               MOVE TUTORES-CALLE        TO DF-VALOR
               PERFORM 25040-LINEA-CAMPO
               MOVE 'LOCALIDAD'          TO DF-ETIQUETA
               MOVE TUTORES-LOCALIDAD    TO DF-VALOR
               PERFORM 25040-LINEA-CAMPO
               MOVE 'PROVINCIA'          TO DF-ETIQUETA
               MOVE TUTORES-PROVINCIA    TO DF-VALOR
               PERFORM 25040-LINEA-CAMPO
               MOVE 'CODIGO POSTAL'      TO DF-ETIQUETA
               MOVE TUTORES-COD-POSTAL   TO DF-VALOR
               PERFORM 25040-LINEA-CAMPO
               MOVE 'EMAIL'              TO DF-ETIQUETA
               MOVE TUTORES-EMAIL        TO DF-VALOR
               PERFORM 25040-LINEA-CAMPO
               MOVE 'TELEFONO'           TO DF-ETIQUETA
               MOVE TUTORES-TELEFONO     TO DF-VALOR
               PERFORM 25040-LINEA-CAMPO
           END-IF.

           PERFORM 25030-FIN-SECCION.

       25200-SECCION-CARRERAS.
      *-----------------------

           MOVE 'CARRERAS (ALUCARR)'     TO DS-TITULO.
           MOVE CAB-CARRERA              TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           OPEN INPUT ALUCARR.

           IF  88-FS-ALUCARR-OK
               PERFORM UNTIL NOT 88-FS-ALUCARR-OK
                   INITIALIZE ALUCARR-RECORD
                   READ ALUCARR INTO ALUCARR-RECORD
                   IF  88-FS-ALUCARR-OK
                   AND ALUCARR-COD-ALUMNO = ALU-CODIGO
                       MOVE ALUCARR-COD-CARRERA  TO DDC-CARRERA
                       MOVE ALUCARR-ANIO-INGRESO TO DDC-ANIO-INGRESO
                       MOVE ALUCARR-PLAN-VERSION TO DDC-VERSION
                       MOVE DD-CARRERA           TO DD-TEXTO
                       PERFORM 25020-LINEA-DATO
                   END-IF
               END-PERFORM
               CLOSE ALUCARR
           END-IF.

           PERFORM 25030-FIN-SECCION.

       25300-SECCION-CALIFICACIONES.
      *-----------------------------

           MOVE 'CALIFICACIONES (STCALIF)' TO DS-TITULO.
           MOVE CAB-CALIF                TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           OPEN INPUT STCALIF.

           IF  88-FS-STCALIF-OK
               PERFORM UNTIL NOT 88-FS-STCALIF-OK
                   INITIALIZE STCALIF-RECORD
                   READ STCALIF INTO STCALIF-RECORD
                   IF  88-FS-STCALIF-OK
                   AND STCALIF-COD-ESTUDIANTE = ALU-CODIGO
                       PERFORM 25310-LINEA-CALIFICACION
                   END-IF
               END-PERFORM
               CLOSE STCALIF
           END-IF.

           PERFORM 25030-FIN-SECCION.

       25310-LINEA-CALIFICACION.
      *-------------------------

           MOVE STCALIF-COD-MATERIA      TO DDK-MATERIA.
           MOVE STCALIF-NOTA             TO DDK-NOTA.
           MOVE STCALIF-FECHA-EXAMEN     TO WS-FECHA-EDITO-X.
           PERFORM 24900-EDITO-FECHA.
           MOVE WS-FECHA-ED-X            TO DDK-FECHA.
           MOVE STCALIF-INTENTO          TO DDK-INTENTO.
           MOVE STCALIF-ESTADO           TO DDK-ESTADO.
           MOVE STCALIF-ORIGEN           TO DDK-ORIGEN.
           MOVE STCALIF-INSTITUTO        TO DDK-INSTITUTO.
           MOVE DD-CALIF                 TO DD-TEXTO.
           PERFORM 25020-LINEA-DATO.

       25350-SECCION-HISTORICAS.
      *-------------------------

           MOVE 'CALIFICACIONES HISTORICAS (STCALIFHIST)'
                                         TO DS-TITULO.
           MOVE CAB-CALIF                TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           OPEN INPUT STCALIFHIST.

           IF  88-FS-STCALIFHIST-OK
               PERFORM UNTIL NOT 88-FS-STCALIFHIST-OK
                   INITIALIZE STCALIF-RECORD
                   READ STCALIFHIST INTO STCALIF-RECORD
                   IF  88-FS-STCALIFHIST-OK
                   AND STCALIF-COD-ESTUDIANTE = ALU-CODIGO
                       PERFORM 25310-LINEA-CALIFICACION
                   END-IF
               END-PERFORM
               CLOSE STCALIFHIST
           END-IF.

           PERFORM 25030-FIN-SECCION.

       25400-SECCION-INSCRIPCIONES.
      *----------------------------

           MOVE 'INSCRIPCIONES A EXAMEN (INSCRIPC)' TO DS-TITULO.
           MOVE CAB-INSCRIP              TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-INSCRIPC-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE INSCRIPC-DATOS-FD
               MOVE ALU-CODIGO           TO INSCRIP-ALUMNO-FD
               MOVE LOW-VALUES           TO INSCRIP-MATERIA-FD
                                            INSCRIP-FECHA-FD
               START INSCRIPC KEY >= INSCRIP-CLAVE-FD
               IF  NOT 88-FS-INSCRIPC-OK
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE INSCRIP-REGISTRO
               READ INSCRIPC NEXT RECORD INTO INSCRIP-REGISTRO
               IF  88-FS-INSCRIPC-OK
               AND INSCRIP-COD-ALUMNO = ALU-CODIGO
                   MOVE INSCRIP-COD-MATERIA  TO DDI-MATERIA
                   MOVE INSCRIP-FECHA-EXAMEN TO WS-FECHA-EDITO-X
                   PERFORM 24900-EDITO-FECHA
                   MOVE WS-FECHA-ED-X        TO DDI-FECHA
                   MOVE INSCRIP-INSTITUTO    TO DDI-INSTITUTO
                   MOVE INSCRIP-CONDICION    TO DDI-CONDICION
                   MOVE INSCRIP-RESULTADO    TO DDI-RESULTADO
                   MOVE DD-INSCRIP           TO DD-TEXTO
                   PERFORM 25020-LINEA-DATO
               ELSE
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-PERFORM.

           PERFORM 25030-FIN-SECCION.

       25450-SECCION-EQUIVALENCIAS.
      *----------------------------

           MOVE 'EQUIVALENCIAS (EQUIVALE)' TO DS-TITULO.
           MOVE CAB-EQUIVAL              TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-EQUIVALE-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE EQUIVALE-DATOS-FD
               MOVE ALU-CODIGO           TO EQUIVAL-ALUMNO-FD
               MOVE LOW-VALUES           TO EQUIVAL-MATERIA-FD
               START EQUIVALE KEY >= EQUIVAL-CLAVE-FD
               IF  NOT 88-FS-EQUIVALE-OK
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE EQUIVAL-REGISTRO
               READ EQUIVALE NEXT RECORD INTO EQUIVAL-REGISTRO
               IF  88-FS-EQUIVALE-OK
               AND EQUIVAL-COD-ALUMNO = ALU-CODIGO
                   MOVE EQUIVAL-COD-MATERIA  TO DDE-MATERIA
                   MOVE EQUIVAL-RESOLUCION   TO DDE-RESOLUCION
                   MOVE EQUIVAL-FECHA-RESOLUCION
                                             TO WS-FECHA-EDITO-X
                   PERFORM 24900-EDITO-FECHA
                   MOVE WS-FECHA-ED-X        TO DDE-FECHA
                   MOVE EQUIVAL-INSTITUCION-ORIGEN
                                             TO DDE-INSTITUCION
                   MOVE DD-EQUIVAL           TO DD-TEXTO
                   PERFORM 25020-LINEA-DATO
               ELSE
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-PERFORM.

           PERFORM 25030-FIN-SECCION.

       25500-SECCION-BLOQUEOS.
      *-----------------------

           MOVE 'BLOQUEOS ADMINISTRATIVOS (BLOQUEOS)' TO DS-TITULO.
           MOVE CAB-BLOQUEO              TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-BLOQUEOS-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE BLOQUEOS-DATOS-FD
               MOVE ALU-CODIGO           TO BLOQUEOS-ALUMNO-FD
               MOVE LOW-VALUES           TO BLOQUEOS-TIPO-FD
               START BLOQUEOS KEY >= BLOQUEOS-CLAVE-FD
               IF  NOT 88-FS-BLOQUEOS-OK
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE BLOQUEOS-REGISTRO
               READ BLOQUEOS NEXT RECORD INTO BLOQUEOS-REGISTRO
               IF  88-FS-BLOQUEOS-OK
               AND BLOQUEOS-COD-ALUMNO = ALU-CODIGO
                   MOVE BLOQUEOS-TIPO        TO DDB-TIPO
                   MOVE BLOQUEOS-MOTIVO      TO DDB-MOTIVO
                   MOVE BLOQUEOS-COLOCADO-POR TO DDB-COLOCADO-POR
                   MOVE BLOQUEOS-FECHA-ALTA  TO WS-FECHA-EDITO-X
                   PERFORM 24900-EDITO-FECHA
                   MOVE WS-FECHA-ED-X        TO DDB-FECHA
                   MOVE DD-BLOQUEO           TO DD-TEXTO
                   PERFORM 25020-LINEA-DATO
               ELSE
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-PERFORM.

           PERFORM 25030-FIN-SECCION.

       25550-SECCION-PAGOS.
      *--------------------

           MOVE 'PAGOS DE ARANCELES (PAGOS)' TO DS-TITULO.
           MOVE CAB-PAGO                 TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           OPEN INPUT PAGOS.

           IF  88-FS-PAGOS-OK
               PERFORM UNTIL NOT 88-FS-PAGOS-OK
                   INITIALIZE PAGOS-RECORD
                   READ PAGOS INTO PAGOS-RECORD
                   IF  88-FS-PAGOS-OK
                   AND PAGOS-COD-ALUMNO = ALU-CODIGO
                       MOVE PAGOS-COD-MATERIA  TO DDP-MATERIA
                       MOVE PAGOS-FECHA-EXAMEN TO WS-FECHA-EDITO-X
                       PERFORM 24900-EDITO-FECHA
                       MOVE WS-FECHA-ED-X      TO DDP-FECHA-EXAMEN
                       MOVE PAGOS-IMPORTE      TO DDP-IMPORTE
                       MOVE PAGOS-FECHA-PAGO   TO WS-FECHA-EDITO-X
                       PERFORM 24900-EDITO-FECHA
                       MOVE WS-FECHA-ED-X      TO DDP-FECHA-PAGO
                       MOVE DD-PAGO            TO DD-TEXTO
                       PERFORM 25020-LINEA-DATO
                   END-IF
               END-PERFORM
               CLOSE PAGOS
           END-IF.

           PERFORM 25030-FIN-SECCION.

       25600-SECCION-SOLICITUDES.
      *--------------------------
      *  SOLICITQ ESTA ORDENADO POR TRAMITE: SE RECORRE ENTERO Y
      *  SE TOMAN LAS SOLICITUDES POR LEGAJO O POR EL DNI DEL
      *  ALUMNO.
      *--------------------------

           MOVE 'SOLICITUDES DE CERTIFICADO (SOLICITQ)'
                                         TO DS-TITULO.
           MOVE CAB-SOLICIT              TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-SOLICITQ-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE SOLICITQ-DATOS-FD
               MOVE LOW-VALUES           TO SOLICITQ-CLAVE-FD
               START SOLICITQ KEY >= SOLICITQ-CLAVE-FD
               IF  NOT 88-FS-SOLICITQ-OK
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE SOLICITQ-REGISTRO
               READ SOLICITQ NEXT RECORD INTO SOLICITQ-REGISTRO
               EVALUATE TRUE
                   WHEN NOT 88-FS-SOLICITQ-OK
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN 88-SOLICITQ-LEGAJO
                    AND SOLICITQ-NUMERO = ALU-CODIGO
                   WHEN 88-SOLICITQ-DNI
                    AND SOLICITQ-NUMERO = ALU-DNI
                    AND ALU-DNI > 0
                        PERFORM 25610-LINEA-SOLICITUD
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
           END-PERFORM.

           PERFORM 25030-FIN-SECCION.

       25610-LINEA-SOLICITUD.
      *----------------------

           MOVE SOLICITQ-TRAMITE         TO DDS-TRAMITE.
           MOVE SOLICITQ-TIPO            TO DDS-TIPO.
           MOVE SOLICITQ-NUMERO          TO DDS-NUMERO.
           MOVE SOLICITQ-DESTINO         TO DDS-DESTINO.
           MOVE SOLICITQ-URGENCIA        TO DDS-URGENCIA.
           MOVE SOLICITQ-FECHA-SOLICITUD TO WS-FECHA-EDITO-X.
           PERFORM 24900-EDITO-FECHA.
           MOVE WS-FECHA-ED-X            TO DDS-FECHA-SOLICITUD.
           MOVE SOLICITQ-ESTADO          TO DDS-ESTADO.
           MOVE SOLICITQ-FECHA-EMISION   TO WS-FECHA-EDITO-X.
           PERFORM 24900-EDITO-FECHA.
           MOVE WS-FECHA-ED-X            TO DDS-FECHA-EMISION.
           MOVE DD-SOLICIT               TO DD-TEXTO.
           PERFORM 25020-LINEA-DATO.

       25650-SECCION-EGRESOS.
      *----------------------

           MOVE 'EGRESOS (EGRESADOS)'    TO DS-TITULO.
           MOVE CAB-EGRESO               TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-EGRESADOS-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE EGRESADOS-DATOS-FD
               MOVE ALU-CODIGO           TO EGRESADOS-ALUMNO-FD
               MOVE LOW-VALUES           TO EGRESADOS-CARRERA-FD
               START EGRESADOS KEY >= EGRESADOS-CLAVE-FD
               IF  NOT 88-FS-EGRESADOS-OK
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE EGRESADOS-REGISTRO
               READ EGRESADOS NEXT RECORD INTO EGRESADOS-REGISTRO
               IF  88-FS-EGRESADOS-OK
               AND EGRESADOS-COD-ALUMNO = ALU-CODIGO
                   MOVE EGRESADOS-COD-CARRERA  TO DDG-CARRERA
                   MOVE EGRESADOS-FECHA-EGRESO TO WS-FECHA-EDITO-X
                   PERFORM 24900-EDITO-FECHA
                   MOVE WS-FECHA-ED-X          TO DDG-FECHA
                   MOVE EGRESADOS-PROMEDIO     TO DDG-PROMEDIO
                   MOVE DD-EGRESO              TO DD-TEXTO
                   PERFORM 25020-LINEA-DATO
               ELSE
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-PERFORM.

           PERFORM 25030-FIN-SECCION.

       25700-SECCION-DIARIO.
      *---------------------
      *  MOVIMIENTOS DEL DIARIO SOBRE LOS ARCHIVOS CUYA CLAVE
      *  EMPIEZA POR EL LEGAJO. EL DIARIO ESTA ABIERTO EN EXTEND:
      *  SE CIERRA, SE LEE ENTERO Y SE VUELVE A ABRIR.
      *---------------------

           MOVE 'MOVIMIENTOS DEL DIARIO (MNTJRN)' TO DS-TITULO.
           MOVE CAB-DIARIO               TO DD-TEXTO.
           PERFORM 25010-TITULO-SECCION.

           CLOSE MNTJRN.
           SET 88-OPEN-MNTJRN-NO         TO TRUE.

           OPEN INPUT MNTJRN.

           IF  88-FS-MNTJRN-OK
               PERFORM UNTIL NOT 88-FS-MNTJRN-OK
                   INITIALIZE MNTJRN-RECORD
                   READ MNTJRN INTO MNTJRN-RECORD
                   IF  88-FS-MNTJRN-OK
                       PERFORM 25710-EVALUO-MOVIMIENTO
                   END-IF
               END-PERFORM
               CLOSE MNTJRN
           END-IF.

           PERFORM 10200-ABRO-MNTJRN-EXTEND.

           PERFORM 25030-FIN-SECCION.

       25710-EVALUO-MOVIMIENTO.
      *------------------------

           EVALUATE MNTJRN-ARCHIVO
               WHEN 'ALUMNOS'
               WHEN 'ALUCARR'
               WHEN 'TUTORES'
               WHEN 'INSCRIPC'
               WHEN 'LISTAESP'
               WHEN 'EQUIVALE'
               WHEN 'BLOQUEOS'
               WHEN 'CURSADAS'
               WHEN 'TITULOS'
               WHEN 'REBOTES'
                    IF  MNTJRN-IMAGEN-ANTES(1:6)   = ALU-CLAVE
                    OR  MNTJRN-IMAGEN-DESPUES(1:6) = ALU-CLAVE
                        PERFORM 25720-LINEA-MOVIMIENTO
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       25720-LINEA-MOVIMIENTO.
      *-----------------------
      *  CADA IMAGEN SE IMPRIME EN TRAMOS DE 60 POSICIONES; LOS
      *  TRAMOS EN BLANCO NO SE IMPRIMEN.
      *-----------------------

           ADD 1                         TO WS-CANT-SECCION.

           MOVE MNTJRN-FECHA             TO WS-FECHA-EDITO-X.
           PERFORM 24900-EDITO-FECHA.

           MOVE 'ANTES'                  TO DDJ-IMAGEN-TIPO.
           MOVE MNTJRN-IMAGEN-ANTES      TO WS-JRN-IMAGEN.
           PERFORM 25730-LINEAS-IMAGEN.

           MOVE 'DESPUES'                TO DDJ-IMAGEN-TIPO.
           MOVE MNTJRN-IMAGEN-DESPUES    TO WS-JRN-IMAGEN.
           PERFORM 25730-LINEAS-IMAGEN.

       25730-LINEAS-IMAGEN.
      *--------------------

           PERFORM VARYING WS-JRN-PARTE FROM 1 BY 1
                     UNTIL WS-JRN-PARTE > 3
               COMPUTE WS-JRN-DESDE = WS-JRN-PARTE * 60 - 59
               IF  WS-JRN-PARTE = 1
               OR  WS-JRN-IMAGEN(WS-JRN-DESDE:60) NOT = SPACES
                   IF  WS-JRN-PARTE = 1
                   AND DDJ-IMAGEN-TIPO = 'ANTES'
                       MOVE WS-FECHA-ED-X    TO DDJ-FECHA
                       MOVE MNTJRN-HORA      TO DDJ-HORA
                       MOVE MNTJRN-PROGRAMA  TO DDJ-PROGRAMA
                       MOVE MNTJRN-ARCHIVO   TO DDJ-ARCHIVO
                       MOVE MNTJRN-ACCION    TO DDJ-ACCION
                   ELSE
                       MOVE SPACES           TO DDJ-FECHA
                                                DDJ-HORA
                                                DDJ-PROGRAMA
                                                DDJ-ARCHIVO
                                                DDJ-ACCION
                   END-IF
                   IF  WS-JRN-PARTE > 1
                       MOVE SPACES           TO DDJ-IMAGEN-TIPO
                   END-IF
                   MOVE WS-JRN-IMAGEN(WS-JRN-DESDE:60) TO DDJ-IMAGEN
                   MOVE DD-DIARIO            TO DD-TEXTO
                   MOVE DET-DATO             TO REG-DOSSIER
                   PERFORM 26000-ESCRIBO-DOSSIER
               END-IF
           END-PERFORM.

       26000-ESCRIBO-DOSSIER.
      *----------------------

           IF 88-SALTO-HOJA-DOS-SI
              SET 88-SALTO-HOJA-DOS-NO TO TRUE
              WRITE REG-DOSSIER-FD  FROM REG-DOSSIER AFTER PAGE
           ELSE
              WRITE REG-DOSSIER-FD  FROM REG-DOSSIER AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-DOSSIER-OK
                   ADD 1              TO  WS-GRABADOS-DOSSIER
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26000-ESCRIBO-DOSSIER'
                   DISPLAY 'ERROR EN ESCRIBO    DOSSIER'
                   DISPLAY 'FILE STATUS       :' FS-DOSSIER
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       26100-ESCRIBO-DATOSLST.
      *-----------------------

           IF 88-SALTO-HOJA-LST-SI
              SET 88-SALTO-HOJA-LST-NO TO TRUE
              WRITE REG-DATOSLST-FD FROM REG-DATOSLST AFTER PAGE
           ELSE
              WRITE REG-DATOSLST-FD FROM REG-DATOSLST AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-DATOSLST-OK
                   ADD 1              TO  WS-GRABADOS-DATOSLST
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26100-ESCRIBO-DATOSLST'
                   DISPLAY 'ERROR EN ESCRIBO    DATOSLST'
                   DISPLAY 'FILE STATUS       :' FS-DATOSLST
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       27000-LIMPIO-NOTIHIST.
      *----------------------
      *  LOS EVENTOS DE NOTIFICACION GUARDAN EL CONTACTO USADO: A
      *  LOS DE LOS ALUMNOS MARCADOS SE LES BORRA EMAIL Y TELEFONO.
      *----------------------

           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-NOTIHIST-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE NOTIHIST-DATOS-FD
               MOVE LOW-VALUES           TO NOTIHIST-CLAVE-FD
               START NOTIHIST KEY >= NOTIHIST-CLAVE-FD
               IF  NOT 88-FS-NOTIHIST-OK
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE NOTIHIST-REGISTRO
               READ NOTIHIST NEXT RECORD INTO NOTIHIST-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-NOTIHIST-OK
                        MOVE NOTIHIST-COD-ALUMNO TO WS-ACT-ALUMNO
                        PERFORM 27900-BUSCO-MARCADO
                        IF  WS-IDX-TAB-MRC <= WS-CANT-TAB-MRC
                        AND (NOTIHIST-EMAIL    NOT = SPACES
                         OR  NOTIHIST-TELEFONO NOT = SPACES)
                            PERFORM 27100-REGRABO-NOTIHIST
                        END-IF
                   WHEN 88-FS-NOTIHIST-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 27000-LIMPIO-NOTIHIST'
                        DISPLAY 'ERROR EN READ       NOTIHIST'
                        DISPLAY 'FILE STATUS       :' FS-NOTIHIST
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       27100-REGRABO-NOTIHIST.
      *-----------------------

           MOVE SPACES                   TO NOTIHIST-EMAIL
                                            NOTIHIST-TELEFONO.

           REWRITE NOTIHIST-DATOS-FD     FROM NOTIHIST-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-NOTIHIST-OK
                    ADD 1                TO WS-NOTIHIST-LIMPIADOS
                    MOVE WS-TAB-MRC-ACCION(WS-IDX-TAB-MRC)
                                         TO WS-JRN-ACCION
                    MOVE 'NOTIHIST'      TO WS-JRN-ARCHIVO
                    MOVE NOTIHIST-CLAVE  TO WS-JRN-IMAGEN-ANTES
                    MOVE NOTIHIST-REGISTRO TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28000-GRABO-MNTJRN
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 27100-REGRABO-NOTIHIST'
                    DISPLAY 'ERROR EN REWRITE    NOTIHIST'
                    DISPLAY 'FILE STATUS       :' FS-NOTIHIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       27500-LIMPIO-SOLICITQ.
      *----------------------
      *  LAS SOLICITUDES PEDIDAS POR DNI DE UN ALUMNO ANONIMIZADO
      *  PASAN A IDENTIFICARSE POR SU LEGAJO. EL BORRADO DE
      *  CONTACTO NO LAS TOCA (EL DNI NO ES DATO DE CONTACTO).
      *----------------------

           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-SOLICITQ-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE SOLICITQ-DATOS-FD
               MOVE LOW-VALUES           TO SOLICITQ-CLAVE-FD
               START SOLICITQ KEY >= SOLICITQ-CLAVE-FD
               IF  NOT 88-FS-SOLICITQ-OK
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE SOLICITQ-REGISTRO
               READ SOLICITQ NEXT RECORD INTO SOLICITQ-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-SOLICITQ-OK
                        IF  88-SOLICITQ-DNI
                            PERFORM 27600-BUSCO-DNI-MARCADO
                        END-IF
                   WHEN 88-FS-SOLICITQ-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 27500-LIMPIO-SOLICITQ'
                        DISPLAY 'ERROR EN READ       SOLICITQ'
                        DISPLAY 'FILE STATUS       :' FS-SOLICITQ
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       27600-BUSCO-DNI-MARCADO.
      *------------------------

           SET  WS-IDX-TAB-MRC           TO 1.
           PERFORM UNTIL WS-IDX-TAB-MRC > WS-CANT-TAB-MRC
                    OR (WS-TAB-MRC-DNI(WS-IDX-TAB-MRC) =
                                              SOLICITQ-NUMERO
                   AND  WS-TAB-MRC-ACCION(WS-IDX-TAB-MRC) = 'N')
               SET WS-IDX-TAB-MRC        UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-MRC <= WS-CANT-TAB-MRC
               SET 88-SOLICITQ-LEGAJO    TO TRUE
               MOVE WS-TAB-MRC-ALUMNO(WS-IDX-TAB-MRC)
                                         TO SOLICITQ-NUMERO
               REWRITE SOLICITQ-DATOS-FD FROM SOLICITQ-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-SOLICITQ-OK
                        ADD 1            TO WS-SOLICITQ-CAMBIADAS
                        MOVE 'N'         TO WS-JRN-ACCION
                        MOVE 'SOLICITQ'  TO WS-JRN-ARCHIVO
                        MOVE SOLICITQ-CLAVE TO WS-JRN-IMAGEN-ANTES
                        MOVE SOLICITQ-REGISTRO
                                         TO WS-JRN-IMAGEN-DESPUES
                        PERFORM 28000-GRABO-MNTJRN
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 27600-BUSCO-DNI-MARCADO'
                        DISPLAY 'ERROR EN REWRITE    SOLICITQ'
                        DISPLAY 'FILE STATUS       :' FS-SOLICITQ
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       27900-BUSCO-MARCADO.
      *--------------------

           SET  WS-IDX-TAB-MRC           TO 1.
           PERFORM UNTIL WS-IDX-TAB-MRC > WS-CANT-TAB-MRC
                    OR WS-TAB-MRC-ALUMNO(WS-IDX-TAB-MRC) =
                                              WS-ACT-ALUMNO
               SET WS-IDX-TAB-MRC        UP BY 1
           END-PERFORM.

       28000-GRABO-MNTJRN.
      *-------------------
      *  GRABA EN EL DIARIO COMUN MNTJRN EL CAMBIO RECIEN HECHO,
      *  IGUAL QUE 28000-GRABO-MNTJRN EN MNTALUM.
      *-------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           INITIALIZE MNTJRN-RECORD.

           MOVE 'BOPGM61'                TO MNTJRN-PROGRAMA.
           MOVE WS-CURRENT-DATE-YYYY     TO MNTJRN-FECHA-AAAA.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO MNTJRN-HORA.
           MOVE WS-CURRENT-DATE-MM       TO MNTJRN-FECHA-MM.
           MOVE WS-CURRENT-DATE-DD       TO MNTJRN-FECHA-DD.
           MOVE WS-JRN-ARCHIVO           TO MNTJRN-ARCHIVO.
           MOVE WS-JRN-ACCION            TO MNTJRN-ACCION.
           MOVE WS-JRN-IMAGEN-ANTES      TO MNTJRN-IMAGEN-ANTES.
           MOVE WS-JRN-IMAGEN-DESPUES    TO MNTJRN-IMAGEN-DESPUES.

           WRITE MNTJRN-RECORD-FD FROM MNTJRN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-MNTJRN-OK
                    ADD 1                TO WS-GRABADOS-MNTJRN
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 28000-GRABO-MNTJRN'
                    DISPLAY 'ERROR EN WRITE      MNTJRN'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------

           IF  WS-PEDIDOS-RECHAZADOS > 0
               MOVE 4                    TO WS-RETORNO
           END-IF.

           MOVE WS-PEDIDOS-LEIDOS        TO TRD-PEDIDOS.
           MOVE WS-PEDIDOS-RECHAZADOS    TO TRD-RECHAZADOS.
           MOVE WS-DOSSIERS              TO TRD-DOSSIERS.
           MOVE WS-CONTACTOS-BORRADOS    TO TRD-CONTACTOS.
           MOVE WS-ANONIMIZADOS          TO TRD-ANONIMIZADOS.
           MOVE WS-SIN-ACTIVIDAD         TO TRD-SIN-ACTIVIDAD.
           MOVE WS-TUTORES-BORRADOS      TO TRD-TUTORES.
           MOVE WS-NOTIHIST-LIMPIADOS    TO TRD-NOTIHIST.
           MOVE WS-SOLICITQ-CAMBIADAS    TO TRD-SOLICITQ.

           MOVE SPACES                   TO REG-DATOSLST.
           PERFORM 26100-ESCRIBO-DATOSLST.
           MOVE TRL-DATOS                TO REG-DATOSLST.
           PERFORM 26100-ESCRIBO-DATOSLST.
           MOVE TRL-DATOS-2              TO REG-DATOSLST.
           PERFORM 26100-ESCRIBO-DATOSLST.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'PEDIDOS LEIDOS    :' WS-PEDIDOS-LEIDOS.
           DISPLAY 'PEDIDOS RECHAZADOS:' WS-PEDIDOS-RECHAZADOS.
           DISPLAY 'DOSSIERS          :' WS-DOSSIERS.
           DISPLAY 'CONTACTOS BORRADOS:' WS-CONTACTOS-BORRADOS.
           DISPLAY 'ANONIMIZADOS      :' WS-ANONIMIZADOS.
           DISPLAY 'SIN ACTIVIDAD     :' WS-SIN-ACTIVIDAD.
           DISPLAY 'TUTORES BORRADOS  :' WS-TUTORES-BORRADOS.
           DISPLAY 'REBOTES BORRADOS  :' WS-REBOTES-BORRADOS.
           DISPLAY 'EVENTOS NOTIHIST  :' WS-NOTIHIST-LIMPIADOS.
           DISPLAY 'SOLICITQ A LEGAJO :' WS-SOLICITQ-CAMBIADAS.
           DISPLAY 'GRABADOS MNTJRN   :' WS-GRABADOS-MNTJRN.
           DISPLAY 'LINEAS DOSSIER    :' WS-GRABADOS-DOSSIER.
           DISPLAY 'LINEAS DATOSLST   :' WS-GRABADOS-DATOSLST.
           IF  WS-ACT-EXCEDIDOS > 0
               DISPLAY 'TABLA ACTIVIDAD EXCEDIDA, ALUMNOS SIN '
                       'EVALUAR :' WS-ACT-EXCEDIDOS
           END-IF.
           IF  WS-MARCADOS-EXCEDIDOS > 0
               DISPLAY 'TABLA DE MARCADOS EXCEDIDA, NOTIHIST Y '
                       'SOLICITQ SIN LIMPIAR :' WS-MARCADOS-EXCEDIDOS
           END-IF.
           DISPLAY 'RETORNO           :' WS-RETORNO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-DATOSREQ-SI
              SET 88-OPEN-DATOSREQ-NO TO TRUE
              CLOSE DATOSREQ
           END-IF.

           IF 88-OPEN-ALUMNOS-SI
              SET 88-OPEN-ALUMNOS-NO  TO TRUE
              CLOSE ALUMNOS
           END-IF.

           IF 88-OPEN-TUTORES-SI
              SET 88-OPEN-TUTORES-NO  TO TRUE
              CLOSE TUTORES
           END-IF.

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO TO TRUE
              CLOSE INSCRIPC
           END-IF.

           IF 88-OPEN-EQUIVALE-SI
              SET 88-OPEN-EQUIVALE-NO TO TRUE
              CLOSE EQUIVALE
           END-IF.

           IF 88-OPEN-BLOQUEOS-SI
              SET 88-OPEN-BLOQUEOS-NO TO TRUE
              CLOSE BLOQUEOS
           END-IF.

           IF 88-OPEN-SOLICITQ-SI
              SET 88-OPEN-SOLICITQ-NO TO TRUE
              CLOSE SOLICITQ
           END-IF.

           IF 88-OPEN-EGRESADOS-SI
              SET 88-OPEN-EGRESADOS-NO TO TRUE
              CLOSE EGRESADOS
           END-IF.

           IF 88-OPEN-NOTIHIST-SI
              SET 88-OPEN-NOTIHIST-NO TO TRUE
              CLOSE NOTIHIST
           END-IF.

           IF 88-OPEN-REBOTES-SI
              SET 88-OPEN-REBOTES-NO  TO TRUE
              CLOSE REBOTES
           END-IF.

           IF 88-OPEN-MNTJRN-SI
              SET 88-OPEN-MNTJRN-NO   TO TRUE
              CLOSE MNTJRN
           END-IF.

           IF 88-OPEN-DOSSIER-SI
              SET 88-OPEN-DOSSIER-NO  TO TRUE
              CLOSE DOSSIER
           END-IF.

           IF 88-OPEN-DATOSLST-SI
              SET 88-OPEN-DATOSLST-NO TO TRUE
              CLOSE DATOSLST
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
