       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM62.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA DISTRIBUYE LOS REPORTES DE LA NOCHE POR
      * SEDE: RELEE EL LISTADO (BOPGM01), LAS ACTAS (BOPGM11), LA
      * ESTADISTICA (BOPGM13) Y EL PARTE DE OCUPACION (BOPGM30),
      * RECONOCE EN CADA LINEA A QUE INSTITUTO PERTENECE Y LA
      * GRABA EN DISTSAL (VER WDISTSAL) CON LA CLAVE SEDE +
      * REPORTE + CANAL. EL JOB STREAM PARTE DISTSAL EN UN ARCHIVO
      * POR SEDE Y REPORTE: REEMPLAZA EL CORTE A MANO QUE SE HACIA
      * CADA MANANA ANTES DE MANDAR LOS PAPELES A CADA SEDE.
      *-----------------------------------------------------------
      * QUE SEDE RECIBE QUE REPORTE Y POR QUE CANAL (CORREO,
      * SERVIDOR DE ARCHIVOS O VALIJA) LO DICE LA TABLA DISTRIB
      * (VER WDISTRIB). LA SEDE SE IDENTIFICA POR CODIGO O POR
      * NOMBRE DE INSTITUTOS, SEGUN LO QUE IMPRIMA CADA REPORTE:
      *   LISTADO     : LA COLUMNA INSTITUTO DE CADA ALUMNO. EL
      *                 ENCABEZADO SE REPITE Y LA SEDE RECIBE SUS
      *                 LINEAS REPAGINADAS. SUBTOTALES, TOTALES Y
      *                 TRAILER SON DE TODAS LAS SEDES: NO SE
      *                 DISTRIBUYEN.
      *   ACTAS       : CADA ACTA (UNA HOJA) VA ENTERA A LA SEDE
      *                 DE SU LINEA INSTITUTO.
      *   ESTADISTICA : EL BLOQUE DE CADA INSTITUTO, CON EL TITULO
      *                 DEL PERIODO; EL TOTAL DEL PERIODO NO.
      *   OCUPACION   : CADA LLAMADO A SU SEDE; UN LLAMADO SIN
      *                 SEDE VALE PARA TODAS Y VA A CADA SEDE QUE
      *                 RECIBE EL PARTE.
      * UN REPORTE QUE NO SE GENERO EN LA CORRIDA SE INFORMA COMO
      * NO GENERADO, NO ES UN ERROR.
      *-----------------------------------------------------------
      * PARA QUE CADA SEDE CONFIRME QUE RECIBIO TODO:
      *   - CADA ARCHIVO DE SEDE TERMINA CON UNA LINEA
      *     '*TRAILER-DIS ' CON SUS PAGINAS, LINEAS Y TOTAL DE
      *     CONTROL (EXAMENES, ACTAS, MATERIAS O LLAMADOS).
      *   - CADA SEDE RECIBE ADEMAS SU HOJA DE MANIFIESTO (REPORTE
      *     'MANIFIESTO' EN DISTSAL) CON LOS MISMOS TOTALES DE
      *     CADA REPORTE QUE LE CORRESPONDE, AUNQUE HOY NO TENGA
      *     CONTENIDO. VA POR EL CANAL DE SU PRIMER REGISTRO EN
      *     DISTRIB.
      *   - MANIFIESTO ES EL REPORTE CENTRAL: LOS ENVIOS DE TODAS
      *     LAS SEDES, LOS REGISTROS RECHAZADOS DE DISTRIB Y EL
      *     CUADRE DE LINEAS DE CADA REPORTE (LEIDAS = ENCABEZADO
      *     + ENVIADAS + COMUNES + SIN DISTRIBUCION).
      *-----------------------------------------------------------
      * RETORNO: RC=0 TODO DISTRIBUIDO. RC=4 HAY LINEAS DE UNA
      * SEDE SIN REGISTRO EN DISTRIB PARA ESE REPORTE, REGISTROS
      * DE DISTRIB RECHAZADOS O NO HAY TABLA DE DISTRIBUCION: LO
      * QUE NO SE ENVIO FIGURA EN EL MANIFIESTO. RC=16 ERROR DE
      * ARCHIVO.
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

           SELECT OPTIONAL DISTRIB ASSIGN       TO
                                   'DISTRIB'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-DISTRIB.

           SELECT OPTIONAL INSTITUTOS ASSIGN    TO
                                   'INSTITUTOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS INSTITUTOS-CODIGO-FD
                                   FILE STATUS  IS FS-INSTITUTOS.

      *----------------------------------------------------------
      *  REPORTES A DISTRIBUIR. SE ESCRIBEN CON CONTROL DE CARRO
      *  (WRITE AFTER), ASI QUE ACA SE RELEEN COMO LINE
      *  SEQUENTIAL, IGUAL QUE EN BOPGM20. TODOS SON OPCIONALES:
      *  EL QUE NO SE GENERO SALE COMO NO GENERADO.
      *----------------------------------------------------------
           SELECT OPTIONAL LISTADO ASSIGN       TO
                                   'LISTADO'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-LISTADO.

           SELECT OPTIONAL ACTAS   ASSIGN       TO
                                   'ACTAS'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ACTAS.

           SELECT OPTIONAL ESTADISTICA ASSIGN   TO
                                   'ESTADISTICA'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ESTADISTICA.

           SELECT OPTIONAL OCUPACION ASSIGN     TO
                                   'OCUPACION'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-OCUPACION.

      *----------------------------------------------------------
      *  DISTSAL LO PARTE EL JOB STREAM POR SEDE + REPORTE, ASI
      *  QUE SE ESCRIBE COMO LINE SEQUENTIAL (UNA LINEA POR LINEA
      *  DE REPORTE).
      *----------------------------------------------------------
           SELECT DISTSAL          ASSIGN       TO
                                   'DISTSAL'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-DISTSAL.

           SELECT MANIFIESTO       ASSIGN       TO
                                   'MANIFIESTO'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MANIFIESTO.

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

       FILE SECTION.
      *------------

       FD  DISTRIB
           RECORDING MODE IS F.
       01  DISTRIB-RECORD-FD             PIC  X(80).

       FD  INSTITUTOS.
       01  COD-INSTITUTOS-DATOS-FD.
           03  INSTITUTOS-CODIGO-FD      PIC X(10).
           03  FILLER                    PIC X(70).

       FD  LISTADO.
       01  REG-LISTADO-FD                PIC  X(174).

       FD  ACTAS.
       01  REG-ACTAS-FD                  PIC  X(132).

       FD  ESTADISTICA.
       01  REG-ESTADISTICA-FD            PIC  X(132).

       FD  OCUPACION.
       01  REG-OCUPACION-FD              PIC  X(132).

       FD  DISTSAL.
       01  DISTSAL-RECORD-FD             PIC  X(200).

       FD  MANIFIESTO
           RECORDING MODE IS F.
       01  REG-MANIFIESTO-FD             PIC  X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM62'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  FS-DISTRIB                    PIC  X(02) VALUE ' '.
           88 88-FS-DISTRIB-OK                      VALUE '00'.
           88 88-FS-DISTRIB-EOF                     VALUE '10'.

       77  FS-INSTITUTOS                 PIC  X(02) VALUE ' '.
           88 88-FS-INSTITUTOS-OK                   VALUE '00'.
           88 88-FS-INSTITUTOS-EOF                  VALUE '10'.

       77  FS-LISTADO                    PIC  X(02) VALUE ' '.
           88 88-FS-LISTADO-OK                      VALUE '00'.
           88 88-FS-LISTADO-EOF                     VALUE '10'.

       77  FS-ACTAS                      PIC  X(02) VALUE ' '.
           88 88-FS-ACTAS-OK                        VALUE '00'.
           88 88-FS-ACTAS-EOF                       VALUE '10'.

       77  FS-ESTADISTICA                PIC  X(02) VALUE ' '.
           88 88-FS-ESTADISTICA-OK                  VALUE '00'.
           88 88-FS-ESTADISTICA-EOF                 VALUE '10'.

       77  FS-OCUPACION                  PIC  X(02) VALUE ' '.
           88 88-FS-OCUPACION-OK                    VALUE '00'.
           88 88-FS-OCUPACION-EOF                   VALUE '10'.

       77  FS-DISTSAL                    PIC  X(02) VALUE ' '.
           88 88-FS-DISTSAL-OK                      VALUE '00'.

       77  FS-MANIFIESTO                 PIC  X(02) VALUE ' '.
           88 88-FS-MANIFIESTO-OK                   VALUE '00'.

       77  WS-OPEN-DISTRIB               PIC X      VALUE 'N'.
           88 88-OPEN-DISTRIB-SI                    VALUE 'S'.
           88 88-OPEN-DISTRIB-NO                    VALUE 'N'.

       77  WS-OPEN-INSTITUTOS            PIC X      VALUE 'N'.
           88 88-OPEN-INSTITUTOS-SI                 VALUE 'S'.
           88 88-OPEN-INSTITUTOS-NO                 VALUE 'N'.

       77  WS-OPEN-LISTADO               PIC X      VALUE 'N'.
           88 88-OPEN-LISTADO-SI                    VALUE 'S'.
           88 88-OPEN-LISTADO-NO                    VALUE 'N'.

       77  WS-OPEN-ACTAS                 PIC X      VALUE 'N'.
           88 88-OPEN-ACTAS-SI                      VALUE 'S'.
           88 88-OPEN-ACTAS-NO                      VALUE 'N'.

       77  WS-OPEN-ESTADISTICA           PIC X      VALUE 'N'.
           88 88-OPEN-ESTADISTICA-SI                VALUE 'S'.
           88 88-OPEN-ESTADISTICA-NO                VALUE 'N'.

       77  WS-OPEN-OCUPACION             PIC X      VALUE 'N'.
           88 88-OPEN-OCUPACION-SI                  VALUE 'S'.
           88 88-OPEN-OCUPACION-NO                  VALUE 'N'.

       77  WS-OPEN-DISTSAL               PIC X      VALUE 'N'.
           88 88-OPEN-DISTSAL-SI                    VALUE 'S'.
           88 88-OPEN-DISTSAL-NO                    VALUE 'N'.

       77  WS-OPEN-MANIFIESTO            PIC X      VALUE 'N'.
           88 88-OPEN-MANIFIESTO-SI                 VALUE 'S'.
           88 88-OPEN-MANIFIESTO-NO                 VALUE 'N'.

       77  WS-DISTRIB-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-DISTRIB-RECHAZADOS         PIC 9(07)  VALUE 0.
       77  WS-LINEAS-LEIDAS              PIC 9(09)  VALUE 0.
       77  WS-LINEAS-SIN-DISTRIB         PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-DISTSAL           PIC 9(09)  VALUE 0.
       77  WS-GRABADOS-MANIFIESTO        PIC 9(09)  VALUE 0.
       77  WS-ARCHIVOS-SEDE              PIC 9(05)  VALUE 0.

       77  WS-MOTIVO-RECHAZO             PIC X(30)  VALUE ' '.
       77  WS-HAY-RECHAZOS               PIC X      VALUE 'N'.
           88 88-HAY-RECHAZOS-SI                    VALUE 'S'.
           88 88-HAY-RECHAZOS-NO                    VALUE 'N'.

      *-------------------------------------------------------------*
      *     LINEA DEL REPORTE EN PROCESO Y LINEA QUE SE ENVIA       *
      *-------------------------------------------------------------*
       77  WS-LINEA                      PIC X(174) VALUE ' '.
       77  WS-LINEA-AUX                  PIC X(174) VALUE ' '.
       77  WS-LINEA-SALIDA               PIC X(174) VALUE ' '.

      *-------------------------------------------------------------*
      *     ESTADO DE LA HOJA DEL REPORTE FUENTE EN PROCESO:        *
      *     NUMERO DE HOJA, SEDE A LA QUE PERTENECE LO QUE SIGUE    *
      *     (ACTAS Y ESTADISTICA) Y SI YA SE ENVIO ALGUNA LINEA.    *
      *     LO QUE ESTA ANTES DE LA PRIMERA LINEA ENVIADA ES EL     *
      *     ENCABEZADO DE LA HOJA: SE GUARDA Y SE REPITE EN CADA    *
      *     HOJA DE SEDE.                                           *
      *-------------------------------------------------------------*
       77  WS-NRO-REP                    PIC 9(01)  VALUE 0.
       77  WS-PAGINA-FUENTE              PIC 9(05)  VALUE 0.
       77  WS-SEDE-VALOR                 PIC X(50)  VALUE ' '.
       77  WS-SEDE-CODIGO                PIC X(10)  VALUE ' '.
       77  WS-SEDE-ACTUAL                PIC X(10)  VALUE ' '.
       77  WS-LINEAS-MAX                 PIC 9(02)  VALUE 60.
       77  WS-PAGINA-EDIT                PIC ZZZ9.

       77  WS-HAY-SEDE-ACTUAL            PIC X      VALUE 'N'.
           88 88-HAY-SEDE-ACTUAL-SI                 VALUE 'S'.
           88 88-HAY-SEDE-ACTUAL-NO                 VALUE 'N'.

       77  WS-PAGINA-CON-RUTEO           PIC X      VALUE 'N'.
           88 88-PAGINA-CON-RUTEO-SI                VALUE 'S'.
           88 88-PAGINA-CON-RUTEO-NO                VALUE 'N'.

       77  WS-REPAGINA                   PIC X      VALUE 'N'.
           88 88-REPAGINA-SI                        VALUE 'S'.
           88 88-REPAGINA-NO                        VALUE 'N'.

       77  WS-SUMA-CONTROL               PIC X      VALUE 'N'.
           88 88-SUMA-CONTROL-SI                    VALUE 'S'.
           88 88-SUMA-CONTROL-NO                    VALUE 'N'.

       77  WS-ENVIO-HECHO                PIC X      VALUE 'N'.
           88 88-ENVIO-HECHO-SI                     VALUE 'S'.
           88 88-ENVIO-HECHO-NO                     VALUE 'N'.

       77  WS-ENTRADA-HALLADA            PIC X      VALUE 'N'.
           88 88-ENTRADA-HALLADA-SI                 VALUE 'S'.
           88 88-ENTRADA-HALLADA-NO                 VALUE 'N'.

       77  WS-PRIMERA-DE-SEDE            PIC X      VALUE 'N'.
           88 88-PRIMERA-DE-SEDE-SI                 VALUE 'S'.
           88 88-PRIMERA-DE-SEDE-NO                 VALUE 'N'.

       77  WS-SALTO-ENVIO                PIC X      VALUE 'N'.
           88  88-SALTO-ENVIO-SI                    VALUE 'S'.
           88  88-SALTO-ENVIO-NO                    VALUE 'N'.

       77  WS-CANT-ENCAB                 PIC 9(02)  VALUE 0.
       01  WS-TABLA-ENCABEZADO.
           03  WS-TAB-ENC OCCURS 10 TIMES
                          INDEXED BY WS-IDX-TAB-ENC.
               05  WS-TAB-ENC-LINEA       PIC X(174).

      *-------------------------------------------------------------*
      *     REPORTES QUE SE DISTRIBUYEN, EN EL ORDEN EN QUE SE      *
      *     PROCESAN, CON EL CUADRE DE LINEAS DE CADA UNO.          *
      *-------------------------------------------------------------*
       01  WS-REPORTES-VALORES.
           03  FILLER                    PIC X(12)  VALUE 'LISTADO'.
           03  FILLER                    PIC X(12)  VALUE 'ACTAS'.
           03  FILLER                    PIC X(12)  VALUE
                'ESTADISTICA'.
           03  FILLER                    PIC X(12)  VALUE 'OCUPACION'.
       01  WS-TABLA-REP-NOMBRES REDEFINES WS-REPORTES-VALORES.
           03  WS-TAB-REP-NOMBRE OCCURS 4 TIMES
                                         PIC X(12).

       01  WS-TABLA-REP-TOTALES.
           03  WS-TAB-REP OCCURS 4 TIMES.
               05  WS-TAB-REP-GENERADO    PIC X(01).
                   88 88-TAB-REP-GENERADO-SI        VALUE 'S'.
               05  WS-TAB-REP-LEIDAS      PIC 9(07).
               05  WS-TAB-REP-ENCAB       PIC 9(07).
               05  WS-TAB-REP-ENVIADAS    PIC 9(07).
               05  WS-TAB-REP-COMUNES     PIC 9(07).
               05  WS-TAB-REP-SIN-DIS     PIC 9(07).
               05  WS-TAB-REP-PAGINAS     PIC 9(05).

      *-------------------------------------------------------------*
      *     INSTITUTOS (SEDES DE EXAMEN), CARGADOS DE INSTITUTOS    *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-INST              PIC 9(04)  VALUE 0.
       01  WS-TABLA-INSTITUTOS.
           03  WS-TAB-INST OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-INST.
               05  WS-TAB-INST-COD        PIC X(10).
               05  WS-TAB-INST-NOMBRE     PIC X(40).

      *-------------------------------------------------------------*
      *     ENVIOS: UNA ENTRADA POR SEDE + REPORTE, CARGADAS DE     *
      *     DISTRIB. LAS LINEAS DE UNA SEDE QUE NO TIENE REGISTRO   *
      *     PARA ESE REPORTE ABREN UNA ENTRADA SIN CANAL, QUE SOLO  *
      *     CUENTA LO QUE NO SE ENVIO.                              *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-DIS               PIC 9(04)  VALUE 0.
       01  WS-TABLA-DISTRIB.
           03  WS-TAB-DIS OCCURS 400 TIMES
                          INDEXED BY WS-IDX-TAB-DIS WS-IDX-TAB-AUX.
               05  WS-TAB-DIS-SEDE        PIC X(10).
               05  WS-TAB-DIS-REPORTE     PIC X(12).
               05  WS-TAB-DIS-CANAL       PIC X(01).
               05  WS-TAB-DIS-DESTINO     PIC X(50).
               05  WS-TAB-DIS-PAGINAS     PIC 9(05).
               05  WS-TAB-DIS-LINEAS      PIC 9(07).
               05  WS-TAB-DIS-CONTROL     PIC 9(07).
               05  WS-TAB-DIS-LIN-HOJA    PIC 9(03).
               05  WS-TAB-DIS-PAG-FUENTE  PIC 9(05).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  REG-MANIFIESTO                PIC X(132).

       77  WS-LINEA-MAN                  PIC 9(03)  VALUE 0.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     TRAILER DE CADA ARCHIVO DE SEDE                         *
      *-------------------------------------------------------------*
       01  TRL-DIS.
           03  FILLER                    PIC X(13)  VALUE
                '*TRAILER-DIS '.
           03  TRD-SEDE                  PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  TRD-REPORTE               PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ' PAGINAS:'.
           03  TRD-PAGINAS               PIC 9(05).
           03  FILLER                    PIC X(08)  VALUE ' LINEAS:'.
           03  TRD-LINEAS                PIC 9(07).
           03  FILLER                    PIC X(09)  VALUE ' CONTROL:'.
           03  TRD-CONTROL               PIC 9(07).
           03  FILLER                    PIC X(51)  VALUE ' '.

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION DEL MANIFIESTO   *
      *     (EL CENTRAL Y LA HOJA DE CADA SEDE)                     *
      *-------------------------------------------------------------*
       01  TIT-M01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM62'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(50)  VALUE
                'MANIFIESTO DE DISTRIBUCION DE REPORTES POR SEDE'.
           03  FILLER                    PIC X(42)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITM01-FECHA.
               05  TITM01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITM01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITM01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-M02.
           03  FILLER                    PIC X(07)  VALUE ' SEDE: '.
           03  TITM02-SEDE               PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  TITM02-NOMBRE             PIC X(40)  VALUE ' '.
           03  FILLER                    PIC X(74)  VALUE ' '.

       01  TIT-M03.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'SEDE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE 'REPORTE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'CANAL'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE 'DESTINO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'PAGIN.'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE '   LINEAS'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE '  CONTROL'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(25)  VALUE 'OBSERVACION'.
           03  FILLER                    PIC X(03)  VALUE ' '.

       01  TIT-M04.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(40)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(25)  VALUE ALL '-'.
           03  FILLER                    PIC X(03)  VALUE ' '.

       01  DET-MAN.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DMA-SEDE                  PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DMA-REPORTE               PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DMA-CANAL                 PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DMA-DESTINO               PIC X(40)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DMA-PAGINAS               PIC ZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DMA-LINEAS                PIC Z.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DMA-CONTROL               PIC Z.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DMA-OBSERVACION           PIC X(25)  VALUE ' '.
           03  FILLER                    PIC X(03)  VALUE ' '.

       01  TIT-M05.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(60)  VALUE
                'REGISTROS RECHAZADOS DE LA TABLA DE DISTRIBUCION'.
           03  FILLER                    PIC X(71)  VALUE ' '.

       01  DET-RECH.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRE-SEDE                  PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRE-REPORTE               PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRE-CANAL                 PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRE-DESTINO               PIC X(40)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRE-MOTIVO                PIC X(30)  VALUE ' '.
           03  FILLER                    PIC X(34)  VALUE ' '.

       01  TIT-M06.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(60)  VALUE
                'ENVIOS POR SEDE Y REPORTE'.
           03  FILLER                    PIC X(71)  VALUE ' '.

       01  TIT-M07.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(80)  VALUE
                'CUADRE POR REPORTE: LEIDAS = ENCABEZADO + ENVIADAS + CO
      -         'MUNES + SIN DISTRIB.'.
           03  FILLER                    PIC X(51)  VALUE ' '.

       01  TIT-M08.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE 'REPORTE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(11)  VALUE 'ESTADO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE '   LEIDAS'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ' ENCABEZ.'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE ' ENVIADAS'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE '  COMUNES'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(09)  VALUE 'SIN DISTR'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'PAGIN.'.
           03  FILLER                    PIC X(50)  VALUE ' '.

       01  DET-REP.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRP-REPORTE               PIC X(12)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRP-ESTADO                PIC X(11)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRP-LEIDAS                PIC Z.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRP-ENCAB                 PIC Z.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRP-ENVIADAS              PIC Z.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRP-COMUNES               PIC Z.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRP-SIN-DIS               PIC Z.ZZZ.ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DRP-PAGINAS               PIC ZZ.ZZ9.
           03  FILLER                    PIC X(50)  VALUE ' '.

       01  DET-AVISO.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DAV-TEXTO                 PIC X(100) VALUE ' '.
           03  FILLER                    PIC X(31)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WDISTRIB.
       COPY WDISTSAL.
       COPY WINSTITU.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           INITIALIZE WS-TABLA-REP-TOTALES.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 26600-IMPRIMO-TITULOS.
           PERFORM 10150-CARGO-TABLA-INSTITUTOS.
           PERFORM 10160-CARGO-TABLA-DISTRIB.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN OUTPUT DISTSAL.

           EVALUATE FS-DISTSAL
               WHEN '00'
                    SET 88-OPEN-DISTSAL-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT DISTSAL'
                    DISPLAY 'FILE STATUS       :' FS-DISTSAL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT MANIFIESTO.

           EVALUATE FS-MANIFIESTO
               WHEN '00'
                    SET 88-OPEN-MANIFIESTO-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT MANIFIESTO'
                    DISPLAY 'FILE STATUS       :' FS-MANIFIESTO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT INSTITUTOS.

           EVALUATE FS-INSTITUTOS
               WHEN '00'
                    SET 88-OPEN-INSTITUTOS-SI TO TRUE
               WHEN '05'
                    CLOSE INSTITUTOS
                    SET 88-OPEN-INSTITUTOS-NO TO TRUE
               WHEN OTHER
                    SET 88-OPEN-INSTITUTOS-NO TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT DISTRIB.

           EVALUATE FS-DISTRIB
               WHEN '00'
                    SET 88-OPEN-DISTRIB-SI TO TRUE
               WHEN '05'
                    CLOSE DISTRIB
                    SET 88-OPEN-DISTRIB-NO TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT DISTRIB'
                    DISPLAY 'FILE STATUS       :' FS-DISTRIB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-CARGO-TABLA-INSTITUTOS.
      *-----------------------------

           IF  88-OPEN-INSTITUTOS-SI
               PERFORM UNTIL 88-FS-INSTITUTOS-EOF
                   INITIALIZE INSTITUTOS-REGISTRO
                   READ INSTITUTOS INTO INSTITUTOS-REGISTRO
                   IF  88-FS-INSTITUTOS-OK
                   AND WS-CANT-TAB-INST < 100
                       ADD 1              TO WS-CANT-TAB-INST
                       SET WS-IDX-TAB-INST TO WS-CANT-TAB-INST
                       MOVE INSTITUTOS-CODIGO
                              TO WS-TAB-INST-COD(WS-IDX-TAB-INST)
                       MOVE INSTITUTOS-NOMBRE
                              TO WS-TAB-INST-NOMBRE(WS-IDX-TAB-INST)
                   END-IF
               END-PERFORM
               CLOSE INSTITUTOS
               SET 88-OPEN-INSTITUTOS-NO TO TRUE
           END-IF.

       10160-CARGO-TABLA-DISTRIB.
      *--------------------------
      *  CARGA LA TABLA DE DISTRIBUCION. UN REGISTRO CON ERRORES
      *  NO ENTRA A LA TABLA Y SALE EN EL MANIFIESTO CON SU MOTIVO:
      *  ESA SEDE NO RECIBE ESE REPORTE HASTA QUE SE CORRIJA.
      *--------------------------

           IF  88-OPEN-DISTRIB-NO
               MOVE 'NO HAY TABLA DE DISTRIBUCION (DISTRIB): NO SE ENV
      -             'IA NINGUN REPORTE A LAS SEDES'
                                          TO DAV-TEXTO
               MOVE DET-AVISO             TO REG-MANIFIESTO
               PERFORM 26500-ESCRIBO-MANIFIESTO
           ELSE
               PERFORM UNTIL 88-FS-DISTRIB-EOF
                   PERFORM 11100-READ-DISTRIB
                   IF  88-FS-DISTRIB-OK
                       PERFORM 10170-VALIDO-DISTRIB
                   END-IF
               END-PERFORM
               CLOSE DISTRIB
               SET 88-OPEN-DISTRIB-NO     TO TRUE
           END-IF.

       10170-VALIDO-DISTRIB.
      *---------------------

           MOVE SPACES                   TO WS-MOTIVO-RECHAZO.

           EVALUATE TRUE
               WHEN DISTRIB-INSTITUTO = SPACES
                    MOVE 'SEDE EN BLANCO'  TO WS-MOTIVO-RECHAZO
               WHEN NOT 88-DISTRIB-REPORTE-VALIDO
                    MOVE 'REPORTE DESCONOCIDO'
                                           TO WS-MOTIVO-RECHAZO
               WHEN NOT 88-DISTRIB-CANAL-VALIDO
                    MOVE 'CANAL INVALIDO (E, S O P)'
                                           TO WS-MOTIVO-RECHAZO
               WHEN DISTRIB-DESTINO = SPACES
                    MOVE 'DESTINO EN BLANCO'
                                           TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

           IF  WS-MOTIVO-RECHAZO = SPACES
           AND WS-CANT-TAB-INST > 0
               SET  WS-IDX-TAB-INST      TO 1
               PERFORM UNTIL WS-IDX-TAB-INST > WS-CANT-TAB-INST
                        OR WS-TAB-INST-COD(WS-IDX-TAB-INST) =
                                     DISTRIB-INSTITUTO
                   SET WS-IDX-TAB-INST   UP BY 1
               END-PERFORM
               IF  WS-IDX-TAB-INST > WS-CANT-TAB-INST
                   MOVE 'SEDE NO EXISTE EN INSTITUTOS'
                                          TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

           IF  WS-MOTIVO-RECHAZO = SPACES
               SET  WS-IDX-TAB-DIS       TO 1
               PERFORM UNTIL WS-IDX-TAB-DIS > WS-CANT-TAB-DIS
                        OR (WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS) =
                                     DISTRIB-INSTITUTO
                        AND WS-TAB-DIS-REPORTE(WS-IDX-TAB-DIS) =
                                     DISTRIB-REPORTE)
                   SET WS-IDX-TAB-DIS    UP BY 1
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-IDX-TAB-DIS <= WS-CANT-TAB-DIS
                        MOVE 'SEDE Y REPORTE DUPLICADOS'
                                          TO WS-MOTIVO-RECHAZO
                   WHEN WS-CANT-TAB-DIS >= 400
                        MOVE 'TABLA DE DISTRIBUCION LLENA'
                                          TO WS-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF.

           IF  WS-MOTIVO-RECHAZO = SPACES
               ADD 1                     TO WS-CANT-TAB-DIS
               SET WS-IDX-TAB-DIS        TO WS-CANT-TAB-DIS
               INITIALIZE WS-TAB-DIS(WS-IDX-TAB-DIS)
               MOVE DISTRIB-INSTITUTO
                              TO WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)
               MOVE DISTRIB-REPORTE
                              TO WS-TAB-DIS-REPORTE(WS-IDX-TAB-DIS)
               MOVE DISTRIB-CANAL
                              TO WS-TAB-DIS-CANAL(WS-IDX-TAB-DIS)
               MOVE DISTRIB-DESTINO
                              TO WS-TAB-DIS-DESTINO(WS-IDX-TAB-DIS)
           ELSE
               ADD 1                     TO WS-DISTRIB-RECHAZADOS
               IF  88-HAY-RECHAZOS-NO
                   SET 88-HAY-RECHAZOS-SI TO TRUE
                   MOVE TIT-M05           TO REG-MANIFIESTO
                   PERFORM 26500-ESCRIBO-MANIFIESTO
                   MOVE SPACES            TO REG-MANIFIESTO
                   PERFORM 26500-ESCRIBO-MANIFIESTO
               END-IF
               MOVE DISTRIB-INSTITUTO    TO DRE-SEDE
               MOVE DISTRIB-REPORTE      TO DRE-REPORTE
               MOVE DISTRIB-CANAL        TO DRE-CANAL
               MOVE DISTRIB-DESTINO      TO DRE-DESTINO
               MOVE WS-MOTIVO-RECHAZO    TO DRE-MOTIVO
               PERFORM 26400-CONTROL-DE-LINEA
               MOVE DET-RECH             TO REG-MANIFIESTO
               PERFORM 26500-ESCRIBO-MANIFIESTO
           END-IF.

       11100-READ-DISTRIB.
      *-------------------

           INITIALIZE DISTRIB-REGISTRO.
           READ DISTRIB INTO DISTRIB-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-DISTRIB-OK
                    ADD 1                 TO WS-DISTRIB-LEIDOS
               WHEN 88-FS-DISTRIB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-DISTRIB'
                    DISPLAY 'ERROR EN READ       DISTRIB'
                    DISPLAY 'FILE STATUS       :' FS-DISTRIB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *--------------

           PERFORM 21000-DISTRIBUYO-LISTADO.
           PERFORM 22000-DISTRIBUYO-ACTAS.
           PERFORM 23000-DISTRIBUYO-ESTADISTICA.
           PERFORM 24000-DISTRIBUYO-OCUPACION.

           PERFORM 27000-CIERRO-ENVIOS.
           PERFORM 27500-MANIFIESTO-POR-SEDE.
           PERFORM 28000-IMPRIMO-MANIFIESTO.

       20500-PREPARO-LINEA.
      *--------------------
      *  EL SALTO DE HOJA QUE DEJA EL WRITE AFTER PAGE LLEGA PEGADO
      *  AL PRINCIPIO DE LA LINEA: SE QUITA ANTES DE CLASIFICARLA.
      *--------------------

           ADD 1          TO WS-LINEAS-LEIDAS
                             WS-TAB-REP-LEIDAS(WS-NRO-REP).

           IF  WS-LINEA(1:1) = X'0C'
               MOVE WS-LINEA(2:173)      TO WS-LINEA-AUX
               MOVE WS-LINEA-AUX         TO WS-LINEA
           END-IF.

           SET 88-SUMA-CONTROL-NO        TO TRUE.

       20600-INICIO-REPORTE.
      *---------------------

           MOVE 'S'                      TO
                                    WS-TAB-REP-GENERADO(WS-NRO-REP).
           MOVE 0                        TO WS-CANT-ENCAB.
           SET 88-HAY-SEDE-ACTUAL-NO     TO TRUE.
           SET 88-PAGINA-CON-RUTEO-NO    TO TRUE.

       21000-DISTRIBUYO-LISTADO.
      *-------------------------
      *  LISTADO DE NOTAS (BOPGM01): LA LINEA DE ALUMNO SE
      *  RECONOCE POR LA FECHA DE EXAMEN (DD/MM/AAAA EN LA COLUMNA
      *  99) Y VA A LA SEDE DE SU COLUMNA INSTITUTO (134). EL
      *  TOTAL DE CONTROL SON LOS EXAMENES.
      *-------------------------

           MOVE 1                        TO WS-NRO-REP.
           SET 88-REPAGINA-SI            TO TRUE.

           OPEN INPUT LISTADO.

           EVALUATE FS-LISTADO
               WHEN '00'
                    SET 88-OPEN-LISTADO-SI TO TRUE
                    PERFORM 20600-INICIO-REPORTE
               WHEN '05'
                    CLOSE LISTADO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21000-DISTRIBUYO-LISTADO'
                    DISPLAY 'ERROR EN OPEN INPUT LISTADO'
                    DISPLAY 'FILE STATUS       :' FS-LISTADO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF  88-OPEN-LISTADO-SI
               PERFORM UNTIL 88-FS-LISTADO-EOF
                   PERFORM 21100-READ-LISTADO
                   IF  88-FS-LISTADO-OK
                       PERFORM 20500-PREPARO-LINEA
                       PERFORM 21200-CLASIFICO-LISTADO
                   END-IF
               END-PERFORM
               CLOSE LISTADO
               SET 88-OPEN-LISTADO-NO    TO TRUE
           END-IF.

       21100-READ-LISTADO.
      *-------------------

           MOVE SPACES                   TO WS-LINEA.
           READ LISTADO INTO WS-LINEA.

           EVALUATE TRUE
               WHEN 88-FS-LISTADO-OK
               WHEN 88-FS-LISTADO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21100-READ-LISTADO'
                    DISPLAY 'ERROR EN READ       LISTADO'
                    DISPLAY 'FILE STATUS       :' FS-LISTADO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21200-CLASIFICO-LISTADO.
      *------------------------

           EVALUATE TRUE
               WHEN WS-LINEA(1:12) = 'PGM: BOPGM01'
                    PERFORM 25000-INICIO-HOJA-FUENTE
               WHEN WS-LINEA(101:1) = '/'
               AND  WS-LINEA(104:1) = '/'
                    MOVE WS-LINEA(134:40) TO WS-SEDE-VALOR
                    PERFORM 25200-RESUELVO-SEDE
                    SET 88-SUMA-CONTROL-SI TO TRUE
                    PERFORM 25400-ENVIO-A-SEDE
               WHEN OTHER
                    PERFORM 25100-LINEA-SIN-SEDE
           END-EVALUATE.

       22000-DISTRIBUYO-ACTAS.
      *-----------------------
      *  ACTAS DE EXAMEN (BOPGM11): UNA HOJA POR ACTA. LA LINEA
      *  INSTITUTO DEL ENCABEZADO DEFINE LA SEDE DE TODA LA HOJA.
      *  EL TOTAL DE CONTROL SON LAS ACTAS.
      *-----------------------

           MOVE 2                        TO WS-NRO-REP.
           SET 88-REPAGINA-NO            TO TRUE.

           OPEN INPUT ACTAS.

           EVALUATE FS-ACTAS
               WHEN '00'
                    SET 88-OPEN-ACTAS-SI TO TRUE
                    PERFORM 20600-INICIO-REPORTE
               WHEN '05'
                    CLOSE ACTAS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22000-DISTRIBUYO-ACTAS'
                    DISPLAY 'ERROR EN OPEN INPUT ACTAS'
                    DISPLAY 'FILE STATUS       :' FS-ACTAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF  88-OPEN-ACTAS-SI
               PERFORM UNTIL 88-FS-ACTAS-EOF
                   PERFORM 22100-READ-ACTAS
                   IF  88-FS-ACTAS-OK
                       PERFORM 20500-PREPARO-LINEA
                       PERFORM 22200-CLASIFICO-ACTAS
                   END-IF
               END-PERFORM
               CLOSE ACTAS
               SET 88-OPEN-ACTAS-NO      TO TRUE
           END-IF.

       22100-READ-ACTAS.
      *-----------------

           MOVE SPACES                   TO WS-LINEA.
           READ ACTAS INTO WS-LINEA.

           EVALUATE TRUE
               WHEN 88-FS-ACTAS-OK
               WHEN 88-FS-ACTAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22100-READ-ACTAS'
                    DISPLAY 'ERROR EN READ       ACTAS'
                    DISPLAY 'FILE STATUS       :' FS-ACTAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22200-CLASIFICO-ACTAS.
      *----------------------

           EVALUATE TRUE
               WHEN WS-LINEA(41:19) = 'ACTA DE EXAMEN NRO '
                    PERFORM 25000-INICIO-HOJA-FUENTE
               WHEN WS-LINEA(2:11) = 'INSTITUTO: '
               AND  88-HAY-SEDE-ACTUAL-NO
                    MOVE WS-LINEA(13:40)  TO WS-SEDE-VALOR
                    PERFORM 25200-RESUELVO-SEDE
                    MOVE WS-SEDE-CODIGO   TO WS-SEDE-ACTUAL
                    SET 88-HAY-SEDE-ACTUAL-SI TO TRUE
                    SET 88-SUMA-CONTROL-SI TO TRUE
                    PERFORM 25400-ENVIO-A-SEDE
               WHEN OTHER
                    PERFORM 25100-LINEA-SIN-SEDE
           END-EVALUATE.

       23000-DISTRIBUYO-ESTADISTICA.
      *-----------------------------
      *  ESTADISTICA DE APROBACION (BOPGM13): UNA HOJA POR
      *  PERIODO, UN BLOQUE POR INSTITUTO QUE EMPIEZA EN SU LINEA
      *  INSTITUTO. EL TOTAL DEL PERIODO ES DE TODAS LAS SEDES.
      *  EL TOTAL DE CONTROL SON LAS LINEAS DE MATERIA.
      *-----------------------------

           MOVE 3                        TO WS-NRO-REP.
           SET 88-REPAGINA-NO            TO TRUE.

           OPEN INPUT ESTADISTICA.

           EVALUATE FS-ESTADISTICA
               WHEN '00'
                    SET 88-OPEN-ESTADISTICA-SI TO TRUE
                    PERFORM 20600-INICIO-REPORTE
               WHEN '05'
                    CLOSE ESTADISTICA
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23000-DISTRIBUYO-ESTADISTICA'
                    DISPLAY 'ERROR EN OPEN INPUT ESTADISTICA'
                    DISPLAY 'FILE STATUS       :' FS-ESTADISTICA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF  88-OPEN-ESTADISTICA-SI
               PERFORM UNTIL 88-FS-ESTADISTICA-EOF
                   PERFORM 23100-READ-ESTADISTICA
                   IF  88-FS-ESTADISTICA-OK
                       PERFORM 20500-PREPARO-LINEA
                       PERFORM 23200-CLASIFICO-ESTADISTICA
                   END-IF
               END-PERFORM
               CLOSE ESTADISTICA
               SET 88-OPEN-ESTADISTICA-NO TO TRUE
           END-IF.

       23100-READ-ESTADISTICA.
      *-----------------------

           MOVE SPACES                   TO WS-LINEA.
           READ ESTADISTICA INTO WS-LINEA.

           EVALUATE TRUE
               WHEN 88-FS-ESTADISTICA-OK
               WHEN 88-FS-ESTADISTICA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23100-READ-ESTADISTICA'
                    DISPLAY 'ERROR EN READ       ESTADISTICA'
                    DISPLAY 'FILE STATUS       :' FS-ESTADISTICA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23200-CLASIFICO-ESTADISTICA.
      *----------------------------

           EVALUATE TRUE
               WHEN WS-LINEA(1:12) = 'PGM: BOPGM13'
                    PERFORM 25000-INICIO-HOJA-FUENTE
               WHEN WS-LINEA(2:11) = 'INSTITUTO: '
                    MOVE WS-LINEA(13:50)  TO WS-SEDE-VALOR
                    PERFORM 25200-RESUELVO-SEDE
                    MOVE WS-SEDE-CODIGO   TO WS-SEDE-ACTUAL
                    SET 88-HAY-SEDE-ACTUAL-SI TO TRUE
                    PERFORM 25400-ENVIO-A-SEDE
               WHEN WS-LINEA(2:20) = 'TOTAL DEL PERIODO:  '
                    SET 88-HAY-SEDE-ACTUAL-NO TO TRUE
                    PERFORM 25100-LINEA-SIN-SEDE
               WHEN OTHER
                    IF  WS-LINEA(2:8)  NOT = SPACES
                    AND WS-LINEA(2:8)  NOT = 'MATERIA '
                    AND WS-LINEA(2:20) NOT = 'SUBTOTAL INSTITUTO: '
                        SET 88-SUMA-CONTROL-SI TO TRUE
                    END-IF
                    PERFORM 25100-LINEA-SIN-SEDE
           END-EVALUATE.

       24000-DISTRIBUYO-OCUPACION.
      *---------------------------
      *  PARTE DIARIO DE OCUPACION (BOPGM30): CADA LLAMADO VA A
      *  LA SEDE DE SU COLUMNA INSTITUTO; SIN SEDE, A TODAS LAS
      *  QUE RECIBEN EL PARTE. EL TOTAL DE CONTROL SON LOS
      *  LLAMADOS.
      *---------------------------

           MOVE 4                        TO WS-NRO-REP.
           SET 88-REPAGINA-SI            TO TRUE.

           OPEN INPUT OCUPACION.

           EVALUATE FS-OCUPACION
               WHEN '00'
                    SET 88-OPEN-OCUPACION-SI TO TRUE
                    PERFORM 20600-INICIO-REPORTE
               WHEN '05'
                    CLOSE OCUPACION
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 24000-DISTRIBUYO-OCUPACION'
                    DISPLAY 'ERROR EN OPEN INPUT OCUPACION'
                    DISPLAY 'FILE STATUS       :' FS-OCUPACION
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF  88-OPEN-OCUPACION-SI
               PERFORM UNTIL 88-FS-OCUPACION-EOF
                   PERFORM 24100-READ-OCUPACION
                   IF  88-FS-OCUPACION-OK
                       PERFORM 20500-PREPARO-LINEA
                       PERFORM 24200-CLASIFICO-OCUPACION
                   END-IF
               END-PERFORM
               CLOSE OCUPACION
               SET 88-OPEN-OCUPACION-NO  TO TRUE
           END-IF.

       24100-READ-OCUPACION.
      *---------------------

           MOVE SPACES                   TO WS-LINEA.
           READ OCUPACION INTO WS-LINEA.

           EVALUATE TRUE
               WHEN 88-FS-OCUPACION-OK
               WHEN 88-FS-OCUPACION-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 24100-READ-OCUPACION'
                    DISPLAY 'ERROR EN READ       OCUPACION'
                    DISPLAY 'FILE STATUS       :' FS-OCUPACION
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       24200-CLASIFICO-OCUPACION.
      *--------------------------

           EVALUATE TRUE
               WHEN WS-LINEA(1:12) = 'PGM: BOPGM30'
                    PERFORM 25000-INICIO-HOJA-FUENTE
               WHEN WS-LINEA(1:4) IS NUMERIC
               AND  WS-LINEA(5:1)  = SPACE
               AND  WS-LINEA(14:1) = SPACE
                    SET 88-SUMA-CONTROL-SI TO TRUE
                    IF  WS-LINEA(15:10) = SPACES
                        PERFORM 25600-ENVIO-A-TODAS-LAS-SEDES
                    ELSE
                        MOVE WS-LINEA(15:10) TO WS-SEDE-VALOR
                        PERFORM 25200-RESUELVO-SEDE
                        PERFORM 25400-ENVIO-A-SEDE
                    END-IF
               WHEN OTHER
                    PERFORM 25100-LINEA-SIN-SEDE
           END-EVALUATE.

       25000-INICIO-HOJA-FUENTE.
      *-------------------------
      *  EMPIEZA UNA HOJA DEL REPORTE FUENTE: SU TITULO ABRE EL
      *  ENCABEZADO QUE SE REPITE EN LAS HOJAS DE CADA SEDE.
      *-------------------------

           ADD 1                         TO WS-PAGINA-FUENTE.
           MOVE 0                        TO WS-CANT-ENCAB.
           SET 88-HAY-SEDE-ACTUAL-NO     TO TRUE.
           SET 88-PAGINA-CON-RUTEO-NO    TO TRUE.

           PERFORM 25100-LINEA-SIN-SEDE.

       25100-LINEA-SIN-SEDE.
      *---------------------
      *  UNA LINEA QUE NO IDENTIFICA SEDE: SIGUE A LA SEDE EN
      *  CURSO SI LA HAY; SI TODAVIA NO SE ENVIO NADA DE LA HOJA
      *  ES ENCABEZADO; SI NO, ES COMUN A TODAS LAS SEDES
      *  (SUBTOTALES, TOTALES, TRAILER) Y NO SE DISTRIBUYE.
      *---------------------

           EVALUATE TRUE
               WHEN 88-HAY-SEDE-ACTUAL-SI
                    MOVE WS-SEDE-ACTUAL   TO WS-SEDE-CODIGO
                    PERFORM 25400-ENVIO-A-SEDE
               WHEN 88-PAGINA-CON-RUTEO-NO
               AND  WS-CANT-ENCAB < 10
                    ADD 1                 TO WS-CANT-ENCAB
                    SET WS-IDX-TAB-ENC    TO WS-CANT-ENCAB
                    MOVE WS-LINEA
                              TO WS-TAB-ENC-LINEA(WS-IDX-TAB-ENC)
                    ADD 1     TO WS-TAB-REP-ENCAB(WS-NRO-REP)
               WHEN OTHER
                    ADD 1     TO WS-TAB-REP-COMUNES(WS-NRO-REP)
           END-EVALUATE.

           SET 88-SUMA-CONTROL-NO        TO TRUE.

       25200-RESUELVO-SEDE.
      *--------------------
      *  CADA REPORTE IMPRIME LA SEDE COMO CODIGO O COMO NOMBRE
      *  (SEGUN HAYA ENCONTRADO EL INSTITUTO AL EMITIRLO): SE
      *  BUSCA POR LOS DOS. SIN COINCIDENCIA SE TOMA EL VALOR
      *  IMPRESO COMO CODIGO.
      *--------------------

           MOVE WS-SEDE-VALOR(1:10)      TO WS-SEDE-CODIGO.

           IF  WS-CANT-TAB-INST > 0
               SET  WS-IDX-TAB-INST      TO 1
               PERFORM UNTIL WS-IDX-TAB-INST > WS-CANT-TAB-INST
                        OR (WS-TAB-INST-COD(WS-IDX-TAB-INST) =
                                     WS-SEDE-VALOR(1:10)
                        AND WS-SEDE-VALOR(11:40) = SPACES)
                        OR WS-TAB-INST-NOMBRE(WS-IDX-TAB-INST) =
                                     WS-SEDE-VALOR(1:40)
                   SET WS-IDX-TAB-INST   UP BY 1
               END-PERFORM

               IF  WS-IDX-TAB-INST <= WS-CANT-TAB-INST
                   MOVE WS-TAB-INST-COD(WS-IDX-TAB-INST)
                                          TO WS-SEDE-CODIGO
               END-IF
           END-IF.

       25300-BUSCO-ENTRADA.
      *--------------------
      *  BUSCA EL ENVIO SEDE + REPORTE; SI LA SEDE NO TIENE
      *  REGISTRO PARA ESTE REPORTE ABRE UNA ENTRADA SIN CANAL.
      *--------------------

           SET 88-ENTRADA-HALLADA-NO     TO TRUE.
           SET  WS-IDX-TAB-DIS           TO 1.

           PERFORM UNTIL WS-IDX-TAB-DIS > WS-CANT-TAB-DIS
                    OR 88-ENTRADA-HALLADA-SI
               IF  WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS) = WS-SEDE-CODIGO
               AND WS-TAB-DIS-REPORTE(WS-IDX-TAB-DIS) =
                                  WS-TAB-REP-NOMBRE(WS-NRO-REP)
                   SET 88-ENTRADA-HALLADA-SI TO TRUE
               ELSE
                   SET WS-IDX-TAB-DIS    UP BY 1
               END-IF
           END-PERFORM.

           IF  88-ENTRADA-HALLADA-NO
           AND WS-CANT-TAB-DIS < 400
               ADD 1                     TO WS-CANT-TAB-DIS
               SET WS-IDX-TAB-DIS        TO WS-CANT-TAB-DIS
               INITIALIZE WS-TAB-DIS(WS-IDX-TAB-DIS)
               MOVE WS-SEDE-CODIGO
                              TO WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)
               MOVE WS-TAB-REP-NOMBRE(WS-NRO-REP)
                              TO WS-TAB-DIS-REPORTE(WS-IDX-TAB-DIS)
               SET 88-ENTRADA-HALLADA-SI TO TRUE
           END-IF.

       25400-ENVIO-A-SEDE.
      *-------------------
      *  ENVIA LA LINEA A LA SEDE WS-SEDE-CODIGO Y LA CUENTA EN EL
      *  CUADRE DEL REPORTE.
      *-------------------

           SET 88-ENVIO-HECHO-NO         TO TRUE.
           SET 88-PAGINA-CON-RUTEO-SI    TO TRUE.

           PERFORM 25300-BUSCO-ENTRADA.

           IF  88-ENTRADA-HALLADA-SI
               PERFORM 25420-ENVIO-A-ENTRADA
           END-IF.

           PERFORM 25480-CUENTO-LINEA.

       25420-ENVIO-A-ENTRADA.
      *----------------------
      *  LISTADO Y OCUPACION SE REPAGINAN POR SEDE; ACTAS Y
      *  ESTADISTICA CONSERVAN LA HOJA DEL REPORTE FUENTE.
      *----------------------

           IF  88-SUMA-CONTROL-SI
               ADD 1          TO WS-TAB-DIS-CONTROL(WS-IDX-TAB-DIS)
           END-IF.

           IF  WS-TAB-DIS-CANAL(WS-IDX-TAB-DIS) = SPACES
               ADD 1          TO WS-TAB-DIS-LINEAS(WS-IDX-TAB-DIS)
           ELSE
               IF  88-REPAGINA-SI
                   IF  WS-TAB-DIS-LIN-HOJA(WS-IDX-TAB-DIS) = 0
                   OR  WS-TAB-DIS-LIN-HOJA(WS-IDX-TAB-DIS) >=
                                               WS-LINEAS-MAX
                       PERFORM 25500-ENVIO-ENCABEZADO
                   END-IF
               ELSE
                   IF  WS-TAB-DIS-PAG-FUENTE(WS-IDX-TAB-DIS) NOT =
                                               WS-PAGINA-FUENTE
                       PERFORM 25500-ENVIO-ENCABEZADO
                   END-IF
               END-IF
               MOVE WS-LINEA             TO WS-LINEA-SALIDA
               PERFORM 25700-GRABO-LINEA-SEDE
               SET 88-ENVIO-HECHO-SI     TO TRUE
           END-IF.

       25480-CUENTO-LINEA.
      *-------------------

           IF  88-ENVIO-HECHO-SI
               ADD 1          TO WS-TAB-REP-ENVIADAS(WS-NRO-REP)
           ELSE
               ADD 1          TO WS-TAB-REP-SIN-DIS(WS-NRO-REP)
                                 WS-LINEAS-SIN-DISTRIB
           END-IF.

           SET 88-SUMA-CONTROL-NO        TO TRUE.

       25500-ENVIO-ENCABEZADO.
      *-----------------------
      *  ABRE UNA HOJA DE LA SEDE CON EL ENCABEZADO GUARDADO. EL
      *  NUMERO DE PAGINA DEL LISTADO PASA A SER EL DE LA SEDE.
      *-----------------------

           ADD 1          TO WS-TAB-DIS-PAGINAS(WS-IDX-TAB-DIS)
                             WS-TAB-REP-PAGINAS(WS-NRO-REP).
           MOVE WS-PAGINA-FUENTE
                          TO WS-TAB-DIS-PAG-FUENTE(WS-IDX-TAB-DIS).
           MOVE 0         TO WS-TAB-DIS-LIN-HOJA(WS-IDX-TAB-DIS).

           SET 88-SALTO-ENVIO-SI         TO TRUE.

           PERFORM VARYING WS-IDX-TAB-ENC FROM 1 BY 1
                     UNTIL WS-IDX-TAB-ENC > WS-CANT-ENCAB
               MOVE WS-TAB-ENC-LINEA(WS-IDX-TAB-ENC)
                                          TO WS-LINEA-SALIDA
               IF  WS-LINEA-SALIDA(1:8) = 'PAGINA: '
                   MOVE WS-TAB-DIS-PAGINAS(WS-IDX-TAB-DIS)
                                          TO WS-PAGINA-EDIT
                   MOVE WS-PAGINA-EDIT    TO WS-LINEA-SALIDA(9:4)
               END-IF
               PERFORM 25700-GRABO-LINEA-SEDE
           END-PERFORM.

       25600-ENVIO-A-TODAS-LAS-SEDES.
      *------------------------------
      *  LLAMADO SIN SEDE: VA A CADA SEDE CON REGISTRO EN DISTRIB
      *  PARA ESTE REPORTE. EN EL CUADRE CUENTA UNA SOLA VEZ.
      *------------------------------

           SET 88-ENVIO-HECHO-NO         TO TRUE.
           SET 88-PAGINA-CON-RUTEO-SI    TO TRUE.

           PERFORM VARYING WS-IDX-TAB-DIS FROM 1 BY 1
                     UNTIL WS-IDX-TAB-DIS > WS-CANT-TAB-DIS
               IF  WS-TAB-DIS-REPORTE(WS-IDX-TAB-DIS) =
                                  WS-TAB-REP-NOMBRE(WS-NRO-REP)
               AND WS-TAB-DIS-CANAL(WS-IDX-TAB-DIS) NOT = SPACES
                   PERFORM 25420-ENVIO-A-ENTRADA
               END-IF
           END-PERFORM.

           PERFORM 25480-CUENTO-LINEA.

       25700-GRABO-LINEA-SEDE.
      *-----------------------

           MOVE SPACES                   TO DISTSAL-REGISTRO.
           MOVE WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)
                                          TO DISTSAL-INSTITUTO.
           MOVE WS-TAB-DIS-REPORTE(WS-IDX-TAB-DIS)
                                          TO DISTSAL-REPORTE.
           MOVE WS-TAB-DIS-CANAL(WS-IDX-TAB-DIS)
                                          TO DISTSAL-CANAL.
           IF  88-SALTO-ENVIO-SI
               SET 88-SALTO-ENVIO-NO     TO TRUE
               SET 88-DISTSAL-SALTO-HOJA TO TRUE
           END-IF.
           MOVE WS-LINEA-SALIDA          TO DISTSAL-LINEA.

           PERFORM 26000-ESCRIBO-DISTSAL.

           ADD 1          TO WS-TAB-DIS-LINEAS(WS-IDX-TAB-DIS)
                             WS-TAB-DIS-LIN-HOJA(WS-IDX-TAB-DIS).

       26000-ESCRIBO-DISTSAL.
      *----------------------

           WRITE DISTSAL-RECORD-FD FROM DISTSAL-REGISTRO.

           EVALUATE TRUE
              WHEN 88-FS-DISTSAL-OK
                   ADD 1              TO  WS-GRABADOS-DISTSAL

              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26000-ESCRIBO-DISTSAL'
                   DISPLAY 'ERROR EN ESCRIBO    DISTSAL'
                   DISPLAY 'FILE STATUS       :' FS-DISTSAL
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       26400-CONTROL-DE-LINEA.
      *-----------------------

           IF  WS-LINEA-MAN > WS-LINEAS-MAX
               SET 88-SALTO-HOJA-SI      TO TRUE
               PERFORM 26600-IMPRIMO-TITULOS
           END-IF.

       26500-ESCRIBO-MANIFIESTO.
      *-------------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-MANIFIESTO-FD FROM REG-MANIFIESTO AFTER PAGE
           ELSE
              WRITE REG-MANIFIESTO-FD FROM REG-MANIFIESTO
                                                          AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-MANIFIESTO-OK
                   ADD 1              TO  WS-GRABADOS-MANIFIESTO
                   ADD 1              TO  WS-LINEA-MAN
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26500-ESCRIBO-MANIFIESTO'
                   DISPLAY 'ERROR EN ESCRIBO    MANIFIESTO'
                   DISPLAY 'FILE STATUS       :' FS-MANIFIESTO
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       26600-IMPRIMO-TITULOS.
      *----------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DD       TO TITM01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITM01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITM01-FECHA-AAAA.

           SET 88-SALTO-HOJA-SI          TO TRUE.

           MOVE TIT-M01                  TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.
           MOVE SPACES                   TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.

           MOVE 2 TO WS-LINEA-MAN.

       27000-CIERRO-ENVIOS.
      *--------------------
      *  CIERRA CADA ARCHIVO DE SEDE CON SU TRAILER DE CONTROL.
      *--------------------

           PERFORM VARYING WS-IDX-TAB-DIS FROM 1 BY 1
                     UNTIL WS-IDX-TAB-DIS > WS-CANT-TAB-DIS
               IF  WS-TAB-DIS-CANAL(WS-IDX-TAB-DIS) NOT = SPACES
               AND WS-TAB-DIS-LINEAS(WS-IDX-TAB-DIS) > 0
                   PERFORM 27100-GRABO-TRAILER-SEDE
               END-IF
           END-PERFORM.

       27100-GRABO-TRAILER-SEDE.
      *-------------------------

           ADD 1                         TO WS-ARCHIVOS-SEDE.

           MOVE WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)     TO TRD-SEDE.
           MOVE WS-TAB-DIS-REPORTE(WS-IDX-TAB-DIS)  TO TRD-REPORTE.
           MOVE WS-TAB-DIS-PAGINAS(WS-IDX-TAB-DIS)  TO TRD-PAGINAS.
           MOVE WS-TAB-DIS-LINEAS(WS-IDX-TAB-DIS)   TO TRD-LINEAS.
           MOVE WS-TAB-DIS-CONTROL(WS-IDX-TAB-DIS)  TO TRD-CONTROL.

           MOVE SPACES                   TO DISTSAL-REGISTRO.
           MOVE WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)
                                          TO DISTSAL-INSTITUTO.
           MOVE WS-TAB-DIS-REPORTE(WS-IDX-TAB-DIS)
                                          TO DISTSAL-REPORTE.
           MOVE WS-TAB-DIS-CANAL(WS-IDX-TAB-DIS)
                                          TO DISTSAL-CANAL.
           MOVE TRL-DIS                  TO DISTSAL-LINEA.

           PERFORM 26000-ESCRIBO-DISTSAL.

       27500-MANIFIESTO-POR-SEDE.
      *--------------------------
      *  UNA HOJA DE MANIFIESTO POR CADA SEDE CON REGISTROS EN
      *  DISTRIB, AL ARMAR LA PRIMERA ENTRADA DE ESA SEDE.
      *--------------------------

           PERFORM VARYING WS-IDX-TAB-DIS FROM 1 BY 1
                     UNTIL WS-IDX-TAB-DIS > WS-CANT-TAB-DIS
               IF  WS-TAB-DIS-CANAL(WS-IDX-TAB-DIS) NOT = SPACES
                   PERFORM 27510-ES-PRIMERA-DE-SEDE
                   IF  88-PRIMERA-DE-SEDE-SI
                       PERFORM 27520-EMITO-MANIFIESTO-SEDE
                   END-IF
               END-IF
           END-PERFORM.

       27510-ES-PRIMERA-DE-SEDE.
      *-------------------------

           SET 88-PRIMERA-DE-SEDE-SI     TO TRUE.

           PERFORM VARYING WS-IDX-TAB-AUX FROM 1 BY 1
                     UNTIL WS-IDX-TAB-AUX >= WS-IDX-TAB-DIS
               IF  WS-TAB-DIS-SEDE(WS-IDX-TAB-AUX) =
                              WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)
               AND WS-TAB-DIS-CANAL(WS-IDX-TAB-AUX) NOT = SPACES
                   SET 88-PRIMERA-DE-SEDE-NO TO TRUE
               END-IF
           END-PERFORM.

       27520-EMITO-MANIFIESTO-SEDE.
      *----------------------------

           MOVE WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)     TO TITM02-SEDE.
           MOVE SPACES                   TO TITM02-NOMBRE.

           IF  WS-CANT-TAB-INST > 0
               SET  WS-IDX-TAB-INST      TO 1
               PERFORM UNTIL WS-IDX-TAB-INST > WS-CANT-TAB-INST
                        OR WS-TAB-INST-COD(WS-IDX-TAB-INST) =
                                     WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)
                   SET WS-IDX-TAB-INST   UP BY 1
               END-PERFORM
               IF  WS-IDX-TAB-INST <= WS-CANT-TAB-INST
                   MOVE WS-TAB-INST-NOMBRE(WS-IDX-TAB-INST)
                                          TO TITM02-NOMBRE
               END-IF
           END-IF.

           SET 88-SALTO-ENVIO-SI         TO TRUE.

           MOVE TIT-M01                  TO WS-LINEA-SALIDA.
           PERFORM 27600-GRABO-LINEA-MANIF-SEDE.
           MOVE TIT-M02                  TO WS-LINEA-SALIDA.
           PERFORM 27600-GRABO-LINEA-MANIF-SEDE.
           MOVE SPACES                   TO WS-LINEA-SALIDA.
           PERFORM 27600-GRABO-LINEA-MANIF-SEDE.
           MOVE TIT-M03                  TO WS-LINEA-SALIDA.
           PERFORM 27600-GRABO-LINEA-MANIF-SEDE.
           MOVE TIT-M04                  TO WS-LINEA-SALIDA.
           PERFORM 27600-GRABO-LINEA-MANIF-SEDE.

           PERFORM VARYING WS-IDX-TAB-AUX FROM WS-IDX-TAB-DIS BY 1
                     UNTIL WS-IDX-TAB-AUX > WS-CANT-TAB-DIS
               IF  WS-TAB-DIS-SEDE(WS-IDX-TAB-AUX) =
                              WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)
               AND WS-TAB-DIS-CANAL(WS-IDX-TAB-AUX) NOT = SPACES
                   PERFORM 27800-ARMO-DET-MAN
                   MOVE DET-MAN          TO WS-LINEA-SALIDA
                   PERFORM 27600-GRABO-LINEA-MANIF-SEDE
               END-IF
           END-PERFORM.

           MOVE SPACES                   TO WS-LINEA-SALIDA.
           PERFORM 27600-GRABO-LINEA-MANIF-SEDE.
           MOVE ' CADA ARCHIVO TERMINA CON LA LINEA *TRAILER-DIS Y ESTOS
      -         ' MISMOS TOTALES'        TO WS-LINEA-SALIDA.
           PERFORM 27600-GRABO-LINEA-MANIF-SEDE.

       27600-GRABO-LINEA-MANIF-SEDE.
      *-----------------------------

           MOVE SPACES                   TO DISTSAL-REGISTRO.
           MOVE WS-TAB-DIS-SEDE(WS-IDX-TAB-DIS)
                                          TO DISTSAL-INSTITUTO.
           MOVE 'MANIFIESTO'             TO DISTSAL-REPORTE.
           MOVE WS-TAB-DIS-CANAL(WS-IDX-TAB-DIS)
                                          TO DISTSAL-CANAL.
           IF  88-SALTO-ENVIO-SI
               SET 88-SALTO-ENVIO-NO     TO TRUE
               SET 88-DISTSAL-SALTO-HOJA TO TRUE
           END-IF.
           MOVE WS-LINEA-SALIDA          TO DISTSAL-LINEA.

           PERFORM 26000-ESCRIBO-DISTSAL.

       27800-ARMO-DET-MAN.
      *-------------------

           MOVE WS-TAB-DIS-SEDE(WS-IDX-TAB-AUX)     TO DMA-SEDE.
           MOVE WS-TAB-DIS-REPORTE(WS-IDX-TAB-AUX)  TO DMA-REPORTE.
           MOVE WS-TAB-DIS-DESTINO(WS-IDX-TAB-AUX)  TO DMA-DESTINO.
           MOVE WS-TAB-DIS-PAGINAS(WS-IDX-TAB-AUX)  TO DMA-PAGINAS.
           MOVE WS-TAB-DIS-LINEAS(WS-IDX-TAB-AUX)   TO DMA-LINEAS.
           MOVE WS-TAB-DIS-CONTROL(WS-IDX-TAB-AUX)  TO DMA-CONTROL.

           EVALUATE WS-TAB-DIS-CANAL(WS-IDX-TAB-AUX)
               WHEN 'E'
                    MOVE 'CORREO'         TO DMA-CANAL
               WHEN 'S'
                    MOVE 'SERVIDOR'       TO DMA-CANAL
               WHEN 'P'
                    MOVE 'VALIJA'         TO DMA-CANAL
               WHEN OTHER
                    MOVE '-'              TO DMA-CANAL
           END-EVALUATE.

           PERFORM VARYING WS-NRO-REP FROM 1 BY 1
                     UNTIL WS-NRO-REP > 4
                        OR WS-TAB-REP-NOMBRE(WS-NRO-REP) =
                                 WS-TAB-DIS-REPORTE(WS-IDX-TAB-AUX)
               CONTINUE
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-TAB-DIS-CANAL(WS-IDX-TAB-AUX) = SPACES
                    MOVE 'SIN DISTRIBUCION'
                                          TO DMA-OBSERVACION
               WHEN NOT 88-TAB-REP-GENERADO-SI(WS-NRO-REP)
                    MOVE 'NO GENERADO EN LA CORRIDA'
                                          TO DMA-OBSERVACION
               WHEN WS-TAB-DIS-LINEAS(WS-IDX-TAB-AUX) = 0
                    MOVE 'SIN CONTENIDO HOY'
                                          TO DMA-OBSERVACION
               WHEN OTHER
                    MOVE SPACES           TO DMA-OBSERVACION
           END-EVALUATE.

       28000-IMPRIMO-MANIFIESTO.
      *-------------------------
      *  MANIFIESTO CENTRAL: TODOS LOS ENVIOS Y EL CUADRE DE
      *  LINEAS DE CADA REPORTE.
      *-------------------------

           IF  WS-LINEA-MAN > 2
               MOVE SPACES               TO REG-MANIFIESTO
               PERFORM 26500-ESCRIBO-MANIFIESTO
           END-IF.

           MOVE TIT-M06                  TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.
           MOVE SPACES                   TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.
           MOVE TIT-M03                  TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.
           MOVE TIT-M04                  TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.

           PERFORM VARYING WS-IDX-TAB-AUX FROM 1 BY 1
                     UNTIL WS-IDX-TAB-AUX > WS-CANT-TAB-DIS
               PERFORM 27800-ARMO-DET-MAN
               PERFORM 26400-CONTROL-DE-LINEA
               MOVE DET-MAN              TO REG-MANIFIESTO
               PERFORM 26500-ESCRIBO-MANIFIESTO
           END-PERFORM.

           MOVE SPACES                   TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.
           MOVE TIT-M07                  TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.
           MOVE SPACES                   TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.
           MOVE TIT-M08                  TO REG-MANIFIESTO.
           PERFORM 26500-ESCRIBO-MANIFIESTO.

           PERFORM VARYING WS-NRO-REP FROM 1 BY 1
                     UNTIL WS-NRO-REP > 4
               MOVE WS-TAB-REP-NOMBRE(WS-NRO-REP)   TO DRP-REPORTE
               IF  88-TAB-REP-GENERADO-SI(WS-NRO-REP)
                   MOVE 'GENERADO'        TO DRP-ESTADO
               ELSE
                   MOVE 'NO GENERADO'     TO DRP-ESTADO
               END-IF
               MOVE WS-TAB-REP-LEIDAS(WS-NRO-REP)   TO DRP-LEIDAS
               MOVE WS-TAB-REP-ENCAB(WS-NRO-REP)    TO DRP-ENCAB
               MOVE WS-TAB-REP-ENVIADAS(WS-NRO-REP) TO DRP-ENVIADAS
               MOVE WS-TAB-REP-COMUNES(WS-NRO-REP)  TO DRP-COMUNES
               MOVE WS-TAB-REP-SIN-DIS(WS-NRO-REP)  TO DRP-SIN-DIS
               MOVE WS-TAB-REP-PAGINAS(WS-NRO-REP)  TO DRP-PAGINAS
               PERFORM 26400-CONTROL-DE-LINEA
               MOVE DET-REP              TO REG-MANIFIESTO
               PERFORM 26500-ESCRIBO-MANIFIESTO
           END-PERFORM.

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
               MOVE 'BOPGM62'             TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               MOVE WS-LINEAS-LEIDAS     TO RUNLOG-LEIDOS
               MOVE WS-GRABADOS-DISTSAL  TO RUNLOG-GRABADOS
               MOVE WS-LINEAS-SIN-DISTRIB TO RUNLOG-RECHAZADOS
               MOVE RETURN-CODE          TO RUNLOG-RETORNO
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
               CLOSE RUNLOG
           ELSE
               DISPLAY 'AVISO: NO SE PUDO ABRIR RUNLOG - FS: '
                       FS-RUNLOG
           END-IF.

       30000-FINALIZO.
      *--------------

           IF  WS-LINEAS-SIN-DISTRIB > 0
           OR  WS-DISTRIB-RECHAZADOS > 0
           OR  WS-DISTRIB-LEIDOS     = 0
               MOVE 4                    TO RETURN-CODE
           END-IF.

           PERFORM 29000-GRABO-RUNLOG.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'DISTRIB LEIDOS    :' WS-DISTRIB-LEIDOS.
           DISPLAY 'DISTRIB RECHAZADOS:' WS-DISTRIB-RECHAZADOS.
           DISPLAY 'LINEAS LEIDAS     :' WS-LINEAS-LEIDAS.
           DISPLAY 'LINEAS SIN DISTRIB:' WS-LINEAS-SIN-DISTRIB.
           DISPLAY 'ARCHIVOS DE SEDE  :' WS-ARCHIVOS-SEDE.
           DISPLAY 'DISTSAL GRABADOS  :' WS-GRABADOS-DISTSAL.
           DISPLAY 'LINEAS MANIFIESTO :' WS-GRABADOS-MANIFIESTO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-DISTRIB-SI
              SET 88-OPEN-DISTRIB-NO  TO TRUE
              CLOSE DISTRIB
           END-IF.

           IF 88-OPEN-INSTITUTOS-SI
              SET 88-OPEN-INSTITUTOS-NO TO TRUE
              CLOSE INSTITUTOS
           END-IF.

           IF 88-OPEN-LISTADO-SI
              SET 88-OPEN-LISTADO-NO  TO TRUE
              CLOSE LISTADO
           END-IF.

           IF 88-OPEN-ACTAS-SI
              SET 88-OPEN-ACTAS-NO    TO TRUE
              CLOSE ACTAS
           END-IF.

           IF 88-OPEN-ESTADISTICA-SI
              SET 88-OPEN-ESTADISTICA-NO TO TRUE
              CLOSE ESTADISTICA
           END-IF.

           IF 88-OPEN-OCUPACION-SI
              SET 88-OPEN-OCUPACION-NO TO TRUE
              CLOSE OCUPACION
           END-IF.

           IF 88-OPEN-DISTSAL-SI
              SET 88-OPEN-DISTSAL-NO  TO TRUE
              CLOSE DISTSAL
           END-IF.

           IF 88-OPEN-MANIFIESTO-SI
              SET 88-OPEN-MANIFIESTO-NO TO TRUE
              CLOSE MANIFIESTO
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
