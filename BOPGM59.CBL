       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM59.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA EMITE, A DEMANDA (DESPUES DE CADA LOTE DE
      * ALTAS DE MNTINSC), LOS CUPONES DE PAGO DE LOS DERECHOS DE
      * EXAMEN. RECORRE LAS INSCRIPCIONES (INSCRIPC) A EXAMENES DE
      * HOY EN ADELANTE, NO AUSENTES, Y A CADA UNA QUE DEBE ARANCEL
      * SEGUN EL TARIFARIO ARANCFG (MISMA RESOLUCION DE LLAMADO Y
      * TARIFA QUE BOPGM41) Y NO TIENE PAGO EN PAGOS NI CUPON
      * VIGENTE LE GRABA UN CUPON EN CUPONES (VER WCUPONES) CON:
      *   - REFERENCIA DE PAGO UNICA: NUMERO CORRELATIVO DE 9
      *     DIGITOS MAS DIGITO VERIFICADOR.
      *   - IMPORTE DE LA TARIFA.
      *   - VENCIMIENTO: EMISION + DIAS DE CUPONCFG (5 POR
      *     DEFECTO), SIN PASAR DEL DIA ANTERIOR AL EXAMEN.
      *   - LINEA DEL CODIGO DE BARRAS DEL BANCO RECAUDADOR: ENTE
      *     (4) + REFERENCIA (10) + IMPORTE EN CENTAVOS (9) +
      *     VENCIMIENTO AAAAMMDD (8) + DIGITO VERIFICADOR (1).
      * EL CUPON IMPRESO SALE EN CUPONLST, UNO POR HOJA.
      *-----------------------------------------------------------
      * DIGITO VERIFICADOR (REFERENCIA Y CODIGO DE BARRAS): CADA
      * DIGITO SE MULTIPLICA POR LA SECUENCIA 1,3,5,7,9,3,5,7,9..
      * SE SUMAN LOS PRODUCTOS, LA SUMA SE DIVIDE POR 2 Y EL
      * DIGITO ES LA UNIDAD DE LA PARTE ENTERA DEL RESULTADO.
      *-----------------------------------------------------------
      * ANTES DE EMITIR SE REVISAN LOS CUPONES EXISTENTES: UN
      * CUPON EMITIDO SIN COBROS CUYA INSCRIPCION YA NO EXISTE (LA
      * DIERON DE BAJA EN MNTINSC) SE ANULA. SI EL ALUMNO VUELVE A
      * INSCRIBIRSE, EL CUPON ANULADO SE REEMITE CON LA MISMA
      * REFERENCIA. CORRER EL PROGRAMA DOS VECES NO DUPLICA NADA.
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

           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

      *----------------------------------------------------------
      *  CUPONES SE CREA EN LA PRIMERA CORRIDA (OPTIONAL, I-O).
      *----------------------------------------------------------
           SELECT OPTIONAL CUPONES ASSIGN       TO
                                   'CUPONES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS CUPONES-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            CUPONES-INSCRIP-FD
                                   FILE STATUS  IS FS-CUPONES.

           SELECT ALUMNOS          ASSIGN       TO
                                   'ALUMNOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-ALUMNOS-FD
                                   ALTERNATE RECORD KEY IS
                                            ALU-DNI-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-ALUMNOS.

           SELECT MATERIAS         ASSIGN       TO
                                   'MATERIAS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS COD-MATERIAS-FD
                                   FILE STATUS  IS FS-MATERIAS.

           SELECT ARANCFG          ASSIGN       TO
                                   'ARANCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ARANCFG.

           SELECT CUPONCFG         ASSIGN       TO
                                   'CUPONCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CUPONCFG.

           SELECT OPTIONAL PAGOS   ASSIGN       TO
                                   'PAGOS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PAGOS.

           SELECT OPTIONAL LLAMADOS ASSIGN      TO
                                   'LLAMADOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS LLAMADOS-CLAVE-FD
                                   FILE STATUS  IS FS-LLAMADOS.

           SELECT CUPONLST         ASSIGN       TO
                                   'CUPONLST'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CUPONLST.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  INSCRIPC.
       01  INSCRIPC-DATOS-FD.
           03  INSCRIP-CLAVE-FD.
               05  INSCRIP-ALUMNO-FD     PIC 9(06).
               05  INSCRIP-MATERIA-FD    PIC X(08).
               05  INSCRIP-FECHA-FD      PIC 9(08).
           03  FILLER                    PIC X(18).

       FD  CUPONES.
       01  CUPONES-DATOS-FD.
           03  CUPONES-CLAVE-FD          PIC X(10).
           03  CUPONES-INSCRIP-FD        PIC X(22).
           03  FILLER                    PIC X(68).

       FD  ALUMNOS.
       01  NRO-LEGAJO-ALUMNO-FD.
           03  COD-ALUMNOS-FD.
               05  ALUMNO-COD-FD         PIC 9(06).
           03  ALU-DNI-FD                PIC 9(08).
           03  FILLER                    PIC X(166).

       FD  MATERIAS.
       01  COD-MATERIAS-DATOS-FD.
           03  COD-MATERIAS-FD           PIC X(08).
           03  FILLER                    PIC X(72).

       FD  ARANCFG
           RECORDING MODE IS F.
       01  ARANCFG-RECORD-FD             PIC  X(30).

       FD  CUPONCFG
           RECORDING MODE IS F.
       01  CUPONCFG-RECORD-FD            PIC  X(30).

       FD  PAGOS
           RECORDING MODE IS F.
       01  PAGOS-RECORD-FD               PIC  X(40).

       FD  LLAMADOS.
       01  LLAMADOS-DATOS-FD.
           03  LLAMADOS-CLAVE-FD         PIC X(22).
           03  FILLER                    PIC X(28).

       FD  CUPONLST
           RECORDING MODE IS F.
       01  REG-CUPONLST-FD               PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM59'.

       77  FS-INSCRIPC                   PIC X(02)  VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-OPT                    VALUE '05'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.
           88 88-FS-INSCRIPC-NOKEY                  VALUE '23'.

       77  FS-CUPONES                    PIC X(02)  VALUE ' '.
           88 88-FS-CUPONES-OK                      VALUE '00'.
           88 88-FS-CUPONES-OPT                     VALUE '05'.
           88 88-FS-CUPONES-EOF                     VALUE '10'.
           88 88-FS-CUPONES-NOKEY                   VALUE '23'.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-NOKEY                   VALUE '23'.

       77  FS-MATERIAS                   PIC X(02)  VALUE ' '.
           88 88-FS-MATERIAS-OK                     VALUE '00'.
           88 88-FS-MATERIAS-NOKEY                  VALUE '23'.

       77  FS-ARANCFG                    PIC  X(02) VALUE ' '.
           88 88-FS-ARANCFG-OK                      VALUE '00'.
           88 88-FS-ARANCFG-EOF                     VALUE '10'.

       77  FS-CUPONCFG                   PIC  X(02) VALUE ' '.
           88 88-FS-CUPONCFG-OK                     VALUE '00'.

       77  FS-PAGOS                      PIC  X(02) VALUE ' '.
           88 88-FS-PAGOS-OK                        VALUE '00'.
           88 88-FS-PAGOS-EOF                       VALUE '10'.

       77  FS-LLAMADOS                   PIC X(02)  VALUE ' '.
           88 88-FS-LLAMADOS-OK                     VALUE '00'.
           88 88-FS-LLAMADOS-EOF                    VALUE '10'.

       77  FS-CUPONLST                   PIC  X(02) VALUE ' '.
           88 88-FS-CUPONLST-OK                     VALUE '00'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

       77  WS-OPEN-CUPONES               PIC X      VALUE 'N'.
           88 88-OPEN-CUPONES-SI                    VALUE 'S'.
           88 88-OPEN-CUPONES-NO                    VALUE 'N'.

       77  WS-OPEN-ALUMNOS               PIC X      VALUE 'N'.
           88 88-OPEN-ALUMNOS-SI                    VALUE 'S'.
           88 88-OPEN-ALUMNOS-NO                    VALUE 'N'.

       77  WS-OPEN-MATERIAS              PIC X      VALUE 'N'.
           88 88-OPEN-MATERIAS-SI                   VALUE 'S'.
           88 88-OPEN-MATERIAS-NO                   VALUE 'N'.

       77  WS-OPEN-CUPONLST              PIC X      VALUE 'N'.
           88 88-OPEN-CUPONLST-SI                   VALUE 'S'.
           88 88-OPEN-CUPONLST-NO                   VALUE 'N'.

      *-------------------------------------------------------------*
      *     CONFIGURACION DE CUPONES (CUPONCFG)                     *
      *-------------------------------------------------------------*
       77  WS-ENTE                       PIC 9(04)  VALUE 0.
       77  WS-DIAS-VENCIMIENTO           PIC 9(03)  VALUE 5.

      *-------------------------------------------------------------*
      *     FECHAS: HOY, EXAMEN Y VENCIMIENTO DEL CUPON             *
      *-------------------------------------------------------------*
       77  WS-FECHA-HOY-NUM              PIC 9(08)  VALUE 0.
       77  WS-DIAS-HOY                   PIC 9(07)  VALUE 0.
       77  WS-DIAS-VENCE                 PIC 9(07)  VALUE 0.
       77  WS-DIAS-LIMITE                PIC 9(07)  VALUE 0.
       77  WS-FECHA-EXAMEN-NUM           PIC 9(08)  VALUE 0.
       77  WS-FECHA-VENCE-NUM            PIC 9(08)  VALUE 0.

       01  WS-FECHA-EDITO                PIC 9(08)  VALUE 0.
       01  WS-FECHA-EDITO-R REDEFINES WS-FECHA-EDITO.
           03  WS-FECHA-EDITO-AAAA       PIC 9(04).
           03  WS-FECHA-EDITO-MM         PIC 9(02).
           03  WS-FECHA-EDITO-DD         PIC 9(02).

       01  WS-FECHA-ED.
           03  WS-FECHA-ED-DD            PIC 9(02).
           03  FILLER                    PIC X      VALUE '/'.
           03  WS-FECHA-ED-MM            PIC 9(02).
           03  FILLER                    PIC X      VALUE '/'.
           03  WS-FECHA-ED-AAAA          PIC 9(04).

      *-------------------------------------------------------------*
      *     TARIFARIO (ARANCFG), IGUAL QUE EN BOPGM41               *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-TAR               PIC 9(03)  VALUE 0.
       01  WS-TABLA-TARIFAS.
           03  WS-TAB-TAR OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-TAR.
               05  WS-TAB-TAR-MATERIA     PIC X(08).
               05  WS-TAB-TAR-NUMERO      PIC 9(04).
               05  WS-TAB-TAR-IMPORTE     PIC 9(07)V9(02).

      *-------------------------------------------------------------*
      *     PAGOS DE TESORERIA YA REGISTRADOS                       *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-PAG               PIC 9(04)  VALUE 0.
       01  WS-TABLA-PAGOS.
           03  WS-TAB-PAG OCCURS 2000 TIMES
                          INDEXED BY WS-IDX-TAB-PAG.
               05  WS-TAB-PAG-ALUMNO      PIC 9(06).
               05  WS-TAB-PAG-MATERIA     PIC X(08).
               05  WS-TAB-PAG-FECHA       PIC X(08).

      *-------------------------------------------------------------*
      *     CALENDARIO DE LLAMADOS (PARA LA TARIFA POR LLAMADO)     *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-LLAM              PIC 9(04)  VALUE 0.
       01  WS-TABLA-LLAMADOS.
           03  WS-TAB-LLAM OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-LLAM.
               05  WS-TAB-LLAM-NUMERO     PIC 9(04).
               05  WS-TAB-LLAM-MATERIA    PIC X(08).
               05  WS-TAB-LLAM-INSTITUTO  PIC X(10).
               05  WS-TAB-LLAM-DESDE      PIC X(08).
               05  WS-TAB-LLAM-HASTA      PIC X(08).

       77  WS-NUMERO-LLAMADO             PIC 9(04)  VALUE 0.
       77  WS-LLAMADO-HALLADO            PIC X      VALUE 'N'.
           88 88-LLAMADO-HALLADO-SI                 VALUE 'S'.
           88 88-LLAMADO-HALLADO-NO                 VALUE 'N'.

       77  WS-IMPORTE-EXAMEN             PIC 9(07)V9(02) VALUE 0.
       77  WS-TARIFA-HALLADA             PIC X      VALUE 'N'.
           88 88-TARIFA-HALLADA-SI                  VALUE 'S'.
           88 88-TARIFA-HALLADA-NO                  VALUE 'N'.

       77  WS-PAGO-HALLADO               PIC X      VALUE 'N'.
           88 88-PAGO-HALLADO-SI                    VALUE 'S'.
           88 88-PAGO-HALLADO-NO                    VALUE 'N'.

      *-------------------------------------------------------------*
      *     NUMERACION DE CUPONES Y DIGITO VERIFICADOR              *
      *-------------------------------------------------------------*
       77  WS-ULTIMO-NUMERO              PIC 9(09)  VALUE 0.

       01  WS-REFERENCIA.
           03  WS-REF-NUMERO             PIC 9(09)  VALUE 0.
           03  WS-REF-DIGITO             PIC 9(01)  VALUE 0.

       01  WS-CODIGO-BARRAS.
           03  WS-BAR-ENTE               PIC 9(04)  VALUE 0.
           03  WS-BAR-REFERENCIA         PIC 9(10)  VALUE 0.
           03  WS-BAR-IMPORTE            PIC 9(07)V9(02) VALUE 0.
           03  WS-BAR-VENCIMIENTO        PIC 9(08)  VALUE 0.
           03  WS-BAR-DIGITO             PIC 9(01)  VALUE 0.

       77  WS-DV-CADENA                  PIC X(31)  VALUE ' '.
       77  WS-DV-LARGO                   PIC 9(02)  VALUE 0.
       77  WS-DV-POS                     PIC 9(02)  VALUE 0.
       77  WS-DV-PESO                    PIC 9(01)  VALUE 0.
       77  WS-DV-CIFRA                   PIC 9(01)  VALUE 0.
       77  WS-DV-SUMA                    PIC 9(05)  VALUE 0.
       77  WS-DV-MITAD                   PIC 9(05)  VALUE 0.
       77  WS-DV-COCIENTE                PIC 9(05)  VALUE 0.
       77  WS-DV-DIGITO                  PIC 9(01)  VALUE 0.

       77  WS-CUPON-NUEVO                PIC X      VALUE 'N'.
           88 88-CUPON-NUEVO-SI                     VALUE 'S'.
           88 88-CUPON-NUEVO-NO                     VALUE 'N'.

       77  WS-HAY-ANULADOS               PIC X      VALUE 'N'.
           88 88-HAY-ANULADOS-SI                    VALUE 'S'.
           88 88-HAY-ANULADOS-NO                    VALUE 'N'.

       77  WS-ALU-NOMBRE-RESUELTO        PIC X(50)  VALUE ' '.
       77  WS-MAT-NOMBRE-RESUELTO        PIC X(50)  VALUE ' '.

       77  WS-CUPONES-REVISADOS          PIC 9(07)  VALUE 0.
       77  WS-CUPONES-ANULADOS           PIC 9(07)  VALUE 0.
       77  WS-INSCRIPC-LEIDAS            PIC 9(07)  VALUE 0.
       77  WS-INSCRIPC-PENDIENTES        PIC 9(07)  VALUE 0.
       77  WS-SIN-ARANCEL                PIC 9(07)  VALUE 0.
       77  WS-YA-PAGADAS                 PIC 9(07)  VALUE 0.
       77  WS-YA-EMITIDOS                PIC 9(07)  VALUE 0.
       77  WS-CUPONES-EMITIDOS           PIC 9(07)  VALUE 0.
       77  WS-CUPONES-REEMITIDOS         PIC 9(07)  VALUE 0.
       77  WS-TOTAL-EMITIDO              PIC 9(09)V9(02) VALUE 0.
       77  WS-GRABADOS-CUPONLST          PIC 9(07)  VALUE 0.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  REG-CUPONLST                  PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-C01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM59'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(44)  VALUE
                'CUPONES DE PAGO DE DERECHOS DE EXAMEN'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITC01-FECHA.
               05  TITC01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITC01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITC01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-C02.
           03  FILLER                    PIC X(40)  VALUE
                'CUPONES ANULADOS (INSCRIPCION DE BAJA)'.
           03  FILLER                    PIC X(92)  VALUE ' '.

       01  DET-ANULADO.
           03  FILLER                    PIC X(12)  VALUE
                'REFERENCIA: '.
           03  DAN-REFERENCIA            PIC 9(10).
           03  FILLER                    PIC X(10)  VALUE
                '  ALUMNO: '.
           03  DAN-ALUMNO                PIC 9(06).
           03  FILLER                    PIC X(11)  VALUE
                '  MATERIA: '.
           03  DAN-MATERIA               PIC X(08).
           03  FILLER                    PIC X(09)  VALUE
                '  FECHA: '.
           03  DAN-FECHA                 PIC X(10).
           03  FILLER                    PIC X(11)  VALUE
                '  IMPORTE: '.
           03  DAN-IMPORTE               PIC Z.ZZZ.ZZ9,99.
           03  FILLER                    PIC X(33)  VALUE ' '.

       01  CUP-SEPARADOR.
           03  FILLER                    PIC X(100) VALUE ALL '-'.
           03  FILLER                    PIC X(32)  VALUE ' '.

       01  CUP-LINEA-1.
           03  FILLER                    PIC X(50)  VALUE
                'CUPON DE PAGO - DERECHO DE EXAMEN'.
           03  FILLER                    PIC X(22)  VALUE
                'REFERENCIA DE PAGO: '.
           03  CL1-REFERENCIA            PIC 9(10).
           03  CL1-REEMISION             PIC X(20)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE ' '.

       01  CUP-LINEA-2.
           03  FILLER                    PIC X(19)  VALUE
                'ALUMNO           : '.
           03  CL2-LEGAJO                PIC 9(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  CL2-NOMBRE                PIC X(50).
           03  FILLER                    PIC X(56)  VALUE ' '.

       01  CUP-LINEA-3.
           03  FILLER                    PIC X(19)  VALUE
                'MATERIA          : '.
           03  CL3-MATERIA               PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  CL3-NOMBRE                PIC X(50).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(18)  VALUE
                'FECHA DE EXAMEN: '.
           03  CL3-FECHA                 PIC X(10).
           03  FILLER                    PIC X(25)  VALUE ' '.

       01  CUP-LINEA-4.
           03  FILLER                    PIC X(19)  VALUE
                'SEDE             : '.
           03  CL4-INSTITUTO             PIC X(10).
           03  FILLER                    PIC X(103) VALUE ' '.

       01  CUP-LINEA-5.
           03  FILLER                    PIC X(19)  VALUE
                'IMPORTE A PAGAR  : '.
           03  CL5-IMPORTE               PIC Z.ZZZ.ZZ9,99.
           03  FILLER                    PIC X(05)  VALUE ' '.
           03  FILLER                    PIC X(20)  VALUE
                'VENCIMIENTO      : '.
           03  CL5-VENCIMIENTO           PIC X(10).
           03  FILLER                    PIC X(66)  VALUE ' '.

       01  CUP-LINEA-6.
           03  FILLER                    PIC X(19)  VALUE
                'CODIGO DE BARRAS : '.
           03  CL6-BARRAS                PIC X(32).
           03  FILLER                    PIC X(81)  VALUE ' '.

       01  TRL-CUPON.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(19)  VALUE
                'CUPONES EMITIDOS: '.
           03  TRC-EMITIDOS              PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  REEMITIDOS: '.
           03  TRC-REEMITIDOS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(18)  VALUE
                '  TOTAL EMITIDO: '.
           03  TRC-TOTAL                 PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                    PIC X(13)  VALUE
                '  ANULADOS: '.
           03  TRC-ANULADOS              PIC ZZZZZZ9.
           03  FILLER                    PIC X(32)  VALUE ' '.

       01  TRL-CUPON-2.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(24)  VALUE
                'INSCRIPCIONES A FUTURO: '.
           03  TRC-PENDIENTES            PIC ZZZZZZ9.
           03  FILLER                    PIC X(16)  VALUE
                '  SIN ARANCEL: '.
           03  TRC-SIN-ARANCEL           PIC ZZZZZZ9.
           03  FILLER                    PIC X(16)  VALUE
                '  YA PAGADAS: '.
           03  TRC-PAGADAS               PIC ZZZZZZ9.
           03  FILLER                    PIC X(21)  VALUE
                '  CON CUPON VIGENTE: '.
           03  TRC-YA-EMITIDOS           PIC ZZZZZZ9.
           03  FILLER                    PIC X(26)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WINSCRIP.
       COPY WCUPONES.
       COPY WCUPOCFG.
       COPY WALUMNOS.
       COPY WMATERIA.
       COPY WARANCFG.
       COPY WPAGOS.
       COPY WLLAMADO.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------
      *  PRIMERO SE REVISAN LOS CUPONES YA EMITIDOS (ULTIMO NUMERO
      *  Y ANULACIONES) Y DESPUES SE RECORREN LAS INSCRIPCIONES.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL NOT 88-FS-INSCRIPC-OK.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-CARGO-TARIFARIO.
           PERFORM 10155-CARGO-PAGOS.
           PERFORM 10157-CARGO-TABLA-LLAMADOS.
           PERFORM 10160-LEO-CUPONCFG.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-FECHA-HOY-NUM.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).

           MOVE WS-CURRENT-DATE-DD       TO TITC01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITC01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITC01-FECHA-AAAA.

           SET 88-SALTO-HOJA-SI          TO TRUE.
           MOVE TIT-C01                  TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.

           PERFORM 15000-REVISO-CUPONES.

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE LOW-VALUES               TO INSCRIP-CLAVE-FD.
           START INSCRIPC KEY >= INSCRIP-CLAVE-FD.

           IF  88-FS-INSCRIPC-OK
               PERFORM 11100-READ-INSCRIPC
           END-IF.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT INSCRIPC.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
               WHEN 88-FS-INSCRIPC-OPT
                    SET 88-OPEN-INSCRIPC-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O   CUPONES.

           EVALUATE TRUE
               WHEN 88-FS-CUPONES-OK
               WHEN 88-FS-CUPONES-OPT
                    SET 88-OPEN-CUPONES-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   CUPONES'
                    DISPLAY 'FILE STATUS       :' FS-CUPONES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT ALUMNOS.

           EVALUATE FS-ALUMNOS
               WHEN '00'
                    SET 88-OPEN-ALUMNOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN INPUT MATERIAS.

           EVALUATE FS-MATERIAS
               WHEN '00'
                    SET 88-OPEN-MATERIAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT MATERIAS'
                    DISPLAY 'FILE STATUS       :' FS-MATERIAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT CUPONLST.

           EVALUATE FS-CUPONLST
               WHEN '00'
                    SET 88-OPEN-CUPONLST-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT CUPONLST'
                    DISPLAY 'FILE STATUS       :' FS-CUPONLST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-CARGO-TARIFARIO.
      *----------------------
      *  SIN TARIFARIO NO HAY ARANCEL QUE COBRAR: ES UN ERROR DE
      *  ARMADO DEL TRABAJO, NO UN CASO OPCIONAL.
      *----------------------

           OPEN INPUT ARANCFG.

           EVALUATE FS-ARANCFG
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10150-CARGO-TARIFARIO'
                    DISPLAY 'ERROR EN OPEN INPUT ARANCFG'
                    DISPLAY 'FILE STATUS       :' FS-ARANCFG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-ARANCFG-EOF
               INITIALIZE ARANCFG-RECORD
               READ ARANCFG INTO ARANCFG-RECORD
               IF  88-FS-ARANCFG-OK
               AND WS-CANT-TAB-TAR < 100
                   ADD 1                 TO WS-CANT-TAB-TAR
                   SET WS-IDX-TAB-TAR    TO WS-CANT-TAB-TAR
                   MOVE ARANCFG-COD-MATERIA
                        TO WS-TAB-TAR-MATERIA(WS-IDX-TAB-TAR)
                   MOVE ARANCFG-NUMERO-LLAMADO
                        TO WS-TAB-TAR-NUMERO(WS-IDX-TAB-TAR)
                   MOVE ARANCFG-IMPORTE
                        TO WS-TAB-TAR-IMPORTE(WS-IDX-TAB-TAR)
               END-IF
           END-PERFORM.

           CLOSE ARANCFG.

       10155-CARGO-PAGOS.
      *------------------
      *  PAGOS YA REGISTRADOS (CARGADOS POR TESORERIA O POR BOPGM60):
      *  UNA INSCRIPCION PAGADA NO NECESITA CUPON.
      *------------------

           OPEN INPUT PAGOS.

           IF  88-FS-PAGOS-OK
               PERFORM UNTIL 88-FS-PAGOS-EOF
                   INITIALIZE PAGOS-RECORD
                   READ PAGOS INTO PAGOS-RECORD
                   IF  88-FS-PAGOS-OK
                   AND WS-CANT-TAB-PAG < 2000
                       ADD 1              TO WS-CANT-TAB-PAG
                       SET WS-IDX-TAB-PAG TO WS-CANT-TAB-PAG
                       MOVE PAGOS-COD-ALUMNO
                            TO WS-TAB-PAG-ALUMNO(WS-IDX-TAB-PAG)
                       MOVE PAGOS-COD-MATERIA
                            TO WS-TAB-PAG-MATERIA(WS-IDX-TAB-PAG)
                       MOVE PAGOS-FECHA-EXAMEN
                            TO WS-TAB-PAG-FECHA(WS-IDX-TAB-PAG)
                   END-IF
               END-PERFORM
               CLOSE PAGOS
           END-IF.

       10157-CARGO-TABLA-LLAMADOS.
      *---------------------------

           OPEN INPUT LLAMADOS.

           IF  88-FS-LLAMADOS-OK
               PERFORM UNTIL 88-FS-LLAMADOS-EOF
                   INITIALIZE LLAMADOS-REGISTRO
                   READ LLAMADOS INTO LLAMADOS-REGISTRO
                   IF  88-FS-LLAMADOS-OK
                   AND WS-CANT-TAB-LLAM < 200
                       ADD 1               TO WS-CANT-TAB-LLAM
                       SET WS-IDX-TAB-LLAM TO WS-CANT-TAB-LLAM
                       MOVE LLAMADOS-NUMERO
                            TO WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-COD-MATERIA
                            TO WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-INSTITUTO
                            TO WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-FECHA-DESDE
                            TO WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM)
                       MOVE LLAMADOS-FECHA-HASTA
                            TO WS-TAB-LLAM-HASTA(WS-IDX-TAB-LLAM)
                   END-IF
               END-PERFORM
               CLOSE LLAMADOS
           END-IF.

       10160-LEO-CUPONCFG.
      *-------------------
      *  EL ENTE RECAUDADOR ES OBLIGATORIO: SIN EL, EL BANCO NO
      *  PUEDE LEER EL CODIGO DE BARRAS. LOS DIAS DE VENCIMIENTO
      *  EN CERO O NO NUMERICOS QUEDAN EN EL VALOR POR DEFECTO.
      *-------------------

           OPEN INPUT CUPONCFG.

           IF  88-FS-CUPONCFG-OK
               INITIALIZE CUPONCFG-RECORD
               READ CUPONCFG INTO CUPONCFG-RECORD
           END-IF.

           IF  88-FS-CUPONCFG-OK
           AND CUPONCFG-ENTE IS NUMERIC
           AND CUPONCFG-ENTE > 0
               MOVE CUPONCFG-ENTE        TO WS-ENTE
               IF  CUPONCFG-DIAS-VENCIMIENTO IS NUMERIC
               AND CUPONCFG-DIAS-VENCIMIENTO > 0
                   MOVE CUPONCFG-DIAS-VENCIMIENTO
                                         TO WS-DIAS-VENCIMIENTO
               END-IF
               CLOSE CUPONCFG
           ELSE
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10160-LEO-CUPONCFG'
               DISPLAY 'ERROR EN CUPONCFG: FALTA EL ENTE'
               DISPLAY 'FILE STATUS       :' FS-CUPONCFG
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

       11100-READ-INSCRIPC.
      *--------------------

           INITIALIZE INSCRIP-REGISTRO.

           READ INSCRIPC NEXT RECORD INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    ADD 1                TO WS-INSCRIPC-LEIDAS
               WHEN 88-FS-INSCRIPC-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-INSCRIPC'
                    DISPLAY 'ERROR EN READ       INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       15000-REVISO-CUPONES.
      *---------------------
      *  PASADA COMPLETA POR CUPONES: TOMA EL ULTIMO NUMERO USADO
      *  Y ANULA LOS CUPONES EMITIDOS, SIN COBROS, CUYA INSCRIPCION
      *  YA NO EXISTE. UN CUPON CON COBRO PARCIAL NO SE ANULA: LO
      *  RESUELVE TESORERIA.
      *---------------------

           INITIALIZE CUPONES-DATOS-FD.
           MOVE LOW-VALUES               TO CUPONES-CLAVE-FD.
           START CUPONES KEY >= CUPONES-CLAVE-FD.

           IF  88-FS-CUPONES-OK
               PERFORM 15100-LEO-CUPON-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-CUPONES-OK
                   ADD 1                 TO WS-CUPONES-REVISADOS
                   IF  CUPONES-NUMERO > WS-ULTIMO-NUMERO
                       MOVE CUPONES-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
                   IF  88-CUPONES-EMITIDO
                       PERFORM 15200-VERIFICO-INSCRIPCION
                   END-IF
                   PERFORM 15100-LEO-CUPON-SIGUIENTE
               END-PERFORM
           END-IF.

       15100-LEO-CUPON-SIGUIENTE.
      *--------------------------

           INITIALIZE CUPONES-REGISTRO.

           READ CUPONES NEXT RECORD INTO CUPONES-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CUPONES-OK
               WHEN 88-FS-CUPONES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 15100-LEO-CUPON-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       CUPONES'
                    DISPLAY 'FILE STATUS       :' FS-CUPONES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       15200-VERIFICO-INSCRIPCION.
      *---------------------------

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE CUPONES-COD-ALUMNO       TO INSCRIP-ALUMNO-FD.
           MOVE CUPONES-COD-MATERIA      TO INSCRIP-MATERIA-FD.
           MOVE CUPONES-FECHA-EXAMEN     TO INSCRIP-FECHA-FD.

           READ INSCRIPC INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    CONTINUE
               WHEN 88-FS-INSCRIPC-NOKEY
                    PERFORM 15300-ANULO-CUPON
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 15200-VERIFICO-INSCRIPCION'
                    DISPLAY 'ERROR EN READ       INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       15300-ANULO-CUPON.
      *------------------

           SET 88-CUPONES-ANULADO        TO TRUE.

           REWRITE CUPONES-DATOS-FD      FROM CUPONES-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CUPONES-OK
                    ADD 1                TO WS-CUPONES-ANULADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 15300-ANULO-CUPON'
                    DISPLAY 'ERROR EN REWRITE    CUPONES'
                    DISPLAY 'FILE STATUS       :' FS-CUPONES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           IF  88-HAY-ANULADOS-NO
               SET 88-HAY-ANULADOS-SI    TO TRUE
               MOVE SPACES               TO REG-CUPONLST
               PERFORM 26000-ESCRIBO-CUPONLST
               MOVE TIT-C02              TO REG-CUPONLST
               PERFORM 26000-ESCRIBO-CUPONLST
           END-IF.

           MOVE CUPONES-REFERENCIA       TO DAN-REFERENCIA.
           MOVE CUPONES-COD-ALUMNO       TO DAN-ALUMNO.
           MOVE CUPONES-COD-MATERIA      TO DAN-MATERIA.
           MOVE CUPONES-FECHA-EXAMEN     TO WS-FECHA-EDITO.
           PERFORM 24900-EDITO-FECHA.
           MOVE WS-FECHA-ED              TO DAN-FECHA.
           MOVE CUPONES-IMPORTE          TO DAN-IMPORTE.

           MOVE DET-ANULADO              TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.

       20000-PROCESO.
      *-------------
      *  SOLO LAS INSCRIPCIONES A EXAMENES DE HOY EN ADELANTE Y NO
      *  MARCADAS AUSENTE PUEDEN NECESITAR CUPON.
      *-------------

           MOVE INSCRIP-FECHA-EXAMEN     TO WS-FECHA-EXAMEN-NUM.

           IF  WS-FECHA-EXAMEN-NUM >= WS-FECHA-HOY-NUM
           AND NOT 88-INSCRIP-AUSENTE
               ADD 1                     TO WS-INSCRIPC-PENDIENTES
               PERFORM 21000-EVALUO-INSCRIPCION
           END-IF.

           PERFORM 11100-READ-INSCRIPC.

       21000-EVALUO-INSCRIPCION.
      *-------------------------

           PERFORM 21100-RESUELVO-LLAMADO.
           PERFORM 21200-RESUELVO-TARIFA.

           EVALUATE TRUE
               WHEN 88-TARIFA-HALLADA-NO
               WHEN WS-IMPORTE-EXAMEN = 0
                    ADD 1                TO WS-SIN-ARANCEL
               WHEN OTHER
                    PERFORM 21300-BUSCO-PAGO
                    IF  88-PAGO-HALLADO-SI
                        ADD 1            TO WS-YA-PAGADAS
                    ELSE
                        PERFORM 22000-BUSCO-CUPON
                    END-IF
           END-EVALUATE.

       21100-RESUELVO-LLAMADO.
      *-----------------------
      *  UBICA EL NUMERO DE LLAMADO DEL EXAMEN (MISMAS REGLAS DE
      *  COMODIN QUE 21100-RESUELVO-LLAMADO EN BOPGM41) PARA LAS
      *  TARIFAS POR LLAMADO. SIN CALENDARIO O SIN COINCIDENCIA,
      *  SOLO APLICAN LAS TARIFAS GENERICAS (NUMERO EN CERO).
      *-----------------------

           SET 88-LLAMADO-HALLADO-NO     TO TRUE.
           MOVE 0                        TO WS-NUMERO-LLAMADO.

           SET  WS-IDX-TAB-LLAM          TO 1.
           PERFORM UNTIL WS-IDX-TAB-LLAM > WS-CANT-TAB-LLAM
                      OR 88-LLAMADO-HALLADO-SI
               IF (WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM) = SPACES
                OR WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM) =
                           INSCRIP-COD-MATERIA)
               AND (WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM) = SPACES
                OR WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM) =
                           INSCRIP-INSTITUTO)
                   PERFORM 21150-COMPARO-FECHA-LLAMADO
               END-IF
               SET WS-IDX-TAB-LLAM       UP BY 1
           END-PERFORM.

       21150-COMPARO-FECHA-LLAMADO.
      *----------------------------
      *  HASTA EN BLANCO O CEROS = LLAMADO DE UN SOLO DIA (LA
      *  CONVENCION DE WLLAMADO).
      *----------------------------

           IF  WS-TAB-LLAM-HASTA(WS-IDX-TAB-LLAM) = SPACES
           OR  WS-TAB-LLAM-HASTA(WS-IDX-TAB-LLAM) = '00000000'
               IF  INSCRIP-FECHA-EXAMEN =
                       WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM)
                   SET 88-LLAMADO-HALLADO-SI TO TRUE
               END-IF
           ELSE
               IF  INSCRIP-FECHA-EXAMEN >=
                       WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM)
               AND INSCRIP-FECHA-EXAMEN <=
                       WS-TAB-LLAM-HASTA(WS-IDX-TAB-LLAM)
                   SET 88-LLAMADO-HALLADO-SI TO TRUE
               END-IF
           END-IF.

           IF  88-LLAMADO-HALLADO-SI
               MOVE WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM)
                                         TO WS-NUMERO-LLAMADO
           END-IF.

       21200-RESUELVO-TARIFA.
      *----------------------
      *  PRIMERA TARIFA QUE COINCIDE: MATERIA EN BLANCO VALE PARA
      *  TODAS; NUMERO EN CERO VALE PARA TODOS LOS LLAMADOS.
      *----------------------

           SET 88-TARIFA-HALLADA-NO      TO TRUE.
           MOVE 0                        TO WS-IMPORTE-EXAMEN.

           SET  WS-IDX-TAB-TAR           TO 1.
           PERFORM UNTIL WS-IDX-TAB-TAR > WS-CANT-TAB-TAR
                      OR 88-TARIFA-HALLADA-SI
               IF (WS-TAB-TAR-MATERIA(WS-IDX-TAB-TAR) = SPACES
                OR WS-TAB-TAR-MATERIA(WS-IDX-TAB-TAR) =
                           INSCRIP-COD-MATERIA)
               AND (WS-TAB-TAR-NUMERO(WS-IDX-TAB-TAR) = 0
                OR WS-TAB-TAR-NUMERO(WS-IDX-TAB-TAR) =
                           WS-NUMERO-LLAMADO)
                   SET 88-TARIFA-HALLADA-SI TO TRUE
                   MOVE WS-TAB-TAR-IMPORTE(WS-IDX-TAB-TAR)
                                         TO WS-IMPORTE-EXAMEN
               END-IF
               SET WS-IDX-TAB-TAR        UP BY 1
           END-PERFORM.

       21300-BUSCO-PAGO.
      *-----------------

           SET 88-PAGO-HALLADO-NO        TO TRUE.

           SET  WS-IDX-TAB-PAG           TO 1.
           PERFORM UNTIL WS-IDX-TAB-PAG > WS-CANT-TAB-PAG
                      OR 88-PAGO-HALLADO-SI
               IF  WS-TAB-PAG-ALUMNO(WS-IDX-TAB-PAG) =
                           INSCRIP-COD-ALUMNO
               AND WS-TAB-PAG-MATERIA(WS-IDX-TAB-PAG) =
                           INSCRIP-COD-MATERIA
               AND WS-TAB-PAG-FECHA(WS-IDX-TAB-PAG) =
                           INSCRIP-FECHA-EXAMEN
                   SET 88-PAGO-HALLADO-SI TO TRUE
               END-IF
               SET WS-IDX-TAB-PAG        UP BY 1
           END-PERFORM.

       22000-BUSCO-CUPON.
      *------------------
      *  BUSCA EL CUPON DE LA INSCRIPCION POR LA CLAVE ALTERNATIVA.
      *  CON UN CUPON VIGENTE (EMITIDO, PARCIAL O PAGADO) NO SE
      *  HACE NADA; UNO ANULADO SE REEMITE CON LA MISMA REFERENCIA.
      *------------------

           INITIALIZE CUPONES-DATOS-FD.
           MOVE INSCRIP-CLAVE            TO CUPONES-INSCRIP-FD.

           READ CUPONES INTO CUPONES-REGISTRO
                KEY IS CUPONES-INSCRIP-FD.

           EVALUATE TRUE
               WHEN 88-FS-CUPONES-OK
                    IF  88-CUPONES-ANULADO
                        SET 88-CUPON-NUEVO-NO TO TRUE
                        PERFORM 23000-ARMO-CUPON
                        PERFORM 23100-GRABO-CUPON
                    ELSE
                        ADD 1            TO WS-YA-EMITIDOS
                    END-IF
               WHEN 88-FS-CUPONES-NOKEY
                    SET 88-CUPON-NUEVO-SI TO TRUE
                    INITIALIZE CUPONES-REGISTRO
                    ADD 1                TO WS-ULTIMO-NUMERO
                    MOVE WS-ULTIMO-NUMERO TO WS-REF-NUMERO
                    MOVE WS-REF-NUMERO   TO WS-DV-CADENA
                    MOVE 9               TO WS-DV-LARGO
                    PERFORM 24500-CALCULO-DIGITO
                    MOVE WS-DV-DIGITO    TO WS-REF-DIGITO
                    MOVE WS-REFERENCIA   TO CUPONES-REFERENCIA
                    PERFORM 23000-ARMO-CUPON
                    PERFORM 23100-GRABO-CUPON
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22000-BUSCO-CUPON'
                    DISPLAY 'ERROR EN READ       CUPONES'
                    DISPLAY 'FILE STATUS       :' FS-CUPONES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       23000-ARMO-CUPON.
      *-----------------
      *  VENCIMIENTO = HOY + DIAS DE CUPONCFG, PERO NO DESPUES DEL
      *  DIA ANTERIOR AL EXAMEN NI ANTES DE HOY (EXAMEN DEL DIA).
      *-----------------

           MOVE INSCRIP-COD-ALUMNO       TO CUPONES-COD-ALUMNO.
           MOVE INSCRIP-COD-MATERIA      TO CUPONES-COD-MATERIA.
           MOVE WS-FECHA-EXAMEN-NUM      TO CUPONES-FECHA-EXAMEN.
           MOVE INSCRIP-INSTITUTO        TO CUPONES-INSTITUTO.
           MOVE WS-IMPORTE-EXAMEN        TO CUPONES-IMPORTE.
           MOVE WS-FECHA-HOY-NUM         TO CUPONES-FECHA-EMISION.
           SET 88-CUPONES-EMITIDO        TO TRUE.
           MOVE 0                        TO CUPONES-IMPORTE-COBRADO
                                            CUPONES-FECHA-COBRO
                                            CUPONES-LOTE-COBRO.

           COMPUTE WS-DIAS-VENCE = WS-DIAS-HOY + WS-DIAS-VENCIMIENTO.
           COMPUTE WS-DIAS-LIMITE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-EXAMEN-NUM) - 1.

           IF  WS-DIAS-VENCE > WS-DIAS-LIMITE
               MOVE WS-DIAS-LIMITE       TO WS-DIAS-VENCE
           END-IF.
           IF  WS-DIAS-VENCE < WS-DIAS-HOY
               MOVE WS-DIAS-HOY          TO WS-DIAS-VENCE
           END-IF.

           COMPUTE WS-FECHA-VENCE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-VENCE).
           MOVE WS-FECHA-VENCE-NUM       TO CUPONES-FECHA-VENCIMIENTO.

       23100-GRABO-CUPON.
      *------------------

           MOVE CUPONES-REFERENCIA       TO CUPONES-CLAVE-FD.

           IF  88-CUPON-NUEVO-SI
               WRITE CUPONES-DATOS-FD    FROM CUPONES-REGISTRO
           ELSE
               REWRITE CUPONES-DATOS-FD  FROM CUPONES-REGISTRO
           END-IF.

           EVALUATE TRUE
               WHEN 88-FS-CUPONES-OK
                    ADD CUPONES-IMPORTE  TO WS-TOTAL-EMITIDO
                    IF  88-CUPON-NUEVO-SI
                        ADD 1            TO WS-CUPONES-EMITIDOS
                    ELSE
                        ADD 1            TO WS-CUPONES-REEMITIDOS
                    END-IF
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23100-GRABO-CUPON'
                    DISPLAY 'ERROR EN GRABO      CUPONES'
                    DISPLAY 'FILE STATUS       :' FS-CUPONES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 24000-IMPRIMO-CUPON.

       24000-IMPRIMO-CUPON.
      *--------------------
      *  UN CUPON POR HOJA, CON EL CODIGO DE BARRAS ARMADO SEGUN EL
      *  FORMATO DEL BANCO Y SU DIGITO VERIFICADOR.
      *--------------------

           PERFORM 24100-RECUPERO-NOMBRES.

           MOVE WS-ENTE                  TO WS-BAR-ENTE.
           MOVE CUPONES-REFERENCIA       TO WS-BAR-REFERENCIA.
           MOVE CUPONES-IMPORTE          TO WS-BAR-IMPORTE.
           MOVE CUPONES-FECHA-VENCIMIENTO TO WS-BAR-VENCIMIENTO.
           MOVE WS-CODIGO-BARRAS         TO WS-DV-CADENA.
           MOVE 31                       TO WS-DV-LARGO.
           PERFORM 24500-CALCULO-DIGITO.
           MOVE WS-DV-DIGITO             TO WS-BAR-DIGITO.

           MOVE CUPONES-REFERENCIA       TO CL1-REFERENCIA.
           IF  88-CUPON-NUEVO-SI
               MOVE SPACES               TO CL1-REEMISION
           ELSE
               MOVE '  (REEMISION)'      TO CL1-REEMISION
           END-IF.
           MOVE CUPONES-COD-ALUMNO       TO CL2-LEGAJO.
           MOVE WS-ALU-NOMBRE-RESUELTO   TO CL2-NOMBRE.
           MOVE CUPONES-COD-MATERIA      TO CL3-MATERIA.
           MOVE WS-MAT-NOMBRE-RESUELTO   TO CL3-NOMBRE.
           MOVE CUPONES-FECHA-EXAMEN     TO WS-FECHA-EDITO.
           PERFORM 24900-EDITO-FECHA.
           MOVE WS-FECHA-ED              TO CL3-FECHA.
           MOVE CUPONES-INSTITUTO        TO CL4-INSTITUTO.
           MOVE CUPONES-IMPORTE          TO CL5-IMPORTE.
           MOVE CUPONES-FECHA-VENCIMIENTO TO WS-FECHA-EDITO.
           PERFORM 24900-EDITO-FECHA.
           MOVE WS-FECHA-ED              TO CL5-VENCIMIENTO.
           MOVE WS-CODIGO-BARRAS         TO CL6-BARRAS.

           SET 88-SALTO-HOJA-SI          TO TRUE.
           MOVE TIT-C01                  TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE SPACES                   TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE CUP-SEPARADOR            TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE CUP-LINEA-1              TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE CUP-SEPARADOR            TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE CUP-LINEA-2              TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE CUP-LINEA-3              TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE CUP-LINEA-4              TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE SPACES                   TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE CUP-LINEA-5              TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE SPACES                   TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE CUP-LINEA-6              TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE CUP-SEPARADOR            TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.

       24100-RECUPERO-NOMBRES.
      *-----------------------

           INITIALIZE ALU-REGISTRO
                      NRO-LEGAJO-ALUMNO-FD.
           MOVE CUPONES-COD-ALUMNO       TO ALUMNO-COD-FD.

           READ ALUMNOS INTO ALU-REGISTRO.

           EVALUATE TRUE
                WHEN  88-FS-ALUMNOS-OK
                      MOVE ' '            TO WS-ALU-NOMBRE-RESUELTO
                      STRING
                             ALU-APELLIDO DELIMITED BY '  '
                             ' '          DELIMITED BY SIZE
                             ALU-NOMBRE   DELIMITED BY '  '
                         INTO
                             WS-ALU-NOMBRE-RESUELTO
                      END-STRING
                WHEN  88-FS-ALUMNOS-NOKEY
                      MOVE 'ALUMNO NO ENCONTRADO'
                                          TO WS-ALU-NOMBRE-RESUELTO
                WHEN OTHER
                      DISPLAY '--------------------------------'
                      DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                      DISPLAY 'PARRAFO: 24100-RECUPERO-NOMBRES'
                      DISPLAY 'ERROR EN READ       ALUMNOS'
                      DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                      DISPLAY 'SE CANCELA EL PROCESO'
                      DISPLAY '--------------------------------'
                      PERFORM 99999-CANCELO
           END-EVALUATE.

           INITIALIZE MATERIAS-REGISTRO
                      COD-MATERIAS-DATOS-FD.
           MOVE CUPONES-COD-MATERIA      TO COD-MATERIAS-FD.

           READ MATERIAS INTO MATERIAS-REGISTRO.

           EVALUATE TRUE
                WHEN  88-FS-MATERIAS-OK
                      MOVE MATERIA-NOMBRE TO WS-MAT-NOMBRE-RESUELTO
                WHEN  88-FS-MATERIAS-NOKEY
                      MOVE 'MATERIA NO ENCONTRADA'
                                          TO WS-MAT-NOMBRE-RESUELTO
                WHEN OTHER
                      DISPLAY '--------------------------------'
                      DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                      DISPLAY 'PARRAFO: 24100-RECUPERO-NOMBRES'
                      DISPLAY 'ERROR EN READ       MATERIAS'
                      DISPLAY 'FILE STATUS       :' FS-MATERIAS
                      DISPLAY 'SE CANCELA EL PROCESO'
                      DISPLAY '--------------------------------'
                      PERFORM 99999-CANCELO
           END-EVALUATE.

       24500-CALCULO-DIGITO.
      *---------------------
      *  DIGITO VERIFICADOR DE LOS PRIMEROS WS-DV-LARGO DIGITOS DE
      *  WS-DV-CADENA: PESOS 1,3,5,7,9,3,5,7,9..., SUMA / 2 Y
      *  UNIDAD DE LA PARTE ENTERA.
      *---------------------

           MOVE 0                        TO WS-DV-SUMA.
           MOVE 1                        TO WS-DV-PESO.

           PERFORM VARYING WS-DV-POS FROM 1 BY 1
                     UNTIL WS-DV-POS > WS-DV-LARGO
               MOVE WS-DV-CADENA(WS-DV-POS:1) TO WS-DV-CIFRA
               COMPUTE WS-DV-SUMA = WS-DV-SUMA
                                  + WS-DV-CIFRA * WS-DV-PESO
               IF  WS-DV-PESO = 9
                   MOVE 3                TO WS-DV-PESO
               ELSE
                   ADD 2                 TO WS-DV-PESO
               END-IF
           END-PERFORM.

           DIVIDE WS-DV-SUMA BY 2        GIVING WS-DV-MITAD.
           DIVIDE WS-DV-MITAD BY 10      GIVING WS-DV-COCIENTE
                                         REMAINDER WS-DV-DIGITO.

       24900-EDITO-FECHA.
      *------------------

           MOVE WS-FECHA-EDITO-DD        TO WS-FECHA-ED-DD.
           MOVE WS-FECHA-EDITO-MM        TO WS-FECHA-ED-MM.
           MOVE WS-FECHA-EDITO-AAAA      TO WS-FECHA-ED-AAAA.

       26000-ESCRIBO-CUPONLST.
      *-----------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-CUPONLST-FD FROM REG-CUPONLST AFTER PAGE
           ELSE
              WRITE REG-CUPONLST-FD FROM REG-CUPONLST AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-CUPONLST-OK
                   ADD 1              TO  WS-GRABADOS-CUPONLST
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26000-ESCRIBO-CUPONLST'
                   DISPLAY 'ERROR EN ESCRIBO    CUPONLST'
                   DISPLAY 'FILE STATUS       :' FS-CUPONLST
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------
      *  EL RESUMEN VA EN UNA HOJA APARTE, DESPUES DEL ULTIMO CUPON.
      *--------------

           MOVE WS-CUPONES-EMITIDOS      TO TRC-EMITIDOS.
           MOVE WS-CUPONES-REEMITIDOS    TO TRC-REEMITIDOS.
           MOVE WS-TOTAL-EMITIDO         TO TRC-TOTAL.
           MOVE WS-CUPONES-ANULADOS      TO TRC-ANULADOS.
           MOVE WS-INSCRIPC-PENDIENTES   TO TRC-PENDIENTES.
           MOVE WS-SIN-ARANCEL           TO TRC-SIN-ARANCEL.
           MOVE WS-YA-PAGADAS            TO TRC-PAGADAS.
           MOVE WS-YA-EMITIDOS           TO TRC-YA-EMITIDOS.

           SET 88-SALTO-HOJA-SI          TO TRUE.
           MOVE TIT-C01                  TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE SPACES                   TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE TRL-CUPON                TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.
           MOVE TRL-CUPON-2              TO REG-CUPONLST.
           PERFORM 26000-ESCRIBO-CUPONLST.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'CUPONES REVISADOS :' WS-CUPONES-REVISADOS.
           DISPLAY 'CUPONES ANULADOS  :' WS-CUPONES-ANULADOS.
           DISPLAY 'INSCRIPC LEIDAS   :' WS-INSCRIPC-LEIDAS.
           DISPLAY 'INSCRIPC A FUTURO :' WS-INSCRIPC-PENDIENTES.
           DISPLAY 'SIN ARANCEL       :' WS-SIN-ARANCEL.
           DISPLAY 'YA PAGADAS        :' WS-YA-PAGADAS.
           DISPLAY 'CON CUPON VIGENTE :' WS-YA-EMITIDOS.
           DISPLAY 'CUPONES EMITIDOS  :' WS-CUPONES-EMITIDOS.
           DISPLAY 'CUPONES REEMITIDOS:' WS-CUPONES-REEMITIDOS.
           DISPLAY 'LINEAS GRABADAS   :' WS-GRABADOS-CUPONLST.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO TO TRUE
              CLOSE INSCRIPC
           END-IF.

           IF 88-OPEN-CUPONES-SI
              SET 88-OPEN-CUPONES-NO  TO TRUE
              CLOSE CUPONES
           END-IF.

           IF 88-OPEN-ALUMNOS-SI
              SET 88-OPEN-ALUMNOS-NO  TO TRUE
              CLOSE ALUMNOS
           END-IF.

           IF 88-OPEN-MATERIAS-SI
              SET 88-OPEN-MATERIAS-NO TO TRUE
              CLOSE MATERIAS
           END-IF.

           IF 88-OPEN-CUPONLST-SI
              SET 88-OPEN-CUPONLST-NO TO TRUE
              CLOSE CUPONLST
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
