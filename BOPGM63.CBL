       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM63.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA ARMA CADA NOCHE EL EXTRACTO PORTAL (VER
      * WPORTAL) CON EL ESTADO DE CADA ALUMNO PARA EL PORTAL WEB,
      * QUE HASTA AHORA SE CARGABA A MANO. UN BLOQUE POR ALUMNO,
      * EN ORDEN DE LEGAJO:
      *   - CABECERA CON NOMBRE Y CONTACTO (ALUMNOS).
      *   - AVISO DE REGULARIDAD POR CARRERA (REGULARID).
      *   - MATERIAS APROBADAS Y PENDIENTES (ESTADOACAD).
      *   - INSCRIPCIONES ABIERTAS, DE HOY EN ADELANTE (INSCRIPC).
      *   - LUGARES EN LISTA DE ESPERA CON SU POSICION DENTRO DEL
      *     LLAMADO (LISTAESP).
      *   - BLOQUEOS VIGENTES (BLOQUEOS).
      *   - DERECHOS DE EXAMEN IMPAGOS (DEUDORES).
      *   - TRAMITES DE CERTIFICADO ANALITICO (SOLICITQ); LOS
      *     PEDIDOS POR DNI SALEN EN CADA LEGAJO DE ESE DNI.
      * ASI EL ALUMNO VE DESDE EL PORTAL POR QUE NO PUEDE
      * INSCRIBIRSE SIN TENER QUE IR AL MOSTRADOR.
      *-----------------------------------------------------------
      * TODOS LOS ORIGENES ENTRAN A UN SORT POR LEGAJO + ORIGEN,
      * IGUAL QUE EN BOPGM08. LOS ALUMNOS ANONIMIZADOS (BOPGM61) NO
      * TIENEN CABECERA, Y EL DETALLE DE UN LEGAJO SIN CABECERA
      * (ANONIMIZADO O INEXISTENTE EN ALUMNOS) NO SE GRABA: SE
      * CUENTA EN EL TOTAL DE DESCARTADOS.
      *-----------------------------------------------------------
      * PRIVACIDAD: EMAIL Y TELEFONO DE LA CABECERA SALEN SEGUN EL
      * MODO DE PRIVCFG PARA LA SALIDA 'PORTAL' (VER WPRIVCFG),
      * CON EL MISMO CRITERIO DE ENMASCARADO QUE BOPGM05.
      *-----------------------------------------------------------
      * TRAILER: EL ULTIMO REGISTRO ('T') LLEVA CANTIDAD DE
      * ALUMNOS, CANTIDAD DE REGISTROS GRABADOS ANTES DEL TRAILER,
      * SUMA DE LEGAJOS DE LAS CABECERAS Y MODO DE PRIVACIDAD, PARA
      * QUE LA CARGA DEL PORTAL RECHACE UN ARCHIVO INCOMPLETO.
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

           SELECT ALUMNOS          ASSIGN       TO
                                   'ALUMNOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS COD-ALUMNOS-FD
                                   ALTERNATE RECORD KEY IS
                                            ALU-DNI-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-ALUMNOS.

           SELECT ESTADOACAD       ASSIGN       TO
                                   'ESTADOACAD'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS ESTADOACAD-CLAVE-FD
                                   FILE STATUS  IS FS-ESTADOACAD.

           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

           SELECT OPTIONAL LISTAESP ASSIGN      TO
                                   'LISTAESP'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS LISTAESP-CLAVE-FD
                                   FILE STATUS  IS FS-LISTAESP.

           SELECT OPTIONAL BLOQUEOS ASSIGN      TO
                                   'BLOQUEOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS BLOQUEOS-CLAVE-FD
                                   FILE STATUS  IS FS-BLOQUEOS.

           SELECT OPTIONAL DEUDORES ASSIGN      TO
                                   'DEUDORES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS DEUDORES-CLAVE-FD
                                   FILE STATUS  IS FS-DEUDORES.

           SELECT OPTIONAL SOLICITQ ASSIGN      TO
                                   'SOLICITQ'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS SOLICITQ-CLAVE-FD
                                   FILE STATUS  IS FS-SOLICITQ.

           SELECT OPTIONAL REGULARID ASSIGN     TO
                                   'REGULARID'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-REGULARID.

           SELECT OPTIONAL PRIVCFG ASSIGN       TO
                                   'PRIVCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PRIVCFG.

           SELECT SORT-POR         ASSIGN       TO
                                   'SORTPOR'.

           SELECT PORTAL           ASSIGN       TO
                                   'PORTAL'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PORTAL.

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

       FD  ALUMNOS.
       01  NRO-LEGAJO-ALUMNO-FD.
           03  COD-ALUMNOS-FD.
               05  ALUMNO-COD-FD         PIC 9(06).
           03  ALU-DNI-FD                PIC 9(08).
           03  FILLER                    PIC X(166).

       FD  ESTADOACAD.
       01  ESTADOACAD-DATOS-FD.
           03  ESTADOACAD-CLAVE-FD.
               05  ESTADOACAD-ALUMNO-FD  PIC 9(06).
               05  ESTADOACAD-MATERIA-FD PIC X(08).
           03  FILLER                    PIC X(26).

       FD  INSCRIPC.
       01  INSCRIPC-DATOS-FD.
           03  INSCRIP-CLAVE-FD.
               05  INSCRIP-ALUMNO-FD     PIC 9(06).
               05  INSCRIP-MATERIA-FD    PIC X(08).
               05  INSCRIP-FECHA-FD      PIC X(08).
           03  FILLER                    PIC X(18).

       FD  LISTAESP.
       01  LISTAESP-DATOS-FD.
           03  LISTAESP-CLAVE-FD         PIC X(26).
           03  FILLER                    PIC X(34).

       FD  BLOQUEOS.
       01  BLOQUEOS-DATOS-FD.
           03  BLOQUEOS-CLAVE-FD.
               05  BLOQUEOS-ALUMNO-FD    PIC 9(06).
               05  BLOQUEOS-TIPO-FD      PIC X(03).
           03  FILLER                    PIC X(51).

       FD  DEUDORES.
       01  DEUDORES-DATOS-FD.
           03  DEUDORES-CLAVE-FD.
               05  DEUDORES-ALUMNO-FD    PIC 9(06).
           03  FILLER                    PIC X(24).

       FD  SOLICITQ.
       01  SOLICITQ-DATOS-FD.
           03  SOLICITQ-CLAVE-FD.
               05  SOLICITQ-TRAMITE-FD   PIC 9(06).
           03  FILLER                    PIC X(74).

       FD  REGULARID
           RECORDING MODE IS F.
       01  REGULARID-RECORD-FD           PIC  X(30).

       FD  PRIVCFG
           RECORDING MODE IS F.
       01  PRIVCFG-RECORD-FD             PIC  X(30).

      *-------------------------------------------------------------*
      *     REGISTRO DEL SORT: LEGAJO + ORIGEN ('0' CABECERA, '1'   *
      *     REGULARIDAD, '2' MATERIAS, '3' INSCRIPCIONES, '4' LISTA *
      *     DE ESPERA, '5' BLOQUEOS, '6' DEUDA, '7' SOLICITUDES) +  *
      *     ORDEN DENTRO DEL ORIGEN, Y EL REGISTRO DE PORTAL YA     *
      *     ARMADO (TIPO Y DATOS).                                  *
      *-------------------------------------------------------------*
       SD  SORT-POR.
       01  SORT-POR-REG.
           03  SORT-POR-CLAVE.
               05  SORT-POR-ALUMNO       PIC 9(06).
               05  SORT-POR-ORIGEN       PIC X(01).
               05  SORT-POR-ORDEN        PIC X(22).
               05  SORT-POR-ORDEN-MATFEC REDEFINES SORT-POR-ORDEN.
                   07  SORT-POR-ORD-MATERIA PIC X(08).
                   07  SORT-POR-ORD-FECHA   PIC X(08).
                   07  FILLER               PIC X(06).
           03  SORT-POR-TIPO             PIC X(01).
           03  SORT-POR-DATOS            PIC X(123).

       FD  PORTAL
           RECORDING MODE IS F.
       01  REG-PORTAL-FD                 PIC  X(130).

       FD  RUNLOG
           RECORDING MODE IS F.
       01  RUNLOG-RECORD-FD              PIC  X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM63'.

       77  FS-RUNLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-RUNLOG-OK                       VALUE '00'.

       77  WS-RUNLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-RUNLOG-HORA-INICIO         PIC 9(06)  VALUE 0.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-DUPALT                  VALUE '02'.
           88 88-FS-ALUMNOS-EOF                     VALUE '10'.
           88 88-FS-ALUMNOS-INVKEY                  VALUE '21'.
           88 88-FS-ALUMNOS-NOKEY                   VALUE '23'.

       77  FS-ESTADOACAD                 PIC X(02)  VALUE ' '.
           88 88-FS-ESTADOACAD-OK                   VALUE '00'.
           88 88-FS-ESTADOACAD-EOF                  VALUE '10'.

       77  FS-INSCRIPC                   PIC X(02)  VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.

       77  FS-LISTAESP                   PIC X(02)  VALUE ' '.
           88 88-FS-LISTAESP-OK                     VALUE '00'.
           88 88-FS-LISTAESP-EOF                    VALUE '10'.

       77  FS-BLOQUEOS                   PIC X(02)  VALUE ' '.
           88 88-FS-BLOQUEOS-OK                     VALUE '00'.
           88 88-FS-BLOQUEOS-EOF                    VALUE '10'.

       77  FS-DEUDORES                   PIC X(02)  VALUE ' '.
           88 88-FS-DEUDORES-OK                     VALUE '00'.
           88 88-FS-DEUDORES-EOF                    VALUE '10'.

       77  FS-SOLICITQ                   PIC X(02)  VALUE ' '.
           88 88-FS-SOLICITQ-OK                     VALUE '00'.
           88 88-FS-SOLICITQ-EOF                    VALUE '10'.

       77  FS-REGULARID                  PIC X(02)  VALUE ' '.
           88 88-FS-REGULARID-OK                    VALUE '00'.
           88 88-FS-REGULARID-EOF                   VALUE '10'.

       77  FS-PRIVCFG                    PIC  X(02) VALUE ' '.
           88 88-FS-PRIVCFG-OK                      VALUE '00'.
           88 88-FS-PRIVCFG-EOF                     VALUE '10'.

       77  FS-PORTAL                     PIC  X(02) VALUE ' '.
           88 88-FS-PORTAL-OK                       VALUE '00'.

       77  WS-OPEN-ALUMNOS               PIC X      VALUE 'N'.
           88 88-OPEN-ALUMNOS-SI                    VALUE 'S'.
           88 88-OPEN-ALUMNOS-NO                    VALUE 'N'.

       77  WS-OPEN-ESTADOACAD            PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOACAD-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOACAD-NO                 VALUE 'N'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

       77  WS-OPEN-LISTAESP              PIC X      VALUE 'N'.
           88 88-OPEN-LISTAESP-SI                   VALUE 'S'.
           88 88-OPEN-LISTAESP-NO                   VALUE 'N'.

       77  WS-OPEN-BLOQUEOS              PIC X      VALUE 'N'.
           88 88-OPEN-BLOQUEOS-SI                   VALUE 'S'.
           88 88-OPEN-BLOQUEOS-NO                   VALUE 'N'.

       77  WS-OPEN-DEUDORES              PIC X      VALUE 'N'.
           88 88-OPEN-DEUDORES-SI                   VALUE 'S'.
           88 88-OPEN-DEUDORES-NO                   VALUE 'N'.

       77  WS-OPEN-SOLICITQ              PIC X      VALUE 'N'.
           88 88-OPEN-SOLICITQ-SI                   VALUE 'S'.
           88 88-OPEN-SOLICITQ-NO                   VALUE 'N'.

       77  WS-OPEN-REGULARID             PIC X      VALUE 'N'.
           88 88-OPEN-REGULARID-SI                  VALUE 'S'.
           88 88-OPEN-REGULARID-NO                  VALUE 'N'.

       77  WS-OPEN-PORTAL                PIC X      VALUE 'N'.
           88 88-OPEN-PORTAL-SI                     VALUE 'S'.
           88 88-OPEN-PORTAL-NO                     VALUE 'N'.

       77  WS-FIN-SORT                   PIC X      VALUE 'N'.
           88 88-FIN-SORT-SI                        VALUE 'S'.
           88 88-FIN-SORT-NO                        VALUE 'N'.

       77  WS-FIN-DNI                    PIC X      VALUE 'N'.
           88 88-FIN-DNI-SI                         VALUE 'S'.
           88 88-FIN-DNI-NO                         VALUE 'N'.

       77  WS-ALUMNOS-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-ALUMNOS-ANONIMIZADOS       PIC 9(07)  VALUE 0.
       77  WS-DETALLES-LEIDOS            PIC 9(09)  VALUE 0.
       77  WS-SOLICITUDES-SIN-DNI        PIC 9(07)  VALUE 0.
       77  WS-DETALLES-DESCARTADOS       PIC 9(09)  VALUE 0.
       77  WS-CABECERAS-GRABADAS         PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-PORTAL            PIC 9(09)  VALUE 0.
       77  WS-HASH-LEGAJOS               PIC 9(11)  VALUE 0.

       77  WS-FECHA-PROCESO              PIC 9(08)  VALUE 0.
       77  WS-FECHA-INSCRIP              PIC 9(08)  VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     POSICION EN LISTA DE ESPERA: LISTAESP SE LEE EN ORDEN   *
      *     DE CLAVE (LLAMADO + SECUENCIA), ASI QUE LA POSICION ES  *
      *     EL NUMERO DE ENTRADAS VISTAS DEL MISMO LLAMADO.         *
      *-------------------------------------------------------------*
       77  WS-LLAMADO-ANT                PIC X(22)  VALUE ' '.
       77  WS-POSICION-ESPERA            PIC 9(04)  VALUE 0.

      *-------------------------------------------------------------*
      *     CORTE DE CONTROL SOBRE LA SALIDA ORDENADA: LEGAJO DE LA *
      *     ULTIMA CABECERA GRABADA. EL DETALLE DE OTRO LEGAJO NO   *
      *     TIENE CABECERA Y SE DESCARTA.                           *
      *-------------------------------------------------------------*
       77  WS-LEGAJO-CABECERA            PIC 9(06)  VALUE 0.
       77  WS-DNI-PEDIDO                 PIC 9(08)  VALUE 0.

       77  WS-ALU-NOMBRE-RESUELTO        PIC X(50)  VALUE ' '.

      *-------------------------------------------------------------*
      *     MODO DE PRIVACIDAD DE ESTA SALIDA (PRIVCFG; DEFECTO     *
      *     COMPLETO) Y CONTACTO YA EDITADO SEGUN EL MODO.          *
      *-------------------------------------------------------------*
       77  CTE-SALIDA-PRIV               PIC X(12)  VALUE 'PORTAL'.
       77  WS-MODO-PRIV                  PIC X(01)  VALUE 'C'.
           88 88-MODO-PRIV-COMPLETO                 VALUE 'C'.
           88 88-MODO-PRIV-MASCARA                  VALUE 'M'.
           88 88-MODO-PRIV-SUPRIMIDO                VALUE 'S'.

       77  WS-EMAIL-SALIDA               PIC X(40)  VALUE ' '.
       77  WS-TELEFONO-SALIDA            PIC X(15)  VALUE ' '.

       01  WS-EMAIL-PARTES.
           03  WS-EMAIL-LOCAL            PIC X(40).
           03  WS-EMAIL-DOMINIO          PIC X(40).

       77  WS-TEL-LARGO                  PIC 9(02)  VALUE 0.
       77  WS-TEL-OCULTOS                PIC 9(02)  VALUE 0.
       77  WS-IDX-TEL                    PIC 9(02)  VALUE 0.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WALUMNOS.
       COPY WESTACAD.
       COPY WINSCRIP.
       COPY WLISTESP.
       COPY WBLOQUEO.
       COPY WDEUDOR.
       COPY WSOLICIT.
       COPY WREGULAR.
       COPY WPRIVCFG.
       COPY WPORTAL.
       COPY WRUNLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           SORT SORT-POR
                ON ASCENDING KEY SORT-POR-CLAVE
                INPUT  PROCEDURE IS 20000-ALIMENTO-SORT
                OUTPUT PROCEDURE IS 25000-GRABO-PORTAL.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-RUNLOG-TS.
           MOVE WS-RUNLOG-TS(9:6)        TO WS-RUNLOG-HORA-INICIO.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           COMPUTE WS-FECHA-PROCESO =
                   WS-CURRENT-DATE-YYYY * 10000
                 + WS-CURRENT-DATE-MM   * 100
                 + WS-CURRENT-DATE-DD.

           PERFORM 10100-ABRO-ARCHIVOS.

           PERFORM 10163-LEO-PRIVCFG.

       10100-ABRO-ARCHIVOS.
      *-------------------

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

           OPEN INPUT ESTADOACAD.

           EVALUATE FS-ESTADOACAD
               WHEN '00'
                    SET 88-OPEN-ESTADOACAD-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT ESTADOACAD'
                    DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           PERFORM 10200-ABRO-OPCIONALES.
      *----------------------------------------------------------

           OPEN OUTPUT PORTAL.

           EVALUATE FS-PORTAL
               WHEN '00'
                    SET 88-OPEN-PORTAL-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT PORTAL'
                    DISPLAY 'FILE STATUS       :' FS-PORTAL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10200-ABRO-OPCIONALES.
      *----------------------
      *  EL RESTO DE LOS ORIGENES ES OPCIONAL: SIN ARCHIVO (NO HAY
      *  LISTA DE ESPERA, NADIE DEBE, ETC.) ESE BLOQUE NO SALE.
      *----------------------

           OPEN INPUT INSCRIPC.

           EVALUATE FS-INSCRIPC
               WHEN '00'
                    SET 88-OPEN-INSCRIPC-SI  TO TRUE
               WHEN OTHER
                    SET 88-OPEN-INSCRIPC-NO  TO TRUE
           END-EVALUATE.

           OPEN INPUT LISTAESP.

           EVALUATE FS-LISTAESP
               WHEN '00'
                    SET 88-OPEN-LISTAESP-SI  TO TRUE
               WHEN OTHER
                    SET 88-OPEN-LISTAESP-NO  TO TRUE
           END-EVALUATE.

           OPEN INPUT BLOQUEOS.

           EVALUATE FS-BLOQUEOS
               WHEN '00'
                    SET 88-OPEN-BLOQUEOS-SI  TO TRUE
               WHEN OTHER
                    SET 88-OPEN-BLOQUEOS-NO  TO TRUE
           END-EVALUATE.

           OPEN INPUT DEUDORES.

           EVALUATE FS-DEUDORES
               WHEN '00'
                    SET 88-OPEN-DEUDORES-SI  TO TRUE
               WHEN OTHER
                    SET 88-OPEN-DEUDORES-NO  TO TRUE
           END-EVALUATE.

           OPEN INPUT SOLICITQ.

           EVALUATE FS-SOLICITQ
               WHEN '00'
                    SET 88-OPEN-SOLICITQ-SI  TO TRUE
               WHEN OTHER
                    SET 88-OPEN-SOLICITQ-NO  TO TRUE
           END-EVALUATE.

           OPEN INPUT REGULARID.

           EVALUATE FS-REGULARID
               WHEN '00'
                    SET 88-OPEN-REGULARID-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-REGULARID-NO TO TRUE
           END-EVALUATE.

       10163-LEO-PRIVCFG.
      *------------------
      *  BUSCA EN PRIVCFG EL MODO CONFIGURADO PARA ESTA SALIDA.
      *  SIN ARCHIVO (O SIN LINEA PARA ESTA SALIDA) TODO SALE
      *  COMPLETO.
      *------------------

           OPEN INPUT PRIVCFG.

           IF  88-FS-PRIVCFG-OK
               PERFORM UNTIL 88-FS-PRIVCFG-EOF
                   READ PRIVCFG INTO PRIVCFG-RECORD
                   IF  88-FS-PRIVCFG-OK
                   AND PRIVCFG-SALIDA = CTE-SALIDA-PRIV
                       EVALUATE TRUE
                           WHEN 88-PRIVCFG-MASCARA
                                MOVE 'M' TO WS-MODO-PRIV
                           WHEN 88-PRIVCFG-SUPRIMIDO
                                MOVE 'S' TO WS-MODO-PRIV
                           WHEN OTHER
                                MOVE 'C' TO WS-MODO-PRIV
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE PRIVCFG
           END-IF.

       20000-ALIMENTO-SORT.
      *--------------------
      *  CADA ORIGEN SE RECORRE COMPLETO UNA SOLA VEZ Y ENTRA AL
      *  SORT CON EL REGISTRO DE PORTAL YA ARMADO. LAS CABECERAS
      *  VAN PRIMERO PORQUE SOLICITQ RESUELVE LOS PEDIDOS POR DNI
      *  SOBRE LA CLAVE ALTERNATIVA DE ALUMNOS, QUE MUEVE LA
      *  POSICION DE LECTURA.
      *--------------------

           PERFORM 20100-CARGO-ALUMNOS.

           IF  88-OPEN-REGULARID-SI
               PERFORM 20200-CARGO-REGULARIDAD
           END-IF.

           PERFORM 20300-CARGO-ESTADOACAD.

           IF  88-OPEN-INSCRIPC-SI
               PERFORM 20400-CARGO-INSCRIPC
           END-IF.

           IF  88-OPEN-LISTAESP-SI
               PERFORM 20500-CARGO-LISTAESP
           END-IF.

           IF  88-OPEN-BLOQUEOS-SI
               PERFORM 20600-CARGO-BLOQUEOS
           END-IF.

           IF  88-OPEN-DEUDORES-SI
               PERFORM 20700-CARGO-DEUDORES
           END-IF.

           IF  88-OPEN-SOLICITQ-SI
               PERFORM 20800-CARGO-SOLICITQ
           END-IF.

       20100-CARGO-ALUMNOS.
      *--------------------

           PERFORM UNTIL 88-FS-ALUMNOS-EOF
               INITIALIZE ALU-REGISTRO
               READ ALUMNOS NEXT RECORD INTO ALU-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-ALUMNOS-OK
                   WHEN 88-FS-ALUMNOS-DUPALT
                        ADD 1            TO WS-ALUMNOS-LEIDOS
                        PERFORM 21100-ARMO-CABECERA
                   WHEN 88-FS-ALUMNOS-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20100-CARGO-ALUMNOS'
                        DISPLAY 'ERROR EN READ       ALUMNOS'
                        DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       20200-CARGO-REGULARIDAD.
      *------------------------

           PERFORM UNTIL 88-FS-REGULARID-EOF
               INITIALIZE REGULARID-REGISTRO
               READ REGULARID INTO REGULARID-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-REGULARID-OK
                        ADD 1            TO WS-DETALLES-LEIDOS
                        PERFORM 21200-ARMO-REGULARIDAD
                   WHEN 88-FS-REGULARID-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20200-CARGO-REGULARIDAD'
                        DISPLAY 'ERROR EN READ       REGULARID'
                        DISPLAY 'FILE STATUS       :' FS-REGULARID
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       20300-CARGO-ESTADOACAD.
      *-----------------------

           PERFORM UNTIL 88-FS-ESTADOACAD-EOF
               INITIALIZE ESTADOACAD-REGISTRO
               READ ESTADOACAD INTO ESTADOACAD-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-ESTADOACAD-OK
                        ADD 1            TO WS-DETALLES-LEIDOS
                        PERFORM 21300-ARMO-MATERIA
                   WHEN 88-FS-ESTADOACAD-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20300-CARGO-ESTADOACAD'
                        DISPLAY 'ERROR EN READ       ESTADOACAD'
                        DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       20400-CARGO-INSCRIPC.
      *---------------------

           PERFORM UNTIL 88-FS-INSCRIPC-EOF
               INITIALIZE INSCRIP-REGISTRO
               READ INSCRIPC INTO INSCRIP-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-INSCRIPC-OK
                        ADD 1            TO WS-DETALLES-LEIDOS
                        PERFORM 21400-ARMO-INSCRIPCION
                   WHEN 88-FS-INSCRIPC-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20400-CARGO-INSCRIPC'
                        DISPLAY 'ERROR EN READ       INSCRIPC'
                        DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       20500-CARGO-LISTAESP.
      *---------------------

           MOVE SPACES                   TO WS-LLAMADO-ANT.
           MOVE 0                        TO WS-POSICION-ESPERA.

           PERFORM UNTIL 88-FS-LISTAESP-EOF
               INITIALIZE LISTAESP-REGISTRO
               READ LISTAESP INTO LISTAESP-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-LISTAESP-OK
                        ADD 1            TO WS-DETALLES-LEIDOS
                        PERFORM 21500-ARMO-ESPERA
                   WHEN 88-FS-LISTAESP-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20500-CARGO-LISTAESP'
                        DISPLAY 'ERROR EN READ       LISTAESP'
                        DISPLAY 'FILE STATUS       :' FS-LISTAESP
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       20600-CARGO-BLOQUEOS.
      *---------------------

           PERFORM UNTIL 88-FS-BLOQUEOS-EOF
               INITIALIZE BLOQUEOS-REGISTRO
               READ BLOQUEOS INTO BLOQUEOS-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-BLOQUEOS-OK
                        ADD 1            TO WS-DETALLES-LEIDOS
                        PERFORM 21600-ARMO-BLOQUEO
                   WHEN 88-FS-BLOQUEOS-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20600-CARGO-BLOQUEOS'
                        DISPLAY 'ERROR EN READ       BLOQUEOS'
                        DISPLAY 'FILE STATUS       :' FS-BLOQUEOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       20700-CARGO-DEUDORES.
      *---------------------

           PERFORM UNTIL 88-FS-DEUDORES-EOF
               INITIALIZE DEUDORES-REGISTRO
               READ DEUDORES INTO DEUDORES-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-DEUDORES-OK
                        ADD 1            TO WS-DETALLES-LEIDOS
                        PERFORM 21700-ARMO-DEUDA
                   WHEN 88-FS-DEUDORES-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20700-CARGO-DEUDORES'
                        DISPLAY 'ERROR EN READ       DEUDORES'
                        DISPLAY 'FILE STATUS       :' FS-DEUDORES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       20800-CARGO-SOLICITQ.
      *---------------------

           PERFORM UNTIL 88-FS-SOLICITQ-EOF
               INITIALIZE SOLICITQ-REGISTRO
               READ SOLICITQ INTO SOLICITQ-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-SOLICITQ-OK
                        ADD 1            TO WS-DETALLES-LEIDOS
                        PERFORM 21800-ARMO-SOLICITUD
                   WHEN 88-FS-SOLICITQ-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 20800-CARGO-SOLICITQ'
                        DISPLAY 'ERROR EN READ       SOLICITQ'
                        DISPLAY 'FILE STATUS       :' FS-SOLICITQ
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       21100-ARMO-CABECERA.
      *--------------------
      *  UN ALUMNO ANONIMIZADO YA NO TIENE NOMBRE NI CONTACTO: NO
      *  SE LE ARMA BLOQUE.
      *--------------------

           IF  88-ALU-ANONIMIZADO
               ADD 1                     TO WS-ALUMNOS-ANONIMIZADOS
           ELSE
               MOVE    ' '               TO WS-ALU-NOMBRE-RESUELTO
               STRING
                      ALU-NOMBRE   DELIMITED BY '  '
                      ' '          DELIMITED BY SIZE
                      ALU-APELLIDO DELIMITED BY '  '
                  INTO
                      WS-ALU-NOMBRE-RESUELTO
               END-STRING

               PERFORM 21850-APLICO-PRIVACIDAD

               INITIALIZE PORTAL-REGISTRO
               SET  88-PORTAL-ALUMNO     TO TRUE
               MOVE ALU-CODIGO           TO PORTAL-COD-ALUMNO
               MOVE WS-ALU-NOMBRE-RESUELTO
                                         TO PORTAL-A-NOMBRE
               MOVE WS-EMAIL-SALIDA      TO PORTAL-A-EMAIL
               MOVE WS-TELEFONO-SALIDA   TO PORTAL-A-TELEFONO
               MOVE ALU-EMAIL-INVALIDO   TO PORTAL-A-EMAIL-INVALIDO
               MOVE ALU-TELEFONO-INVALIDO
                                         TO PORTAL-A-TELEFONO-INVALIDO
               MOVE WS-FECHA-PROCESO     TO PORTAL-A-FECHA-PROCESO

               MOVE '0'                  TO SORT-POR-ORIGEN
               MOVE SPACES               TO SORT-POR-ORDEN
               PERFORM 21900-LIBERO-REGISTRO
           END-IF.

       21200-ARMO-REGULARIDAD.
      *-----------------------

           INITIALIZE PORTAL-REGISTRO.
           SET  88-PORTAL-REGULARIDAD    TO TRUE.
           MOVE REGULARID-COD-ALUMNO     TO PORTAL-COD-ALUMNO.
           MOVE REGULARID-COD-CARRERA    TO PORTAL-R-CARRERA.
           MOVE REGULARID-ESTADO         TO PORTAL-R-ESTADO.
           MOVE REGULARID-ULTIMO-PERIODO TO PORTAL-R-ULTIMO-PERIODO.
           MOVE REGULARID-PERIODOS-INACTIVO
                                         TO PORTAL-R-PERIODOS-INACTIVO.

           MOVE '1'                      TO SORT-POR-ORIGEN.
           MOVE SPACES                   TO SORT-POR-ORDEN.
           MOVE REGULARID-COD-CARRERA    TO SORT-POR-ORD-MATERIA.
           PERFORM 21900-LIBERO-REGISTRO.

       21300-ARMO-MATERIA.
      *-------------------
      *  APROBADA = 'A'; RENDIDA SIN APROBAR (O SOLO AUSENTE) =
      *  'P' PENDIENTE.
      *-------------------

           INITIALIZE PORTAL-REGISTRO.
           SET  88-PORTAL-MATERIA        TO TRUE.
           MOVE ESTADOACAD-COD-ALUMNO    TO PORTAL-COD-ALUMNO.
           MOVE ESTADOACAD-COD-MATERIA   TO PORTAL-M-MATERIA.

           IF  88-ESTADOACAD-APROBADA-SI
               MOVE 'A'                  TO PORTAL-M-ESTADO
           ELSE
               MOVE 'P'                  TO PORTAL-M-ESTADO
           END-IF.

           MOVE ESTADOACAD-MEJOR-NOTA    TO PORTAL-M-MEJOR-NOTA.
           MOVE ESTADOACAD-FECHA-MEJOR   TO PORTAL-M-FECHA-MEJOR.
           MOVE ESTADOACAD-CANT-INTENTOS TO PORTAL-M-CANT-INTENTOS.
           MOVE ESTADOACAD-CANT-AUSENTES TO PORTAL-M-CANT-AUSENTES.
           MOVE ESTADOACAD-ORIGEN        TO PORTAL-M-ORIGEN.

           MOVE '2'                      TO SORT-POR-ORIGEN.
           MOVE SPACES                   TO SORT-POR-ORDEN.
           MOVE ESTADOACAD-COD-MATERIA   TO SORT-POR-ORD-MATERIA.
           PERFORM 21900-LIBERO-REGISTRO.

       21400-ARMO-INSCRIPCION.
      *-----------------------
      *  SOLO LAS INSCRIPCIONES ABIERTAS: EXAMEN DE HOY EN
      *  ADELANTE. LAS YA RENDIDAS ESTAN EN LAS MATERIAS.
      *-----------------------

           COMPUTE WS-FECHA-INSCRIP =
                   INSCRIP-FECHA-EXAMEN-AAAA * 10000
                 + INSCRIP-FECHA-EXAMEN-MM   * 100
                 + INSCRIP-FECHA-EXAMEN-DD.

           IF  WS-FECHA-INSCRIP >= WS-FECHA-PROCESO
               INITIALIZE PORTAL-REGISTRO
               SET  88-PORTAL-INSCRIPCION TO TRUE
               MOVE INSCRIP-COD-ALUMNO   TO PORTAL-COD-ALUMNO
               MOVE INSCRIP-COD-MATERIA  TO PORTAL-I-MATERIA
               MOVE INSCRIP-FECHA-EXAMEN TO PORTAL-I-FECHA-EXAMEN
               MOVE INSCRIP-INSTITUTO    TO PORTAL-I-INSTITUTO
               MOVE INSCRIP-CONDICION    TO PORTAL-I-CONDICION

               MOVE '3'                  TO SORT-POR-ORIGEN
               MOVE SPACES               TO SORT-POR-ORDEN
               MOVE INSCRIP-COD-MATERIA  TO SORT-POR-ORD-MATERIA
               MOVE INSCRIP-FECHA-EXAMEN TO SORT-POR-ORD-FECHA
               PERFORM 21900-LIBERO-REGISTRO
           END-IF.

       21500-ARMO-ESPERA.
      *------------------

           IF  LISTAESP-LLAMADO NOT = WS-LLAMADO-ANT
               MOVE LISTAESP-LLAMADO     TO WS-LLAMADO-ANT
               MOVE 0                    TO WS-POSICION-ESPERA
           END-IF.

           ADD 1                         TO WS-POSICION-ESPERA.

           INITIALIZE PORTAL-REGISTRO.
           SET  88-PORTAL-ESPERA         TO TRUE.
           MOVE LISTAESP-COD-ALUMNO      TO PORTAL-COD-ALUMNO.
           MOVE LISTAESP-COD-MATERIA     TO PORTAL-E-MATERIA.
           MOVE LISTAESP-FECHA-EXAMEN    TO PORTAL-E-FECHA-EXAMEN.
           MOVE LISTAESP-INSTITUTO       TO PORTAL-E-INSTITUTO.
           MOVE WS-POSICION-ESPERA       TO PORTAL-E-POSICION.

           MOVE '4'                      TO SORT-POR-ORIGEN.
           MOVE SPACES                   TO SORT-POR-ORDEN.
           MOVE LISTAESP-COD-MATERIA     TO SORT-POR-ORD-MATERIA.
           MOVE LISTAESP-FECHA-EXAMEN    TO SORT-POR-ORD-FECHA.
           PERFORM 21900-LIBERO-REGISTRO.

       21600-ARMO-BLOQUEO.
      *-------------------

           INITIALIZE PORTAL-REGISTRO.
           SET  88-PORTAL-BLOQUEO        TO TRUE.
           MOVE BLOQUEOS-COD-ALUMNO      TO PORTAL-COD-ALUMNO.
           MOVE BLOQUEOS-TIPO            TO PORTAL-B-TIPO.
           MOVE BLOQUEOS-MOTIVO          TO PORTAL-B-MOTIVO.
           MOVE BLOQUEOS-FECHA-ALTA      TO PORTAL-B-FECHA-ALTA.

           MOVE '5'                      TO SORT-POR-ORIGEN.
           MOVE SPACES                   TO SORT-POR-ORDEN.
           MOVE BLOQUEOS-TIPO            TO SORT-POR-ORD-MATERIA.
           PERFORM 21900-LIBERO-REGISTRO.

       21700-ARMO-DEUDA.
      *-----------------

           INITIALIZE PORTAL-REGISTRO.
           SET  88-PORTAL-DEUDA          TO TRUE.
           MOVE DEUDORES-COD-ALUMNO      TO PORTAL-COD-ALUMNO.
           MOVE DEUDORES-IMPORTE         TO PORTAL-D-IMPORTE.
           MOVE DEUDORES-EXAMENES        TO PORTAL-D-EXAMENES.

           MOVE '6'                      TO SORT-POR-ORIGEN.
           MOVE SPACES                   TO SORT-POR-ORDEN.
           PERFORM 21900-LIBERO-REGISTRO.

       21800-ARMO-SOLICITUD.
      *---------------------
      *  UN PEDIDO POR LEGAJO VA A ESE LEGAJO. UN PEDIDO POR DNI
      *  VA A CADA LEGAJO CON ESE DNI (MISMO CRITERIO QUE MNTVENT
      *  Y BOPGM61); SIN NINGUNO SE CUENTA Y NO SALE.
      *---------------------

           INITIALIZE PORTAL-REGISTRO.
           SET  88-PORTAL-SOLICITUD      TO TRUE.
           MOVE SOLICITQ-TRAMITE         TO PORTAL-S-TRAMITE.
           MOVE SOLICITQ-ESTADO          TO PORTAL-S-ESTADO.
           MOVE SOLICITQ-FECHA-SOLICITUD TO PORTAL-S-FECHA-SOLICITUD.
           MOVE SOLICITQ-FECHA-EMISION   TO PORTAL-S-FECHA-EMISION.
           MOVE SOLICITQ-DESTINO         TO PORTAL-S-DESTINO.

           MOVE '7'                      TO SORT-POR-ORIGEN.
           MOVE SPACES                   TO SORT-POR-ORDEN.
           MOVE SOLICITQ-TRAMITE         TO SORT-POR-ORDEN.

           IF  88-SOLICITQ-DNI
               PERFORM 21810-RECORRO-DNI
           ELSE
               MOVE SOLICITQ-NUMERO      TO PORTAL-COD-ALUMNO
               PERFORM 21900-LIBERO-REGISTRO
           END-IF.

       21810-RECORRO-DNI.
      *------------------

           MOVE SOLICITQ-NUMERO          TO WS-DNI-PEDIDO.

           INITIALIZE NRO-LEGAJO-ALUMNO-FD ALU-REGISTRO.
           MOVE WS-DNI-PEDIDO            TO ALU-DNI-FD.
           READ ALUMNOS INTO ALU-REGISTRO
                KEY IS ALU-DNI-FD.

           EVALUATE TRUE
               WHEN 88-FS-ALUMNOS-OK
               WHEN 88-FS-ALUMNOS-DUPALT
                    SET 88-FIN-DNI-NO    TO TRUE
               WHEN 88-FS-ALUMNOS-NOKEY
               WHEN 88-FS-ALUMNOS-INVKEY
                    ADD 1                TO WS-SOLICITUDES-SIN-DNI
                    SET 88-FIN-DNI-SI    TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21810-RECORRO-DNI'
                    DISPLAY 'ERROR EN READ       ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FIN-DNI-SI
               MOVE ALU-CODIGO           TO PORTAL-COD-ALUMNO
               PERFORM 21900-LIBERO-REGISTRO
               PERFORM 21820-SIGUIENTE-DNI
           END-PERFORM.

       21820-SIGUIENTE-DNI.
      *--------------------
      *  LOS DUPLICADOS DE LA CLAVE ALTERNATIVA SALEN SEGUIDOS; EL
      *  PRIMER REGISTRO CON OTRO DNI CORTA EL RECORRIDO.
      *--------------------

           INITIALIZE ALU-REGISTRO.
           READ ALUMNOS NEXT RECORD INTO ALU-REGISTRO.

           EVALUATE TRUE
               WHEN (88-FS-ALUMNOS-OK OR 88-FS-ALUMNOS-DUPALT)
                AND ALU-DNI = WS-DNI-PEDIDO
                    CONTINUE
               WHEN 88-FS-ALUMNOS-OK
               WHEN 88-FS-ALUMNOS-DUPALT
               WHEN 88-FS-ALUMNOS-EOF
                    SET 88-FIN-DNI-SI    TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21820-SIGUIENTE-DNI'
                    DISPLAY 'ERROR EN READ       ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21850-APLICO-PRIVACIDAD.
      *------------------------
      *  EDITA EMAIL Y TELEFONO SEGUN EL MODO DE PRIVACIDAD DE
      *  ESTA SALIDA (VER WPRIVCFG).
      *------------------------

           EVALUATE TRUE
               WHEN 88-MODO-PRIV-SUPRIMIDO
                    MOVE SPACES          TO WS-EMAIL-SALIDA
                                            WS-TELEFONO-SALIDA
               WHEN 88-MODO-PRIV-MASCARA
                    PERFORM 21860-ENMASCARO-EMAIL
                    PERFORM 21870-ENMASCARO-TELEFONO
               WHEN OTHER
                    MOVE ALU-EMAIL       TO WS-EMAIL-SALIDA
                    MOVE ALU-TELEFONO    TO WS-TELEFONO-SALIDA
           END-EVALUATE.

       21860-ENMASCARO-EMAIL.
      *----------------------
      *  EMAIL PARCIAL: INICIAL, ASTERISCOS Y EL DOMINIO COMPLETO.
      *----------------------

           MOVE SPACES                   TO WS-EMAIL-PARTES
                                            WS-EMAIL-SALIDA.

           IF  ALU-EMAIL NOT = SPACES
               UNSTRING ALU-EMAIL DELIMITED BY '@'
                   INTO WS-EMAIL-LOCAL
                        WS-EMAIL-DOMINIO
               END-UNSTRING
               IF  WS-EMAIL-DOMINIO = SPACES
                   STRING ALU-EMAIL(1:1)  DELIMITED BY SIZE
                          '*****'         DELIMITED BY SIZE
                       INTO WS-EMAIL-SALIDA
                   END-STRING
               ELSE
                   STRING WS-EMAIL-LOCAL(1:1) DELIMITED BY SIZE
                          '*****@'        DELIMITED BY SIZE
                          WS-EMAIL-DOMINIO DELIMITED BY '  '
                       INTO WS-EMAIL-SALIDA
                   END-STRING
               END-IF
           END-IF.

       21870-ENMASCARO-TELEFONO.
      *-------------------------
      *  TELEFONO PARCIAL: SOLO QUEDAN VISIBLES LOS ULTIMOS CUATRO
      *  CARACTERES.
      *-------------------------

           MOVE SPACES                   TO WS-TELEFONO-SALIDA.
           MOVE 0                        TO WS-TEL-LARGO.

           PERFORM VARYING WS-IDX-TEL FROM 15 BY -1
                   UNTIL WS-IDX-TEL < 1 OR WS-TEL-LARGO > 0
               IF  ALU-TELEFONO(WS-IDX-TEL:1) NOT = SPACE
                   MOVE WS-IDX-TEL       TO WS-TEL-LARGO
               END-IF
           END-PERFORM.

           IF  WS-TEL-LARGO > 4
               COMPUTE WS-TEL-OCULTOS = WS-TEL-LARGO - 4
               MOVE ALL '*'
                    TO WS-TELEFONO-SALIDA(1:WS-TEL-OCULTOS)
               MOVE ALU-TELEFONO(WS-TEL-OCULTOS + 1:4)
                    TO WS-TELEFONO-SALIDA(WS-TEL-OCULTOS + 1:4)
           ELSE
               MOVE ALU-TELEFONO         TO WS-TELEFONO-SALIDA
           END-IF.

       21900-LIBERO-REGISTRO.
      *----------------------
      *  EL ORIGEN Y EL ORDEN YA LOS DEJO QUIEN ARMO EL REGISTRO.
      *----------------------

           MOVE PORTAL-COD-ALUMNO        TO SORT-POR-ALUMNO.
           MOVE PORTAL-TIPO              TO SORT-POR-TIPO.
           MOVE PORTAL-DATOS             TO SORT-POR-DATOS.
           RELEASE SORT-POR-REG.

       25000-GRABO-PORTAL.
      *-------------------
      *  RECORRE LA SALIDA ORDENADA: CADA CABECERA ('0') ABRE EL
      *  BLOQUE DE SU LEGAJO; EL DETALLE SE GRABA SOLO SI SU
      *  LEGAJO ES EL DE LA ULTIMA CABECERA.
      *-------------------

           SET 88-FIN-SORT-NO            TO TRUE.
           MOVE 0                        TO WS-LEGAJO-CABECERA.

           PERFORM UNTIL 88-FIN-SORT-SI
               RETURN SORT-POR
                   AT END
                      SET 88-FIN-SORT-SI TO TRUE
                   NOT AT END
                      PERFORM 25100-PROCESO-REGISTRO
               END-RETURN
           END-PERFORM.

       25100-PROCESO-REGISTRO.
      *-----------------------

           INITIALIZE PORTAL-REGISTRO.
           MOVE SORT-POR-TIPO            TO PORTAL-TIPO.
           MOVE SORT-POR-ALUMNO          TO PORTAL-COD-ALUMNO.
           MOVE SORT-POR-DATOS           TO PORTAL-DATOS.

           IF  SORT-POR-ORIGEN = '0'
               MOVE SORT-POR-ALUMNO      TO WS-LEGAJO-CABECERA
               ADD 1                     TO WS-CABECERAS-GRABADAS
               ADD SORT-POR-ALUMNO       TO WS-HASH-LEGAJOS
               PERFORM 25300-ESCRIBO-PORTAL
           ELSE
               IF  SORT-POR-ALUMNO = WS-LEGAJO-CABECERA
               AND WS-CABECERAS-GRABADAS > 0
                   PERFORM 25300-ESCRIBO-PORTAL
               ELSE
                   ADD 1                 TO WS-DETALLES-DESCARTADOS
               END-IF
           END-IF.

       25300-ESCRIBO-PORTAL.
      *---------------------

           WRITE REG-PORTAL-FD FROM PORTAL-REGISTRO.

           EVALUATE TRUE
              WHEN 88-FS-PORTAL-OK
                   ADD 1              TO  WS-GRABADOS-PORTAL

              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 25300-ESCRIBO-PORTAL'
                   DISPLAY 'ERROR EN ESCRIBO-PORTAL'
                   DISPLAY 'FILE STATUS       :' FS-PORTAL
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

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
               MOVE 'BOPGM63'             TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-TS(1:8)    TO RUNLOG-FECHA
               MOVE WS-RUNLOG-HORA-INICIO TO RUNLOG-HORA-INICIO
               MOVE WS-RUNLOG-TS(9:6)    TO RUNLOG-HORA-FIN
               COMPUTE RUNLOG-LEIDOS = WS-ALUMNOS-LEIDOS
                                     + WS-DETALLES-LEIDOS
               MOVE WS-GRABADOS-PORTAL   TO RUNLOG-GRABADOS
               MOVE ZEROES               TO RUNLOG-RECHAZADOS
               MOVE ZEROES               TO RUNLOG-RETORNO
               WRITE RUNLOG-RECORD-FD FROM RUNLOG-RECORD
               CLOSE RUNLOG
           ELSE
               DISPLAY 'AVISO: NO SE PUDO ABRIR RUNLOG - FS: '
                       FS-RUNLOG
           END-IF.

       30000-FINALIZO.
      *--------------

      *  EL TRAILER CUENTA LOS REGISTROS GRABADOS ANTES DE EL.
           INITIALIZE PORTAL-REGISTRO.
           SET  88-PORTAL-TRAILER        TO TRUE.
           MOVE 999999                   TO PORTAL-COD-ALUMNO.
           MOVE WS-CABECERAS-GRABADAS    TO PORTAL-T-ALUMNOS.
           MOVE WS-GRABADOS-PORTAL       TO PORTAL-T-REGISTROS.
           MOVE WS-HASH-LEGAJOS          TO PORTAL-T-HASH-LEGAJOS.
           MOVE WS-MODO-PRIV             TO PORTAL-T-MODO-PRIV.
           MOVE WS-FECHA-PROCESO         TO PORTAL-T-FECHA-PROCESO.
           PERFORM 25300-ESCRIBO-PORTAL.

           PERFORM 29000-GRABO-RUNLOG.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'ALUMNOS LEIDOS    :' WS-ALUMNOS-LEIDOS.
           DISPLAY 'ANONIMIZADOS      :' WS-ALUMNOS-ANONIMIZADOS.
           DISPLAY 'DETALLES LEIDOS   :' WS-DETALLES-LEIDOS.
           DISPLAY 'DETALLES SIN ALUMN:' WS-DETALLES-DESCARTADOS.
           DISPLAY 'SOLICIT. SIN DNI  :' WS-SOLICITUDES-SIN-DNI.
           DISPLAY 'BLOQUES GRABADOS  :' WS-CABECERAS-GRABADAS.
           DISPLAY 'REGISTROS GRABADOS:' WS-GRABADOS-PORTAL.
           DISPLAY 'MODO PRIVACIDAD   :' WS-MODO-PRIV.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-ALUMNOS-SI
              SET 88-OPEN-ALUMNOS-NO     TO TRUE
              CLOSE ALUMNOS
           END-IF.

           IF 88-OPEN-ESTADOACAD-SI
              SET 88-OPEN-ESTADOACAD-NO  TO TRUE
              CLOSE ESTADOACAD
           END-IF.

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO    TO TRUE
              CLOSE INSCRIPC
           END-IF.

           IF 88-OPEN-LISTAESP-SI
              SET 88-OPEN-LISTAESP-NO    TO TRUE
              CLOSE LISTAESP
           END-IF.

           IF 88-OPEN-BLOQUEOS-SI
              SET 88-OPEN-BLOQUEOS-NO    TO TRUE
              CLOSE BLOQUEOS
           END-IF.

           IF 88-OPEN-DEUDORES-SI
              SET 88-OPEN-DEUDORES-NO    TO TRUE
              CLOSE DEUDORES
           END-IF.

           IF 88-OPEN-SOLICITQ-SI
              SET 88-OPEN-SOLICITQ-NO    TO TRUE
              CLOSE SOLICITQ
           END-IF.

           IF 88-OPEN-REGULARID-SI
              SET 88-OPEN-REGULARID-NO   TO TRUE
              CLOSE REGULARID
           END-IF.

           IF 88-OPEN-PORTAL-SI
              SET 88-OPEN-PORTAL-NO      TO TRUE
              CLOSE PORTAL
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
