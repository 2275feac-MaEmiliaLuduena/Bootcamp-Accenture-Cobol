       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. MNTVENT.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * VENTANILLA DE ALUMNOS: PROGRAMA CONVERSACIONAL (A PEDIDO,
      * FUERA DE LA NOCTURNA) PARA ATENDER AL ALUMNO EN EL
      * MOSTRADOR SIN ESPERAR AL LOTE DE MNTINSC. EL OPERADOR
      * CONTESTA LINEA A LINEA:
      *   L -> BUSCA AL ALUMNO POR LEGAJO.
      *   D -> BUSCA AL ALUMNO POR DNI (CLAVE ALTERNATIVA
      *        ALU-DNI-FD DE ALUMNOS). SI EL DNI ESTA REPETIDO SE
      *        LISTAN LOS LEGAJOS PARA ELEGIR POR L.
      *   A -> ALTA DE UNA INSCRIPCION A EXAMEN DEL ALUMNO ELEGIDO.
      *   B -> BAJA DE UNA INSCRIPCION DEL ALUMNO ELEGIDO.
      *   F -> FIN DE LA ATENCION (TRES RESPUESTAS EN BLANCO
      *        SEGUIDAS, COMO AL FINAL DE UNA ENTRADA POR ARCHIVO,
      *        TAMBIEN TERMINAN).
      *-----------------------------------------------------------
      * ELEGIDO EL ALUMNO SE MUESTRAN SUS DATOS, SU ESTADO
      * ACADEMICO (ESTADOACAD), SUS BLOQUEOS, SU DEUDA (DEUDORES),
      * SUS INSCRIPCIONES ABIERTAS (EXAMEN DE HOY EN ADELANTE) Y
      * SUS LUGARES EN LISTA DE ESPERA.
      *-----------------------------------------------------------
      * EL ALTA PASA POR LOS MISMOS CONTROLES QUE EL ALTA DEL LOTE
      * (21000-APLICO-ALTA DE MNTINSC, CON LOS MISMOS NUMEROS DE
      * PARRAFO): BLOQUEO, DEUDA, PLAZO EN DIAS HABILES, CUPO DEL
      * LLAMADO CON LISTA DE ESPERA Y REGULARIDAD (FORZADA A
      * LIBRE). LA BAJA LIBERA EL LUGAR Y PROMUEVE LA ESPERA IGUAL
      * QUE EN MNTINSC; UN EXAMEN YA TOMADO NO SE ANULA POR
      * VENTANILLA (MOTIVO YARENDIDO). COMO EN MNTINSC, A UN
      * LLAMADO ESPECIAL SOLO INSCRIBE MNTMESA (MOTIVO MESAESP) Y
      * ESOS LLAMADOS NO CUENTAN PARA LA VIGENCIA DE LA REGULARIDAD.
      *-----------------------------------------------------------
      * CADA ACCION QUEDA EN EL DIARIO COMUN MNTJRN (VER WMNTJRN):
      *   ALUMNOS  Q -> CONSULTA DEL ALUMNO (IMAGEN DESPUES).
      *   INSCRIPC A -> ALTA O PROMOCION DESDE LA ESPERA.
      *   INSCRIPC B -> BAJA (IMAGEN ANTES).
      *   INSCRIPC R -> PEDIDO RECHAZADO (LA TRANSACCION ARMADA EN
      *                 FORMATO INSCTRAN MAS EL MOTIVO, COMO EN
      *                 INSCRIPREJ).
      *   LISTAESP A/B -> ALTA A LA ESPERA / SALIDA DE LA ESPERA.
      *-----------------------------------------------------------
      * EL OPERADOR SE IDENTIFICA AL ABRIR LA SESION Y CADA
      * OPCION L/D/A/B SE AUTORIZA CONTRA EL: TIENE QUE EXISTIR Y
      * ESTAR ACTIVO EN OPERADORES, Y SU ROL TENER EN PERMISOS
      * ESTE PROGRAMA CON ESA OPCION COMO ACCION. UNA OPCION NO
      * AUTORIZADA NO SE EJECUTA Y CADA INTENTO DENEGADO QUEDA EN
      * LA BITACORA SEGLOG.
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

           SELECT OPTIONAL ESTADOACAD ASSIGN    TO
                                   'ESTADOACAD'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS ESTADOACAD-CLAVE-FD
                                   FILE STATUS  IS FS-ESTADOACAD.

           SELECT OPTIONAL INSCRIPC ASSIGN      TO
                                   'INSCRIPC'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS INSCRIP-CLAVE-FD
                                   FILE STATUS  IS FS-INSCRIPC.

           SELECT OPTIONAL LLAMADOS ASSIGN      TO
                                   'LLAMADOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS LLAMADOS-CLAVE-FD
                                   FILE STATUS  IS FS-LLAMADOS.

           SELECT OPTIONAL BLOQUEOS ASSIGN      TO
                                   'BLOQUEOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS BLOQUEOS-CLAVE-FD
                                   FILE STATUS  IS FS-BLOQUEOS.

           SELECT OPTIONAL DEUDORES ASSIGN      TO
                                   'DEUDORES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS DEUDORES-CLAVE-FD
                                   FILE STATUS  IS FS-DEUDORES.

           SELECT OPTIONAL FERIADOS ASSIGN      TO
                                   'FERIADOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS FERIADOS-CLAVE-FD
                                   FILE STATUS  IS FS-FERIADOS.

           SELECT OPTIONAL PLAZOCFG ASSIGN      TO
                                   'PLAZOCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PLAZOCFG.

           SELECT OPTIONAL LISTAESP ASSIGN      TO
                                   'LISTAESP'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS LISTAESP-CLAVE-FD
                                   FILE STATUS  IS FS-LISTAESP.

           SELECT OPTIONAL CURSADAS ASSIGN      TO
                                   'CURSADAS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS CURSADAS-CLAVE-FD
                                   FILE STATUS  IS FS-CURSADAS.

           SELECT OPTIONAL CURSACFG ASSIGN      TO
                                   'CURSACFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CURSACFG.

      *----------------------------------------------------------
      *  DIARIO COMUN DE MANTENIMIENTO (VER WMNTJRN). SE ABRE EN
      *  EXTEND Y NUNCA SE TRUNCA. LO LISTA BOPGM09.
      *----------------------------------------------------------
           SELECT OPTIONAL MNTJRN  ASSIGN       TO
                                   'MNTJRN'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-MNTJRN.

      *----------------------------------------------------------
      *  AUTORIZACION DE OPERADORES: MAESTRO DE OPERADORES,
      *  PERMISOS POR ROL Y BITACORA DE
      *  SEGURIDAD (VER WOPERAD, WPERMISO Y WSEGLOG).
      *----------------------------------------------------------
           SELECT OPERADORES       ASSIGN       TO
                                   'OPERADORES'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-OPERADORES.

           SELECT PERMISOS         ASSIGN       TO
                                   'PERMISOS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PERMISOS.

           SELECT OPTIONAL SEGLOG  ASSIGN       TO
                                   'SEGLOG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-SEGLOG.

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

       FD  LLAMADOS.
       01  LLAMADOS-DATOS-FD.
           03  LLAMADOS-CLAVE-FD.
               05  LLAMADOS-NUMERO-FD    PIC 9(04).
               05  LLAMADOS-MATERIA-FD   PIC X(08).
               05  LLAMADOS-INST-FD      PIC X(10).
           03  FILLER                    PIC X(28).

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

       FD  FERIADOS.
       01  FERIADOS-DATOS-FD.
           03  FERIADOS-CLAVE-FD.
               05  FERIADOS-FECHA-FD     PIC X(08).
           03  FILLER                    PIC X(52).

       FD  PLAZOCFG
           RECORDING MODE IS F.
       01  PLAZOCFG-RECORD-FD            PIC  X(30).

       FD  LISTAESP.
       01  LISTAESP-DATOS-FD.
           03  LISTAESP-CLAVE-FD.
               05  LISTAESP-LLAMADO-FD.
                   07  LISTAESP-NUMERO-FD    PIC 9(04).
                   07  LISTAESP-MATLLAM-FD   PIC X(08).
                   07  LISTAESP-INSTLLAM-FD  PIC X(10).
               05  LISTAESP-SECUENCIA-FD     PIC 9(04).
           03  FILLER                    PIC X(34).

       FD  CURSADAS.
       01  CURSADAS-DATOS-FD.
           03  CURSADAS-CLAVE-FD.
               05  CURSADAS-ALUMNO-FD    PIC 9(06).
               05  CURSADAS-MATERIA-FD   PIC X(08).
               05  CURSADAS-COMISION-FD  PIC X(04).
               05  CURSADAS-PERIODO-FD   PIC 9(05).
           03  FILLER                    PIC X(27).

       FD  CURSACFG
           RECORDING MODE IS F.
       01  CURSACFG-RECORD-FD            PIC  X(30).

       FD  MNTJRN
           RECORDING MODE IS F.
       01  MNTJRN-RECORD-FD              PIC  X(408).

       FD  OPERADORES
           RECORDING MODE IS F.
       01  OPERADORES-RECORD-FD          PIC  X(60).

       FD  PERMISOS
           RECORDING MODE IS F.
       01  PERMISOS-RECORD-FD            PIC  X(30).

       FD  SEGLOG
           RECORDING MODE IS F.
       01  SEGLOG-RECORD-FD              PIC  X(130).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'MNTVENT'.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-DUPALT                  VALUE '02'.
           88 88-FS-ALUMNOS-EOF                     VALUE '10'.
           88 88-FS-ALUMNOS-INVKEY                  VALUE '21'.
           88 88-FS-ALUMNOS-NOKEY                   VALUE '23'.

       77  FS-ESTADOACAD                 PIC X(02)  VALUE ' '.
           88 88-FS-ESTADOACAD-OK                   VALUE '00'.
           88 88-FS-ESTADOACAD-OPT                  VALUE '05'.
           88 88-FS-ESTADOACAD-EOF                  VALUE '10'.
           88 88-FS-ESTADOACAD-INVKEY               VALUE '21'.
           88 88-FS-ESTADOACAD-NOKEY                VALUE '23'.

       77  FS-INSCRIPC                   PIC X(02)  VALUE ' '.
           88 88-FS-INSCRIPC-OK                     VALUE '00'.
           88 88-FS-INSCRIPC-OPT                    VALUE '05'.
           88 88-FS-INSCRIPC-EOF                    VALUE '10'.
           88 88-FS-INSCRIPC-INVKEY                 VALUE '21'.
           88 88-FS-INSCRIPC-DUPKEY                 VALUE '22'.
           88 88-FS-INSCRIPC-NOKEY                  VALUE '23'.

       77  FS-LLAMADOS                   PIC X(02)  VALUE ' '.
           88 88-FS-LLAMADOS-OK                     VALUE '00'.
           88 88-FS-LLAMADOS-EOF                    VALUE '10'.
           88 88-FS-LLAMADOS-INVKEY                 VALUE '21'.
           88 88-FS-LLAMADOS-NOKEY                  VALUE '23'.

       77  FS-LISTAESP                   PIC X(02)  VALUE ' '.
           88 88-FS-LISTAESP-OK                     VALUE '00'.
           88 88-FS-LISTAESP-OPT                    VALUE '05'.
           88 88-FS-LISTAESP-EOF                    VALUE '10'.
           88 88-FS-LISTAESP-INVKEY                 VALUE '21'.
           88 88-FS-LISTAESP-DUPKEY                 VALUE '22'.
           88 88-FS-LISTAESP-NOKEY                  VALUE '23'.

       77  FS-MNTJRN                     PIC X(02)  VALUE ' '.
           88 88-FS-MNTJRN-OK                       VALUE '00'.

       77  WS-OPEN-ALUMNOS               PIC X      VALUE 'N'.
           88 88-OPEN-ALUMNOS-SI                    VALUE 'S'.
           88 88-OPEN-ALUMNOS-NO                    VALUE 'N'.

       77  WS-OPEN-ESTADOACAD            PIC X      VALUE 'N'.
           88 88-OPEN-ESTADOACAD-SI                 VALUE 'S'.
           88 88-OPEN-ESTADOACAD-NO                 VALUE 'N'.

       77  WS-OPEN-INSCRIPC              PIC X      VALUE 'N'.
           88 88-OPEN-INSCRIPC-SI                   VALUE 'S'.
           88 88-OPEN-INSCRIPC-NO                   VALUE 'N'.

       77  WS-OPEN-MNTJRN                PIC X      VALUE 'N'.
           88 88-OPEN-MNTJRN-SI                     VALUE 'S'.
           88 88-OPEN-MNTJRN-NO                     VALUE 'N'.

       77  FS-BLOQUEOS                   PIC X(02)  VALUE ' '.
           88 88-FS-BLOQUEOS-OK                     VALUE '00'.
           88 88-FS-BLOQUEOS-EOF                    VALUE '10'.
           88 88-FS-BLOQUEOS-INVKEY                 VALUE '21'.
           88 88-FS-BLOQUEOS-NOKEY                  VALUE '23'.

       77  WS-OPEN-BLOQUEOS              PIC X      VALUE 'N'.
           88 88-OPEN-BLOQUEOS-SI                   VALUE 'S'.
           88 88-OPEN-BLOQUEOS-NO                   VALUE 'N'.

       77  WS-CON-BLOQUEO                PIC X      VALUE 'N'.
           88 88-CON-BLOQUEO-SI                     VALUE 'S'.
           88 88-CON-BLOQUEO-NO                     VALUE 'N'.

       77  FS-DEUDORES                   PIC X(02)  VALUE ' '.
           88 88-FS-DEUDORES-OK                     VALUE '00'.
           88 88-FS-DEUDORES-EOF                    VALUE '10'.
           88 88-FS-DEUDORES-INVKEY                 VALUE '21'.
           88 88-FS-DEUDORES-NOKEY                  VALUE '23'.

       77  WS-OPEN-DEUDORES              PIC X      VALUE 'N'.
           88 88-OPEN-DEUDORES-SI                   VALUE 'S'.
           88 88-OPEN-DEUDORES-NO                   VALUE 'N'.

       77  WS-CON-DEUDA                  PIC X      VALUE 'N'.
           88 88-CON-DEUDA-SI                       VALUE 'S'.
           88 88-CON-DEUDA-NO                       VALUE 'N'.

       77  FS-FERIADOS                   PIC X(02)  VALUE ' '.
           88 88-FS-FERIADOS-OK                     VALUE '00'.
           88 88-FS-FERIADOS-EOF                    VALUE '10'.

       77  FS-PLAZOCFG                   PIC X(02)  VALUE ' '.
           88 88-FS-PLAZOCFG-OK                     VALUE '00'.
           88 88-FS-PLAZOCFG-EOF                    VALUE '10'.

       77  WS-OPEN-FERIADOS              PIC X      VALUE 'N'.
           88 88-OPEN-FERIADOS-SI                   VALUE 'S'.
           88 88-OPEN-FERIADOS-NO                   VALUE 'N'.

       77  WS-OPEN-LLAMADOS              PIC X      VALUE 'N'.
           88 88-OPEN-LLAMADOS-SI                   VALUE 'S'.
           88 88-OPEN-LLAMADOS-NO                   VALUE 'N'.

       77  WS-OPEN-LISTAESP              PIC X      VALUE 'N'.
           88 88-OPEN-LISTAESP-SI                   VALUE 'S'.
           88 88-OPEN-LISTAESP-NO                   VALUE 'N'.

       77  FS-CURSADAS                   PIC X(02)  VALUE ' '.
           88 88-FS-CURSADAS-OK                     VALUE '00'.
           88 88-FS-CURSADAS-EOF                    VALUE '10'.
           88 88-FS-CURSADAS-INVKEY                 VALUE '21'.
           88 88-FS-CURSADAS-NOKEY                  VALUE '23'.

       77  FS-CURSACFG                   PIC X(02)  VALUE ' '.
           88 88-FS-CURSACFG-OK                     VALUE '00'.
           88 88-FS-CURSACFG-EOF                    VALUE '10'.

       77  WS-OPEN-CURSADAS              PIC X      VALUE 'N'.
           88 88-OPEN-CURSADAS-SI                   VALUE 'S'.
           88 88-OPEN-CURSADAS-NO                   VALUE 'N'.

       77  WS-CONSULTAS                  PIC 9(07)  VALUE 0.
       77  WS-ALTAS-OK                   PIC 9(07)  VALUE 0.
       77  WS-BAJAS-OK                   PIC 9(07)  VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(07)  VALUE 0.
       77  WS-ALTAS-ESPERA               PIC 9(07)  VALUE 0.
       77  WS-PROMOVIDAS                 PIC 9(07)  VALUE 0.
       77  WS-ESPERA-DESCARTADAS         PIC 9(07)  VALUE 0.
       77  WS-FORZADAS-LIBRE             PIC 9(07)  VALUE 0.
       77  WS-GRABADOS-MNTJRN            PIC 9(07)  VALUE 0.

       77  WS-JRN-ARCHIVO                PIC X(10)  VALUE ' '.
       77  WS-JRN-ACCION                 PIC X(01)  VALUE ' '.
       77  WS-JRN-IMAGEN-ANTES           PIC X(180) VALUE ' '.
       77  WS-JRN-IMAGEN-DESPUES         PIC X(180) VALUE ' '.

      *-------------------------------------------------------------*
      *     DIALOGO CON EL OPERADOR: OPCION DEL MENU, ALUMNO EN     *
      *     ATENCION Y RESPUESTAS TIPEADAS (SE VALIDAN ANTES DE     *
      *     ARMAR LA TRANSACCION).                                  *
      *-------------------------------------------------------------*
       77  WS-OPCION                     PIC X(01)  VALUE ' '.
           88 88-OPCION-LEGAJO                      VALUE 'L'.
           88 88-OPCION-DNI                         VALUE 'D'.
           88 88-OPCION-ALTA                        VALUE 'A'.
           88 88-OPCION-BAJA                        VALUE 'B'.
           88 88-OPCION-FIN                         VALUE 'F'.
           88 88-OPCION-BLANCO                      VALUE ' '.

       77  WS-FIN-SESION                 PIC X      VALUE 'N'.
           88 88-FIN-SESION-SI                      VALUE 'S'.
           88 88-FIN-SESION-NO                      VALUE 'N'.

       77  WS-BLANCOS-SEGUIDOS           PIC 9(02)  VALUE 0.

       77  WS-ALUMNO-ELEGIDO             PIC X      VALUE 'N'.
           88 88-ALUMNO-ELEGIDO-SI                  VALUE 'S'.
           88 88-ALUMNO-ELEGIDO-NO                  VALUE 'N'.

       77  WS-LEGAJO-ELEGIDO             PIC 9(06)  VALUE 0.

       77  WS-CONFIRMA                   PIC X(01)  VALUE ' '.
           88 88-CONFIRMA-SI                        VALUE 'S'.

       77  WS-DATOS-VALIDOS              PIC X      VALUE 'S'.
           88 88-DATOS-VALIDOS-SI                   VALUE 'S'.
           88 88-DATOS-VALIDOS-NO                   VALUE 'N'.

       01  WS-ENTRADA.
           03  WS-ENT-LEGAJO             PIC X(06).
           03  WS-ENT-DNI                PIC X(08).
           03  WS-ENT-MATERIA            PIC X(08).
           03  WS-ENT-FECHA              PIC X(08).
           03  WS-ENT-INSTITUTO          PIC X(10).
           03  WS-ENT-CONDICION          PIC X(01).
               88  88-ENT-CONDICION-OK              VALUE 'R' 'L' ' '.

      *-------------------------------------------------------------*
      *     LISTADOS POR PANTALLA DEL ALUMNO ELEGIDO                *
      *-------------------------------------------------------------*
       77  WS-FIN-LISTA                  PIC X      VALUE 'N'.
           88 88-FIN-LISTA-SI                       VALUE 'S'.
           88 88-FIN-LISTA-NO                       VALUE 'N'.

       77  WS-CANT-LISTADOS              PIC 9(04)  VALUE 0.
       77  WS-NOTA-EDIT                  PIC Z9,9.
       77  WS-IMPORTE-EDIT               PIC Z.ZZZ.ZZ9,99.

      *-------------------------------------------------------------*
      *     CALENDARIO DE LLAMADOS CON SU OCUPACION: CUPO,          *
      *     INSCRIPTOS CONFIRMADOS (CONTADOS DE INSCRIPC AL INICIO  *
      *     Y MANTENIDOS POR CADA ALTA/BAJA DE LA ATENCION), ULTIMA *
      *     SECUENCIA DE ESPERA USADA Y ESPERAS PENDIENTES.         *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-LLAM              PIC 9(04)  VALUE 0.
       01  WS-TABLA-LLAMADOS.
           03  WS-TAB-LLAM OCCURS 200 TIMES
                          INDEXED BY WS-IDX-TAB-LLAM
                                     WS-IDX-LLAM-HALLADO.
               05  WS-TAB-LLAM-NUMERO     PIC 9(04).
               05  WS-TAB-LLAM-MATERIA    PIC X(08).
               05  WS-TAB-LLAM-INSTITUTO  PIC X(10).
               05  WS-TAB-LLAM-DESDE      PIC X(08).
               05  WS-TAB-LLAM-HASTA      PIC X(08).
               05  WS-TAB-LLAM-CUPO       PIC 9(04).
               05  WS-TAB-LLAM-OCUPADOS   PIC 9(05).
               05  WS-TAB-LLAM-ULT-SEC    PIC 9(04).
               05  WS-TAB-LLAM-ESPERA     PIC 9(04).

       77  CTE-PRIMER-LLAMADO-ESP        PIC 9(04)  VALUE 9001.

       77  WS-LLAMADO-HALLADO            PIC X      VALUE 'N'.
           88 88-LLAMADO-HALLADO-SI                 VALUE 'S'.
           88 88-LLAMADO-HALLADO-NO                 VALUE 'N'.

       77  WS-PROMOCION-HECHA            PIC X      VALUE 'N'.
           88 88-PROMOCION-HECHA-SI                 VALUE 'S'.
           88 88-PROMOCION-HECHA-NO                 VALUE 'N'.

       77  WS-FIN-ESPERA                 PIC X      VALUE 'N'.
           88 88-FIN-ESPERA-SI                      VALUE 'S'.
           88 88-FIN-ESPERA-NO                      VALUE 'N'.

      *-------------------------------------------------------------*
      *     DATOS DE LA INSCRIPCION A UBICAR EN EL CALENDARIO       *
      *-------------------------------------------------------------*
       01  WS-BUSCO-LLAMADO.
           03  WS-BUSCO-MATERIA          PIC X(08).
           03  WS-BUSCO-FECHA            PIC X(08).
           03  WS-BUSCO-INSTITUTO        PIC X(10).

      *-------------------------------------------------------------*
      *     CIERRE DE INSCRIPCION EN DIAS HABILES (PLAZOCFG, CON    *
      *     FERIADOS Y FINES DE SEMANA SALTEADOS). UNA ALTA CARGADA *
      *     DESPUES DEL CIERRE SE RECHAZA CON MOTIVO FUERAPLAZO.    *
      *-------------------------------------------------------------*
       77  WS-DIAS-HABILES-CIERRE        PIC 9(02)  VALUE 02.

       77  WS-CANT-TAB-FER               PIC 9(03)  VALUE 0.
       01  WS-TABLA-FERIADOS.
           03  WS-TAB-FER OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-FER.
               05  WS-TAB-FER-FECHA       PIC X(08).

       77  WS-FECHA-HOY-NUM              PIC 9(08)  VALUE 0.
       77  WS-DIAS-HOY                   PIC 9(07)  VALUE 0.
       77  WS-DIAS-CIERRE                PIC 9(07)  VALUE 0.
       77  WS-DIAS-TRABAJO               PIC 9(07)  VALUE 0.
       77  WS-HABILES-RESTAN             PIC 9(02)  VALUE 0.
       77  WS-DIA-SEMANA                 PIC 9(01)  VALUE 0.
       77  WS-FECHA-DIA-NUM              PIC 9(08)  VALUE 0.
       77  WS-FECHA-DIA-ALFA             PIC X(08)  VALUE ' '.
       77  WS-FECHA-LLAM-NUM             PIC 9(08)  VALUE 0.

       77  WS-ES-DIA-HABIL               PIC X      VALUE 'S'.
           88 88-ES-DIA-HABIL-SI                    VALUE 'S'.
           88 88-ES-DIA-HABIL-NO                    VALUE 'N'.

       77  WS-FUERA-PLAZO                PIC X      VALUE 'N'.
           88 88-FUERA-PLAZO-SI                     VALUE 'S'.
           88 88-FUERA-PLAZO-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     REGULARIDAD: LLAMADOS POSTERIORES AL CIERRE DE LA       *
      *     CURSADA EN LOS QUE SIGUE VIGENTE (CURSACFG) Y CONDICION *
      *     CON LA QUE SE APLICA EL ALTA EN CURSO.                  *
      *-------------------------------------------------------------*
       77  WS-LLAMADOS-VIGENCIA          PIC 9(02)  VALUE 05.
       77  WS-LLAMADOS-CONTADOS          PIC 9(04)  VALUE 0.
       77  WS-AUSENTES-POR-LLAMADO       PIC 9(02)  VALUE 0.
       77  WS-AUSENTES-CONTADOS          PIC 9(04)  VALUE 0.

      *-------------------------------------------------------------*
      *     NUMEROS DE LLAMADO YA CONTADOS PARA LA REGULARIDAD: UN  *
      *     LLAMADO CON VARIAS FILAS EN EL CALENDARIO (POR MATERIA  *
      *     O POR SEDE) CUENTA UNA SOLA VEZ.                        *
      *-------------------------------------------------------------*
       01  WS-TABLA-LLAM-CONTADOS.
           03  WS-TAB-LLAM-CONTADO  OCCURS 200 TIMES
                          INDEXED BY WS-IDX-LLAM-CONT
                                         PIC 9(04).

       77  WS-LLAM-YA-CONTADO            PIC X      VALUE 'N'.
           88 88-LLAM-YA-CONTADO-SI                 VALUE 'S'.
           88 88-LLAM-YA-CONTADO-NO                 VALUE 'N'.
       77  WS-CONDICION-ALTA             PIC X(01)  VALUE ' '.

       77  WS-REGULAR-VIGENTE            PIC X      VALUE 'N'.
           88 88-REGULAR-VIGENTE-SI                 VALUE 'S'.
           88 88-REGULAR-VIGENTE-NO                 VALUE 'N'.

       77  WS-FIN-CURSADAS               PIC X      VALUE 'N'.
           88 88-FIN-CURSADAS-SI                    VALUE 'S'.
           88 88-FIN-CURSADAS-NO                    VALUE 'N'.

       77  WS-FIN-AUSENTES               PIC X      VALUE 'N'.
           88 88-FIN-AUSENTES-SI                    VALUE 'S'.
           88 88-FIN-AUSENTES-NO                    VALUE 'N'.

       77  WS-FORZADA-LIBRE              PIC X      VALUE 'N'.
           88 88-FORZADA-LIBRE-SI                   VALUE 'S'.
           88 88-FORZADA-LIBRE-NO                   VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

      *-------------------------------------------------------------*
      *     PEDIDO RECHAZADO (MISMO REGISTRO QUE INSCRIPREJ)        *
      *-------------------------------------------------------------*
       01  REG-RECHAZO-INS.
           03  RECHAZO-INS-DATOS         PIC X(41).
           03  RECHAZO-INS-MOTIVO        PIC X(10).

       77  FS-OPERADORES                 PIC X(02)  VALUE ' '.
           88 88-FS-OPERADORES-OK                   VALUE '00'.
           88 88-FS-OPERADORES-EOF                  VALUE '10'.

       77  FS-PERMISOS                   PIC X(02)  VALUE ' '.
           88 88-FS-PERMISOS-OK                     VALUE '00'.
           88 88-FS-PERMISOS-EOF                    VALUE '10'.

       77  FS-SEGLOG                     PIC X(02)  VALUE ' '.
           88 88-FS-SEGLOG-OK                       VALUE '00'.
           88 88-FS-SEGLOG-OPT                      VALUE '05'.

       77  WS-OPEN-SEGLOG                PIC X      VALUE 'N'.
           88 88-OPEN-SEGLOG-SI                     VALUE 'S'.
           88 88-OPEN-SEGLOG-NO                     VALUE 'N'.

      *-------------------------------------------------------------*
      *     AUTORIZACION DEL OPERADOR DE LA SESION CONTRA LOS       *
      *     OPERADORES Y LOS PERMISOS DE SU ROL PARA ESTE PROGRAMA. *
      *-------------------------------------------------------------*
       77  WS-AUT-OPERADOR               PIC X(08)  VALUE ' '.
       77  WS-AUT-ROL                    PIC X(08)  VALUE ' '.
       77  WS-AUT-ACCION                 PIC X(01)  VALUE ' '.
       77  WS-AUT-DETALLE                PIC X(30)  VALUE ' '.
       77  WS-AUT-TRANSACCION            PIC X(50)  VALUE ' '.
       77  WS-SEGLOG-TS                  PIC X(21)  VALUE ' '.
       77  WS-NO-AUTORIZADAS             PIC 9(07)  VALUE 0.

       77  WS-AUTORIZADO                 PIC X      VALUE 'N'.
           88 88-AUTORIZADO-SI                      VALUE 'S'.
           88 88-AUTORIZADO-NO                      VALUE 'N'.

       77  WS-OPERADOR-HALLADO           PIC X      VALUE 'N'.
           88 88-OPERADOR-HALLADO-SI                VALUE 'S'.
           88 88-OPERADOR-HALLADO-NO                VALUE 'N'.

       77  WS-CANT-TAB-OPE               PIC 9(04)  VALUE 0.
       01  WS-TABLA-OPERADORES.
           03  WS-TAB-OPE OCCURS 300 TIMES
                          INDEXED BY WS-IDX-TAB-OPE.
               05  WS-TAB-OPE-CODIGO      PIC X(08).
               05  WS-TAB-OPE-ROL         PIC X(08).
               05  WS-TAB-OPE-ESTADO      PIC X(01).

      *-------------------------------------------------------------*
      *     PERMISOS DE ESTE PROGRAMA (PROGRAMA PROPIO O '*'): ROL  *
      *     Y ACCION HABILITADA ('*' = TODAS LAS ACCIONES).         *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-PER               PIC 9(04)  VALUE 0.
       01  WS-TABLA-PERMISOS.
           03  WS-TAB-PER OCCURS 300 TIMES
                          INDEXED BY WS-IDX-TAB-PER.
               05  WS-TAB-PER-ROL         PIC X(08).
               05  WS-TAB-PER-ACCION      PIC X(01).

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WALUMNOS.
       COPY WESTACAD.
       COPY WINSCRIP.
       COPY WINSCTRA.
       COPY WLLAMADO.
       COPY WLISTESP.
       COPY WFERIADO.
       COPY WPLAZCFG.
       COPY WDEUDOR.
       COPY WBLOQUEO.
       COPY WCURSADA.
       COPY WCURSCFG.
       COPY WMNTJRN.
       COPY WOPERAD.
       COPY WPERMISO.
       COPY WSEGLOG.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FIN-SESION-SI.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10200-CARGO-TABLA-LLAMADOS.
           PERFORM 10300-CARGO-OCUPACION.
           PERFORM 10400-CARGO-ESPERA.
           PERFORM 10500-CARGO-FERIADOS.
           PERFORM 10550-LEO-PLAZOCFG.
           PERFORM 10600-ABRO-DEUDORES.
           PERFORM 10700-ABRO-BLOQUEOS.
           PERFORM 10800-ABRO-CURSADAS.

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE     TO WS-FECHA-HOY-NUM.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).

           DISPLAY ' '.
           DISPLAY '*******************************************'
           DISPLAY 'VENTANILLA DE ALUMNOS - PGM: MNTVENT       '
           DISPLAY 'FECHA DE ATENCION      :' WS-FECHA-HOY-NUM
           DISPLAY '*******************************************'.

           PERFORM 10950-CARGO-AUTORIZACION.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT   ALUMNOS.

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

           OPEN I-O     INSCRIPC.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
               WHEN 88-FS-INSCRIPC-OPT
                    SET 88-OPEN-INSCRIPC-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------
      *  EL ESTADO ACADEMICO ES OPCIONAL: SIN ARCHIVO (TODAVIA NO
      *  CORRIO BOPGM12) SOLO SE AVISA QUE NO ESTA DISPONIBLE.
      *----------------------------------------------------------

           OPEN INPUT   ESTADOACAD.

           EVALUATE TRUE
               WHEN 88-FS-ESTADOACAD-OK
                    SET 88-OPEN-ESTADOACAD-SI TO TRUE
               WHEN 88-FS-ESTADOACAD-OPT
                    CLOSE ESTADOACAD
                    SET 88-OPEN-ESTADOACAD-NO TO TRUE
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

           OPEN EXTEND  MNTJRN.

           EVALUATE FS-MNTJRN
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-MNTJRN-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN EXTEND MNTJRN'
                    DISPLAY 'FILE STATUS       :' FS-MNTJRN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10200-CARGO-TABLA-LLAMADOS.
      *---------------------------
      *  CARGA EL CALENDARIO COMPLETO DE LLAMADOS CON SU CUPO. EL
      *  ARCHIVO ES OPCIONAL: SIN CALENDARIO NO HAY CONTROL DE
      *  CUPO Y LAS ALTAS SE APLICAN COMO SIEMPRE.
      *---------------------------

           OPEN INPUT LLAMADOS.

           EVALUATE FS-LLAMADOS
               WHEN '00'
                    SET 88-OPEN-LLAMADOS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-LLAMADOS-NO TO TRUE
           END-EVALUATE.

           IF  88-OPEN-LLAMADOS-SI
               PERFORM UNTIL 88-FS-LLAMADOS-EOF
                   INITIALIZE LLAMADOS-REGISTRO
                   READ LLAMADOS NEXT RECORD INTO LLAMADOS-REGISTRO
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
                       MOVE LLAMADOS-CUPO
                            TO WS-TAB-LLAM-CUPO(WS-IDX-TAB-LLAM)
                       MOVE 0
                            TO WS-TAB-LLAM-OCUPADOS(WS-IDX-TAB-LLAM)
                               WS-TAB-LLAM-ULT-SEC(WS-IDX-TAB-LLAM)
                               WS-TAB-LLAM-ESPERA(WS-IDX-TAB-LLAM)
                   END-IF
               END-PERFORM
               CLOSE LLAMADOS
               SET 88-OPEN-LLAMADOS-NO TO TRUE
           END-IF.

       10300-CARGO-OCUPACION.
      *----------------------
      *  CUENTA LOS INSCRIPTOS CONFIRMADOS DE CADA LLAMADO CON UNA
      *  PASADA DE INSCRIPC, PARA ARRANCAR EL CONTROL DE CUPO CON
      *  LA OCUPACION REAL.
      *----------------------

           IF  WS-CANT-TAB-LLAM > 0
               INITIALIZE INSCRIPC-DATOS-FD
               MOVE LOW-VALUES           TO INSCRIP-CLAVE-FD
               START INSCRIPC KEY >= INSCRIP-CLAVE-FD
               IF  88-FS-INSCRIPC-OK
                   PERFORM 10350-LEO-INSCRIPC-SIGUIENTE
                   PERFORM UNTIL NOT 88-FS-INSCRIPC-OK
                       MOVE INSCRIP-COD-MATERIA
                                         TO WS-BUSCO-MATERIA
                       MOVE INSCRIP-FECHA-EXAMEN
                                         TO WS-BUSCO-FECHA
                       MOVE INSCRIP-INSTITUTO
                                         TO WS-BUSCO-INSTITUTO
                       PERFORM 21020-BUSCO-LLAMADO
                       IF  88-LLAMADO-HALLADO-SI
                           ADD 1 TO WS-TAB-LLAM-OCUPADOS
                                            (WS-IDX-LLAM-HALLADO)
                       END-IF
                       PERFORM 10350-LEO-INSCRIPC-SIGUIENTE
                   END-PERFORM
               END-IF
           END-IF.

       10350-LEO-INSCRIPC-SIGUIENTE.
      *-----------------------------

           INITIALIZE INSCRIP-REGISTRO.

           READ INSCRIPC NEXT RECORD INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
               WHEN 88-FS-INSCRIPC-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10350-LEO-INSCRIPC-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10400-CARGO-ESPERA.
      *-------------------
      *  RECUPERA DE LISTAESP LAS ESPERAS PENDIENTES Y LA ULTIMA
      *  SECUENCIA USADA POR LLAMADO, PARA CONTINUAR EL ORDEN DE
      *  LLEGADA ENTRE CORRIDAS.
      *-------------------

           IF  WS-CANT-TAB-LLAM > 0
               OPEN I-O LISTAESP

               EVALUATE TRUE
                   WHEN 88-FS-LISTAESP-OK
                   WHEN 88-FS-LISTAESP-OPT
                        SET 88-OPEN-LISTAESP-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10400-CARGO-ESPERA'
                        DISPLAY 'ERROR EN OPEN I-O   LISTAESP'
                        DISPLAY 'FILE STATUS       :' FS-LISTAESP
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE

               INITIALIZE LISTAESP-DATOS-FD
               MOVE LOW-VALUES           TO LISTAESP-CLAVE-FD
               START LISTAESP KEY >= LISTAESP-CLAVE-FD
               IF  88-FS-LISTAESP-OK
                   PERFORM 10450-LEO-LISTAESP-SIGUIENTE
                   PERFORM UNTIL NOT 88-FS-LISTAESP-OK
                       PERFORM 10470-ACUMULO-ESPERA
                       PERFORM 10450-LEO-LISTAESP-SIGUIENTE
                   END-PERFORM
               END-IF
           END-IF.

       10450-LEO-LISTAESP-SIGUIENTE.
      *-----------------------------

           INITIALIZE LISTAESP-REGISTRO.

           READ LISTAESP NEXT RECORD INTO LISTAESP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-LISTAESP-OK
               WHEN 88-FS-LISTAESP-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10450-LEO-LISTAESP-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       LISTAESP'
                    DISPLAY 'FILE STATUS       :' FS-LISTAESP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10470-ACUMULO-ESPERA.
      *---------------------

           SET  WS-IDX-TAB-LLAM          TO 1.
           PERFORM UNTIL WS-IDX-TAB-LLAM > WS-CANT-TAB-LLAM
                    OR (WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM) =
                                         LISTAESP-NUMERO
                    AND WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM) =
                                         LISTAESP-MATERIA-LLAM
                    AND WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM) =
                                         LISTAESP-INST-LLAM)
               SET WS-IDX-TAB-LLAM       UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-LLAM <= WS-CANT-TAB-LLAM
               ADD 1        TO WS-TAB-LLAM-ESPERA(WS-IDX-TAB-LLAM)
               IF  LISTAESP-SECUENCIA >
                       WS-TAB-LLAM-ULT-SEC(WS-IDX-TAB-LLAM)
                   MOVE LISTAESP-SECUENCIA
                        TO WS-TAB-LLAM-ULT-SEC(WS-IDX-TAB-LLAM)
               END-IF
           END-IF.

       10500-CARGO-FERIADOS.
      *---------------------
      *  CARGA LOS FERIADOS PARA EL CONTEO DE DIAS HABILES. EL
      *  ARCHIVO ES OPCIONAL: SIN EL, SOLO SE SALTEAN LOS FINES DE
      *  SEMANA.
      *---------------------

           OPEN INPUT FERIADOS.

           EVALUATE FS-FERIADOS
               WHEN '00'
                    SET 88-OPEN-FERIADOS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-FERIADOS-NO TO TRUE
           END-EVALUATE.

           IF  88-OPEN-FERIADOS-SI
               PERFORM UNTIL 88-FS-FERIADOS-EOF
                   INITIALIZE FERIADOS-REGISTRO
                   READ FERIADOS INTO FERIADOS-REGISTRO
                   IF  88-FS-FERIADOS-OK
                   AND WS-CANT-TAB-FER < 100
                       ADD 1              TO WS-CANT-TAB-FER
                       SET WS-IDX-TAB-FER TO WS-CANT-TAB-FER
                       MOVE FERIADOS-FECHA
                            TO WS-TAB-FER-FECHA(WS-IDX-TAB-FER)
                   END-IF
               END-PERFORM
               CLOSE FERIADOS
               SET 88-OPEN-FERIADOS-NO TO TRUE
           END-IF.

       10550-LEO-PLAZOCFG.
      *-------------------

           OPEN INPUT PLAZOCFG.

           IF  88-FS-PLAZOCFG-OK
               READ PLAZOCFG INTO PLAZOCFG-RECORD
               IF  88-FS-PLAZOCFG-OK
               AND PLAZOCFG-DIAS-HABILES > 0
                   MOVE PLAZOCFG-DIAS-HABILES
                                         TO WS-DIAS-HABILES-CIERRE
               END-IF
               CLOSE PLAZOCFG
           END-IF.

       10600-ABRO-DEUDORES.
      *--------------------
      *  PADRON DE DEUDORES DE ARANCELES (VER WDEUDOR, GRABADO POR
      *  LA CONCILIACION BOPGM41). ES OPCIONAL: CON EL PADRON
      *  PRESENTE, LAS ALTAS DE UN ALUMNO CON DERECHOS IMPAGOS SE
      *  RECHAZAN CON MOTIVO DEUDA; SIN PADRON NO SE BLOQUEA NADA.
      *--------------------

           OPEN INPUT DEUDORES.

           EVALUATE FS-DEUDORES
               WHEN '00'
                    SET 88-OPEN-DEUDORES-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-DEUDORES-NO TO TRUE
           END-EVALUATE.

       10700-ABRO-BLOQUEOS.
      *--------------------
      *  MAESTRO DE BLOQUEOS ADMINISTRATIVOS (VER WBLOQUEO,
      *  MANTENIDO POR MNTBLOQ). ES OPCIONAL: CON EL MAESTRO
      *  PRESENTE, EL ALUMNO CON CUALQUIER BLOQUEO VIGENTE NO
      *  PUEDE INSCRIBIRSE (MOTIVO BLOQUEO); SIN MAESTRO NO SE
      *  CONTROLA NADA.
      *--------------------

           OPEN INPUT BLOQUEOS.

           EVALUATE FS-BLOQUEOS
               WHEN '00'
                    SET 88-OPEN-BLOQUEOS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-BLOQUEOS-NO TO TRUE
           END-EVALUATE.

       10800-ABRO-CURSADAS.
      *--------------------
      *  ARCHIVO DE CURSADAS (VER WCURSADA, MANTENIDO POR MNTCURS)
      *  Y SU PARAMETRO CURSACFG. AMBOS SON OPCIONALES: SIN
      *  CURSADAS NO SE CONTROLA LA REGULARIDAD; SIN CURSACFG LA
      *  REGULARIDAD VALE POR 5 LLAMADOS Y LOS AUSENTES NO
      *  CUENTAN.
      *--------------------

           OPEN INPUT CURSADAS.

           EVALUATE FS-CURSADAS
               WHEN '00'
                    SET 88-OPEN-CURSADAS-SI TO TRUE
               WHEN OTHER
                    SET 88-OPEN-CURSADAS-NO TO TRUE
           END-EVALUATE.

           OPEN INPUT CURSACFG.

           IF  88-FS-CURSACFG-OK
               READ CURSACFG INTO CURSACFG-RECORD
               IF  88-FS-CURSACFG-OK
               AND CURSACFG-LLAMADOS-VIGENCIA IS NUMERIC
               AND CURSACFG-LLAMADOS-VIGENCIA > 0
                   MOVE CURSACFG-LLAMADOS-VIGENCIA
                                         TO WS-LLAMADOS-VIGENCIA
               END-IF
               IF  88-FS-CURSACFG-OK
               AND CURSACFG-AUSENTES-POR-LLAMADO IS NUMERIC
                   MOVE CURSACFG-AUSENTES-POR-LLAMADO
                                         TO WS-AUSENTES-POR-LLAMADO
               END-IF
               CLOSE CURSACFG
           END-IF.

       20000-PROCESO.
      *-------------
      *  UN PASO DEL DIALOGO: MUESTRA EL MENU CON EL ALUMNO EN
      *  ATENCION Y EJECUTA LA OPCION TIPEADA.
      *-------------

           DISPLAY ' '.
           DISPLAY '-------------------------------------------'.
           IF  88-ALUMNO-ELEGIDO-SI
               DISPLAY 'ALUMNO EN ATENCION     :' WS-LEGAJO-ELEGIDO
                       ' ' ALU-APELLIDO
           ELSE
               DISPLAY 'ALUMNO EN ATENCION     : NINGUNO'
           END-IF.
           DISPLAY 'L=LEGAJO D=DNI A=ALTA B=BAJA F=FIN'.
           DISPLAY 'OPCION: ' WITH NO ADVANCING.

           MOVE SPACES                   TO WS-OPCION.
           ACCEPT WS-OPCION.

           IF  NOT 88-OPCION-BLANCO
               MOVE 0                    TO WS-BLANCOS-SEGUIDOS
           END-IF.

           EVALUATE TRUE
               WHEN 88-OPCION-LEGAJO
                    PERFORM 20100-AUTORIZO-OPCION
                    IF  88-AUTORIZADO-SI
                        PERFORM 22100-BUSCO-POR-LEGAJO
                    END-IF
               WHEN 88-OPCION-DNI
                    PERFORM 20100-AUTORIZO-OPCION
                    IF  88-AUTORIZADO-SI
                        PERFORM 22200-BUSCO-POR-DNI
                    END-IF
               WHEN 88-OPCION-ALTA
                    PERFORM 20100-AUTORIZO-OPCION
                    IF  88-AUTORIZADO-SI
                        PERFORM 25000-PIDO-ALTA
                    END-IF
               WHEN 88-OPCION-BAJA
                    PERFORM 20100-AUTORIZO-OPCION
                    IF  88-AUTORIZADO-SI
                        PERFORM 25500-PIDO-BAJA
                    END-IF
               WHEN 88-OPCION-FIN
                    SET 88-FIN-SESION-SI TO TRUE
               WHEN 88-OPCION-BLANCO
                    ADD 1                TO WS-BLANCOS-SEGUIDOS
                    IF  WS-BLANCOS-SEGUIDOS >= 3
                        SET 88-FIN-SESION-SI TO TRUE
                    END-IF
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA: ' WS-OPCION
           END-EVALUATE.

       20100-AUTORIZO-OPCION.
      *----------------------
      *  LA OPCION TIPEADA ES LA ACCION QUE SE AUTORIZA; EN SEGLOG
      *  QUEDA CON EL LEGAJO EN ATENCION.
      *----------------------

           MOVE WS-OPCION                TO WS-AUT-ACCION.
           MOVE SPACES                   TO WS-AUT-TRANSACCION.
           STRING WS-OPCION ' ' WS-LEGAJO-ELEGIDO
                  DELIMITED BY SIZE    INTO WS-AUT-TRANSACCION.

           PERFORM 29500-CONTROLO-AUTORIZACION.

           IF  88-AUTORIZADO-NO
               DISPLAY 'OPCION NO AUTORIZADA   : ' WS-AUT-DETALLE
           END-IF.

       21000-APLICO-ALTA.
      *------------------
      *  ALTA DE UNA INSCRIPCION NUEVA, CON LOS MISMOS CONTROLES
      *  Y EN EL MISMO ORDEN QUE EN MNTINSC. SI LA CLAVE YA EXISTE
      *  SE RECHAZA. SI EL LLAMADO DEL ALTA YA ESTA COMPLETO, EL
      *  ALTA SE RECHAZA CON MOTIVO CUPOLLENO Y SE ENCOLA EN LA
      *  LISTA DE ESPERA. A UN LLAMADO ESPECIAL SOLO INSCRIBE
      *  MNTMESA (MOTIVO MESAESP).
      *------------------

           MOVE INSCTRAN-COD-MATERIA     TO WS-BUSCO-MATERIA.
           MOVE INSCTRAN-FECHA-EXAMEN    TO WS-BUSCO-FECHA.
           MOVE INSCTRAN-INSTITUTO       TO WS-BUSCO-INSTITUTO.
           PERFORM 21020-BUSCO-LLAMADO.

           SET 88-FUERA-PLAZO-NO         TO TRUE.
           IF  88-LLAMADO-HALLADO-SI
               PERFORM 21040-CONTROLO-PLAZO
           END-IF.

           PERFORM 21050-CONTROLO-DEUDA.
           PERFORM 21060-CONTROLO-BLOQUEO.
           PERFORM 21070-CONTROLO-REGULARIDAD.

           EVALUATE TRUE
               WHEN 88-LLAMADO-HALLADO-SI
                AND WS-TAB-LLAM-NUMERO(WS-IDX-LLAM-HALLADO) >=
                        CTE-PRIMER-LLAMADO-ESP
                    MOVE 'MESAESP'       TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN 88-CON-BLOQUEO-SI
                    MOVE 'BLOQUEO'       TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN 88-CON-DEUDA-SI
                    MOVE 'DEUDA'         TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN 88-FUERA-PLAZO-SI
                    MOVE 'FUERAPLAZO'    TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN 88-LLAMADO-HALLADO-SI
                AND WS-TAB-LLAM-CUPO(WS-IDX-LLAM-HALLADO) > 0
                AND WS-TAB-LLAM-OCUPADOS(WS-IDX-LLAM-HALLADO) >=
                        WS-TAB-LLAM-CUPO(WS-IDX-LLAM-HALLADO)
                    PERFORM 21030-GRABO-ESPERA
                    MOVE 'CUPOLLENO'     TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN OTHER
                    PERFORM 21010-GRABO-ALTA
           END-EVALUATE.

       21010-GRABO-ALTA.
      *-----------------

           INITIALIZE INSCRIP-REGISTRO.
           MOVE INSCTRAN-COD-ALUMNO      TO INSCRIP-COD-ALUMNO.
           MOVE INSCTRAN-COD-MATERIA     TO INSCRIP-COD-MATERIA.
           MOVE INSCTRAN-FECHA-AAAA      TO INSCRIP-FECHA-EXAMEN-AAAA.
           MOVE INSCTRAN-FECHA-MM        TO INSCRIP-FECHA-EXAMEN-MM.
           MOVE INSCTRAN-FECHA-DD        TO INSCRIP-FECHA-EXAMEN-DD.
           MOVE INSCTRAN-INSTITUTO       TO INSCRIP-INSTITUTO.
           MOVE WS-CONDICION-ALTA        TO INSCRIP-CONDICION.

           MOVE INSCRIP-CLAVE            TO INSCRIP-CLAVE-FD.

           WRITE INSCRIPC-DATOS-FD       FROM INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    ADD 1                TO WS-ALTAS-OK
                    IF  88-LLAMADO-HALLADO-SI
                        ADD 1 TO WS-TAB-LLAM-OCUPADOS
                                         (WS-IDX-LLAM-HALLADO)
                    END-IF
                    IF  88-FORZADA-LIBRE-SI
                        ADD 1            TO WS-FORZADAS-LIBRE
                        DISPLAY 'SIN REGULARIDAD VIGENTE: SE INSCRIBE '
                                'LIBRE'
                    END-IF
                    MOVE 'INSCRIPC'      TO WS-JRN-ARCHIVO
                    MOVE 'A'             TO WS-JRN-ACCION
                    MOVE SPACES          TO WS-JRN-IMAGEN-ANTES
                    MOVE INSCRIP-REGISTRO TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28000-GRABO-MNTJRN
                    DISPLAY 'INSCRIPCION REGISTRADA - CONDICION '
                            INSCRIP-CONDICION
               WHEN 88-FS-INSCRIPC-DUPKEY
                    MOVE 'DUPLICADO'     TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21010-GRABO-ALTA'
                    DISPLAY 'ERROR EN WRITE      INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21020-BUSCO-LLAMADO.
      *--------------------
      *  UBICA EN EL CALENDARIO EL LLAMADO QUE CUBRE LA
      *  INSCRIPCION DE WS-BUSCO-LLAMADO, CON LAS MISMAS REGLAS DE
      *  COMODIN QUE 21029-VALIDO-LLAMADO EN BOPGM01: MATERIA O
      *  INSTITUTO EN BLANCO VALEN PARA TODOS; FECHA-HASTA EN
      *  BLANCO O CERO DEJA EL LLAMADO DE UN SOLO DIA. SE TOMA LA
      *  PRIMERA COINCIDENCIA.
      *--------------------

           SET 88-LLAMADO-HALLADO-NO     TO TRUE.

           SET  WS-IDX-TAB-LLAM          TO 1.
           PERFORM UNTIL WS-IDX-TAB-LLAM > WS-CANT-TAB-LLAM
                      OR 88-LLAMADO-HALLADO-SI
               IF  (WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM) = SPACES
                 OR WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM) =
                                         WS-BUSCO-MATERIA)
               AND (WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM) = SPACES
                 OR WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM) =
                                         WS-BUSCO-INSTITUTO)
                   PERFORM 21025-COMPARO-FECHA-LLAMADO
               END-IF
               IF  88-LLAMADO-HALLADO-NO
                   SET WS-IDX-TAB-LLAM   UP BY 1
               END-IF
           END-PERFORM.

       21025-COMPARO-FECHA-LLAMADO.
      *----------------------------

           IF  WS-TAB-LLAM-HASTA(WS-IDX-TAB-LLAM) = SPACES
           OR  WS-TAB-LLAM-HASTA(WS-IDX-TAB-LLAM) = '00000000'
               IF  WS-BUSCO-FECHA =
                       WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM)
                   SET 88-LLAMADO-HALLADO-SI TO TRUE
               END-IF
           ELSE
               IF  WS-BUSCO-FECHA >=
                       WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM)
               AND WS-BUSCO-FECHA <=
                       WS-TAB-LLAM-HASTA(WS-IDX-TAB-LLAM)
                   SET 88-LLAMADO-HALLADO-SI TO TRUE
               END-IF
           END-IF.

           IF  88-LLAMADO-HALLADO-SI
               SET WS-IDX-LLAM-HALLADO   TO WS-IDX-TAB-LLAM
           END-IF.

       21030-GRABO-ESPERA.
      *-------------------
      *  ENCOLA EL ALTA QUE NO ENTRO EN EL CUPO, CON LA SIGUIENTE
      *  SECUENCIA DEL LLAMADO: EL ORDEN DE LLEGADA ES EL ORDEN DE
      *  PROMOCION.
      *-------------------

           ADD 1        TO WS-TAB-LLAM-ULT-SEC(WS-IDX-LLAM-HALLADO).

           INITIALIZE LISTAESP-REGISTRO.
           MOVE WS-TAB-LLAM-NUMERO(WS-IDX-LLAM-HALLADO)
                                         TO LISTAESP-NUMERO.
           MOVE WS-TAB-LLAM-MATERIA(WS-IDX-LLAM-HALLADO)
                                         TO LISTAESP-MATERIA-LLAM.
           MOVE WS-TAB-LLAM-INSTITUTO(WS-IDX-LLAM-HALLADO)
                                         TO LISTAESP-INST-LLAM.
           MOVE WS-TAB-LLAM-ULT-SEC(WS-IDX-LLAM-HALLADO)
                                         TO LISTAESP-SECUENCIA.
           MOVE INSCTRAN-COD-ALUMNO      TO LISTAESP-COD-ALUMNO.
           MOVE INSCTRAN-COD-MATERIA     TO LISTAESP-COD-MATERIA.
           MOVE INSCTRAN-FECHA-EXAMEN    TO LISTAESP-FECHA-EXAMEN.
           MOVE INSCTRAN-INSTITUTO       TO LISTAESP-INSTITUTO.
           MOVE WS-CONDICION-ALTA        TO LISTAESP-CONDICION.

           INITIALIZE LISTAESP-DATOS-FD.
           MOVE LISTAESP-CLAVE           TO LISTAESP-CLAVE-FD.

           WRITE LISTAESP-DATOS-FD       FROM LISTAESP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-LISTAESP-OK
                    ADD 1                TO WS-ALTAS-ESPERA
                    ADD 1 TO WS-TAB-LLAM-ESPERA(WS-IDX-LLAM-HALLADO)
                    MOVE 'LISTAESP'      TO WS-JRN-ARCHIVO
                    MOVE 'A'             TO WS-JRN-ACCION
                    MOVE SPACES          TO WS-JRN-IMAGEN-ANTES
                    MOVE LISTAESP-REGISTRO TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28000-GRABO-MNTJRN
                    DISPLAY 'EN LISTA DE ESPERA, ORDEN '
                            LISTAESP-SECUENCIA
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21030-GRABO-ESPERA'
                    DISPLAY 'ERROR EN WRITE      LISTAESP'
                    DISPLAY 'FILE STATUS       :' FS-LISTAESP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21050-CONTROLO-DEUDA.
      *---------------------
      *  UN ALUMNO EN EL PADRON DE DEUDORES NO PUEDE ANOTARSE
      *  HASTA REGULARIZAR EL PAGO.
      *---------------------

           SET 88-CON-DEUDA-NO           TO TRUE.

           IF  88-OPEN-DEUDORES-SI
               INITIALIZE DEUDORES-DATOS-FD
               MOVE INSCTRAN-COD-ALUMNO  TO DEUDORES-ALUMNO-FD

               READ DEUDORES INTO DEUDORES-REGISTRO

               EVALUATE TRUE
                   WHEN 88-FS-DEUDORES-OK
                        SET 88-CON-DEUDA-SI TO TRUE
                   WHEN 88-FS-DEUDORES-NOKEY
                   WHEN 88-FS-DEUDORES-INVKEY
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21050-CONTROLO-DEUDA'
                        DISPLAY 'ERROR EN READ       DEUDORES'
                        DISPLAY 'FILE STATUS       :' FS-DEUDORES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21060-CONTROLO-BLOQUEO.
      *-----------------------
      *  POSICIONA BLOQUEOS EN LA PRIMERA CLAVE DEL ALUMNO (LA
      *  CLAVE ES ALUMNO+TIPO): SI EL SIGUIENTE REGISTRO ES DEL
      *  MISMO LEGAJO, EL ALUMNO TIENE AL MENOS UN BLOQUEO
      *  VIGENTE.
      *-----------------------

           SET 88-CON-BLOQUEO-NO         TO TRUE.

           IF  88-OPEN-BLOQUEOS-SI
               INITIALIZE BLOQUEOS-DATOS-FD
               MOVE INSCTRAN-COD-ALUMNO  TO BLOQUEOS-ALUMNO-FD
               MOVE LOW-VALUES           TO BLOQUEOS-TIPO-FD

               START BLOQUEOS KEY >= BLOQUEOS-CLAVE-FD

               EVALUATE TRUE
                   WHEN 88-FS-BLOQUEOS-OK
                        READ BLOQUEOS NEXT RECORD
                             INTO BLOQUEOS-REGISTRO
                        IF  88-FS-BLOQUEOS-OK
                        AND BLOQUEOS-COD-ALUMNO =
                                         INSCTRAN-COD-ALUMNO
                            SET 88-CON-BLOQUEO-SI TO TRUE
                        END-IF
                   WHEN 88-FS-BLOQUEOS-INVKEY
                   WHEN 88-FS-BLOQUEOS-NOKEY
                   WHEN 88-FS-BLOQUEOS-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21060-CONTROLO-BLOQUEO'
                        DISPLAY 'ERROR EN START      BLOQUEOS'
                        DISPLAY 'FILE STATUS       :' FS-BLOQUEOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       21070-CONTROLO-REGULARIDAD.
      *---------------------------
      *  DEFINE LA CONDICION DEL ALTA. PEDIDA LIBRE, QUEDA LIBRE.
      *  SI NO, ES REGULAR SALVO QUE, CON CURSADAS PRESENTE, EL
      *  ALUMNO NO TENGA REGULARIDAD VIGENTE EN LA MATERIA PARA
      *  LA FECHA DEL EXAMEN: ENTONCES SE FUERZA A LIBRE.
      *---------------------------

           SET 88-FORZADA-LIBRE-NO       TO TRUE.

           IF  88-INSCTRAN-LIBRE
               MOVE 'L'                  TO WS-CONDICION-ALTA
           ELSE
               MOVE 'R'                  TO WS-CONDICION-ALTA
               IF  88-OPEN-CURSADAS-SI
                   PERFORM 21072-BUSCO-REGULARIDAD
                   IF  88-REGULAR-VIGENTE-NO
                       MOVE 'L'          TO WS-CONDICION-ALTA
                       SET 88-FORZADA-LIBRE-SI TO TRUE
                   END-IF
               END-IF
           END-IF.

       21072-BUSCO-REGULARIDAD.
      *------------------------
      *  RECORRE LAS CURSADAS DEL ALUMNO EN LA MATERIA (TODAS LAS
      *  COMISIONES Y PERIODOS) HASTA ENCONTRAR UNA QUE HABILITE
      *  A RENDIR REGULAR.
      *------------------------

           SET 88-REGULAR-VIGENTE-NO     TO TRUE.
           SET 88-FIN-CURSADAS-NO        TO TRUE.

           INITIALIZE CURSADAS-DATOS-FD.
           MOVE INSCTRAN-COD-ALUMNO      TO CURSADAS-ALUMNO-FD.
           MOVE INSCTRAN-COD-MATERIA     TO CURSADAS-MATERIA-FD.
           MOVE LOW-VALUES               TO CURSADAS-COMISION-FD.
           MOVE 0                        TO CURSADAS-PERIODO-FD.

           START CURSADAS KEY >= CURSADAS-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-CURSADAS-OK
                    CONTINUE
               WHEN 88-FS-CURSADAS-INVKEY
               WHEN 88-FS-CURSADAS-NOKEY
               WHEN 88-FS-CURSADAS-EOF
                    SET 88-FIN-CURSADAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21072-BUSCO-REGULARIDAD'
                    DISPLAY 'ERROR EN START      CURSADAS'
                    DISPLAY 'FILE STATUS       :' FS-CURSADAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FIN-CURSADAS-SI
                      OR 88-REGULAR-VIGENTE-SI
               INITIALIZE CURSADAS-REGISTRO
               READ CURSADAS NEXT RECORD INTO CURSADAS-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-CURSADAS-OK
                    AND CURSADAS-COD-ALUMNO  = INSCTRAN-COD-ALUMNO
                    AND CURSADAS-COD-MATERIA = INSCTRAN-COD-MATERIA
                        PERFORM 21074-EVALUO-CURSADA
                   WHEN 88-FS-CURSADAS-OK
                   WHEN 88-FS-CURSADAS-EOF
                        SET 88-FIN-CURSADAS-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21072-BUSCO-REGULARIDAD'
                        DISPLAY 'ERROR EN READ       CURSADAS'
                        DISPLAY 'FILE STATUS       :' FS-CURSADAS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       21074-EVALUO-CURSADA.
      *---------------------
      *  UNA CURSADA PROMOCIONADA SIEMPRE HABILITA. UNA REGULAR
      *  HABILITA MIENTRAS LOS LLAMADOS DEL CALENDARIO POSTERIORES
      *  A SU CIERRE, HASTA EL DEL EXAMEN INCLUSIVE, NO SUPEREN LA
      *  VIGENCIA. SE CUENTAN LOS LLAMADOS QUE APLICAN A LA
      *  MATERIA Y AL INSTITUTO (CON LOS MISMOS COMODINES QUE
      *  21020-BUSCO-LLAMADO), SIN LAS MESAS ESPECIALES. CON
      *  AUSENTES-POR-LLAMADO EN CURSACFG, LOS AUSENTES
      *  POSTERIORES AL CIERRE SUMAN UN LLAMADO MAS POR CADA
      *  TANTOS DE ELLOS. CADA NUMERO DE LLAMADO CUENTA UNA SOLA
      *  VEZ.
      *---------------------

           EVALUATE TRUE
               WHEN 88-CURSADAS-PROMOCION
                    SET 88-REGULAR-VIGENTE-SI TO TRUE
               WHEN 88-CURSADAS-REGULAR
                    MOVE 0               TO WS-LLAMADOS-CONTADOS
                    PERFORM VARYING WS-IDX-TAB-LLAM FROM 1 BY 1
                      UNTIL WS-IDX-TAB-LLAM > WS-CANT-TAB-LLAM
                        IF  (WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM)
                                         = SPACES
                          OR WS-TAB-LLAM-MATERIA(WS-IDX-TAB-LLAM)
                                         = INSCTRAN-COD-MATERIA)
                        AND (WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM)
                                         = SPACES
                          OR WS-TAB-LLAM-INSTITUTO(WS-IDX-TAB-LLAM)
                                         = INSCTRAN-INSTITUTO)
                        AND WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM) >
                                         CURSADAS-FECHA-CIERRE
                        AND WS-TAB-LLAM-DESDE(WS-IDX-TAB-LLAM) <=
                                         INSCTRAN-FECHA-EXAMEN
                        AND WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM) <
                                         CTE-PRIMER-LLAMADO-ESP
                            PERFORM 21075-CUENTO-LLAMADO
                        END-IF
                    END-PERFORM
                    IF  WS-AUSENTES-POR-LLAMADO > 0
                        PERFORM 21076-CUENTO-AUSENTES
                        COMPUTE WS-LLAMADOS-CONTADOS =
                                WS-LLAMADOS-CONTADOS +
                                WS-AUSENTES-CONTADOS /
                                WS-AUSENTES-POR-LLAMADO
                    END-IF
                    IF  WS-LLAMADOS-CONTADOS NOT >
                                         WS-LLAMADOS-VIGENCIA
                        SET 88-REGULAR-VIGENTE-SI TO TRUE
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       21075-CUENTO-LLAMADO.
      *---------------------
      *  SUMA EL LLAMADO DE WS-IDX-TAB-LLAM A LOS CONTADOS SALVO
      *  QUE SU NUMERO YA ESTE: EL MISMO LLAMADO PUEDE FIGURAR EN
      *  VARIAS FILAS DEL CALENDARIO (UNA POR MATERIA O SEDE) Y
      *  CUENTA UNA SOLA VEZ.
      *---------------------

           SET 88-LLAM-YA-CONTADO-NO     TO TRUE.

           PERFORM VARYING WS-IDX-LLAM-CONT FROM 1 BY 1
             UNTIL WS-IDX-LLAM-CONT > WS-LLAMADOS-CONTADOS
                OR 88-LLAM-YA-CONTADO-SI
               IF  WS-TAB-LLAM-CONTADO(WS-IDX-LLAM-CONT) =
                                   WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM)
                   SET 88-LLAM-YA-CONTADO-SI TO TRUE
               END-IF
           END-PERFORM.

           IF  88-LLAM-YA-CONTADO-NO
               ADD 1                     TO WS-LLAMADOS-CONTADOS
               SET WS-IDX-LLAM-CONT      TO WS-LLAMADOS-CONTADOS
               MOVE WS-TAB-LLAM-NUMERO(WS-IDX-TAB-LLAM)
                            TO WS-TAB-LLAM-CONTADO(WS-IDX-LLAM-CONT)
           END-IF.

       21076-CUENTO-AUSENTES.
      *----------------------
      *  CUENTA LAS INSCRIPCIONES DEL ALUMNO EN LA MATERIA MARCADAS
      *  AUSENTE CON FECHA POSTERIOR AL CIERRE DE LA CURSADA Y
      *  ANTERIOR AL EXAMEN DEL ALTA EN CURSO.
      *----------------------

           MOVE 0                        TO WS-AUSENTES-CONTADOS.
           SET 88-FIN-AUSENTES-NO        TO TRUE.

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE INSCTRAN-COD-ALUMNO      TO INSCRIP-ALUMNO-FD.
           MOVE INSCTRAN-COD-MATERIA     TO INSCRIP-MATERIA-FD.
           MOVE CURSADAS-FECHA-CIERRE    TO INSCRIP-FECHA-FD.

           START INSCRIPC KEY > INSCRIP-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    CONTINUE
               WHEN 88-FS-INSCRIPC-INVKEY
               WHEN 88-FS-INSCRIPC-NOKEY
               WHEN 88-FS-INSCRIPC-EOF
                    SET 88-FIN-AUSENTES-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21076-CUENTO-AUSENTES'
                    DISPLAY 'ERROR EN START      INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FIN-AUSENTES-SI
               INITIALIZE INSCRIP-REGISTRO
               READ INSCRIPC NEXT RECORD INTO INSCRIP-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-INSCRIPC-OK
                    AND INSCRIP-COD-ALUMNO  = INSCTRAN-COD-ALUMNO
                    AND INSCRIP-COD-MATERIA = INSCTRAN-COD-MATERIA
                    AND INSCRIP-FECHA-EXAMEN < INSCTRAN-FECHA-EXAMEN
                        IF  88-INSCRIP-AUSENTE
                            ADD 1        TO WS-AUSENTES-CONTADOS
                        END-IF
                   WHEN 88-FS-INSCRIPC-OK
                   WHEN 88-FS-INSCRIPC-EOF
                        SET 88-FIN-AUSENTES-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 21076-CUENTO-AUSENTES'
                        DISPLAY 'ERROR EN READ       INSCRIPC'
                        DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       21040-CONTROLO-PLAZO.
      *---------------------
      *  LA INSCRIPCION CIERRA N DIAS HABILES ANTES DE LA FECHA
      *  DESDE DEL LLAMADO (PLAZOCFG; LA VIEJA REGLA DE LAS 48
      *  HORAS): SE RETROCEDE DESDE EL LLAMADO SALTEANDO FINES DE
      *  SEMANA Y FERIADOS HASTA ENCONTRAR EL ULTIMO DIA HABIL DE
      *  INSCRIPCION. UN ALTA PROCESADA DESPUES DE ESE DIA QUEDA
      *  FUERA DE PLAZO.
      *---------------------

           IF  WS-TAB-LLAM-DESDE(WS-IDX-LLAM-HALLADO) IS NUMERIC
               MOVE WS-TAB-LLAM-DESDE(WS-IDX-LLAM-HALLADO)
                                         TO WS-FECHA-LLAM-NUM
               COMPUTE WS-DIAS-TRABAJO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-LLAM-NUM)
                   ON SIZE ERROR
                       MOVE 0            TO WS-DIAS-TRABAJO
               END-COMPUTE

               IF  WS-DIAS-TRABAJO > 0
                   MOVE WS-DIAS-HABILES-CIERRE
                                         TO WS-HABILES-RESTAN
                   PERFORM 21045-RETROCEDO-DIA-HABIL
                     UNTIL WS-HABILES-RESTAN = 0
                   MOVE WS-DIAS-TRABAJO  TO WS-DIAS-CIERRE

                   IF  WS-DIAS-HOY > WS-DIAS-CIERRE
                       SET 88-FUERA-PLAZO-SI TO TRUE
                   END-IF
               END-IF
           END-IF.

       21045-RETROCEDO-DIA-HABIL.
      *--------------------------
      *  RETROCEDE WS-DIAS-TRABAJO UN DIA Y DESCUENTA UN HABIL
      *  SOLO SI EL DIA ALCANZADO NO ES FIN DE SEMANA NI FERIADO.
      *--------------------------

           SUBTRACT 1 FROM WS-DIAS-TRABAJO.

           SET 88-ES-DIA-HABIL-SI        TO TRUE.

           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIAS-TRABAJO 7).
           IF  WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               SET 88-ES-DIA-HABIL-NO    TO TRUE
           END-IF.

           IF  88-ES-DIA-HABIL-SI
           AND WS-CANT-TAB-FER > 0
               COMPUTE WS-FECHA-DIA-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-TRABAJO)
               MOVE WS-FECHA-DIA-NUM     TO WS-FECHA-DIA-ALFA
               SET  WS-IDX-TAB-FER       TO 1
               PERFORM UNTIL WS-IDX-TAB-FER > WS-CANT-TAB-FER
                   IF  WS-TAB-FER-FECHA(WS-IDX-TAB-FER) =
                                         WS-FECHA-DIA-ALFA
                       SET 88-ES-DIA-HABIL-NO TO TRUE
                   END-IF
                   SET WS-IDX-TAB-FER    UP BY 1
               END-PERFORM
           END-IF.

           IF  88-ES-DIA-HABIL-SI
               SUBTRACT 1 FROM WS-HABILES-RESTAN
           END-IF.

       21200-APLICO-BAJA.
      *------------------
      *  BAJA DE UNA INSCRIPCION. SI LA CLAVE NO EXISTE SE RECHAZA.
      *  POR VENTANILLA SOLO SE ANULAN EXAMENES QUE TODAVIA NO SE
      *  TOMARON: LA INSCRIPCION DE UN EXAMEN PASADO YA ES PARTE
      *  DEL ACTA (MOTIVO YARENDIDO).
      *------------------

           INITIALIZE INSCRIP-REGISTRO INSCRIPC-DATOS-FD.
           MOVE INSCTRAN-COD-ALUMNO      TO INSCRIP-ALUMNO-FD.
           MOVE INSCTRAN-COD-MATERIA     TO INSCRIP-MATERIA-FD.
           MOVE INSCTRAN-FECHA-EXAMEN    TO INSCRIP-FECHA-FD.

           READ INSCRIPC INTO INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-NOKEY
               WHEN 88-FS-INSCRIPC-INVKEY
                    MOVE 'NOEXISTE'      TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN 88-FS-INSCRIPC-OK
                AND INSCRIP-FECHA-EXAMEN < WS-FECHA-HOY-NUM
                    MOVE 'YARENDIDO'     TO RECHAZO-INS-MOTIVO
                    PERFORM 21900-GRABO-RECHAZO-INS
               WHEN 88-FS-INSCRIPC-OK
                    PERFORM 21210-BORRO-INSCRIPCION
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21200-APLICO-BAJA'
                    DISPLAY 'ERROR EN READ       INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21210-BORRO-INSCRIPCION.
      *------------------------

           MOVE INSCRIP-REGISTRO         TO WS-JRN-IMAGEN-ANTES.

           DELETE INSCRIPC.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    ADD 1                TO WS-BAJAS-OK
                    MOVE 'INSCRIPC'      TO WS-JRN-ARCHIVO
                    MOVE 'B'             TO WS-JRN-ACCION
                    MOVE SPACES          TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28000-GRABO-MNTJRN
                    DISPLAY 'INSCRIPCION ANULADA'
                    PERFORM 21250-LIBERO-LUGAR
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21210-BORRO-INSCRIPCION'
                    DISPLAY 'ERROR EN DELETE     INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21250-LIBERO-LUGAR.
      *-------------------
      *  UNA BAJA APLICADA LIBERA UN LUGAR EN SU LLAMADO: SE
      *  DESCUENTA LA OCUPACION Y, SI HAY ESPERAS PENDIENTES, SE
      *  PROMUEVE LA PRIMERA EN ORDEN DE LLEGADA.
      *-------------------

           MOVE INSCTRAN-COD-MATERIA     TO WS-BUSCO-MATERIA.
           MOVE INSCTRAN-FECHA-EXAMEN    TO WS-BUSCO-FECHA.
           MOVE INSCTRAN-INSTITUTO       TO WS-BUSCO-INSTITUTO.
           PERFORM 21020-BUSCO-LLAMADO.

           IF  88-LLAMADO-HALLADO-SI
               IF  WS-TAB-LLAM-OCUPADOS(WS-IDX-LLAM-HALLADO) > 0
                   SUBTRACT 1 FROM WS-TAB-LLAM-OCUPADOS
                                         (WS-IDX-LLAM-HALLADO)
               END-IF
               IF  WS-TAB-LLAM-ESPERA(WS-IDX-LLAM-HALLADO) > 0
                   PERFORM 21400-PROMUEVO-ESPERA
               END-IF
           END-IF.

       21400-PROMUEVO-ESPERA.
      *----------------------
      *  PROMUEVE A INSCRIPC LA ESPERA DE SECUENCIA MAS BAJA DEL
      *  LLAMADO QUE LIBERO UN LUGAR. UNA ESPERA CUYA CLAVE YA
      *  EXISTE EN INSCRIPC (EL ALUMNO SE INSCRIBIO POR OTRA VIA)
      *  SE DESCARTA Y SE INTENTA CON LA SIGUIENTE.
      *----------------------

           SET 88-PROMOCION-HECHA-NO     TO TRUE.
           SET 88-FIN-ESPERA-NO          TO TRUE.

           PERFORM UNTIL 88-PROMOCION-HECHA-SI
                      OR 88-FIN-ESPERA-SI
               PERFORM 21410-BUSCO-PRIMERA-ESPERA
               IF  88-FIN-ESPERA-NO
                   PERFORM 21420-APLICO-PROMOCION
               END-IF
           END-PERFORM.

       21410-BUSCO-PRIMERA-ESPERA.
      *---------------------------

           INITIALIZE LISTAESP-DATOS-FD.
           MOVE WS-TAB-LLAM-NUMERO(WS-IDX-LLAM-HALLADO)
                                         TO LISTAESP-NUMERO-FD.
           MOVE WS-TAB-LLAM-MATERIA(WS-IDX-LLAM-HALLADO)
                                         TO LISTAESP-MATLLAM-FD.
           MOVE WS-TAB-LLAM-INSTITUTO(WS-IDX-LLAM-HALLADO)
                                         TO LISTAESP-INSTLLAM-FD.
           MOVE 0                        TO LISTAESP-SECUENCIA-FD.

           START LISTAESP KEY >= LISTAESP-CLAVE-FD.

           IF  88-FS-LISTAESP-OK
               PERFORM 10450-LEO-LISTAESP-SIGUIENTE
               IF  88-FS-LISTAESP-OK
               AND LISTAESP-NUMERO =
                       WS-TAB-LLAM-NUMERO(WS-IDX-LLAM-HALLADO)
               AND LISTAESP-MATERIA-LLAM =
                       WS-TAB-LLAM-MATERIA(WS-IDX-LLAM-HALLADO)
               AND LISTAESP-INST-LLAM =
                       WS-TAB-LLAM-INSTITUTO(WS-IDX-LLAM-HALLADO)
                   CONTINUE
               ELSE
                   SET 88-FIN-ESPERA-SI  TO TRUE
               END-IF
           ELSE
               SET 88-FIN-ESPERA-SI      TO TRUE
           END-IF.

       21420-APLICO-PROMOCION.
      *-----------------------

           INITIALIZE INSCRIP-REGISTRO.
           MOVE LISTAESP-COD-ALUMNO      TO INSCRIP-COD-ALUMNO.
           MOVE LISTAESP-COD-MATERIA     TO INSCRIP-COD-MATERIA.
           MOVE LISTAESP-FECHA-EXAMEN    TO INSCRIP-FECHA-EXAMEN.
           MOVE LISTAESP-INSTITUTO       TO INSCRIP-INSTITUTO.
           MOVE LISTAESP-CONDICION       TO INSCRIP-CONDICION.

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE INSCRIP-CLAVE            TO INSCRIP-CLAVE-FD.

           WRITE INSCRIPC-DATOS-FD       FROM INSCRIP-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    SET 88-PROMOCION-HECHA-SI TO TRUE
                    ADD 1                TO WS-PROMOVIDAS
                    ADD 1 TO WS-TAB-LLAM-OCUPADOS
                                         (WS-IDX-LLAM-HALLADO)
                    MOVE 'INSCRIPC'      TO WS-JRN-ARCHIVO
                    MOVE 'A'             TO WS-JRN-ACCION
                    MOVE SPACES          TO WS-JRN-IMAGEN-ANTES
                    MOVE INSCRIP-REGISTRO TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28000-GRABO-MNTJRN
                    DISPLAY 'PASA DE LA ESPERA A INSCRIPTO EL LEGAJO '
                            INSCRIP-COD-ALUMNO
                    PERFORM 21430-BORRO-ESPERA
               WHEN 88-FS-INSCRIPC-DUPKEY
                    ADD 1                TO WS-ESPERA-DESCARTADAS
                    PERFORM 21430-BORRO-ESPERA
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21420-APLICO-PROMOCION'
                    DISPLAY 'ERROR EN WRITE      INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21430-BORRO-ESPERA.
      *-------------------

           INITIALIZE LISTAESP-DATOS-FD.
           MOVE LISTAESP-CLAVE           TO LISTAESP-CLAVE-FD.

           DELETE LISTAESP.

           EVALUATE TRUE
               WHEN 88-FS-LISTAESP-OK
                    SUBTRACT 1 FROM WS-TAB-LLAM-ESPERA
                                         (WS-IDX-LLAM-HALLADO)
                    MOVE 'LISTAESP'      TO WS-JRN-ARCHIVO
                    MOVE 'B'             TO WS-JRN-ACCION
                    MOVE LISTAESP-REGISTRO TO WS-JRN-IMAGEN-ANTES
                    MOVE SPACES          TO WS-JRN-IMAGEN-DESPUES
                    PERFORM 28000-GRABO-MNTJRN
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21430-BORRO-ESPERA'
                    DISPLAY 'ERROR EN DELETE     LISTAESP'
                    DISPLAY 'FILE STATUS       :' FS-LISTAESP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21900-GRABO-RECHAZO-INS.
      *------------------------
      *  EL PEDIDO QUE NO SE PUDO APLICAR SE INFORMA AL OPERADOR Y
      *  QUEDA EN EL DIARIO CON ACCION R, CON EL MISMO REGISTRO
      *  QUE MNTINSC GRABA EN INSCRIPREJ.
      *------------------------

           MOVE INSCTRAN-RECORD          TO RECHAZO-INS-DATOS.

           ADD 1                         TO WS-RECHAZADAS.

           MOVE 'INSCRIPC'               TO WS-JRN-ARCHIVO.
           MOVE 'R'                      TO WS-JRN-ACCION.
           MOVE SPACES                   TO WS-JRN-IMAGEN-ANTES.
           MOVE REG-RECHAZO-INS          TO WS-JRN-IMAGEN-DESPUES.
           PERFORM 28000-GRABO-MNTJRN.

           DISPLAY 'NO SE APLICA - MOTIVO  :' RECHAZO-INS-MOTIVO.

           EVALUATE RECHAZO-INS-MOTIVO
               WHEN 'BLOQUEO'
                    DISPLAY 'EL ALUMNO TIENE BLOQUEOS VIGENTES'
               WHEN 'DEUDA'
                    DISPLAY 'EL ALUMNO FIGURA EN EL PADRON DE '
                            'DEUDORES'
               WHEN 'FUERAPLAZO'
                    DISPLAY 'CERRO LA INSCRIPCION AL LLAMADO'
               WHEN 'CUPOLLENO'
                    DISPLAY 'LLAMADO COMPLETO: QUEDA EN LISTA DE '
                            'ESPERA'
               WHEN 'DUPLICADO'
                    DISPLAY 'YA ESTA INSCRIPTO A ESE EXAMEN'
               WHEN 'NOEXISTE'
                    DISPLAY 'NO HAY INSCRIPCION CON ESOS DATOS'
               WHEN 'YARENDIDO'
                    DISPLAY 'EL EXAMEN YA SE TOMO: NO SE ANULA '
                            'POR VENTANILLA'
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       22100-BUSCO-POR-LEGAJO.
      *-----------------------

           DISPLAY 'LEGAJO (6 DIGITOS)     : ' WITH NO ADVANCING.
           MOVE SPACES                   TO WS-ENT-LEGAJO.
           ACCEPT WS-ENT-LEGAJO.

           IF  WS-ENT-LEGAJO IS NOT NUMERIC
               DISPLAY 'LEGAJO INVALIDO: ' WS-ENT-LEGAJO
           ELSE
               INITIALIZE NRO-LEGAJO-ALUMNO-FD ALU-REGISTRO
               MOVE WS-ENT-LEGAJO        TO ALUMNO-COD-FD

               READ ALUMNOS INTO ALU-REGISTRO
                    KEY IS COD-ALUMNOS-FD

               EVALUATE TRUE
                   WHEN 88-FS-ALUMNOS-OK
                        PERFORM 23000-ELIJO-ALUMNO
                   WHEN 88-FS-ALUMNOS-NOKEY
                   WHEN 88-FS-ALUMNOS-INVKEY
                        SET 88-ALUMNO-ELEGIDO-NO TO TRUE
                        DISPLAY 'LEGAJO INEXISTENTE: ' WS-ENT-LEGAJO
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22100-BUSCO-POR-LEGAJO'
                        DISPLAY 'ERROR EN READ       ALUMNOS'
                        DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       22200-BUSCO-POR-DNI.
      *--------------------
      *  LECTURA POR LA CLAVE ALTERNATIVA ALU-DNI-FD. EL STATUS 02
      *  AVISA QUE HAY OTRO ALUMNO CON EL MISMO DNI: NO SE ELIGE
      *  NINGUNO Y SE LISTAN TODOS PARA QUE EL OPERADOR USE L.
      *--------------------

           DISPLAY 'DNI (8 DIGITOS)        : ' WITH NO ADVANCING.
           MOVE SPACES                   TO WS-ENT-DNI.
           ACCEPT WS-ENT-DNI.

           IF  WS-ENT-DNI IS NOT NUMERIC
               DISPLAY 'DNI INVALIDO: ' WS-ENT-DNI
           ELSE
               INITIALIZE NRO-LEGAJO-ALUMNO-FD ALU-REGISTRO
               MOVE WS-ENT-DNI           TO ALU-DNI-FD

               READ ALUMNOS INTO ALU-REGISTRO
                    KEY IS ALU-DNI-FD

               EVALUATE TRUE
                   WHEN 88-FS-ALUMNOS-OK
                        PERFORM 23000-ELIJO-ALUMNO
                   WHEN 88-FS-ALUMNOS-DUPALT
                        SET 88-ALUMNO-ELEGIDO-NO TO TRUE
                        PERFORM 22250-LISTO-DNI-REPETIDO
                   WHEN 88-FS-ALUMNOS-NOKEY
                   WHEN 88-FS-ALUMNOS-INVKEY
                        SET 88-ALUMNO-ELEGIDO-NO TO TRUE
                        DISPLAY 'DNI INEXISTENTE: ' WS-ENT-DNI
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22200-BUSCO-POR-DNI'
                        DISPLAY 'ERROR EN READ       ALUMNOS'
                        DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       22250-LISTO-DNI-REPETIDO.
      *-------------------------
      *  RECORRE LA CLAVE ALTERNATIVA DESDE EL PRIMER ALUMNO LEIDO
      *  MIENTRAS EL DNI SIGA SIENDO EL PEDIDO.
      *-------------------------

           DISPLAY 'HAY MAS DE UN ALUMNO CON EL DNI ' WS-ENT-DNI.
           DISPLAY 'ELIJA POR LEGAJO (OPCION L):'.

           SET 88-FIN-LISTA-NO           TO TRUE.

           PERFORM UNTIL 88-FIN-LISTA-SI
               DISPLAY '  LEGAJO ' ALU-CODIGO ' ' ALU-APELLIDO
               DISPLAY '         ' ALU-NOMBRE
               INITIALIZE ALU-REGISTRO
               READ ALUMNOS NEXT RECORD INTO ALU-REGISTRO
               EVALUATE TRUE
                   WHEN (88-FS-ALUMNOS-OK OR 88-FS-ALUMNOS-DUPALT)
                    AND ALU-DNI = WS-ENT-DNI
                        CONTINUE
                   WHEN 88-FS-ALUMNOS-OK
                   WHEN 88-FS-ALUMNOS-DUPALT
                   WHEN 88-FS-ALUMNOS-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 22250-LISTO-DNI-REPETIDO'
                        DISPLAY 'ERROR EN READ       ALUMNOS'
                        DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

       23000-ELIJO-ALUMNO.
      *-------------------
      *  EL ALUMNO LEIDO PASA A SER EL DE LA ATENCION: LA CONSULTA
      *  QUEDA EN EL DIARIO Y SE MUESTRA SU SITUACION COMPLETA.
      *-------------------

           SET 88-ALUMNO-ELEGIDO-SI      TO TRUE.
           MOVE ALU-CODIGO               TO WS-LEGAJO-ELEGIDO.
           ADD 1                         TO WS-CONSULTAS.

           MOVE 'ALUMNOS'                TO WS-JRN-ARCHIVO.
           MOVE 'Q'                      TO WS-JRN-ACCION.
           MOVE SPACES                   TO WS-JRN-IMAGEN-ANTES.
           MOVE ALU-REGISTRO             TO WS-JRN-IMAGEN-DESPUES.
           PERFORM 28000-GRABO-MNTJRN.

           PERFORM 23100-MUESTRO-DATOS.
           PERFORM 23200-MUESTRO-ESTADOACAD.
           PERFORM 23300-MUESTRO-BLOQUEOS.
           PERFORM 23400-MUESTRO-DEUDA.
           PERFORM 23500-MUESTRO-INSCRIPCIONES.
           PERFORM 23600-MUESTRO-ESPERAS.

       23100-MUESTRO-DATOS.
      *--------------------

           DISPLAY ' '.
           DISPLAY 'LEGAJO                 :' ALU-CODIGO.
           DISPLAY 'APELLIDO               :' ALU-APELLIDO.
           DISPLAY 'NOMBRE                 :' ALU-NOMBRE.
           DISPLAY 'DNI                    :' ALU-DNI.
           DISPLAY 'E-MAIL                 :' ALU-EMAIL.
           IF  88-ALU-EMAIL-INVALIDO
               DISPLAY '   *** E-MAIL MARCADO INVALIDO (REBOTES) ***'
           END-IF.
           DISPLAY 'TELEFONO               :' ALU-TELEFONO.
           IF  88-ALU-TELEFONO-INVALIDO
               DISPLAY '   *** TELEFONO MARCADO INVALIDO (REBOTES) ***'
           END-IF.

       23200-MUESTRO-ESTADOACAD.
      *-------------------------
      *  UNA LINEA POR MATERIA DEL ESTADO ACADEMICO DEL ALUMNO
      *  (MEJOR NOTA, INTENTOS, APROBADA S/N Y AUSENTES).
      *-------------------------

           DISPLAY ' '.
           DISPLAY 'ESTADO ACADEMICO:'.

           MOVE 0                        TO WS-CANT-LISTADOS.
           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-ESTADOACAD-NO
               SET 88-FIN-LISTA-SI       TO TRUE
               DISPLAY '  NO DISPONIBLE'
           ELSE
               INITIALIZE ESTADOACAD-DATOS-FD
               MOVE WS-LEGAJO-ELEGIDO    TO ESTADOACAD-ALUMNO-FD
               MOVE LOW-VALUES           TO ESTADOACAD-MATERIA-FD
               START ESTADOACAD KEY >= ESTADOACAD-CLAVE-FD
               EVALUATE TRUE
                   WHEN 88-FS-ESTADOACAD-OK
                        CONTINUE
                   WHEN 88-FS-ESTADOACAD-INVKEY
                   WHEN 88-FS-ESTADOACAD-NOKEY
                   WHEN 88-FS-ESTADOACAD-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 23200-MUESTRO-ESTADOACAD'
                        DISPLAY 'ERROR EN START      ESTADOACAD'
                        DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE ESTADOACAD-REGISTRO
               READ ESTADOACAD NEXT RECORD INTO ESTADOACAD-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-ESTADOACAD-OK
                    AND ESTADOACAD-COD-ALUMNO = WS-LEGAJO-ELEGIDO
                        ADD 1            TO WS-CANT-LISTADOS
                        MOVE ESTADOACAD-MEJOR-NOTA TO WS-NOTA-EDIT
                        DISPLAY '  ' ESTADOACAD-COD-MATERIA
                                ' NOTA '     WS-NOTA-EDIT
                                ' INTENTOS ' ESTADOACAD-CANT-INTENTOS
                                ' APROBADA ' ESTADOACAD-APROBADA
                                ' AUSENTES ' ESTADOACAD-CANT-AUSENTES
                   WHEN 88-FS-ESTADOACAD-OK
                   WHEN 88-FS-ESTADOACAD-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 23200-MUESTRO-ESTADOACAD'
                        DISPLAY 'ERROR EN READ       ESTADOACAD'
                        DISPLAY 'FILE STATUS       :' FS-ESTADOACAD
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

           IF  88-OPEN-ESTADOACAD-SI
           AND WS-CANT-LISTADOS = 0
               DISPLAY '  SIN MATERIAS RENDIDAS'
           END-IF.

       23300-MUESTRO-BLOQUEOS.
      *-----------------------
      *  TODOS LOS BLOQUEOS VIGENTES DEL ALUMNO (CLAVE ALUMNO+TIPO),
      *  CON EL MOTIVO Y QUIEN LOS COLOCO.
      *-----------------------

           DISPLAY ' '.
           DISPLAY 'BLOQUEOS:'.

           MOVE 0                        TO WS-CANT-LISTADOS.
           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-BLOQUEOS-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE BLOQUEOS-DATOS-FD
               MOVE WS-LEGAJO-ELEGIDO    TO BLOQUEOS-ALUMNO-FD
               MOVE LOW-VALUES           TO BLOQUEOS-TIPO-FD
               START BLOQUEOS KEY >= BLOQUEOS-CLAVE-FD
               EVALUATE TRUE
                   WHEN 88-FS-BLOQUEOS-OK
                        CONTINUE
                   WHEN 88-FS-BLOQUEOS-INVKEY
                   WHEN 88-FS-BLOQUEOS-NOKEY
                   WHEN 88-FS-BLOQUEOS-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 23300-MUESTRO-BLOQUEOS'
                        DISPLAY 'ERROR EN START      BLOQUEOS'
                        DISPLAY 'FILE STATUS       :' FS-BLOQUEOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               INITIALIZE BLOQUEOS-REGISTRO
               READ BLOQUEOS NEXT RECORD INTO BLOQUEOS-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-BLOQUEOS-OK
                    AND BLOQUEOS-COD-ALUMNO = WS-LEGAJO-ELEGIDO
                        ADD 1            TO WS-CANT-LISTADOS
                        DISPLAY '  ' BLOQUEOS-TIPO
                                ' '  BLOQUEOS-MOTIVO
                                ' '  BLOQUEOS-COLOCADO-POR
                                ' '  BLOQUEOS-FECHA-ALTA
                   WHEN 88-FS-BLOQUEOS-OK
                   WHEN 88-FS-BLOQUEOS-EOF
                        SET 88-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 23300-MUESTRO-BLOQUEOS'
                        DISPLAY 'ERROR EN READ       BLOQUEOS'
                        DISPLAY 'FILE STATUS       :' FS-BLOQUEOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

           IF  WS-CANT-LISTADOS = 0
               DISPLAY '  SIN BLOQUEOS'
           END-IF.

       23400-MUESTRO-DEUDA.
      *--------------------
      *  LA MISMA LECTURA DEL PADRON QUE 21050-CONTROLO-DEUDA, CON
      *  EL IMPORTE Y LOS EXAMENES ADEUDADOS A LA VISTA.
      *--------------------

           DISPLAY ' '.

           MOVE WS-LEGAJO-ELEGIDO        TO INSCTRAN-COD-ALUMNO.
           PERFORM 21050-CONTROLO-DEUDA.

           IF  88-CON-DEUDA-SI
               MOVE DEUDORES-IMPORTE     TO WS-IMPORTE-EDIT
               DISPLAY 'DEUDA                  :' WS-IMPORTE-EDIT
                       ' EXAMENES ' DEUDORES-EXAMENES
           ELSE
               DISPLAY 'DEUDA                  : SIN DEUDA'
           END-IF.

       23500-MUESTRO-INSCRIPCIONES.
      *----------------------------
      *  INSCRIPCIONES ABIERTAS: LAS DEL ALUMNO CON EXAMEN DE HOY
      *  EN ADELANTE (LAS ANTERIORES YA SON PARTE DEL ACTA).
      *----------------------------

           DISPLAY ' '.
           DISPLAY 'INSCRIPCIONES ABIERTAS:'.

           MOVE 0                        TO WS-CANT-LISTADOS.
           SET 88-FIN-LISTA-NO           TO TRUE.

           INITIALIZE INSCRIPC-DATOS-FD.
           MOVE WS-LEGAJO-ELEGIDO        TO INSCRIP-ALUMNO-FD.
           MOVE LOW-VALUES               TO INSCRIP-MATERIA-FD
                                            INSCRIP-FECHA-FD.

           START INSCRIPC KEY >= INSCRIP-CLAVE-FD.

           EVALUATE TRUE
               WHEN 88-FS-INSCRIPC-OK
                    CONTINUE
               WHEN 88-FS-INSCRIPC-INVKEY
               WHEN 88-FS-INSCRIPC-NOKEY
               WHEN 88-FS-INSCRIPC-EOF
                    SET 88-FIN-LISTA-SI  TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 23500-MUESTRO-INSCRIPCIONES'
                    DISPLAY 'ERROR EN START      INSCRIPC'
                    DISPLAY 'FILE STATUS       :' FS-INSCRIPC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FIN-LISTA-SI
               PERFORM 10350-LEO-INSCRIPC-SIGUIENTE
               EVALUATE TRUE
                   WHEN 88-FS-INSCRIPC-OK
                    AND INSCRIP-COD-ALUMNO = WS-LEGAJO-ELEGIDO
                        IF  INSCRIP-FECHA-EXAMEN >= WS-FECHA-HOY-NUM
                            ADD 1        TO WS-CANT-LISTADOS
                            DISPLAY '  ' INSCRIP-COD-MATERIA
                                    ' '  INSCRIP-FECHA-EXAMEN
                                    ' '  INSCRIP-INSTITUTO
                                    ' CONDICION ' INSCRIP-CONDICION
                        END-IF
                   WHEN OTHER
                        SET 88-FIN-LISTA-SI TO TRUE
               END-EVALUATE
           END-PERFORM.

           IF  WS-CANT-LISTADOS = 0
               DISPLAY '  SIN INSCRIPCIONES ABIERTAS'
           END-IF.

       23600-MUESTRO-ESPERAS.
      *----------------------
      *  LUGARES DEL ALUMNO EN LAS LISTAS DE ESPERA. LISTAESP ESTA
      *  ORDENADA POR LLAMADO, ASI QUE SE RECORRE COMPLETA.
      *----------------------

           MOVE 0                        TO WS-CANT-LISTADOS.
           SET 88-FIN-LISTA-NO           TO TRUE.

           IF  88-OPEN-LISTAESP-NO
               SET 88-FIN-LISTA-SI       TO TRUE
           ELSE
               INITIALIZE LISTAESP-DATOS-FD
               MOVE LOW-VALUES           TO LISTAESP-CLAVE-FD
               START LISTAESP KEY >= LISTAESP-CLAVE-FD
               IF  NOT 88-FS-LISTAESP-OK
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-IF.

           PERFORM UNTIL 88-FIN-LISTA-SI
               PERFORM 10450-LEO-LISTAESP-SIGUIENTE
               IF  88-FS-LISTAESP-OK
                   IF  LISTAESP-COD-ALUMNO = WS-LEGAJO-ELEGIDO
                       ADD 1             TO WS-CANT-LISTADOS
                       IF  WS-CANT-LISTADOS = 1
                           DISPLAY ' '
                           DISPLAY 'EN LISTA DE ESPERA:'
                       END-IF
                       DISPLAY '  ' LISTAESP-COD-MATERIA
                               ' '  LISTAESP-FECHA-EXAMEN
                               ' '  LISTAESP-INSTITUTO
                               ' ORDEN ' LISTAESP-SECUENCIA
                   END-IF
               ELSE
                   SET 88-FIN-LISTA-SI   TO TRUE
               END-IF
           END-PERFORM.

       25000-PIDO-ALTA.
      *----------------
      *  PIDE LOS DATOS DEL EXAMEN, ARMA LA TRANSACCION DE ALTA EN
      *  FORMATO INSCTRAN PARA EL ALUMNO EN ATENCION Y, CONFIRMADA,
      *  LA APLICA CON 21000-APLICO-ALTA.
      *----------------

           IF  88-ALUMNO-ELEGIDO-NO
               DISPLAY 'PRIMERO BUSQUE AL ALUMNO (OPCION L O D)'
           ELSE
               PERFORM 25100-PIDO-EXAMEN
               DISPLAY 'CONDICION (R/L)        : ' WITH NO ADVANCING
               MOVE SPACES               TO WS-ENT-CONDICION
               ACCEPT WS-ENT-CONDICION
               IF  NOT 88-ENT-CONDICION-OK
                   SET 88-DATOS-VALIDOS-NO TO TRUE
               END-IF

               IF  88-DATOS-VALIDOS-NO
                   DISPLAY 'DATOS INVALIDOS: NO SE APLICA NADA'
               ELSE
                   INITIALIZE INSCTRAN-RECORD
                   SET 88-INSCTRAN-ALTA  TO TRUE
                   PERFORM 25200-ARMO-TRANSACCION
                   MOVE WS-ENT-CONDICION TO INSCTRAN-CONDICION
                   PERFORM 25900-PIDO-CONFIRMACION
                   IF  88-CONFIRMA-SI
                       PERFORM 21000-APLICO-ALTA
                   ELSE
                       DISPLAY 'ALTA NO CONFIRMADA'
                   END-IF
               END-IF
           END-IF.

       25100-PIDO-EXAMEN.
      *------------------
      *  MATERIA, FECHA E INSTITUTO DEL EXAMEN, COMUNES AL ALTA Y
      *  A LA BAJA. LA FECHA SE PIDE COMPLETA (AAAAMMDD).
      *------------------

           SET 88-DATOS-VALIDOS-SI       TO TRUE.

           DISPLAY 'MATERIA                : ' WITH NO ADVANCING.
           MOVE SPACES                   TO WS-ENT-MATERIA.
           ACCEPT WS-ENT-MATERIA.

           DISPLAY 'FECHA EXAMEN (AAAAMMDD): ' WITH NO ADVANCING.
           MOVE SPACES                   TO WS-ENT-FECHA.
           ACCEPT WS-ENT-FECHA.

           DISPLAY 'INSTITUTO              : ' WITH NO ADVANCING.
           MOVE SPACES                   TO WS-ENT-INSTITUTO.
           ACCEPT WS-ENT-INSTITUTO.

           IF  WS-ENT-MATERIA = SPACES
           OR  WS-ENT-FECHA IS NOT NUMERIC
               SET 88-DATOS-VALIDOS-NO   TO TRUE
           END-IF.

       25200-ARMO-TRANSACCION.
      *-----------------------

           MOVE WS-LEGAJO-ELEGIDO        TO INSCTRAN-COD-ALUMNO.
           MOVE WS-ENT-MATERIA           TO INSCTRAN-COD-MATERIA.
           MOVE WS-ENT-FECHA             TO INSCTRAN-FECHA-EXAMEN.
           MOVE WS-ENT-INSTITUTO         TO INSCTRAN-INSTITUTO.

       25500-PIDO-BAJA.
      *----------------
      *  PIDE LOS DATOS DE LA INSCRIPCION A ANULAR Y, CONFIRMADA,
      *  LA APLICA CON 21200-APLICO-BAJA (EL INSTITUTO SOLO SE
      *  USA PARA UBICAR EL LLAMADO QUE LIBERA EL LUGAR).
      *----------------

           IF  88-ALUMNO-ELEGIDO-NO
               DISPLAY 'PRIMERO BUSQUE AL ALUMNO (OPCION L O D)'
           ELSE
               PERFORM 25100-PIDO-EXAMEN
               IF  88-DATOS-VALIDOS-NO
                   DISPLAY 'DATOS INVALIDOS: NO SE APLICA NADA'
               ELSE
                   INITIALIZE INSCTRAN-RECORD
                   SET 88-INSCTRAN-BAJA  TO TRUE
                   PERFORM 25200-ARMO-TRANSACCION
                   PERFORM 25900-PIDO-CONFIRMACION
                   IF  88-CONFIRMA-SI
                       PERFORM 21200-APLICO-BAJA
                   ELSE
                       DISPLAY 'BAJA NO CONFIRMADA'
                   END-IF
               END-IF
           END-IF.

       25900-PIDO-CONFIRMACION.
      *------------------------

           DISPLAY 'CONFIRMA (S/N)         : ' WITH NO ADVANCING.
           MOVE SPACES                   TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.

       28000-GRABO-MNTJRN.
      *-------------------
      *  GRABA EN EL DIARIO COMUN MNTJRN LA ACCION RECIEN HECHA EN
      *  VENTANILLA, CON EL ARCHIVO AFECTADO Y LA IMAGEN DEL
      *  REGISTRO ANTES Y DESPUES, IGUAL QUE 28000-GRABO-MNTJRN EN
      *  MNTALUM.
      *-------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           INITIALIZE MNTJRN-RECORD.

           MOVE 'MNTVENT'                TO MNTJRN-PROGRAMA.
           MOVE WS-CURRENT-DATE-YYYY     TO MNTJRN-FECHA-AAAA.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO MNTJRN-HORA.
           MOVE WS-CURRENT-DATE-MM       TO MNTJRN-FECHA-MM.
           MOVE WS-CURRENT-DATE-DD       TO MNTJRN-FECHA-DD.
           MOVE WS-JRN-ARCHIVO           TO MNTJRN-ARCHIVO.
           MOVE WS-JRN-ACCION            TO MNTJRN-ACCION.
           MOVE WS-JRN-IMAGEN-ANTES      TO MNTJRN-IMAGEN-ANTES.
           MOVE WS-JRN-IMAGEN-DESPUES    TO MNTJRN-IMAGEN-DESPUES.
           MOVE WS-AUT-OPERADOR          TO MNTJRN-OPERADOR.

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

           DISPLAY ' '.
           DISPLAY '*******************************************'
           DISPLAY 'TOTALES DE CONTROL PGM: MNTVENT            '
           DISPLAY '*******************************************'
           DISPLAY '* ALUMNOS CONSULTADOS      :' WS-CONSULTAS
           DISPLAY '* ALTAS APLICADAS          :' WS-ALTAS-OK
           DISPLAY '* BAJAS APLICADAS          :' WS-BAJAS-OK
           DISPLAY '* PEDIDOS RECHAZADOS       :' WS-RECHAZADAS
           DISPLAY '* NO AUTORIZADAS (SEGLOG)  :' WS-NO-AUTORIZADAS
           DISPLAY '* ALTAS A LISTA DE ESPERA  :' WS-ALTAS-ESPERA
           DISPLAY '* ESPERAS PROMOVIDAS       :' WS-PROMOVIDAS
           DISPLAY '* ESPERAS DESCARTADAS      :' WS-ESPERA-DESCARTADAS
           DISPLAY '* ALTAS FORZADAS A LIBRE   :' WS-FORZADAS-LIBRE
           DISPLAY '* REGISTROS EN MNTJRN      :' WS-GRABADOS-MNTJRN
           DISPLAY '*******************************************'
           DISPLAY ' '.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-ALUMNOS-SI
              SET 88-OPEN-ALUMNOS-NO   TO TRUE
              CLOSE ALUMNOS
           END-IF.

           IF 88-OPEN-INSCRIPC-SI
              SET 88-OPEN-INSCRIPC-NO  TO TRUE
              CLOSE INSCRIPC
           END-IF.

           IF 88-OPEN-ESTADOACAD-SI
              SET 88-OPEN-ESTADOACAD-NO TO TRUE
              CLOSE ESTADOACAD
           END-IF.

           IF 88-OPEN-LISTAESP-SI
              SET 88-OPEN-LISTAESP-NO  TO TRUE
              CLOSE LISTAESP
           END-IF.

           IF 88-OPEN-DEUDORES-SI
              SET 88-OPEN-DEUDORES-NO  TO TRUE
              CLOSE DEUDORES
           END-IF.

           IF 88-OPEN-BLOQUEOS-SI
              SET 88-OPEN-BLOQUEOS-NO  TO TRUE
              CLOSE BLOQUEOS
           END-IF.

           IF 88-OPEN-CURSADAS-SI
              SET 88-OPEN-CURSADAS-NO  TO TRUE
              CLOSE CURSADAS
           END-IF.

           IF 88-OPEN-MNTJRN-SI
              SET 88-OPEN-MNTJRN-NO    TO TRUE
              CLOSE MNTJRN
           END-IF.

           IF 88-OPEN-SEGLOG-SI
              SET 88-OPEN-SEGLOG-NO    TO TRUE
              CLOSE SEGLOG
           END-IF.

       10950-CARGO-AUTORIZACION.
      *-------------------------
      *  CARGA LOS OPERADORES Y LOS PERMISOS DE ESTE PROGRAMA,
      *  PIDE EL OPERADOR DE LA SESION Y ABRE LA BITACORA DE
      *  SEGURIDAD SEGLOG.
      *-------------------------

           PERFORM 10960-CARGO-OPERADORES.
           PERFORM 10970-CARGO-PERMISOS.
           PERFORM 10980-PIDO-OPERADOR.
           PERFORM 10990-ABRO-SEGLOG.

       10960-CARGO-OPERADORES.
      *-----------------------

           OPEN INPUT   OPERADORES.

           EVALUATE FS-OPERADORES
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10960-CARGO-OPERADORES'
                    DISPLAY 'ERROR EN OPEN INPUT OPERADORES'
                    DISPLAY 'FILE STATUS       :' FS-OPERADORES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-OPERADORES-EOF
               INITIALIZE OPERADORES-REGISTRO
               READ OPERADORES INTO OPERADORES-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-OPERADORES-OK
                        PERFORM 10965-AGREGO-OPERADOR
                   WHEN 88-FS-OPERADORES-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10960-CARGO-OPERADORES'
                        DISPLAY 'ERROR EN READ       OPERADORES'
                        DISPLAY 'FILE STATUS       :' FS-OPERADORES
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

           CLOSE OPERADORES.

       10965-AGREGO-OPERADOR.
      *----------------------

           IF  WS-CANT-TAB-OPE < 300
               ADD 1                     TO WS-CANT-TAB-OPE
               SET WS-IDX-TAB-OPE        TO WS-CANT-TAB-OPE
               MOVE OPERADORES-CODIGO
                    TO WS-TAB-OPE-CODIGO(WS-IDX-TAB-OPE)
               MOVE OPERADORES-ROL
                    TO WS-TAB-OPE-ROL(WS-IDX-TAB-OPE)
               MOVE OPERADORES-ESTADO
                    TO WS-TAB-OPE-ESTADO(WS-IDX-TAB-OPE)
           ELSE
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10965-AGREGO-OPERADOR'
               DISPLAY 'TABLA DE OPERADORES LLENA (300)'
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

       10970-CARGO-PERMISOS.
      *---------------------

           OPEN INPUT   PERMISOS.

           EVALUATE FS-PERMISOS
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10970-CARGO-PERMISOS'
                    DISPLAY 'ERROR EN OPEN INPUT PERMISOS'
                    DISPLAY 'FILE STATUS       :' FS-PERMISOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM UNTIL 88-FS-PERMISOS-EOF
               INITIALIZE PERMISOS-REGISTRO
               READ PERMISOS INTO PERMISOS-REGISTRO
               EVALUATE TRUE
                   WHEN 88-FS-PERMISOS-OK
                        IF  PERMISOS-PROGRAMA = CTE-PROGRAMA(1:8)
                        OR  PERMISOS-PROGRAMA = '*'
                            PERFORM 10975-AGREGO-PERMISO
                        END-IF
                   WHEN 88-FS-PERMISOS-EOF
                        CONTINUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10970-CARGO-PERMISOS'
                        DISPLAY 'ERROR EN READ       PERMISOS'
                        DISPLAY 'FILE STATUS       :' FS-PERMISOS
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-PERFORM.

           CLOSE PERMISOS.

       10975-AGREGO-PERMISO.
      *---------------------

           IF  WS-CANT-TAB-PER < 300
               ADD 1                     TO WS-CANT-TAB-PER
               SET WS-IDX-TAB-PER        TO WS-CANT-TAB-PER
               MOVE PERMISOS-ROL
                    TO WS-TAB-PER-ROL(WS-IDX-TAB-PER)
               MOVE PERMISOS-ACCION
                    TO WS-TAB-PER-ACCION(WS-IDX-TAB-PER)
           ELSE
               DISPLAY '--------------------------------'
               DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
               DISPLAY 'PARRAFO: 10975-AGREGO-PERMISO'
               DISPLAY 'TABLA DE PERMISOS LLENA (300)'
               DISPLAY 'SE CANCELA EL PROCESO'
               DISPLAY '--------------------------------'
               PERFORM 99999-CANCELO
           END-IF.

       10980-PIDO-OPERADOR.
      *--------------------
      *  LA VENTANILLA NO TIENE LOTE: EL OPERADOR SE IDENTIFICA AL
      *  ABRIR LA SESION Y CADA OPCION SE AUTORIZA CONTRA EL.
      *--------------------

           DISPLAY 'OPERADOR               : ' WITH NO ADVANCING.
           MOVE SPACES                   TO WS-AUT-OPERADOR.
           ACCEPT WS-AUT-OPERADOR.

       10990-ABRO-SEGLOG.
      *------------------

           OPEN EXTEND  SEGLOG.

           EVALUATE TRUE
               WHEN 88-FS-SEGLOG-OK
               WHEN 88-FS-SEGLOG-OPT
                    SET 88-OPEN-SEGLOG-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10990-ABRO-SEGLOG'
                    DISPLAY 'ERROR EN OPEN EXTEND SEGLOG'
                    DISPLAY 'FILE STATUS       :' FS-SEGLOG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       29500-CONTROLO-AUTORIZACION.
      *----------------------------
      *  AUTORIZA LA ACCION WS-AUT-ACCION PARA EL OPERADOR
      *  WS-AUT-OPERADOR: TIENE QUE EXISTIR Y ESTAR ACTIVO EN
      *  OPERADORES, Y SU ROL TENER EN PERMISOS ESTE PROGRAMA (O
      *  '*') CON ESA ACCION (O '*'). CADA INTENTO DENEGADO QUEDA
      *  EN SEGLOG CON EL DETALLE DEL MOTIVO.
      *----------------------------

           SET 88-AUTORIZADO-NO          TO TRUE.
           SET 88-OPERADOR-HALLADO-NO    TO TRUE.
           MOVE SPACES                   TO WS-AUT-ROL
                                            WS-AUT-DETALLE.

           IF  WS-AUT-OPERADOR NOT = SPACES
               SET  WS-IDX-TAB-OPE       TO 1
               PERFORM UNTIL WS-IDX-TAB-OPE > WS-CANT-TAB-OPE
                          OR 88-OPERADOR-HALLADO-SI
                   IF  WS-TAB-OPE-CODIGO(WS-IDX-TAB-OPE) =
                                         WS-AUT-OPERADOR
                       SET 88-OPERADOR-HALLADO-SI TO TRUE
                       MOVE WS-TAB-OPE-ROL(WS-IDX-TAB-OPE)
                                         TO WS-AUT-ROL
                   ELSE
                       SET WS-IDX-TAB-OPE UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WS-AUT-OPERADOR = SPACES
                    MOVE 'OPERADOR NO IDENTIFICADO'
                                         TO WS-AUT-DETALLE
               WHEN 88-OPERADOR-HALLADO-NO
                    MOVE 'OPERADOR INEXISTENTE'
                                         TO WS-AUT-DETALLE
               WHEN WS-TAB-OPE-ESTADO(WS-IDX-TAB-OPE) NOT = 'A'
                    MOVE 'OPERADOR INACTIVO'
                                         TO WS-AUT-DETALLE
               WHEN OTHER
                    PERFORM 29510-BUSCO-PERMISO
           END-EVALUATE.

           IF  88-AUTORIZADO-NO
               ADD 1                     TO WS-NO-AUTORIZADAS
               PERFORM 29600-GRABO-SEGLOG
           END-IF.

       29510-BUSCO-PERMISO.
      *--------------------

           SET  WS-IDX-TAB-PER           TO 1.
           PERFORM UNTIL WS-IDX-TAB-PER > WS-CANT-TAB-PER
                      OR 88-AUTORIZADO-SI
               IF  WS-TAB-PER-ROL(WS-IDX-TAB-PER) = WS-AUT-ROL
               AND (WS-TAB-PER-ACCION(WS-IDX-TAB-PER) = '*'
                 OR WS-TAB-PER-ACCION(WS-IDX-TAB-PER) = WS-AUT-ACCION)
                   SET 88-AUTORIZADO-SI  TO TRUE
               ELSE
                   SET WS-IDX-TAB-PER    UP BY 1
               END-IF
           END-PERFORM.

           IF  88-AUTORIZADO-NO
               MOVE 'ROL SIN PERMISO PARA LA ACCION'
                                         TO WS-AUT-DETALLE
           END-IF.

       29600-GRABO-SEGLOG.
      *-------------------

           MOVE FUNCTION CURRENT-DATE    TO WS-SEGLOG-TS.

           INITIALIZE SEGLOG-RECORD.

           MOVE CTE-PROGRAMA             TO SEGLOG-PROGRAMA.
           MOVE WS-SEGLOG-TS(1:8)        TO SEGLOG-FECHA.
           MOVE WS-SEGLOG-TS(9:6)        TO SEGLOG-HORA.
           MOVE WS-AUT-OPERADOR          TO SEGLOG-OPERADOR.
           MOVE WS-AUT-ROL               TO SEGLOG-ROL.
           MOVE WS-AUT-ACCION            TO SEGLOG-ACCION.
           MOVE 'NOAUTORIZ'              TO SEGLOG-MOTIVO.
           MOVE WS-AUT-DETALLE           TO SEGLOG-DETALLE.
           MOVE WS-AUT-TRANSACCION       TO SEGLOG-TRANSACCION.

           WRITE SEGLOG-RECORD-FD        FROM SEGLOG-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-SEGLOG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 29600-GRABO-SEGLOG'
                    DISPLAY 'ERROR EN WRITE      SEGLOG'
                    DISPLAY 'FILE STATUS       :' FS-SEGLOG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
