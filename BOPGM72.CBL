       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM72.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA ES EL CONVERSOR, A DEMANDA, DE LOS PAQUETES
      * DE PASE QUE ENVIAN LAS INSTITUCIONES ASOCIADAS (PASEENT),
      * EN EL MISMO FORMATO FIJO QUE EMITE BOPGM71 (VER WPASE).
      * NO TOCA NINGUN MAESTRO: GENERA TRANSACCIONES LIMPIAS PARA
      * LOS MANTENIMIENTOS DE SIEMPRE, IGUAL QUE BOPGM34.
      *-----------------------------------------------------------
      * PRIMERO VERIFICA EL PAQUETE COMPLETO CONTRA SU TRAILER
      * (CANTIDADES Y SUMAS DE CONTROL). SI NO BALANCEA TERMINA
      * CON RC=8 (Y RC=12 SI NO TIENE TRAILER) SIN GENERAR NADA:
      * UN PASE A MEDIAS NO SE CONVIERTE.
      *-----------------------------------------------------------
      * CABECERA DE ALUMNO ('C'): EL DNI SE BUSCA POR LA CLAVE
      * ALTERNATIVA ALU-DNI-FD.
      *   SIN ALUMNO  -> ALTA EN ALUTRANPAS (FORMATO ALUTRAN) PARA
      *                  MNTALUM, CON UN LEGAJO NUEVO QUE CONTINUA
      *                  DEL MAYOR DEL MAESTRO. LAS ALTAS SE DEBEN
      *                  APLICAR ANTES DE CONVERTIR OTRO PAQUETE.
      *   YA EXISTE   -> NO HAY ALTA; LAS EQUIVALENCIAS VAN A SU
      *                  LEGAJO.
      *   DNI CON MAS DE UN LEGAJO O INVALIDO -> NO SE CONVIERTE;
      *                  SUS MATERIAS SALEN EN EL REPORTE.
      * LA INSCRIPCION A LA CARRERA PROPIA SIGUE POR MNTALCA.
      *-----------------------------------------------------------
      * MATERIA ('M'): SE BUSCA LA MATERIA PROPIA EN LA TABLA DE
      * CORRESPONDENCIA DE LA INSTITUCION DE ORIGEN (PASEMAP, VER
      * WPASEMAP). CON CORRESPONDENCIA SE PROPONE UN ALTA EN
      * EQUTRANPAS (FORMATO EQUTRAN) PARA MNTEQUI, CON LA
      * INSTITUCION DE ORIGEN Y LA RESOLUCION EN BLANCO, QUE LA
      * COMPLETA LA COMISION DE EQUIVALENCIAS ANTES DE APLICARLA.
      * LAS MATERIAS SIN CORRESPONDENCIA (O CON UNA MATERIA PROPIA
      * INEXISTENTE O REPETIDA) SALEN EN EL REPORTE PASENOMAP PARA
      * LA COMISION.
      *-----------------------------------------------------------
      * RETORNO:
      *   RC=0   TODO CONVERTIDO.
      *   RC=4   HAY MATERIAS O ALUMNOS EN EL REPORTE.
      *   RC=8   EL PAQUETE NO BALANCEA CON SU TRAILER.
      *   RC=12  EL PAQUETE NO TIENE TRAILER.
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

           SELECT PASEENT          ASSIGN       TO
                                   'PASEENT'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PASEENT.

      *----------------------------------------------------------
      *  TABLA DE CORRESPONDENCIA. OPCIONAL: SIN ELLA TODAS LAS
      *  MATERIAS DEL PASE VAN AL REPORTE.
      *----------------------------------------------------------
           SELECT OPTIONAL PASEMAP ASSIGN       TO
                                   'PASEMAP'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PASEMAP.

           SELECT ALUMNOS          ASSIGN       TO
                                   'ALUMNOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
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

           SELECT ALUTRANPAS       ASSIGN       TO
                                   'ALUTRANPAS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-ALUTRANPAS.

           SELECT EQUTRANPAS       ASSIGN       TO
                                   'EQUTRANPAS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-EQUTRANPAS.

           SELECT PASENOMAP        ASSIGN       TO
                                   'PASENOMAP'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PASENOMAP.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  PASEENT
           RECORDING MODE IS F.
       01  REG-PASEENT-FD                PIC  X(250).

       FD  PASEMAP
           RECORDING MODE IS F.
       01  PASEMAP-RECORD-FD             PIC  X(40).

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

       FD  ALUTRANPAS
           RECORDING MODE IS F.
       01  REG-ALUTRANPAS-FD             PIC  X(181).

       FD  EQUTRANPAS
           RECORDING MODE IS F.
       01  REG-EQUTRANPAS-FD             PIC  X(80).

       FD  PASENOMAP
           RECORDING MODE IS F.
       01  REG-PASENOMAP-FD              PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM72'.

       77  FS-PASEENT                    PIC  X(02) VALUE ' '.
           88 88-FS-PASEENT-OK                      VALUE '00'.
           88 88-FS-PASEENT-EOF                     VALUE '10'.

       77  FS-PASEMAP                    PIC  X(02) VALUE ' '.
           88 88-FS-PASEMAP-OK                      VALUE '00'.
           88 88-FS-PASEMAP-EOF                     VALUE '10'.

       77  FS-ALUMNOS                    PIC X(02)  VALUE ' '.
           88 88-FS-ALUMNOS-OK                      VALUE '00'.
           88 88-FS-ALUMNOS-DUPOK                   VALUE '02'.
           88 88-FS-ALUMNOS-EOF                     VALUE '10'.
           88 88-FS-ALUMNOS-INVKEY                  VALUE '21'.
           88 88-FS-ALUMNOS-NOKEY                   VALUE '23'.

       77  FS-MATERIAS                   PIC X(02)  VALUE ' '.
           88 88-FS-MATERIAS-OK                     VALUE '00'.
           88 88-FS-MATERIAS-INVKEY                 VALUE '21'.
           88 88-FS-MATERIAS-NOKEY                  VALUE '23'.

       77  FS-ALUTRANPAS                 PIC  X(02) VALUE ' '.
           88 88-FS-ALUTRANPAS-OK                   VALUE '00'.

       77  FS-EQUTRANPAS                 PIC  X(02) VALUE ' '.
           88 88-FS-EQUTRANPAS-OK                   VALUE '00'.

       77  FS-PASENOMAP                  PIC  X(02) VALUE ' '.
           88 88-FS-PASENOMAP-OK                    VALUE '00'.

       77  WS-OPEN-PASEENT               PIC X      VALUE 'N'.
           88 88-OPEN-PASEENT-SI                    VALUE 'S'.
           88 88-OPEN-PASEENT-NO                    VALUE 'N'.

       77  WS-OPEN-ALUMNOS               PIC X      VALUE 'N'.
           88 88-OPEN-ALUMNOS-SI                    VALUE 'S'.
           88 88-OPEN-ALUMNOS-NO                    VALUE 'N'.

       77  WS-OPEN-MATERIAS              PIC X      VALUE 'N'.
           88 88-OPEN-MATERIAS-SI                   VALUE 'S'.
           88 88-OPEN-MATERIAS-NO                   VALUE 'N'.

       77  WS-OPEN-ALUTRANPAS            PIC X      VALUE 'N'.
           88 88-OPEN-ALUTRANPAS-SI                 VALUE 'S'.
           88 88-OPEN-ALUTRANPAS-NO                 VALUE 'N'.

       77  WS-OPEN-EQUTRANPAS            PIC X      VALUE 'N'.
           88 88-OPEN-EQUTRANPAS-SI                 VALUE 'S'.
           88 88-OPEN-EQUTRANPAS-NO                 VALUE 'N'.

       77  WS-OPEN-PASENOMAP             PIC X      VALUE 'N'.
           88 88-OPEN-PASENOMAP-SI                  VALUE 'S'.
           88 88-OPEN-PASENOMAP-NO                  VALUE 'N'.

      *-------------------------------------------------------------*
      *     VERIFICACION DEL PAQUETE CONTRA SU TRAILER              *
      *-------------------------------------------------------------*
       77  WS-HAY-TRAILER                PIC X      VALUE 'N'.
           88 88-HAY-TRAILER-SI                     VALUE 'S'.
           88 88-HAY-TRAILER-NO                     VALUE 'N'.

       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

       77  WS-CTL-REGISTROS              PIC 9(09)  VALUE 0.
       77  WS-CTL-ALUMNOS                PIC 9(06)  VALUE 0.
       77  WS-CTL-MATERIAS               PIC 9(07)  VALUE 0.
       77  WS-CTL-SUMA-NOTAS             PIC 9(09)V9(01) VALUE 0.
       77  WS-CTL-SUMA-HORAS             PIC 9(09)  VALUE 0.
       77  WS-CTL-INVALIDOS              PIC 9(07)  VALUE 0.

       01  WS-TRAILER-LEIDO.
           03  WS-TRL-CANT-REGISTROS     PIC 9(09)  VALUE 0.
           03  WS-TRL-CANT-ALUMNOS       PIC 9(06)  VALUE 0.
           03  WS-TRL-CANT-MATERIAS      PIC 9(07)  VALUE 0.
           03  WS-TRL-SUMA-NOTAS         PIC 9(09)V9(01) VALUE 0.
           03  WS-TRL-SUMA-HORAS         PIC 9(09)  VALUE 0.

      *-------------------------------------------------------------*
      *     CORRESPONDENCIA DE MATERIAS POR INSTITUCION (PASEMAP)   *
      *-------------------------------------------------------------*
       77  WS-CANT-TAB-MAP               PIC 9(04)  VALUE 0.
       01  WS-TABLA-MAPEO.
           03  WS-TAB-MAP OCCURS 1000 TIMES
                          INDEXED BY WS-IDX-TAB-MAP.
               05  WS-TAB-MAP-INST        PIC X(10).
               05  WS-TAB-MAP-ORIGEN      PIC X(08).
               05  WS-TAB-MAP-MATERIA     PIC X(08).

      *-------------------------------------------------------------*
      *     ALUMNO EN PROCESO: LA ULTIMA CABECERA LEIDA, RESUELTA   *
      *     A UN LEGAJO PROPIO (NUEVO O EXISTENTE), Y LAS MATERIAS  *
      *     PROPIAS YA PROPUESTAS PARA EL.                          *
      *-------------------------------------------------------------*
       77  WS-ULTIMO-LEGAJO              PIC 9(06)  VALUE 0.

       77  WS-ALUMNO-VALIDO              PIC X      VALUE 'N'.
           88 88-ALUMNO-VALIDO-SI                   VALUE 'S'.
           88 88-ALUMNO-VALIDO-NO                   VALUE 'N'.

       77  WS-LEGAJO-DESTINO             PIC 9(06)  VALUE 0.
       77  WS-DNI-ACTUAL                 PIC 9(08)  VALUE 0.
       77  WS-APELLIDO-ACTUAL            PIC X(50)  VALUE ' '.
       77  WS-INST-ORIGEN                PIC X(10)  VALUE ' '.
       77  WS-INST-NOMBRE                PIC X(40)  VALUE ' '.
       77  WS-MOTIVO-ALUMNO              PIC X(20)  VALUE ' '.
       77  WS-MOTIVO                     PIC X(20)  VALUE ' '.
       77  WS-MATERIA-PROPIA             PIC X(08)  VALUE ' '.

       77  WS-CANT-TAB-PROP              PIC 9(03)  VALUE 0.
       01  WS-TABLA-PROPUESTAS.
           03  WS-TAB-PROP OCCURS 100 TIMES
                          INDEXED BY WS-IDX-TAB-PROP.
               05  WS-TAB-PROP-MATERIA    PIC X(08).

      *-------------------------------------------------------------*
      *     CONTADORES DE LA CORRIDA                                *
      *-------------------------------------------------------------*
       77  WS-REGISTROS-LEIDOS           PIC 9(09)  VALUE 0.
       77  WS-ALUMNOS-LEIDOS             PIC 9(07)  VALUE 0.
       77  WS-ALTAS-GRABADAS             PIC 9(07)  VALUE 0.
       77  WS-ALUMNOS-EXISTENTES         PIC 9(07)  VALUE 0.
       77  WS-ALUMNOS-RECHAZADOS         PIC 9(07)  VALUE 0.
       77  WS-MATERIAS-LEIDAS            PIC 9(07)  VALUE 0.
       77  WS-EQUIV-PROPUESTAS           PIC 9(07)  VALUE 0.
       77  WS-MATERIAS-REPORTADAS        PIC 9(07)  VALUE 0.

       77  WS-PAGINA                     PIC 9(05)  VALUE 0.
       77  WS-LINEA                      PIC 9(03)  VALUE 090.
       77  WS-LINEAS-MAX                 PIC 9(02)  VALUE 60.

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  REG-PASENOMAP                 PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-RP01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM72'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(60)  VALUE
                'PASE ENTRANTE - MATERIAS SIN CORRESPONDENCIA'.
           03  FILLER                    PIC X(08)  VALUE 'PAGINA '.
           03  TITRP01-PAGINA            PIC ZZZZ9.
           03  FILLER                    PIC X(19)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITRP01-FECHA.
               05  TITRP01-FECHA-DD      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITRP01-FECHA-MM      PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITRP01-FECHA-AAAA    PIC 9(04)  VALUE 0.

       01  TIT-RP02.
           03  FILLER                    PIC X(10)  VALUE 'INSTITUC'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'LEG.OR'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'LEGAJO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'DNI'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(20)  VALUE 'APELLIDO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'MAT.ORIG'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE 'NOMBRE'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE 'NOTA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'FECHA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(03)  VALUE 'HS'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(19)  VALUE 'MOTIVO'.

       01  DET-NOMAP.
           03  DN-INSTITUCION            PIC X(10).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-LEGAJO-ORIGEN          PIC 9(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-LEGAJO                 PIC ZZZZZZ.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-DNI                    PIC Z(7)9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-APELLIDO               PIC X(20).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-MATERIA-ORIGEN         PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-NOMBRE                 PIC X(30).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-NOTA                   PIC Z9,9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-FECHA                  PIC X(08).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-HORAS                  PIC ZZ9.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DN-MOTIVO                 PIC X(19).

       01  TRL-NOMAP.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(30)  VALUE
                'MATERIAS PARA LA COMISION:'.
           03  TRN-REPORTADAS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(04)  VALUE ' '.
           03  FILLER                    PIC X(26)  VALUE
                'EQUIVALENCIAS PROPUESTAS:'.
           03  TRN-PROPUESTAS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(57)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WPASE.
       COPY WPASEMAP.
       COPY WALUMNOS.
       COPY WMATERIA.
       COPY WALUTRAN.
       COPY WEQUTRAN.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------

           PERFORM 10000-INICIO.

           IF  WS-RETORNO = 0
               PERFORM 11100-READ-PASEENT
               PERFORM 20000-PROCESO
                 UNTIL 88-FS-PASEENT-EOF
                    OR 88-PASE-TRAILER
           END-IF.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10150-CARGO-TABLA-MAPEO.
           PERFORM 10200-VERIFICO-PAQUETE.

           IF  WS-RETORNO = 0
               PERFORM 10300-DETERMINO-ULTIMO-LEGAJO
           END-IF.

       10100-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT PASEENT.

           EVALUATE FS-PASEENT
               WHEN '00'
                    SET 88-OPEN-PASEENT-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT PASEENT'
                    DISPLAY 'FILE STATUS       :' FS-PASEENT
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
      *  LAS SALIDAS SE ABREN SIEMPRE: UN PAQUETE QUE NO BALANCEA
      *  LAS DEJA VACIAS Y NO QUEDA NADA DE UNA CORRIDA ANTERIOR
      *  PARA APLICAR POR ERROR.
      *----------------------------------------------------------

           OPEN OUTPUT ALUTRANPAS.

           EVALUATE FS-ALUTRANPAS
               WHEN '00'
                    SET 88-OPEN-ALUTRANPAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT ALUTRANPAS'
                    DISPLAY 'FILE STATUS       :' FS-ALUTRANPAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT EQUTRANPAS.

           EVALUATE FS-EQUTRANPAS
               WHEN '00'
                    SET 88-OPEN-EQUTRANPAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT EQUTRANPAS'
                    DISPLAY 'FILE STATUS       :' FS-EQUTRANPAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT PASENOMAP.

           EVALUATE FS-PASENOMAP
               WHEN '00'
                    SET 88-OPEN-PASENOMAP-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT PASENOMAP'
                    DISPLAY 'FILE STATUS       :' FS-PASENOMAP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10150-CARGO-TABLA-MAPEO.
      *------------------------

           OPEN INPUT PASEMAP.

           IF  88-FS-PASEMAP-OK
               PERFORM UNTIL 88-FS-PASEMAP-EOF
                   INITIALIZE PASEMAP-RECORD
                   READ PASEMAP INTO PASEMAP-RECORD
                   IF  88-FS-PASEMAP-OK
                   AND WS-CANT-TAB-MAP < 1000
                       ADD 1               TO WS-CANT-TAB-MAP
                       SET WS-IDX-TAB-MAP  TO WS-CANT-TAB-MAP
                       MOVE PASEMAP-INSTITUCION
                            TO WS-TAB-MAP-INST(WS-IDX-TAB-MAP)
                       MOVE PASEMAP-MATERIA-ORIGEN
                            TO WS-TAB-MAP-ORIGEN(WS-IDX-TAB-MAP)
                       MOVE PASEMAP-COD-MATERIA
                            TO WS-TAB-MAP-MATERIA(WS-IDX-TAB-MAP)
                   END-IF
               END-PERFORM
               CLOSE PASEMAP
           END-IF.

       10200-VERIFICO-PAQUETE.
      *-----------------------
      *  PRIMERA PASADA: RECALCULA LAS CANTIDADES Y SUMAS DEL
      *  PAQUETE Y LAS COMPARA CON SU TRAILER, CON LOS MISMOS
      *  RETORNOS QUE LA RECARGA DE BACKUPS (RELALUM). UN REGISTRO
      *  DE TIPO DESCONOCIDO O POSTERIOR AL TRAILER TAMBIEN HACE
      *  QUE EL PAQUETE NO BALANCEE. SI BALANCEA, SE REABRE PARA
      *  LA CONVERSION.
      *-----------------------

           PERFORM 11100-READ-PASEENT.

           PERFORM UNTIL 88-FS-PASEENT-EOF
               EVALUATE TRUE
                   WHEN 88-HAY-TRAILER-SI
                        ADD 1            TO WS-CTL-INVALIDOS
                   WHEN 88-PASE-CABECERA
                        ADD 1            TO WS-CTL-REGISTROS
                                            WS-CTL-ALUMNOS
                   WHEN 88-PASE-MATERIA
                        ADD 1            TO WS-CTL-REGISTROS
                                            WS-CTL-MATERIAS
                        ADD PASE-M-NOTA  TO WS-CTL-SUMA-NOTAS
                        ADD PASE-M-HORAS TO WS-CTL-SUMA-HORAS
                   WHEN 88-PASE-TRAILER
                        SET 88-HAY-TRAILER-SI TO TRUE
                        MOVE PASE-T-CANT-REGISTROS
                                         TO WS-TRL-CANT-REGISTROS
                        MOVE PASE-T-CANT-ALUMNOS
                                         TO WS-TRL-CANT-ALUMNOS
                        MOVE PASE-T-CANT-MATERIAS
                                         TO WS-TRL-CANT-MATERIAS
                        MOVE PASE-T-SUMA-NOTAS
                                         TO WS-TRL-SUMA-NOTAS
                        MOVE PASE-T-SUMA-HORAS
                                         TO WS-TRL-SUMA-HORAS
                   WHEN OTHER
                        ADD 1            TO WS-CTL-INVALIDOS
               END-EVALUATE
               PERFORM 11100-READ-PASEENT
           END-PERFORM.

           EVALUATE TRUE
               WHEN 88-HAY-TRAILER-NO
                    DISPLAY 'PAQUETE DE PASE SIN TRAILER: NO SE'
                    DISPLAY 'CONVIERTE'
                    MOVE 12              TO WS-RETORNO
               WHEN WS-CTL-INVALIDOS      > 0
               WHEN WS-TRL-CANT-REGISTROS NOT = WS-CTL-REGISTROS
               WHEN WS-TRL-CANT-ALUMNOS   NOT = WS-CTL-ALUMNOS
               WHEN WS-TRL-CANT-MATERIAS  NOT = WS-CTL-MATERIAS
               WHEN WS-TRL-SUMA-NOTAS     NOT = WS-CTL-SUMA-NOTAS
               WHEN WS-TRL-SUMA-HORAS     NOT = WS-CTL-SUMA-HORAS
                    DISPLAY 'EL PAQUETE NO BALANCEA CON EL TRAILER'
                    DISPLAY 'TRAILER REGISTROS  :' WS-TRL-CANT-REGISTROS
                    DISPLAY 'LEIDOS             :' WS-CTL-REGISTROS
                    DISPLAY 'TRAILER ALUMNOS    :' WS-TRL-CANT-ALUMNOS
                    DISPLAY 'LEIDOS             :' WS-CTL-ALUMNOS
                    DISPLAY 'TRAILER MATERIAS   :' WS-TRL-CANT-MATERIAS
                    DISPLAY 'LEIDAS             :' WS-CTL-MATERIAS
                    DISPLAY 'TRAILER SUMA NOTAS :' WS-TRL-SUMA-NOTAS
                    DISPLAY 'RECALCULADA        :' WS-CTL-SUMA-NOTAS
                    DISPLAY 'TRAILER SUMA HORAS :' WS-TRL-SUMA-HORAS
                    DISPLAY 'RECALCULADA        :' WS-CTL-SUMA-HORAS
                    DISPLAY 'REGISTROS INVALIDOS:' WS-CTL-INVALIDOS
                    MOVE 8               TO WS-RETORNO
               WHEN OTHER
                    MOVE 0               TO WS-RETORNO
           END-EVALUATE.

           CLOSE PASEENT.
           SET 88-OPEN-PASEENT-NO        TO TRUE.
           MOVE 0                        TO WS-REGISTROS-LEIDOS.

           IF  WS-RETORNO = 0
               OPEN INPUT PASEENT
               EVALUATE FS-PASEENT
                   WHEN '00'
                        SET 88-OPEN-PASEENT-SI TO TRUE
                   WHEN OTHER
                        DISPLAY '--------------------------------'
                        DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                        DISPLAY 'PARRAFO: 10200-VERIFICO-PAQUETE'
                        DISPLAY 'ERROR EN OPEN INPUT PASEENT'
                        DISPLAY 'FILE STATUS       :' FS-PASEENT
                        DISPLAY 'SE CANCELA EL PROCESO'
                        DISPLAY '--------------------------------'
                        PERFORM 99999-CANCELO
               END-EVALUATE
           END-IF.

       10300-DETERMINO-ULTIMO-LEGAJO.
      *------------------------------
      *  EL LEGAJO DE LAS ALTAS CONTINUA DEL MAYOR DEL MAESTRO:
      *  SE RECORRE ALUMNOS POR LA CLAVE PRIMARIA Y QUEDA EL
      *  ULTIMO, IGUAL QUE EL ULTIMO DOCUMENTO EN BOPGM10.
      *------------------------------

           INITIALIZE NRO-LEGAJO-ALUMNO-FD.
           MOVE LOW-VALUES               TO COD-ALUMNOS-FD.

           START ALUMNOS KEY >= COD-ALUMNOS-FD.

           IF  88-FS-ALUMNOS-OK
               PERFORM 10310-LEO-ALUMNOS-SIGUIENTE
               PERFORM UNTIL NOT 88-FS-ALUMNOS-OK
                   IF  ALU-CODIGO > WS-ULTIMO-LEGAJO
                       MOVE ALU-CODIGO   TO WS-ULTIMO-LEGAJO
                   END-IF
                   PERFORM 10310-LEO-ALUMNOS-SIGUIENTE
               END-PERFORM
           END-IF.

       10310-LEO-ALUMNOS-SIGUIENTE.
      *----------------------------

           INITIALIZE ALU-REGISTRO.

           READ ALUMNOS NEXT RECORD INTO ALU-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-ALUMNOS-OK
               WHEN 88-FS-ALUMNOS-DUPOK
                    SET 88-FS-ALUMNOS-OK TO TRUE
               WHEN 88-FS-ALUMNOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10310-LEO-ALUMNOS-SIGUIENTE'
                    DISPLAY 'ERROR EN READ       ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       11100-READ-PASEENT.
      *-------------------

           INITIALIZE PASE-REGISTRO.

           READ PASEENT INTO PASE-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-PASEENT-OK
                    ADD 1              TO WS-REGISTROS-LEIDOS
               WHEN 88-FS-PASEENT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-PASEENT'
                    DISPLAY 'ERROR EN READ       PASEENT'
                    DISPLAY 'FILE STATUS       :' FS-PASEENT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           EVALUATE TRUE
               WHEN 88-PASE-CABECERA
                    PERFORM 21000-PROCESO-CABECERA
               WHEN 88-PASE-MATERIA
                    PERFORM 22000-PROCESO-MATERIA
           END-EVALUATE.

           PERFORM 11100-READ-PASEENT.

       21000-PROCESO-CABECERA.
      *-----------------------
      *  RESUELVE EL ALUMNO DEL PASE A UN LEGAJO PROPIO POR DNI,
      *  CON EL MISMO CRITERIO QUE 22000-RESUELVO-DNI EN BOPGM34:
      *  UN DNI CON MAS DE UN LEGAJO NO SE RESUELVE A CIEGAS.
      *-----------------------

           ADD 1                         TO WS-ALUMNOS-LEIDOS.

           SET 88-ALUMNO-VALIDO-NO       TO TRUE.
           MOVE 0                        TO WS-LEGAJO-DESTINO
                                            WS-CANT-TAB-PROP.
           MOVE SPACES                   TO WS-MOTIVO-ALUMNO.
           MOVE PASE-INSTITUCION         TO WS-INST-ORIGEN.
           MOVE PASE-C-INST-NOMBRE       TO WS-INST-NOMBRE.
           MOVE PASE-C-APELLIDO          TO WS-APELLIDO-ACTUAL.

           IF  WS-INST-NOMBRE = SPACES
               MOVE WS-INST-ORIGEN       TO WS-INST-NOMBRE
           END-IF.

           IF  PASE-C-DNI IS NOT NUMERIC
           OR  PASE-C-DNI = 0
               MOVE 0                    TO WS-DNI-ACTUAL
               MOVE 'DNI INVALIDO'       TO WS-MOTIVO-ALUMNO
           ELSE
               MOVE PASE-C-DNI           TO WS-DNI-ACTUAL
               PERFORM 21100-BUSCO-DNI
           END-IF.

           IF  88-ALUMNO-VALIDO-NO
               ADD 1                     TO WS-ALUMNOS-RECHAZADOS
               DISPLAY 'ALUMNO DEL PASE NO CONVERTIDO - INSTITUCION: '
                       WS-INST-ORIGEN ' LEGAJO: ' PASE-LEGAJO
                       ' MOTIVO: ' WS-MOTIVO-ALUMNO
           END-IF.

       21100-BUSCO-DNI.
      *----------------

           INITIALIZE ALU-REGISTRO
                      NRO-LEGAJO-ALUMNO-FD.

           MOVE WS-DNI-ACTUAL            TO ALU-DNI-FD.

           READ ALUMNOS INTO ALU-REGISTRO
                KEY IS ALU-DNI-FD.

           EVALUATE TRUE
               WHEN 88-FS-ALUMNOS-OK
                    SET 88-ALUMNO-VALIDO-SI TO TRUE
                    MOVE ALU-CODIGO      TO WS-LEGAJO-DESTINO
                    ADD 1                TO WS-ALUMNOS-EXISTENTES
                    DISPLAY 'ALUMNO YA REGISTRADO, SIN ALTA - DNI: '
                            WS-DNI-ACTUAL ' LEGAJO: ' ALU-CODIGO
               WHEN 88-FS-ALUMNOS-DUPOK
                    MOVE 'DNI DUPLICADO'  TO WS-MOTIVO-ALUMNO
               WHEN 88-FS-ALUMNOS-NOKEY
               WHEN 88-FS-ALUMNOS-INVKEY
                    PERFORM 21200-GRABO-ALTA-ALUMNO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21100-BUSCO-DNI'
                    DISPLAY 'ERROR EN READ       ALUMNOS'
                    DISPLAY 'FILE STATUS       :' FS-ALUMNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       21200-GRABO-ALTA-ALUMNO.
      *------------------------
      *  ALTA PARA MNTALUM (VER WALUTRAN) CON EL PROXIMO LEGAJO
      *  LIBRE Y LOS DATOS DE LA CABECERA DEL PASE.
      *------------------------

           ADD 1                         TO WS-ULTIMO-LEGAJO.
           MOVE WS-ULTIMO-LEGAJO         TO WS-LEGAJO-DESTINO.

           INITIALIZE ALUTRAN-RECORD.
           SET 88-ALUTRAN-ALTA           TO TRUE.
           MOVE WS-LEGAJO-DESTINO        TO ALUTRAN-CODIGO.
           MOVE WS-DNI-ACTUAL            TO ALUTRAN-DNI.
           MOVE PASE-C-NOMBRE            TO ALUTRAN-NOMBRE.
           MOVE PASE-C-APELLIDO          TO ALUTRAN-APELLIDO.
           IF  PASE-C-FECNAC IS NUMERIC
               MOVE PASE-C-FECNAC(1:4)   TO ALUTRAN-FECHA-AAAA
               MOVE PASE-C-FECNAC(5:2)   TO ALUTRAN-FECHA-MM
               MOVE PASE-C-FECNAC(7:2)   TO ALUTRAN-FECHA-DD
           END-IF.
           MOVE PASE-C-EMAIL             TO ALUTRAN-EMAIL.
           MOVE PASE-C-TELEFONO          TO ALUTRAN-TELEFONO.

           WRITE REG-ALUTRANPAS-FD       FROM ALUTRAN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-ALUTRANPAS-OK
                    SET 88-ALUMNO-VALIDO-SI TO TRUE
                    ADD 1                TO WS-ALTAS-GRABADAS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21200-GRABO-ALTA-ALUMNO'
                    DISPLAY 'ERROR EN WRITE      ALUTRANPAS'
                    DISPLAY 'FILE STATUS       :' FS-ALUTRANPAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22000-PROCESO-MATERIA.
      *----------------------
      *  UNA MATERIA DEL PASE: CON ALUMNO RESUELTO Y MATERIA
      *  PROPIA VALIDA SE PROPONE LA EQUIVALENCIA; SI NO, VA AL
      *  REPORTE PARA LA COMISION CON SU MOTIVO.
      *----------------------

           ADD 1                         TO WS-MATERIAS-LEIDAS.

           MOVE SPACES                   TO WS-MOTIVO
                                            WS-MATERIA-PROPIA.

           IF  88-ALUMNO-VALIDO-NO
           OR  PASE-INSTITUCION NOT = WS-INST-ORIGEN
               IF  WS-MOTIVO-ALUMNO = SPACES
                   MOVE 'SIN CABECERA'   TO WS-MOTIVO
               ELSE
                   MOVE WS-MOTIVO-ALUMNO TO WS-MOTIVO
               END-IF
           END-IF.

           IF  WS-MOTIVO = SPACES
               PERFORM 22100-BUSCO-CORRESPONDENCIA
           END-IF.

           IF  WS-MOTIVO = SPACES
               PERFORM 22200-VALIDO-MATERIA-PROPIA
           END-IF.

           IF  WS-MOTIVO = SPACES
               PERFORM 22300-CONTROLO-REPETIDA
           END-IF.

           IF  WS-MOTIVO = SPACES
               PERFORM 24000-GRABO-EQUTRANPAS
           ELSE
               PERFORM 25000-IMPRIMO-SIN-CORRESPONDENCIA
           END-IF.

       22100-BUSCO-CORRESPONDENCIA.
      *----------------------------

           SET  WS-IDX-TAB-MAP           TO 1.
           PERFORM UNTIL WS-IDX-TAB-MAP > WS-CANT-TAB-MAP
                    OR (WS-TAB-MAP-INST(WS-IDX-TAB-MAP) =
                                         WS-INST-ORIGEN
                    AND WS-TAB-MAP-ORIGEN(WS-IDX-TAB-MAP) =
                                         PASE-M-COD-MATERIA)
               SET WS-IDX-TAB-MAP        UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-MAP > WS-CANT-TAB-MAP
               MOVE 'SIN CORRESPONDENCIA' TO WS-MOTIVO
           ELSE
               MOVE WS-TAB-MAP-MATERIA(WS-IDX-TAB-MAP)
                                         TO WS-MATERIA-PROPIA
           END-IF.

       22200-VALIDO-MATERIA-PROPIA.
      *----------------------------

           INITIALIZE MATERIAS-REGISTRO
                      COD-MATERIAS-DATOS-FD.

           MOVE WS-MATERIA-PROPIA        TO COD-MATERIAS-FD.

           READ MATERIAS INTO MATERIAS-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-MATERIAS-OK
                    CONTINUE
               WHEN 88-FS-MATERIAS-NOKEY
               WHEN 88-FS-MATERIAS-INVKEY
                    MOVE 'MAT PROPIA INEXIST' TO WS-MOTIVO
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22200-VALIDO-MATERIA-PROPIA'
                    DISPLAY 'ERROR EN READ       MATERIAS'
                    DISPLAY 'FILE STATUS       :' FS-MATERIAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22300-CONTROLO-REPETIDA.
      *------------------------
      *  DOS MATERIAS DE ORIGEN QUE CORRESPONDEN A LA MISMA
      *  MATERIA PROPIA: SE PROPONE LA PRIMERA Y LA SEGUNDA LA
      *  DECIDE LA COMISION (MNTEQUI LA RECHAZARIA DUPLICADA).
      *------------------------

           SET  WS-IDX-TAB-PROP          TO 1.
           PERFORM UNTIL WS-IDX-TAB-PROP > WS-CANT-TAB-PROP
                    OR WS-TAB-PROP-MATERIA(WS-IDX-TAB-PROP) =
                                         WS-MATERIA-PROPIA
               SET WS-IDX-TAB-PROP       UP BY 1
           END-PERFORM.

           IF  WS-IDX-TAB-PROP > WS-CANT-TAB-PROP
               IF  WS-CANT-TAB-PROP < 100
                   ADD 1                 TO WS-CANT-TAB-PROP
                   SET WS-IDX-TAB-PROP   TO WS-CANT-TAB-PROP
                   MOVE WS-MATERIA-PROPIA
                        TO WS-TAB-PROP-MATERIA(WS-IDX-TAB-PROP)
               END-IF
           ELSE
               MOVE 'CORRESP. REPETIDA'  TO WS-MOTIVO
           END-IF.

       24000-GRABO-EQUTRANPAS.
      *-----------------------
      *  ALTA PROPUESTA PARA MNTEQUI (VER WEQUTRAN): LA RESOLUCION
      *  Y SU FECHA LAS COMPLETA LA COMISION.
      *-----------------------

           INITIALIZE EQUTRAN-RECORD.

           SET 88-EQUTRAN-ALTA           TO TRUE.
           MOVE WS-LEGAJO-DESTINO        TO EQUTRAN-COD-ALUMNO.
           MOVE WS-MATERIA-PROPIA        TO EQUTRAN-COD-MATERIA.
           MOVE SPACES                   TO EQUTRAN-RESOLUCION
                                            EQUTRAN-FECHA-RESOLUCION.
           MOVE WS-INST-NOMBRE           TO EQUTRAN-INSTITUCION-ORIGEN.

           WRITE REG-EQUTRANPAS-FD       FROM EQUTRAN-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-EQUTRANPAS-OK
                    ADD 1                TO WS-EQUIV-PROPUESTAS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 24000-GRABO-EQUTRANPAS'
                    DISPLAY 'ERROR EN WRITE      EQUTRANPAS'
                    DISPLAY 'FILE STATUS       :' FS-EQUTRANPAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       25000-IMPRIMO-SIN-CORRESPONDENCIA.
      *----------------------------------

           ADD 1                         TO WS-MATERIAS-REPORTADAS.

           MOVE PASE-INSTITUCION         TO DN-INSTITUCION.
           MOVE PASE-LEGAJO              TO DN-LEGAJO-ORIGEN.
           MOVE WS-LEGAJO-DESTINO        TO DN-LEGAJO.
           MOVE WS-DNI-ACTUAL            TO DN-DNI.
           MOVE WS-APELLIDO-ACTUAL       TO DN-APELLIDO.
           MOVE PASE-M-COD-MATERIA       TO DN-MATERIA-ORIGEN.
           MOVE PASE-M-NOMBRE            TO DN-NOMBRE.
           MOVE PASE-M-NOTA              TO DN-NOTA.
           MOVE PASE-M-FECHA             TO DN-FECHA.
           MOVE PASE-M-HORAS             TO DN-HORAS.
           MOVE WS-MOTIVO                TO DN-MOTIVO.

           PERFORM 25150-CONTROL-DE-LINEA.
           MOVE DET-NOMAP                TO REG-PASENOMAP.
           PERFORM 25300-ESCRIBO-PASENOMAP.

       25150-CONTROL-DE-LINEA.
      *-----------------------

           IF  WS-LINEA > WS-LINEAS-MAX
               SET 88-SALTO-HOJA-SI      TO TRUE
               PERFORM 25200-IMPRIMO-TITULOS
           END-IF.

       25200-IMPRIMO-TITULOS.
      *----------------------

           MOVE WS-CURRENT-DATE-DD       TO TITRP01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITRP01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITRP01-FECHA-AAAA.

           ADD  1 TO WS-PAGINA.
           MOVE WS-PAGINA                TO TITRP01-PAGINA.

           MOVE  TIT-RP01 TO REG-PASENOMAP.
           PERFORM 25300-ESCRIBO-PASENOMAP.
           MOVE  TIT-RP02 TO REG-PASENOMAP.
           PERFORM 25300-ESCRIBO-PASENOMAP.

           MOVE 3 TO WS-LINEA.

       25300-ESCRIBO-PASENOMAP.
      *------------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-PASENOMAP-FD FROM REG-PASENOMAP AFTER PAGE
           ELSE
              WRITE REG-PASENOMAP-FD FROM REG-PASENOMAP AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-PASENOMAP-OK
                   ADD 1              TO  WS-LINEA
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 25300-ESCRIBO-PASENOMAP'
                   DISPLAY 'ERROR EN ESCRIBO    PASENOMAP'
                   DISPLAY 'FILE STATUS       :' FS-PASENOMAP
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       30000-FINALIZO.
      *--------------
      *  EL REPORTE SALE SIEMPRE CON SU TOTAL, AUNQUE NO HAYA
      *  MATERIAS PARA LA COMISION. CON EL PAQUETE CONVERTIDO, LO
      *  QUE QUEDO EN EL REPORTE DEJA RC=4.
      *--------------

           IF  WS-RETORNO = 0
               PERFORM 25150-CONTROL-DE-LINEA
               MOVE WS-MATERIAS-REPORTADAS TO TRN-REPORTADAS
               MOVE WS-EQUIV-PROPUESTAS    TO TRN-PROPUESTAS
               MOVE SPACES                 TO REG-PASENOMAP
               PERFORM 25300-ESCRIBO-PASENOMAP
               MOVE TRL-NOMAP              TO REG-PASENOMAP
               PERFORM 25300-ESCRIBO-PASENOMAP
               IF  WS-MATERIAS-REPORTADAS > 0
               OR  WS-ALUMNOS-RECHAZADOS  > 0
                   MOVE 4                  TO WS-RETORNO
               END-IF
           END-IF.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'REGISTROS LEIDOS  :' WS-REGISTROS-LEIDOS.
           DISPLAY 'ALUMNOS LEIDOS    :' WS-ALUMNOS-LEIDOS.
           DISPLAY 'ALTAS ALUTRAN     :' WS-ALTAS-GRABADAS.
           DISPLAY 'YA REGISTRADOS    :' WS-ALUMNOS-EXISTENTES.
           DISPLAY 'NO CONVERTIDOS    :' WS-ALUMNOS-RECHAZADOS.
           DISPLAY 'MATERIAS LEIDAS   :' WS-MATERIAS-LEIDAS.
           DISPLAY 'ALTAS EQUTRAN     :' WS-EQUIV-PROPUESTAS.
           DISPLAY 'PARA LA COMISION  :' WS-MATERIAS-REPORTADAS.
           DISPLAY 'CODIGO DE RETORNO :' WS-RETORNO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-PASEENT-SI
              SET 88-OPEN-PASEENT-NO  TO TRUE
              CLOSE PASEENT
           END-IF.

           IF 88-OPEN-ALUMNOS-SI
              SET 88-OPEN-ALUMNOS-NO  TO TRUE
              CLOSE ALUMNOS
           END-IF.

           IF 88-OPEN-MATERIAS-SI
              SET 88-OPEN-MATERIAS-NO TO TRUE
              CLOSE MATERIAS
           END-IF.

           IF 88-OPEN-ALUTRANPAS-SI
              SET 88-OPEN-ALUTRANPAS-NO TO TRUE
              CLOSE ALUTRANPAS
           END-IF.

           IF 88-OPEN-EQUTRANPAS-SI
              SET 88-OPEN-EQUTRANPAS-NO TO TRUE
              CLOSE EQUTRANPAS
           END-IF.

           IF 88-OPEN-PASENOMAP-SI
              SET 88-OPEN-PASENOMAP-NO TO TRUE
              CLOSE PASENOMAP
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
