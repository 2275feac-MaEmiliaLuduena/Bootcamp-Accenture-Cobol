      *-----------------------------------------------------------*
      * COPY COBOL DEL EXTRACTO NOCTURNO PARA EL PORTAL WEB DEL   *
      * ALUMNO (PORTAL), GRABADO POR BOPGM63. LONGITUD FIJA, UN   *
      * BLOQUE POR ALUMNO EN ORDEN DE LEGAJO:                     *
      *   'A' = CABECERA DEL BLOQUE: NOMBRE Y CONTACTO (EDITADO   *
      *         SEGUN PRIVCFG, SALIDA 'PORTAL').                  *
      *   'R' = AVISO DE REGULARIDAD POR CARRERA (REGULARID).     *
      *   'M' = UNA MATERIA DEL ESTADO ACADEMICO (ESTADOACAD):    *
      *         APROBADA O PENDIENTE (RENDIDA SIN APROBAR).       *
      *   'I' = UNA INSCRIPCION ABIERTA (EXAMEN DE HOY EN         *
      *         ADELANTE).                                        *
      *   'E' = UN LUGAR EN LISTA DE ESPERA, CON LA POSICION      *
      *         DENTRO DE SU LLAMADO.                             *
      *   'B' = UN BLOQUEO ADMINISTRATIVO VIGENTE.                *
      *   'D' = DERECHOS DE EXAMEN IMPAGOS (DEUDORES).            *
      *   'S' = UN TRAMITE DE CERTIFICADO ANALITICO (SOLICITQ).   *
      * Y AL FINAL UN UNICO REGISTRO:                             *
      *   'T' = TRAILER DE CONTROL (LEGAJO 999999): ALUMNOS,      *
      *         REGISTROS GRABADOS ANTES DEL TRAILER, SUMA DE     *
      *         LEGAJOS Y MODO DE PRIVACIDAD APLICADO, PARA QUE   *
      *         LA CARGA DEL PORTAL VERIFIQUE QUE RECIBIO EL      *
      *         ARCHIVO COMPLETO.                                 *
      * LREC = 130                                                *
      *-----------------------------------------------------------*
       01  PORTAL-REGISTRO.
           03  PORTAL-TIPO                         PIC X(01).
               88  88-PORTAL-ALUMNO                VALUE 'A'.
               88  88-PORTAL-REGULARIDAD           VALUE 'R'.
               88  88-PORTAL-MATERIA               VALUE 'M'.
               88  88-PORTAL-INSCRIPCION           VALUE 'I'.
               88  88-PORTAL-ESPERA                VALUE 'E'.
               88  88-PORTAL-BLOQUEO               VALUE 'B'.
               88  88-PORTAL-DEUDA                 VALUE 'D'.
               88  88-PORTAL-SOLICITUD             VALUE 'S'.
               88  88-PORTAL-TRAILER               VALUE 'T'.
           03  PORTAL-COD-ALUMNO                   PIC 9(06).
           03  PORTAL-DATOS                        PIC X(123).
           03  PORTAL-ALUMNO REDEFINES PORTAL-DATOS.
               05  PORTAL-A-NOMBRE                 PIC X(50).
               05  PORTAL-A-EMAIL                  PIC X(40).
               05  PORTAL-A-TELEFONO               PIC X(15).
               05  PORTAL-A-EMAIL-INVALIDO         PIC X(01).
               05  PORTAL-A-TELEFONO-INVALIDO      PIC X(01).
               05  PORTAL-A-FECHA-PROCESO          PIC 9(08).
               05  FILLER                          PIC X(08).
           03  PORTAL-REGULARIDAD REDEFINES PORTAL-DATOS.
               05  PORTAL-R-CARRERA                PIC X(06).
      *-------------------------------------------------------------*
      *     'A' = EN AVISO, 'P' = REGULARIDAD PERDIDA (VER          *
      *     WREGULAR).                                              *
      *-------------------------------------------------------------*
               05  PORTAL-R-ESTADO                 PIC X(01).
               05  PORTAL-R-ULTIMO-PERIODO         PIC 9(06).
               05  PORTAL-R-PERIODOS-INACTIVO      PIC 9(03).
               05  FILLER                          PIC X(107).
           03  PORTAL-MATERIA REDEFINES PORTAL-DATOS.
               05  PORTAL-M-MATERIA                PIC X(08).
      *-------------------------------------------------------------*
      *     'A' = APROBADA, 'P' = PENDIENTE.                        *
      *-------------------------------------------------------------*
               05  PORTAL-M-ESTADO                 PIC X(01).
               05  PORTAL-M-MEJOR-NOTA             PIC 9(02)V9(01).
               05  PORTAL-M-FECHA-MEJOR            PIC X(08).
               05  PORTAL-M-CANT-INTENTOS          PIC 9(02).
               05  PORTAL-M-CANT-AUSENTES          PIC 9(02).
               05  PORTAL-M-ORIGEN                 PIC X(01).
               05  FILLER                          PIC X(98).
           03  PORTAL-INSCRIPCION REDEFINES PORTAL-DATOS.
               05  PORTAL-I-MATERIA                PIC X(08).
               05  PORTAL-I-FECHA-EXAMEN           PIC X(08).
               05  PORTAL-I-INSTITUTO              PIC X(10).
               05  PORTAL-I-CONDICION              PIC X(01).
               05  FILLER                          PIC X(96).
           03  PORTAL-ESPERA REDEFINES PORTAL-DATOS.
               05  PORTAL-E-MATERIA                PIC X(08).
               05  PORTAL-E-FECHA-EXAMEN           PIC X(08).
               05  PORTAL-E-INSTITUTO              PIC X(10).
               05  PORTAL-E-POSICION               PIC 9(04).
               05  FILLER                          PIC X(93).
           03  PORTAL-BLOQUEO REDEFINES PORTAL-DATOS.
               05  PORTAL-B-TIPO                   PIC X(03).
               05  PORTAL-B-MOTIVO                 PIC X(30).
               05  PORTAL-B-FECHA-ALTA             PIC X(08).
               05  FILLER                          PIC X(82).
           03  PORTAL-DEUDA REDEFINES PORTAL-DATOS.
               05  PORTAL-D-IMPORTE                PIC 9(07)V9(02).
               05  PORTAL-D-EXAMENES               PIC 9(03).
               05  FILLER                          PIC X(111).
           03  PORTAL-SOLICITUD REDEFINES PORTAL-DATOS.
               05  PORTAL-S-TRAMITE                PIC 9(06).
      *-------------------------------------------------------------*
      *     EL MISMO ESTADO DE SOLICITQ: 'P' PENDIENTE, 'E'         *
      *     EMITIDO, 'D' ENTREGADO, 'A' ANULADO.                    *
      *-------------------------------------------------------------*
               05  PORTAL-S-ESTADO                 PIC X(01).
               05  PORTAL-S-FECHA-SOLICITUD        PIC X(08).
               05  PORTAL-S-FECHA-EMISION          PIC X(08).
               05  PORTAL-S-DESTINO                PIC X(30).
               05  FILLER                          PIC X(70).
           03  PORTAL-TRAILER REDEFINES PORTAL-DATOS.
               05  PORTAL-T-ALUMNOS                PIC 9(07).
               05  PORTAL-T-REGISTROS              PIC 9(09).
               05  PORTAL-T-HASH-LEGAJOS           PIC 9(11).
               05  PORTAL-T-MODO-PRIV              PIC X(01).
               05  PORTAL-T-FECHA-PROCESO          PIC 9(08).
               05  FILLER                          PIC X(87).
