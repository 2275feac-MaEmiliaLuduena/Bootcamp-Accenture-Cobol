      *-----------------------------------------------------------*
      * COPY COBOL DEL REGISTRO PERMANENTE DE DOCUMENTOS EMITIDOS *
      * (EMITIDOS): CADA CERTIFICADO ANALITICO QUE EMITE BOPGM10  *
      * QUEDA GUARDADO CON SU CODIGO DE VERIFICACION, IMPRESO AL  *
      * PIE DEL DOCUMENTO. EL CODIGO ES EL NUMERO CORRELATIVO DEL *
      * DOCUMENTO (QUE NUNCA SE REUSA) MAS TRES DIGITOS DE        *
      * CONTROL TOMADOS DEL DIGESTO DEL CONTENIDO.                *
      *   - RENGLON 000: CABECERA DEL DOCUMENTO (FECHA DE         *
      *     EMISION, TRAMITE SOLICITQ, FOLIO, DATOS DEL ALUMNO,   *
      *     APROBADAS, PROMEDIO, DIGESTO Y ESTADO).               *
      *   - RENGLONES 001 EN ADELANTE: UNA LINEA POR ASIGNATURA   *
      *     CERTIFICADA, EN EL ORDEN EN QUE SALIO IMPRESA.        *
      * EL DIGESTO ES EL MISMO HASH MULTIPLICATIVO DEL SELLO DE   *
      * DIARIOS (VER BOPGM38), CALCULADO SOBRE LAS LINEAS DE      *
      * ASIGNATURAS Y LA PARTE CERTIFICADA DE LA CABECERA. AL     *
      * EMITIRSE UN NUEVO ANALITICO DEL MISMO ALUMNO, LOS         *
      * ANTERIORES QUEDAN REEMPLAZADOS ('R') CON EL CODIGO DEL    *
      * NUEVO. BOPGM55 VERIFICA UN CODIGO A DEMANDA.              *
      * LREC = 150                                                *
      *-----------------------------------------------------------*
       01  EMITIDOS-REGISTRO.
           03  EMITIDOS-CLAVE.
               05  EMITIDOS-NUMERO                PIC 9(07).
               05  EMITIDOS-RENGLON               PIC 9(03).
                   88  88-EMITIDOS-CABECERA       VALUE 0.
      *-------------------------------------------------------------*
      *     CLAVE ALTERNATIVA CON DUPLICADOS: TODOS LOS RENGLONES   *
      *     DE TODOS LOS DOCUMENTOS DEL ALUMNO.                     *
      *-------------------------------------------------------------*
           03  EMITIDOS-COD-ALUMNO                PIC 9(06).
           03  EMITIDOS-TIPO-RENGLON              PIC X(01).
               88  88-EMITIDOS-TIPO-CABECERA      VALUE 'C'.
               88  88-EMITIDOS-TIPO-NORMAL        VALUE 'N'.
               88  88-EMITIDOS-TIPO-EQUIVAL       VALUE 'E'.
           03  EMITIDOS-DATOS                     PIC X(133).
      *-------------------------------------------------------------*
      *     VISTA DE LA CABECERA (RENGLON 000). EMITIDOS-CAB-       *
      *     CERTIFICADO ES LA PARTE QUE ENTRA EN EL DIGESTO; EL     *
      *     CONTROL, EL ESTADO Y EL REEMPLAZO QUEDAN AFUERA.        *
      *-------------------------------------------------------------*
           03  EMITIDOS-CABECERA REDEFINES EMITIDOS-DATOS.
               05  EMITIDOS-CAB-CERTIFICADO.
                   07  EMITIDOS-FECHA-EMISION     PIC X(08).
                   07  EMITIDOS-TRAMITE           PIC 9(06).
                   07  EMITIDOS-FOLIO             PIC 9(06).
                   07  EMITIDOS-DNI               PIC 9(08).
                   07  EMITIDOS-NOMBRE            PIC X(60).
                   07  EMITIDOS-APROBADAS         PIC 9(03).
                   07  EMITIDOS-PROMEDIO          PIC 9(02)V9(01).
               05  EMITIDOS-DIGESTO               PIC 9(09).
               05  EMITIDOS-CONTROL               PIC 9(03).
               05  EMITIDOS-ESTADO                PIC X(01).
                   88  88-EMITIDOS-VIGENTE        VALUE 'V'.
                   88  88-EMITIDOS-REEMPLAZADO    VALUE 'R'.
               05  EMITIDOS-REEMPLAZO.
                   07  EMITIDOS-REEMPL-NUMERO     PIC 9(07).
                   07  EMITIDOS-REEMPL-CONTROL    PIC 9(03).
               05  EMITIDOS-FECHA-REEMPLAZO       PIC X(08).
               05  FILLER                         PIC X(08).
      *-------------------------------------------------------------*
      *     VISTA DE UNA LINEA DE ASIGNATURA (RENGLON 001 A N).     *
      *     REFERENCIA: LIBRO/FOLIO DEL ACTA O 'PROMOCION' PARA LAS *
      *     NORMALES ('N'), NUMERO DE RESOLUCION PARA LAS           *
      *     EQUIVALENCIAS ('E'). INSTITUTO: SEDE DE LA APROBACION O *
      *     INSTITUCION DE ORIGEN DE LA EQUIVALENCIA.               *
      *-------------------------------------------------------------*
           03  EMITIDOS-DETALLE REDEFINES EMITIDOS-DATOS.
               05  EMITIDOS-DET-COD-MATERIA       PIC X(08).
               05  EMITIDOS-DET-MATERIA           PIC X(40).
               05  EMITIDOS-DET-NOTA              PIC 9(02)V9(01).
               05  EMITIDOS-DET-FECHA             PIC X(08).
               05  EMITIDOS-DET-INSTITUTO         PIC X(40).
               05  EMITIDOS-DET-REFERENCIA        PIC X(12).
               05  FILLER                         PIC X(22).
