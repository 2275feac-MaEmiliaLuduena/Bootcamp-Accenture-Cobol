      *-----------------------------------------------------------*
      * COPY COBOL DEL PARAMETRO DE CURSADAS (CURSACFG). UNICA    *
      * LINEA DEL ARCHIVO DE PARAMETROS:                          *
      *   - ASISTENCIA-MINIMA: PORCENTAJE DE ASISTENCIA POR DEBAJO*
      *     DEL CUAL MNTCURS NO ACEPTA UNA CURSADA REGULAR NI     *
      *     PROMOCIONADA (DEFECTO 75).                            *
      *   - LLAMADOS-VIGENCIA: CANTIDAD DE LLAMADOS POSTERIORES   *
      *     AL CIERRE DE LA CURSADA EN LOS QUE LA REGULARIDAD     *
      *     SIGUE VIGENTE (DEFECTO 5). PASADOS ESOS LLAMADOS LA   *
      *     MATERIA SOLO SE RINDE LIBRE (MNTINSC/BOPGM01).        *
      *   - AUSENTES-POR-LLAMADO: CADA TANTOS AUSENTES DEL ALUMNO *
      *     EN LA MATERIA DESDE EL CIERRE DE LA CURSADA SE        *
      *     DESCUENTA UN LLAMADO MAS DE LA VIGENCIA. EN CERO (O   *
      *     SIN ARCHIVO) LOS AUSENTES NO AFECTAN LA REGULARIDAD.  *
      * SIN ARCHIVO RIGEN LOS DEFECTOS DE CADA PROGRAMA.          *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  CURSACFG-RECORD.
           03  CURSACFG-ASISTENCIA-MINIMA          PIC 9(03).
           03  CURSACFG-LLAMADOS-VIGENCIA          PIC 9(02).
           03  CURSACFG-AUSENTES-POR-LLAMADO       PIC 9(02).
           03  FILLER                              PIC X(23).
