      *-----------------------------------------------------------*
      * COPY COBOL DEL PARAMETRO DE PLAZOS DE REVISION DE EXAMEN  *
      * (REVICFG). UNICA LINEA DEL ARCHIVO DE PARAMETROS:         *
      *   DIAS-PRESENTACION: DIAS HABILES DESDE LA EMISION DEL    *
      *                      ACTA PARA PEDIR LA REVISION.         *
      *   DIAS-RESOLUCION:   DIAS HABILES DESDE LA PRESENTACION   *
      *                      PARA RESOLVERLA.                     *
      *   DIAS-AVISO:        BOPGM68 LISTA COMO PROXIMAS A VENCER *
      *                      LAS PRESENTADAS A LAS QUE LES QUEDAN *
      *                      ESOS DIAS CORRIDOS O MENOS PARA EL   *
      *                      LIMITE DE RESOLUCION (Y LAS YA       *
      *                      VENCIDAS).                           *
      * LOS DIAS HABILES SALTEAN FINES DE SEMANA Y FERIADOS       *
      * (FERIADOS). UN CAMPO EN CERO O SIN ARCHIVO TOMA EL        *
      * DEFECTO DEL PROGRAMA (3, 10 Y 3).                         *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  REVICFG-RECORD.
           03  REVICFG-DIAS-PRESENTACION           PIC 9(02).
           03  REVICFG-DIAS-RESOLUCION             PIC 9(02).
           03  REVICFG-DIAS-AVISO                  PIC 9(02).
           03  FILLER                              PIC X(24).
