      *---------------------------------------------------------------
      *COPY COBOL DEL ARCHIVO DE CALIFICACIONES STCALIF
      *LONGITUD DEL REGISTRO = 80
      *STCALIF ES UN INDEXADO CON CLAVE PRIMARIA STCALIF-CLAVE
      *(ALUMNO + MATERIA + FECHA DE EXAMEN + INTENTO) Y CLAVE
      *ALTERNATIVA CON DUPLICADOS STCALIF-MATERIA-FECHA (EL ACTA SIN
      *LA SEDE). POR ESO LA CLAVE VA AL FRENTE DEL REGISTRO. LOS
      *ARCHIVOS DE TRABAJO EN FORMATO STCALIF (DELTAS, CANDIDATOS,
      *HISTORIA, RECHAZOS) SON SECUENCIALES CON ESTE MISMO REGISTRO.
      *---------------------------------------------------------------
       01  STCALIF-RECORD.
           03  STCALIF-CLAVE.
               05  STCALIF-COD-ESTUDIANTE                  PIC 9(06).
               05  STCALIF-MATERIA-FECHA.
                   07  STCALIF-COD-MATERIA                 PIC X(08).
                   07  STCALIF-FECHA-EXAMEN.
                       09  STCALIF-FECHA-EXAMEN-PERIODO.
                           11  STCALIF-FECHA-EXAMEN-AAAA   PIC 9(04).
                           11  STCALIF-FECHA-EXAMEN-MM     PIC 9(02).
                       09  STCALIF-FECHA-EXAMEN-DD         PIC 9(02).
               05  STCALIF-INTENTO                         PIC 9(02).
           03  STCALIF-NOTA                            PIC 9(02)V9(01).
           03  STCALIF-INSTITUTO                           PIC X(50).
      *-------------------------------------------------------------*
      *     ESTADO DE LA NOTA: 'P' = PROVISORIA (ACTA SIN FIRMAR,   *
      *     NO SE PUBLICA EN ANALITICO NI BOLETIN), 'F' = FIRME     *
               88  88-STCALIF-PROVISORIA                   VALUE 'P'.
               88  88-STCALIF-FIRME                        VALUE 'F'
                                                                 ' '.
      *-------------------------------------------------------------*
      *     ORIGEN DE LA NOTA: 'P' = PROMOCION DIRECTA CALCULADA    *
      *     POR BOPGM53 DESDE LOS COMPONENTES DE LA CURSADA (SIN    *
      *     EXAMEN FINAL). EN BLANCO = EXAMEN.                      *
      *-------------------------------------------------------------*
           03  STCALIF-ORIGEN                              PIC X(01).
               88  88-STCALIF-PROMOCION                    VALUE 'P'.
               88  88-STCALIF-EXAMEN                       VALUE ' '.
           03  FILLER                                      PIC X(01).
