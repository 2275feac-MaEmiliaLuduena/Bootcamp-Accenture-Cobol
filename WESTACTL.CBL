      *-----------------------------------------------------------*
      * COPY COBOL DEL CONTROL DE ESTADOACAD (ESTADOCTL), UNICO   *
      * REGISTRO QUE BOPGM12 REGRABA AL TERMINAR CADA CORRIDA:    *
      *   - FECHA Y MODO DE LA ULTIMA CORRIDA Y FECHA DE LA       *
      *     ULTIMA RECONSTRUCCION COMPLETA. SIN ESTE CONTROL EL   *
      *     MODO INCREMENTAL NO CORRE: NO HAY UN ESTADOACAD       *
      *     COMPLETO SOBRE EL CUAL APLICAR LOS PENDIENTES.        *
      *   - CLAVE DESDE LA QUE ARRANCA LA MUESTRA DE CONTRASTE DE *
      *     LA PROXIMA CORRIDA INCREMENTAL.                       *
      *   - PARES RECALCULADOS Y DIFERENCIAS DE LA ULTIMA MUESTRA.*
      * LREC = 60                                                 *
      *-----------------------------------------------------------*
       01  ESTADOCTL-REGISTRO.
           03  ESTADOCTL-FECHA-ULTIMA             PIC X(08).
           03  ESTADOCTL-MODO-ULTIMO              PIC X(01).
           03  ESTADOCTL-FECHA-COMPLETO           PIC X(08).
           03  ESTADOCTL-MUESTRA-DESDE.
               05  ESTADOCTL-MUESTRA-ALUMNO       PIC 9(06).
               05  ESTADOCTL-MUESTRA-MATERIA      PIC X(08).
           03  ESTADOCTL-PARES-RECALCULADOS       PIC 9(07).
           03  ESTADOCTL-DIFERENCIAS              PIC 9(05).
           03  FILLER                             PIC X(17).
