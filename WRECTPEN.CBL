      *-----------------------------------------------------------*
      * COPY COBOL DE LA COLA DE RECTIFICACIONES PENDIENTES DE    *
      * APROBACION (RECTPEND): UN REGISTRO POR TRANSACCION DE     *
      * CALTRAN SOLICITADA, KEYED POR EL NUMERO QUE ASIGNA        *
      * MNTRECT (CORRELATIVO, NUNCA SE REUSA). UNA NOTA TIENE     *
      * PESO LEGAL: NINGUN OPERADOR LA CAMBIA SOLO. QUIEN LA      *
      * SOLICITA CARGA LA TRANSACCION CON SU DOCUMENTO DE         *
      * RESPALDO, UN SEGUNDO OPERADOR DISTINTO LA APRUEBA O LA    *
      * RECHAZA EN MNTRECT Y MNTCALIF SOLO APLICA LAS APROBADAS.  *
      *   ESTADO: 'P' PENDIENTE DE APROBACION                     *
      *           'A' APROBADA, ESPERANDO QUE MNTCALIF LA APLIQUE *
      *           'R' RECHAZADA POR EL APROBADOR                  *
      *           'X' APLICADA POR MNTCALIF (CON FECHA)           *
      *           'F' FALLIDA: MNTCALIF NO LA PUDO APLICAR (EL    *
      *               EXAMEN NO EXISTE O EL SOLICITANTE YA NO     *
      *               ESTA AUTORIZADO); VER CALTRANREJ.           *
      * BOPGM66 LISTA LA ANTIGUEDAD DE LAS PENDIENTES/APROBADAS.  *
      * MNTREVI TAMBIEN ENCOLA ACA LA NOTA MODIFICADA POR UNA     *
      * REVISION DE EXAMEN (DOCUMENTO 'REVISION', VER WREVISIO),   *
      * CON EL MISMO CORRELATIVO: SIGUE EL CAMINO DE CUALQUIER    *
      * OTRA RECTIFICACION.                                       *
      * DIARIO: 'S' CUANDO MNTCALIF YA CAMBIO EL EXAMEN EN EL     *
      *   LUGAR EN STCALIF (INDEXADO) Y GRABO CALJRN Y ESTADOPEND *
      *   DE LA RECTIFICACION, EN UNA CORRIDA QUE TODAVIA NO      *
      *   TERMINO. UN REPROCESO NO LA VUELVE A APLICAR NI LA      *
      *   DUPLICA EN LOS DIARIOS: SOLO LA CIERRA. SIN LA MARCA,   *
      *   UNA ANULACION O RE-IMPUTACION QUE YA NO ENCUENTRA EL    *
      *   EXAMEN EN LA CLAVE VIEJA SE RECONOCE COMO YA APLICADA   *
      *   Y SOLO SE GRABAN SUS DIARIOS. AL TERMINAR LA CORRIDA SE *
      *   LIMPIA.                                                 *
      * LREC = 180                                                *
      *-----------------------------------------------------------*
       01  RECTPEND-REGISTRO.
           03  RECTPEND-CLAVE.
               05  RECTPEND-NUMERO                PIC 9(06).
           03  RECTPEND-ESTADO                    PIC X(01).
               88  88-RECTPEND-PENDIENTE          VALUE 'P'.
               88  88-RECTPEND-APROBADA           VALUE 'A'.
               88  88-RECTPEND-RECHAZADA          VALUE 'R'.
               88  88-RECTPEND-APLICADA           VALUE 'X'.
               88  88-RECTPEND-FALLIDA            VALUE 'F'.
      *-------------------------------------------------------------*
      *     IMAGEN COMPLETA DE LA TRANSACCION CALTRAN TAL COMO LA   *
      *     CARGO EL SOLICITANTE (VER WCALTRAN).                    *
      *-------------------------------------------------------------*
           03  RECTPEND-TRANSACCION               PIC X(80).
           03  RECTPEND-SOLICITANTE               PIC X(08).
           03  RECTPEND-DOCUMENTO                 PIC X(10).
           03  RECTPEND-FECHA-SOLICITUD           PIC X(08).
           03  RECTPEND-APROBADOR                 PIC X(08).
           03  RECTPEND-FECHA-RESOLUCION          PIC X(08).
           03  RECTPEND-OBSERVACION               PIC X(30).
           03  RECTPEND-FECHA-APLICACION          PIC X(08).
           03  RECTPEND-DIARIO                    PIC X(01).
               88  88-RECTPEND-DIARIO-GRABADO     VALUE 'S'.
           03  FILLER                             PIC X(12).
