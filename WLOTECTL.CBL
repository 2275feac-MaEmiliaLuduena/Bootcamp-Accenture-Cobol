      *-----------------------------------------------------------*
      * COPY COBOL DEL CONTROL DE LOTES DE MANTENIMIENTO          *
      * (LOTECTL), KEYED POR PROGRAMA + LOTE: UN REGISTRO POR     *
      * CADA LOTE DE TRANSACCIONES QUE CORRIO ALGUNA VEZ UN MNT*. *
      * EL LOTE LO IDENTIFICA OPERCTL-LOTE (VER WOPERCTL) Y LA    *
      * SECUENCIA DE CADA TRANSACCION ES SU POSICION EN EL        *
      * ARCHIVO DE TRANSACCIONES (1, 2, 3...).                    *
      *   ULTIMA-SECUENCIA: ULTIMA TRANSACCION CONFIRMADA, YA     *
      *     APLICADA O RECHAZADA. LOS MANTENIMIENTOS POR COPIA    *
      *     (STCALIFNEW, PLANESTNEW, ETC.) CONFIRMAN EL LOTE      *
      *     COMPLETO RECIEN AL TERMINAR.                          *
      *   ULTIMA-IMAGEN: COMIENZO DE ESA TRANSACCION, PARA        *
      *     VERIFICAR EN UN REPROCESO QUE EL ARCHIVO ES EL MISMO. *
      *   ESTADO: 'E' EN CURSO (LA CORRIDA NO LLEGO AL FINAL)     *
      *           'T' TERMINADO                                   *
      * UN REPROCESO DEL MISMO LOTE SALTEA HASTA ULTIMA-SECUENCIA *
      * Y RETOMA EN LA SIGUIENTE; UN LOTE TERMINADO NO SE VUELVE  *
      * A APLICAR. UN LOTE CORREGIDO SE ENTREGA CON OTRO LOTE.    *
      * LREC = 120                                                *
      *-----------------------------------------------------------*
       01  LOTECTL-REGISTRO.
           03  LOTECTL-CLAVE.
               05  LOTECTL-PROGRAMA                PIC X(08).
               05  LOTECTL-LOTE                    PIC X(10).
           03  LOTECTL-ULTIMA-SECUENCIA            PIC 9(07).
           03  LOTECTL-ESTADO                      PIC X(01).
               88  88-LOTECTL-EN-CURSO             VALUE 'E'.
               88  88-LOTECTL-TERMINADO            VALUE 'T'.
           03  LOTECTL-CORRIDAS                    PIC 9(03).
           03  LOTECTL-FECHA-INICIO                PIC 9(08).
           03  LOTECTL-FECHA-ULTIMA                PIC 9(08).
           03  LOTECTL-HORA-ULTIMA                 PIC 9(06).
           03  LOTECTL-ULTIMA-IMAGEN               PIC X(50).
           03  FILLER                              PIC X(19).
