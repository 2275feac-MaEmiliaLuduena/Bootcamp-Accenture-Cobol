      *-----------------------------------------------------------*
      * COPY COBOL DEL PARAMETRO DE MANTENIMIENTO DE ESTADOACAD   *
      * (ESTADOCFG), UNICA LINEA, USADO POR BOPGM12:              *
      *   MODO          'C' (O SIN ARCHIVO) RECONSTRUYE TODO      *
      *                 ESTADOACAD DESDE STCALIF, COMO SIEMPRE.   *
      *                 'I' RECALCULA SOLO LOS PARES PENDIENTES   *
      *                 DE ESTADOPEND (VER WESTPEND).             *
      *   DIA-COMPLETO  CON MODO 'I', DIA DE LA SEMANA (1 LUNES   *
      *                 ... 7 DOMINGO) EN QUE IGUAL SE RECONSTRUYE*
      *                 TODO; 0 = NUNCA.                          *
      *   MUESTRA       CON MODO 'I', PARES NO PENDIENTES QUE SE  *
      *                 RECALCULAN COMPLETOS Y SE CONTRASTAN CON  *
      *                 ESTADOACAD (0 = SIN CONTRASTE, MAXIMO     *
      *                 500). LA MUESTRA AVANZA CADA NOCHE DESDE  *
      *                 DONDE QUEDO LA ANTERIOR (VER WESTACTL).   *
      * LA RECONSTRUCCION A DEMANDA SE PIDE CON EL ARCHIVO        *
      * ESTADOREC (UNICA LINEA 'SI').                             *
      * LREC = 30                                                 *
      *-----------------------------------------------------------*
       01  ESTADOCFG-REGISTRO.
           03  ESTADOCFG-MODO                     PIC X(01).
               88  88-ESTADOCFG-INCREMENTAL       VALUE 'I'.
               88  88-ESTADOCFG-COMPLETO          VALUE 'C' ' '.
           03  ESTADOCFG-DIA-COMPLETO             PIC 9(01).
           03  ESTADOCFG-MUESTRA                  PIC 9(04).
           03  FILLER                             PIC X(24).
