      *-----------------------------------------------------------*
      * COPY COBOL DEL ARCHIVO DE CUPONES DE PAGO DE DERECHOS DE  *
      * EXAMEN (CUPONES). UN REGISTRO POR INSCRIPCION ARANCELADA  *
      * (VER ARANCFG), EMITIDO POR BOPGM59 DESPUES DE LAS ALTAS   *
      * DE MNTINSC. LA CLAVE ES LA REFERENCIA DE PAGO QUE VIAJA   *
      * EN EL CODIGO DE BARRAS Y QUE EL BANCO DEVUELVE EN EL      *
      * ARCHIVO DE COBRANZAS; BOPGM60 LA USA PARA APLICAR CADA    *
      * COBRO Y GRABAR EL PAGO EN PAGOS. LA INSCRIPCION ES CLAVE  *
      * ALTERNATIVA (UN SOLO CUPON POR INSCRIPCION).              *
      * LREC = 100                                                *
      *-----------------------------------------------------------*
       01  CUPONES-REGISTRO.
           03  CUPONES-CLAVE.
               05  CUPONES-REFERENCIA              PIC 9(10).
               05  CUPONES-REFERENCIA-R REDEFINES
                   CUPONES-REFERENCIA.
                   07  CUPONES-NUMERO              PIC 9(09).
                   07  CUPONES-DIGITO              PIC 9(01).
           03  CUPONES-INSCRIPCION.
               05  CUPONES-COD-ALUMNO              PIC 9(06).
               05  CUPONES-COD-MATERIA             PIC X(08).
               05  CUPONES-FECHA-EXAMEN            PIC 9(08).
           03  CUPONES-INSTITUTO                   PIC X(10).
           03  CUPONES-IMPORTE                     PIC 9(07)V9(02).
           03  CUPONES-FECHA-EMISION               PIC 9(08).
           03  CUPONES-FECHA-VENCIMIENTO           PIC 9(08).
      *-------------------------------------------------------------*
      *     ESTADO DEL CUPON:                                       *
      *       'E' = EMITIDO, SIN COBROS.                            *
      *       'C' = COBRO PARCIAL (EL BANCO COBRO MENOS QUE EL      *
      *             IMPORTE; EL SALDO SIGUE PENDIENTE).             *
      *       'P' = PAGADO: YA SE GRABO EL REGISTRO EN PAGOS.       *
      *       'A' = ANULADO (LA INSCRIPCION SE DIO DE BAJA). SI EL  *
      *             ALUMNO VUELVE A INSCRIBIRSE SE REEMITE.         *
      *-------------------------------------------------------------*
           03  CUPONES-ESTADO                      PIC X(01).
               88  88-CUPONES-EMITIDO              VALUE 'E'.
               88  88-CUPONES-PARCIAL              VALUE 'C'.
               88  88-CUPONES-PAGADO               VALUE 'P'.
               88  88-CUPONES-ANULADO              VALUE 'A'.
      *-------------------------------------------------------------*
      *     COBROS APLICADOS: IMPORTE ACUMULADO, FECHA DEL ULTIMO   *
      *     COBRO Y LOTE (FECHA DE PROCESO + NUMERO DE ARCHIVO DEL  *
      *     BANCO, VER WBANCOB) QUE LO TRAJO.                       *
      *-------------------------------------------------------------*
           03  CUPONES-IMPORTE-COBRADO             PIC 9(07)V9(02).
           03  CUPONES-FECHA-COBRO                 PIC 9(08).
           03  CUPONES-LOTE-COBRO                  PIC 9(10).
           03  FILLER                              PIC X(05).
