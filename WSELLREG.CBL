      * RELEYENDO EL VOLUMEN. CON ESTE REGISTRO, AUDITORIA RECIBE *
      * UN VOLUMEN MAS UNA LINEA DE PRUEBA EN LUGAR DEL DIARIO    *
      * CRUDO COMPLETO.                                           *
      * SELLOREG-LARGO-REG ES EL LARGO DE REGISTRO CON QUE SE      *
      * SELLO EL VOLUMEN. EN BLANCO O CERO (VOLUMENES SELLADOS     *
      * ANTES DE ESTE CAMPO) VALE EL LARGO ORIGINAL DEL DIARIO:    *
      * 220 PARA CALJRN Y 400 PARA MNTJRN.                        *
      * LREC = 60                                                 *
      *-----------------------------------------------------------*
       01  SELLOREG-REGISTRO.
           03  SELLOREG-SELLO                     PIC 9(09).
           03  SELLOREG-SELLO-PREVIO              PIC 9(09).
           03  SELLOREG-FECHA-SELLO               PIC X(08).
           03  SELLOREG-LARGO-REG                 PIC 9(03).
           03  FILLER                             PIC X(08).
