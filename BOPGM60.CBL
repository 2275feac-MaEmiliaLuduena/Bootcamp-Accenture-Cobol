       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BOPGM60.
      *AUTHOR. MARIA EMILIA LUDUENA
      *
      *-----------------------------------------------------------
      * ESTE PROGRAMA APLICA, A DEMANDA, EL ARCHIVO DIARIO DE
      * COBRANZAS DEL BANCO RECAUDADOR (BANCOCOB, VER WBANCOB)
      * CONTRA LOS CUPONES DE PAGO QUE EMITE BOPGM59 (CUPONES, VER
      * WCUPONES). CADA COBRO SE CRUZA CON SU CUPON POR LA
      * REFERENCIA DE PAGO; CUANDO EL CUPON QUEDA CUBIERTO SE GRABA
      * EL REGISTRO EN PAGOS (VER WPAGOS), EL MISMO QUE ANTES
      * CARGABA TESORERIA A MANO Y QUE CONCILIA BOPGM41.
      *-----------------------------------------------------------
      * ANTES DE APLICAR NADA SE CONTROLA EL ARCHIVO COMPLETO:
      * ENCABEZADO PRIMERO, PIE AL FINAL, CANTIDAD E IMPORTE DE
      * LOS COBROS IGUALES A LOS DEL PIE Y ENTE IGUAL AL DE
      * CUPONCFG. UN ARCHIVO QUE NO CUADRA SE RECHAZA ENTERO. UN
      * ARCHIVO CUYO LOTE (FECHA DE PROCESO + NUMERO DE ARCHIVO)
      * YA FIGURA EN BANCOCTL NO SE VUELVE A APLICAR.
      *-----------------------------------------------------------
      * EL REPORTE COBRANZAS LISTA LAS EXCEPCIONES:
      *   REFERENCIA INVALIDA  DIGITO VERIFICADOR INCORRECTO.
      *   SIN CUPON            LA REFERENCIA NO EXISTE EN CUPONES.
      *   PAGO DUPLICADO       EL CUPON YA ESTABA PAGADO.
      *   CUPON ANULADO        LA INSCRIPCION SE DIO DE BAJA: EL
      *                        IMPORTE QUEDA PARA DEVOLVER.
      *   PAGO PARCIAL         COBRO MENOR AL IMPORTE: SE ACUMULA
      *                        Y EL CUPON QUEDA CON SALDO.
      *   PAGO EXCEDIDO        COBRO MAYOR AL IMPORTE: SE APLICA Y
      *                        SE INFORMA EL EXCEDENTE.
      *-----------------------------------------------------------
      * RETORNO:
      *   RC=0  TODOS LOS COBROS APLICADOS, O NO HAY ARCHIVO.
      *   RC=4  HAY EXCEPCIONES, O EL ARCHIVO YA ESTABA APLICADO.
      *   RC=8  ARCHIVO RECHAZADO POR CONTROL DE INTEGRIDAD.
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------

       FILE-CONTROL.
      *------------

      *----------------------------------------------------------
      *  LOS NOMBRES LOGICOS SE RESUELVEN CONTRA LAS VARIABLES DE
      *  ENTORNO DEL MISMO NOMBRE (VER JOB STREAM GRADES.JCL).
      *----------------------------------------------------------

           SELECT OPTIONAL BANCOCOB ASSIGN      TO
                                   'BANCOCOB'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-BANCOCOB.

           SELECT CUPONES          ASSIGN       TO
                                   'CUPONES'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS CUPONES-CLAVE-FD
                                   ALTERNATE RECORD KEY IS
                                            CUPONES-INSCRIP-FD
                                   FILE STATUS  IS FS-CUPONES.

           SELECT OPTIONAL CUPONCFG ASSIGN      TO
                                   'CUPONCFG'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-CUPONCFG.

           SELECT OPTIONAL PAGOS   ASSIGN       TO
                                   'PAGOS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-PAGOS.

           SELECT OPTIONAL BANCOCTL ASSIGN      TO
                                   'BANCOCTL'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-BANCOCTL.

           SELECT COBRANZAS        ASSIGN       TO
                                   'COBRANZAS'
                                   ORGANIZATION IS SEQUENTIAL
                                   ACCESS MODE  IS SEQUENTIAL
                                   FILE STATUS  IS FS-COBRANZAS.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  BANCOCOB
           RECORDING MODE IS F.
       01  REG-BANCOCOB-FD               PIC  X(80).

       FD  CUPONES.
       01  CUPONES-DATOS-FD.
           03  CUPONES-CLAVE-FD          PIC X(10).
           03  CUPONES-INSCRIP-FD        PIC X(22).
           03  FILLER                    PIC X(68).

       FD  CUPONCFG
           RECORDING MODE IS F.
       01  CUPONCFG-RECORD-FD            PIC  X(30).

       FD  PAGOS
           RECORDING MODE IS F.
       01  PAGOS-RECORD-FD               PIC  X(40).

       FD  BANCOCTL
           RECORDING MODE IS F.
       01  BANCOCTL-RECORD-FD            PIC  X(40).

       FD  COBRANZAS
           RECORDING MODE IS F.
       01  REG-COBRANZAS-FD              PIC  X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                  PIC  X(20) VALUE 'BOPGM60'.

       77  FS-BANCOCOB                   PIC  X(02) VALUE ' '.
           88 88-FS-BANCOCOB-OK                     VALUE '00'.
           88 88-FS-BANCOCOB-OPT                    VALUE '05'.
           88 88-FS-BANCOCOB-EOF                    VALUE '10'.

       77  FS-CUPONES                    PIC X(02)  VALUE ' '.
           88 88-FS-CUPONES-OK                      VALUE '00'.
           88 88-FS-CUPONES-NOKEY                   VALUE '23'.

       77  FS-CUPONCFG                   PIC  X(02) VALUE ' '.
           88 88-FS-CUPONCFG-OK                     VALUE '00'.

       77  FS-PAGOS                      PIC  X(02) VALUE ' '.
           88 88-FS-PAGOS-OK                        VALUE '00'.

       77  FS-BANCOCTL                   PIC  X(02) VALUE ' '.
           88 88-FS-BANCOCTL-OK                     VALUE '00'.
           88 88-FS-BANCOCTL-EOF                    VALUE '10'.

       77  FS-COBRANZAS                  PIC  X(02) VALUE ' '.
           88 88-FS-COBRANZAS-OK                    VALUE '00'.

       77  WS-OPEN-BANCOCOB              PIC X      VALUE 'N'.
           88 88-OPEN-BANCOCOB-SI                   VALUE 'S'.
           88 88-OPEN-BANCOCOB-NO                   VALUE 'N'.

       77  WS-OPEN-CUPONES               PIC X      VALUE 'N'.
           88 88-OPEN-CUPONES-SI                    VALUE 'S'.
           88 88-OPEN-CUPONES-NO                    VALUE 'N'.

       77  WS-OPEN-PAGOS                 PIC X      VALUE 'N'.
           88 88-OPEN-PAGOS-SI                      VALUE 'S'.
           88 88-OPEN-PAGOS-NO                      VALUE 'N'.

       77  WS-OPEN-COBRANZAS             PIC X      VALUE 'N'.
           88 88-OPEN-COBRANZAS-SI                  VALUE 'S'.
           88 88-OPEN-COBRANZAS-NO                  VALUE 'N'.

      *-------------------------------------------------------------*
      *     SITUACION DEL ARCHIVO DEL BANCO                         *
      *-------------------------------------------------------------*
       77  WS-HAY-ARCHIVO                PIC X      VALUE 'S'.
           88 88-HAY-ARCHIVO-SI                     VALUE 'S'.
           88 88-HAY-ARCHIVO-NO                     VALUE 'N'.

       77  WS-ARCHIVO-VALIDO             PIC X      VALUE 'S'.
           88 88-ARCHIVO-VALIDO-SI                  VALUE 'S'.
           88 88-ARCHIVO-VALIDO-NO                  VALUE 'N'.

       77  WS-LOTE-APLICADO              PIC X      VALUE 'N'.
           88 88-LOTE-APLICADO-SI                   VALUE 'S'.
           88 88-LOTE-APLICADO-NO                   VALUE 'N'.

       77  WS-HAY-ENCABEZADO             PIC X      VALUE 'N'.
           88 88-HAY-ENCABEZADO-SI                  VALUE 'S'.
           88 88-HAY-ENCABEZADO-NO                  VALUE 'N'.

       77  WS-HAY-PIE                    PIC X      VALUE 'N'.
           88 88-HAY-PIE-SI                         VALUE 'S'.
           88 88-HAY-PIE-NO                         VALUE 'N'.

       77  WS-MOTIVO-RECHAZO             PIC X(60)  VALUE ' '.

       77  WS-ENTE-CUPONCFG              PIC 9(04)  VALUE 0.

       01  WS-LOTE.
           03  WS-LOTE-FECHA             PIC 9(08)  VALUE 0.
           03  WS-LOTE-NUMERO            PIC 9(02)  VALUE 0.

       77  WS-FECHA-APLICADO             PIC 9(08)  VALUE 0.
       77  WS-ARCH-REGISTROS             PIC 9(07)  VALUE 0.
       77  WS-ARCH-DETALLES              PIC 9(07)  VALUE 0.
       77  WS-ARCH-IMPORTE               PIC 9(11)V9(02) VALUE 0.
       77  WS-PIE-CANTIDAD               PIC 9(07)  VALUE 0.
       77  WS-PIE-IMPORTE                PIC 9(11)V9(02) VALUE 0.

      *-------------------------------------------------------------*
      *     DIGITO VERIFICADOR DE LA REFERENCIA (MISMO CALCULO QUE  *
      *     24500-CALCULO-DIGITO EN BOPGM59)                        *
      *-------------------------------------------------------------*
       01  WS-REFERENCIA.
           03  WS-REF-NUMERO             PIC 9(09)  VALUE 0.
           03  WS-REF-DIGITO             PIC 9(01)  VALUE 0.

       77  WS-DV-CADENA                  PIC X(31)  VALUE ' '.
       77  WS-DV-LARGO                   PIC 9(02)  VALUE 0.
       77  WS-DV-POS                     PIC 9(02)  VALUE 0.
       77  WS-DV-PESO                    PIC 9(01)  VALUE 0.
       77  WS-DV-CIFRA                   PIC 9(01)  VALUE 0.
       77  WS-DV-SUMA                    PIC 9(05)  VALUE 0.
       77  WS-DV-MITAD                   PIC 9(05)  VALUE 0.
       77  WS-DV-COCIENTE                PIC 9(05)  VALUE 0.
       77  WS-DV-DIGITO                  PIC 9(01)  VALUE 0.

      *-------------------------------------------------------------*
      *     RESULTADO DE CADA COBRO                                 *
      *-------------------------------------------------------------*
       77  WS-SITUACION                  PIC X(20)  VALUE ' '.
       77  WS-SALDO                      PIC 9(07)V9(02) VALUE 0.

       77  WS-CUPON-HALLADO              PIC X      VALUE 'N'.
           88 88-CUPON-HALLADO-SI                   VALUE 'S'.
           88 88-CUPON-HALLADO-NO                   VALUE 'N'.

       77  WS-COBROS-LEIDOS              PIC 9(07)  VALUE 0.
       77  WS-COBROS-APLICADOS           PIC 9(07)  VALUE 0.
       77  WS-COBROS-PARCIALES           PIC 9(07)  VALUE 0.
       77  WS-COBROS-EXCEDIDOS           PIC 9(07)  VALUE 0.
       77  WS-COBROS-SIN-CUPON           PIC 9(07)  VALUE 0.
       77  WS-COBROS-DUPLICADOS          PIC 9(07)  VALUE 0.
       77  WS-COBROS-ANULADOS            PIC 9(07)  VALUE 0.
       77  WS-PAGOS-GRABADOS             PIC 9(07)  VALUE 0.
       77  WS-IMPORTE-APLICADO           PIC 9(11)V9(02) VALUE 0.
       77  WS-GRABADOS-COBRANZAS         PIC 9(07)  VALUE 0.
       77  WS-RETORNO                    PIC 9(02)  VALUE 0.

       01  WS-FECHA-EDITO                PIC 9(08)  VALUE 0.
       01  WS-FECHA-EDITO-R REDEFINES WS-FECHA-EDITO.
           03  WS-FECHA-EDITO-AAAA       PIC 9(04).
           03  WS-FECHA-EDITO-MM         PIC 9(02).
           03  WS-FECHA-EDITO-DD         PIC 9(02).

       01  WS-FECHA-ED.
           03  WS-FECHA-ED-DD            PIC 9(02).
           03  FILLER                    PIC X      VALUE '/'.
           03  WS-FECHA-ED-MM            PIC 9(02).
           03  FILLER                    PIC X      VALUE '/'.
           03  WS-FECHA-ED-AAAA          PIC 9(04).

       77  WS-SALTO-HOJA                 PIC X      VALUE 'S'.
           88  88-SALTO-HOJA-SI                     VALUE 'S'.
           88  88-SALTO-HOJA-NO                     VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04)  VALUE 0.
              05 WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 0.
              05 WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC X(08)  VALUE ' '.

       77  REG-COBRANZAS                 PIC X(132).

      *-------------------------------------------------------------*
      *     DEFINICION DEL AREA COMUN DE IMPRESION                  *
      *-------------------------------------------------------------*
       01  TIT-B01.
           03  FILLER                    PIC X(05)  VALUE 'PGM: '.
           03  FILLER                    PIC X(08)  VALUE 'BOPGM60'.
           03  FILLER                    PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(44)  VALUE
                'APLICACION DE COBRANZAS DEL BANCO'.
           03  FILLER                    PIC X(48)  VALUE ' '.
           03  FILLER                    PIC X(07)  VALUE 'FECHA '.
           03  TITB01-FECHA.
               05  TITB01-FECHA-DD       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITB01-FECHA-MM       PIC 99     VALUE 0.
               05  FILLER                PIC X      VALUE '/'.
               05  TITB01-FECHA-AAAA     PIC 9(04)  VALUE 0.

       01  TIT-B02.
           03  FILLER                    PIC X(06)  VALUE 'ENTE: '.
           03  TITB02-ENTE               PIC 9(04).
           03  FILLER                    PIC X(20)  VALUE
                '  FECHA DE PROCESO: '.
           03  TITB02-FECHA              PIC X(10).
           03  FILLER                    PIC X(14)  VALUE
                '  ARCHIVO NRO '.
           03  TITB02-NUMERO             PIC 9(02).
           03  FILLER                    PIC X(76)  VALUE ' '.

       01  TIT-B03.
           03  FILLER                    PIC X(10)  VALUE
                'REFERENCIA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'ALUMNO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'MATERIA'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'F.EXAMEN'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE
                '  IMP. CUPON'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE
                '     COBRADO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE 'F.COBRO'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE 'SUC.'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE 'SECUEN'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(20)  VALUE
                'SITUACION'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE
                '  DIFERENCIA'.
           03  FILLER                    PIC X(12)  VALUE ' '.

       01  TIT-B04.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(10)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(04)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(06)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(20)  VALUE ALL '-'.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(12)  VALUE ALL '-'.
           03  FILLER                    PIC X(12)  VALUE ' '.

       01  DET-COBRO.
           03  DC-REFERENCIA             PIC 9(10).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-ALUMNO                 PIC X(06)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-MATERIA                PIC X(08)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-FECHA-EXAMEN           PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-IMPORTE-CUPON          PIC Z.ZZZ.ZZ9,99.
           03  DC-IMPORTE-CUPON-X REDEFINES DC-IMPORTE-CUPON
                                         PIC X(12).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-COBRADO                PIC Z.ZZZ.ZZ9,99.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-FECHA-COBRO            PIC X(10)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-SUCURSAL               PIC 9(04).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-SECUENCIA              PIC 9(06).
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-SITUACION              PIC X(20)  VALUE ' '.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  DC-DIFERENCIA             PIC Z.ZZZ.ZZ9,99.
           03  DC-DIFERENCIA-X REDEFINES DC-DIFERENCIA
                                         PIC X(12).
           03  FILLER                    PIC X(12)  VALUE ' '.

       01  DET-RECHAZO.
           03  FILLER                    PIC X(20)  VALUE
                'ARCHIVO RECHAZADO: '.
           03  DR-MOTIVO                 PIC X(60)  VALUE ' '.
           03  FILLER                    PIC X(52)  VALUE ' '.

       01  DET-RECHAZO-2.
           03  FILLER                    PIC X(20)  VALUE
                'COBROS EN ARCHIVO: '.
           03  DR2-CANTIDAD              PIC ZZZZZZ9.
           03  FILLER                    PIC X(10)  VALUE
                '  IMPORTE '.
           03  DR2-IMPORTE               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                    PIC X(15)  VALUE
                '  SEGUN PIE:  '.
           03  DR2-PIE-CANTIDAD          PIC ZZZZZZ9.
           03  FILLER                    PIC X(10)  VALUE
                '  IMPORTE '.
           03  DR2-PIE-IMPORTE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                    PIC X(29)  VALUE ' '.

       01  DET-YA-APLICADO.
           03  FILLER                    PIC X(50)  VALUE
                'ARCHIVO YA APLICADO: SU LOTE FIGURA EN BANCOCTL'.
           03  FILLER                    PIC X(22)  VALUE
                ' CON FECHA DE PROCESO '.
           03  DY-FECHA                  PIC X(10).
           03  FILLER                    PIC X(50)  VALUE ' '.

       01  DET-SIN-ARCHIVO.
           03  FILLER                    PIC X(50)  VALUE
                'NO SE RECIBIO ARCHIVO DE COBRANZAS'.
           03  FILLER                    PIC X(82)  VALUE ' '.

       01  TRL-COBRO.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(08)  VALUE 'COBROS: '.
           03  TRB-LEIDOS                PIC ZZZZZZ9.
           03  FILLER                    PIC X(13)  VALUE
                '  APLICADOS: '.
           03  TRB-APLICADOS             PIC ZZZZZZ9.
           03  FILLER                    PIC X(13)  VALUE
                '  PARCIALES: '.
           03  TRB-PARCIALES             PIC ZZZZZZ9.
           03  FILLER                    PIC X(13)  VALUE
                '  EXCEDIDOS: '.
           03  TRB-EXCEDIDOS             PIC ZZZZZZ9.
           03  FILLER                    PIC X(20)  VALUE
                '  IMPORTE APLICADO: '.
           03  TRB-IMPORTE               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                    PIC X(19)  VALUE ' '.

       01  TRL-COBRO-2.
           03  FILLER                    PIC X(01)  VALUE ' '.
           03  FILLER                    PIC X(11)  VALUE
                'SIN CUPON: '.
           03  TRB-SIN-CUPON             PIC ZZZZZZ9.
           03  FILLER                    PIC X(14)  VALUE
                '  DUPLICADOS: '.
           03  TRB-DUPLICADOS            PIC ZZZZZZ9.
           03  FILLER                    PIC X(20)  VALUE
                '  CUPONES ANULADOS: '.
           03  TRB-ANULADOS              PIC ZZZZZZ9.
           03  FILLER                    PIC X(18)  VALUE
                '  PAGOS GRABADOS: '.
           03  TRB-PAGOS                 PIC ZZZZZZ9.
           03  FILLER                    PIC X(40)  VALUE ' '.

      *------------------------------------*
      * DEFINICION DE ARCHIVOS             *
      *------------------------------------*
       COPY WBANCOB.
       COPY WBANCTL.
       COPY WCUPONES.
       COPY WCUPOCFG.
       COPY WPAGOS.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *-----------------------
      *  PRIMERA PASADA: CONTROL DEL ARCHIVO COMPLETO. SEGUNDA
      *  PASADA: APLICACION DE LOS COBROS, SOLO SI EL ARCHIVO ES
      *  VALIDO Y NO FUE APLICADO ANTES.
      *-----------------------

           PERFORM 10000-INICIO.

           IF  88-HAY-ARCHIVO-SI
           AND 88-ARCHIVO-VALIDO-SI
           AND 88-LOTE-APLICADO-NO
               PERFORM 11100-READ-BANCOCOB
               PERFORM 20000-PROCESO
                 UNTIL 88-FS-BANCOCOB-EOF
               PERFORM 28000-GRABO-BANCOCTL
           END-IF.

           PERFORM 30000-FINALIZO.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.

       10000-INICIO.
      *-------------

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DD       TO TITB01-FECHA-DD.
           MOVE WS-CURRENT-DATE-MM       TO TITB01-FECHA-MM.
           MOVE WS-CURRENT-DATE-YYYY     TO TITB01-FECHA-AAAA.

           PERFORM 10100-ABRO-ARCHIVOS.
           PERFORM 10200-LEO-CUPONCFG.

           SET 88-SALTO-HOJA-SI          TO TRUE.
           MOVE TIT-B01                  TO REG-COBRANZAS.
           PERFORM 26000-ESCRIBO-COBRANZAS.

           IF  88-HAY-ARCHIVO-SI
               PERFORM 10300-CONTROLO-ARCHIVO
           END-IF.

           IF  88-HAY-ARCHIVO-SI
           AND 88-ARCHIVO-VALIDO-SI
               PERFORM 10400-BUSCO-LOTE
           END-IF.

           PERFORM 10500-ENCABEZO-REPORTE.

       10100-ABRO-ARCHIVOS.
      *-------------------
      *  SIN ARCHIVO DEL BANCO NO HAY NADA QUE APLICAR: EL REPORTE
      *  LO DICE Y EL PROGRAMA TERMINA NORMALMENTE.
      *-------------------

           OPEN INPUT BANCOCOB.

           EVALUATE TRUE
               WHEN 88-FS-BANCOCOB-OK
                    SET 88-OPEN-BANCOCOB-SI TO TRUE
               WHEN 88-FS-BANCOCOB-OPT
                    SET 88-OPEN-BANCOCOB-SI TO TRUE
                    SET 88-HAY-ARCHIVO-NO TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN INPUT BANCOCOB'
                    DISPLAY 'FILE STATUS       :' FS-BANCOCOB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN I-O   CUPONES.

           EVALUATE FS-CUPONES
               WHEN '00'
                    SET 88-OPEN-CUPONES-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN I-O   CUPONES'
                    DISPLAY 'FILE STATUS       :' FS-CUPONES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN EXTEND PAGOS.

           EVALUATE FS-PAGOS
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-PAGOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN EXTEND PAGOS'
                    DISPLAY 'FILE STATUS       :' FS-PAGOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.
      *----------------------------------------------------------

           OPEN OUTPUT COBRANZAS.

           EVALUATE FS-COBRANZAS
               WHEN '00'
                    SET 88-OPEN-COBRANZAS-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10100-ABRO-ARCHIVOS'
                    DISPLAY 'ERROR EN OPEN OUTPUT COBRANZAS'
                    DISPLAY 'FILE STATUS       :' FS-COBRANZAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10200-LEO-CUPONCFG.
      *-------------------
      *  SIN CUPONCFG (O CON EL ENTE EN CERO) NO SE CONTROLA EL
      *  ENTE DEL ENCABEZADO.
      *-------------------

           OPEN INPUT CUPONCFG.

           IF  88-FS-CUPONCFG-OK
               INITIALIZE CUPONCFG-RECORD
               READ CUPONCFG INTO CUPONCFG-RECORD
               IF  88-FS-CUPONCFG-OK
               AND CUPONCFG-ENTE IS NUMERIC
                   MOVE CUPONCFG-ENTE    TO WS-ENTE-CUPONCFG
               END-IF
               CLOSE CUPONCFG
           END-IF.

       10300-CONTROLO-ARCHIVO.
      *-----------------------
      *  PRIMERA PASADA COMPLETA: ESTRUCTURA ENCABEZADO / COBROS /
      *  PIE, CAMPOS NUMERICOS Y TOTALES CONTRA EL PIE. QUEDA EL
      *  PRIMER MOTIVO DE RECHAZO ENCONTRADO. AL TERMINAR SE
      *  REABRE EL ARCHIVO PARA LA SEGUNDA PASADA.
      *-----------------------

           PERFORM 11100-READ-BANCOCOB.

           PERFORM UNTIL 88-FS-BANCOCOB-EOF
               ADD 1                     TO WS-ARCH-REGISTROS
               PERFORM 10350-CONTROLO-REGISTRO
               PERFORM 11100-READ-BANCOCOB
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-MOTIVO-RECHAZO NOT = SPACES
                    CONTINUE
               WHEN 88-HAY-ENCABEZADO-NO
                    MOVE 'ARCHIVO VACIO O SIN ENCABEZADO'
                                         TO WS-MOTIVO-RECHAZO
               WHEN 88-HAY-PIE-NO
                    MOVE 'FALTA EL REGISTRO DE PIE'
                                         TO WS-MOTIVO-RECHAZO
               WHEN WS-ARCH-DETALLES NOT = WS-PIE-CANTIDAD
                    MOVE 'LA CANTIDAD DE COBROS NO COINCIDE CON EL PIE'
                                         TO WS-MOTIVO-RECHAZO
               WHEN WS-ARCH-IMPORTE NOT = WS-PIE-IMPORTE
                    MOVE 'EL IMPORTE TOTAL NO COINCIDE CON EL PIE'
                                         TO WS-MOTIVO-RECHAZO
               WHEN WS-ENTE-CUPONCFG > 0
               AND  BANCOB-H-ENTE NOT = WS-ENTE-CUPONCFG
                    MOVE 'EL ENTE DEL ENCABEZADO NO ES EL DE CUPONCFG'
                                         TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF  WS-MOTIVO-RECHAZO NOT = SPACES
               SET 88-ARCHIVO-VALIDO-NO  TO TRUE
           END-IF.

           CLOSE BANCOCOB.
           SET 88-OPEN-BANCOCOB-NO       TO TRUE.

           OPEN INPUT BANCOCOB.

           EVALUATE FS-BANCOCOB
               WHEN '00'
                    SET 88-OPEN-BANCOCOB-SI TO TRUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 10300-CONTROLO-ARCHIVO'
                    DISPLAY 'ERROR EN OPEN INPUT BANCOCOB'
                    DISPLAY 'FILE STATUS       :' FS-BANCOCOB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       10350-CONTROLO-REGISTRO.
      *------------------------
      *  EL ENCABEZADO SE CONSERVA EN WS-LOTE PORQUE BANCOB-
      *  REGISTRO SE PISA CON CADA LECTURA.
      *------------------------

           EVALUATE TRUE
               WHEN 88-BANCOB-ENCABEZADO
                    IF  WS-ARCH-REGISTROS NOT = 1
                    AND WS-MOTIVO-RECHAZO = SPACES
                        MOVE 'ENCABEZADO FUERA DE LUGAR'
                                         TO WS-MOTIVO-RECHAZO
                    END-IF
                    IF  BANCOB-H-LOTE IS NOT NUMERIC
                    AND WS-MOTIVO-RECHAZO = SPACES
                        MOVE 'ENCABEZADO CON LOTE NO NUMERICO'
                                         TO WS-MOTIVO-RECHAZO
                    END-IF
                    IF  88-HAY-ENCABEZADO-NO
                        SET 88-HAY-ENCABEZADO-SI TO TRUE
                        MOVE BANCOB-H-LOTE TO WS-LOTE
                        MOVE BANCOB-H-ENTE TO TITB02-ENTE
                    END-IF
               WHEN 88-BANCOB-DETALLE
                    IF (88-HAY-ENCABEZADO-NO OR 88-HAY-PIE-SI)
                    AND WS-MOTIVO-RECHAZO = SPACES
                        MOVE 'COBRO FUERA DEL ENCABEZADO Y EL PIE'
                                         TO WS-MOTIVO-RECHAZO
                    END-IF
                    IF (BANCOB-D-REFERENCIA IS NOT NUMERIC
                     OR BANCOB-D-IMPORTE IS NOT NUMERIC
                     OR BANCOB-D-FECHA-COBRO IS NOT NUMERIC)
                    AND WS-MOTIVO-RECHAZO = SPACES
                        MOVE 'COBRO CON CAMPOS NO NUMERICOS'
                                         TO WS-MOTIVO-RECHAZO
                    END-IF
                    ADD 1                TO WS-ARCH-DETALLES
                    IF  BANCOB-D-IMPORTE IS NUMERIC
                        ADD BANCOB-D-IMPORTE TO WS-ARCH-IMPORTE
                    END-IF
               WHEN 88-BANCOB-PIE
                    IF (88-HAY-ENCABEZADO-NO OR 88-HAY-PIE-SI)
                    AND WS-MOTIVO-RECHAZO = SPACES
                        MOVE 'PIE FUERA DE LUGAR'
                                         TO WS-MOTIVO-RECHAZO
                    END-IF
                    SET 88-HAY-PIE-SI    TO TRUE
                    IF  BANCOB-T-CANTIDAD IS NUMERIC
                    AND BANCOB-T-IMPORTE IS NUMERIC
                        MOVE BANCOB-T-CANTIDAD TO WS-PIE-CANTIDAD
                        MOVE BANCOB-T-IMPORTE  TO WS-PIE-IMPORTE
                    ELSE
                        IF  WS-MOTIVO-RECHAZO = SPACES
                            MOVE 'PIE CON TOTALES NO NUMERICOS'
                                         TO WS-MOTIVO-RECHAZO
                        END-IF
                    END-IF
               WHEN OTHER
                    IF  WS-MOTIVO-RECHAZO = SPACES
                        MOVE 'TIPO DE REGISTRO DESCONOCIDO'
                                         TO WS-MOTIVO-RECHAZO
                    END-IF
           END-EVALUATE.

       10400-BUSCO-LOTE.
      *-----------------
      *  UN LOTE YA REGISTRADO EN BANCOCTL ES UN ARCHIVO QUE SE
      *  RECIBIO DOS VECES O UN REPROCESO: NO SE APLICA DE NUEVO.
      *-----------------

           OPEN INPUT BANCOCTL.

           IF  88-FS-BANCOCTL-OK
               PERFORM UNTIL 88-FS-BANCOCTL-EOF
                          OR 88-LOTE-APLICADO-SI
                   INITIALIZE BANCOCTL-REGISTRO
                   READ BANCOCTL INTO BANCOCTL-REGISTRO
                   IF  88-FS-BANCOCTL-OK
                   AND BANCOCTL-LOTE = WS-LOTE
                       SET 88-LOTE-APLICADO-SI TO TRUE
                       MOVE BANCOCTL-FECHA-APLICACION
                                         TO WS-FECHA-APLICADO
                   END-IF
               END-PERFORM
               CLOSE BANCOCTL
           END-IF.

       10500-ENCABEZO-REPORTE.
      *-----------------------

           EVALUATE TRUE
               WHEN 88-HAY-ARCHIVO-NO
                    MOVE DET-SIN-ARCHIVO TO REG-COBRANZAS
                    PERFORM 26000-ESCRIBO-COBRANZAS
               WHEN 88-ARCHIVO-VALIDO-NO
                    MOVE WS-MOTIVO-RECHAZO TO DR-MOTIVO
                    MOVE WS-ARCH-DETALLES TO DR2-CANTIDAD
                    MOVE WS-ARCH-IMPORTE TO DR2-IMPORTE
                    MOVE WS-PIE-CANTIDAD TO DR2-PIE-CANTIDAD
                    MOVE WS-PIE-IMPORTE  TO DR2-PIE-IMPORTE
                    MOVE SPACES          TO REG-COBRANZAS
                    PERFORM 26000-ESCRIBO-COBRANZAS
                    MOVE DET-RECHAZO     TO REG-COBRANZAS
                    PERFORM 26000-ESCRIBO-COBRANZAS
                    MOVE DET-RECHAZO-2   TO REG-COBRANZAS
                    PERFORM 26000-ESCRIBO-COBRANZAS
               WHEN OTHER
                    MOVE WS-LOTE-FECHA   TO WS-FECHA-EDITO
                    PERFORM 24900-EDITO-FECHA
                    MOVE WS-FECHA-ED     TO TITB02-FECHA
                    MOVE WS-LOTE-NUMERO  TO TITB02-NUMERO
                    MOVE TIT-B02         TO REG-COBRANZAS
                    PERFORM 26000-ESCRIBO-COBRANZAS
                    MOVE SPACES          TO REG-COBRANZAS
                    PERFORM 26000-ESCRIBO-COBRANZAS
                    IF  88-LOTE-APLICADO-SI
                        MOVE WS-FECHA-APLICADO TO WS-FECHA-EDITO
                        PERFORM 24900-EDITO-FECHA
                        MOVE WS-FECHA-ED TO DY-FECHA
                        MOVE DET-YA-APLICADO TO REG-COBRANZAS
                        PERFORM 26000-ESCRIBO-COBRANZAS
                    ELSE
                        MOVE TIT-B03     TO REG-COBRANZAS
                        PERFORM 26000-ESCRIBO-COBRANZAS
                        MOVE TIT-B04     TO REG-COBRANZAS
                        PERFORM 26000-ESCRIBO-COBRANZAS
                    END-IF
           END-EVALUATE.

       11100-READ-BANCOCOB.
      *--------------------

           INITIALIZE BANCOB-REGISTRO.

           READ BANCOCOB INTO BANCOB-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-BANCOCOB-OK
               WHEN 88-FS-BANCOCOB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 11100-READ-BANCOCOB'
                    DISPLAY 'ERROR EN READ       BANCOCOB'
                    DISPLAY 'FILE STATUS       :' FS-BANCOCOB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       20000-PROCESO.
      *-------------
      *  EL ENCABEZADO Y EL PIE YA SE CONTROLARON: SOLO SE APLICAN
      *  LOS COBROS.
      *-------------

           IF  88-BANCOB-DETALLE
               ADD 1                     TO WS-COBROS-LEIDOS
               PERFORM 21000-APLICO-COBRO
           END-IF.

           PERFORM 11100-READ-BANCOCOB.

       21000-APLICO-COBRO.
      *-------------------

           MOVE SPACES                   TO WS-SITUACION.
           MOVE 0                        TO WS-SALDO.

           MOVE BANCOB-D-REFERENCIA      TO WS-REFERENCIA.
           MOVE WS-REF-NUMERO            TO WS-DV-CADENA.
           MOVE 9                        TO WS-DV-LARGO.
           PERFORM 24500-CALCULO-DIGITO.

           IF  WS-DV-DIGITO NOT = WS-REF-DIGITO
               SET 88-CUPON-HALLADO-NO   TO TRUE
               MOVE 'REFERENCIA INVALIDA' TO WS-SITUACION
               ADD 1                     TO WS-COBROS-SIN-CUPON
           ELSE
               PERFORM 21100-LEO-CUPON
           END-IF.

           IF  88-CUPON-HALLADO-SI
               EVALUATE TRUE
                   WHEN 88-CUPONES-PAGADO
                        MOVE 'PAGO DUPLICADO' TO WS-SITUACION
                        ADD 1            TO WS-COBROS-DUPLICADOS
                   WHEN 88-CUPONES-ANULADO
                        MOVE 'CUPON ANULADO' TO WS-SITUACION
                        ADD 1            TO WS-COBROS-ANULADOS
                   WHEN OTHER
                        PERFORM 22000-ACREDITO-COBRO
               END-EVALUATE
           END-IF.

           IF  WS-SITUACION NOT = SPACES
               PERFORM 24000-IMPRIMO-COBRO
           END-IF.

       21100-LEO-CUPON.
      *----------------

           SET 88-CUPON-HALLADO-NO       TO TRUE.
           INITIALIZE CUPONES-REGISTRO
                      CUPONES-DATOS-FD.
           MOVE BANCOB-D-REFERENCIA      TO CUPONES-CLAVE-FD.

           READ CUPONES INTO CUPONES-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CUPONES-OK
                    SET 88-CUPON-HALLADO-SI TO TRUE
               WHEN 88-FS-CUPONES-NOKEY
                    MOVE 'SIN CUPON'     TO WS-SITUACION
                    ADD 1                TO WS-COBROS-SIN-CUPON
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 21100-LEO-CUPON'
                    DISPLAY 'ERROR EN READ       CUPONES'
                    DISPLAY 'FILE STATUS       :' FS-CUPONES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22000-ACREDITO-COBRO.
      *---------------------
      *  EL COBRO SE SUMA A LO YA COBRADO. RECIEN CUANDO SE CUBRE
      *  EL IMPORTE DEL CUPON SE GRABA EL PAGO, CON EL TOTAL
      *  COBRADO Y LA FECHA DEL ULTIMO COBRO.
      *---------------------

           ADD BANCOB-D-IMPORTE          TO CUPONES-IMPORTE-COBRADO.
           ADD BANCOB-D-IMPORTE          TO WS-IMPORTE-APLICADO.
           MOVE BANCOB-D-FECHA-COBRO     TO CUPONES-FECHA-COBRO.
           MOVE WS-LOTE                  TO CUPONES-LOTE-COBRO.

           IF  CUPONES-IMPORTE-COBRADO < CUPONES-IMPORTE
               SET 88-CUPONES-PARCIAL    TO TRUE
               COMPUTE WS-SALDO = CUPONES-IMPORTE
                                - CUPONES-IMPORTE-COBRADO
               MOVE 'PAGO PARCIAL'       TO WS-SITUACION
               ADD 1                     TO WS-COBROS-PARCIALES
           ELSE
               SET 88-CUPONES-PAGADO     TO TRUE
               ADD 1                     TO WS-COBROS-APLICADOS
               IF  CUPONES-IMPORTE-COBRADO > CUPONES-IMPORTE
                   COMPUTE WS-SALDO = CUPONES-IMPORTE-COBRADO
                                    - CUPONES-IMPORTE
                   MOVE 'PAGO EXCEDIDO'  TO WS-SITUACION
                   ADD 1                 TO WS-COBROS-EXCEDIDOS
               END-IF
               PERFORM 22100-GRABO-PAGO
           END-IF.

           REWRITE CUPONES-DATOS-FD      FROM CUPONES-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-CUPONES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22000-ACREDITO-COBRO'
                    DISPLAY 'ERROR EN REWRITE    CUPONES'
                    DISPLAY 'FILE STATUS       :' FS-CUPONES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       22100-GRABO-PAGO.
      *-----------------

           INITIALIZE PAGOS-RECORD.
           MOVE CUPONES-COD-ALUMNO       TO PAGOS-COD-ALUMNO.
           MOVE CUPONES-COD-MATERIA      TO PAGOS-COD-MATERIA.
           MOVE CUPONES-FECHA-EXAMEN     TO PAGOS-FECHA-EXAMEN.
           MOVE CUPONES-IMPORTE-COBRADO  TO PAGOS-IMPORTE.
           MOVE CUPONES-FECHA-COBRO      TO PAGOS-FECHA-PAGO.

           WRITE PAGOS-RECORD-FD         FROM PAGOS-RECORD.

           EVALUATE TRUE
               WHEN 88-FS-PAGOS-OK
                    ADD 1                TO WS-PAGOS-GRABADOS
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 22100-GRABO-PAGO'
                    DISPLAY 'ERROR EN WRITE      PAGOS'
                    DISPLAY 'FILE STATUS       :' FS-PAGOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       24000-IMPRIMO-COBRO.
      *--------------------

           INITIALIZE DET-COBRO.
           MOVE BANCOB-D-REFERENCIA      TO DC-REFERENCIA.

           IF  88-CUPON-HALLADO-SI
               MOVE CUPONES-COD-ALUMNO   TO DC-ALUMNO
               MOVE CUPONES-COD-MATERIA  TO DC-MATERIA
               MOVE CUPONES-FECHA-EXAMEN TO WS-FECHA-EDITO
               PERFORM 24900-EDITO-FECHA
               MOVE WS-FECHA-ED          TO DC-FECHA-EXAMEN
               MOVE CUPONES-IMPORTE      TO DC-IMPORTE-CUPON
           ELSE
               MOVE SPACES               TO DC-IMPORTE-CUPON-X
           END-IF.

           MOVE BANCOB-D-IMPORTE         TO DC-COBRADO.
           MOVE BANCOB-D-FECHA-COBRO     TO WS-FECHA-EDITO.
           PERFORM 24900-EDITO-FECHA.
           MOVE WS-FECHA-ED              TO DC-FECHA-COBRO.
           MOVE BANCOB-D-SUCURSAL        TO DC-SUCURSAL.
           MOVE BANCOB-D-SECUENCIA       TO DC-SECUENCIA.
           MOVE WS-SITUACION             TO DC-SITUACION.

           IF  WS-SALDO > 0
               MOVE WS-SALDO             TO DC-DIFERENCIA
           ELSE
               MOVE SPACES               TO DC-DIFERENCIA-X
           END-IF.

           MOVE DET-COBRO                TO REG-COBRANZAS.
           PERFORM 26000-ESCRIBO-COBRANZAS.

       24500-CALCULO-DIGITO.
      *---------------------
      *  DIGITO VERIFICADOR DE LOS PRIMEROS WS-DV-LARGO DIGITOS DE
      *  WS-DV-CADENA: PESOS 1,3,5,7,9,3,5,7,9..., SUMA / 2 Y
      *  UNIDAD DE LA PARTE ENTERA.
      *---------------------

           MOVE 0                        TO WS-DV-SUMA.
           MOVE 1                        TO WS-DV-PESO.

           PERFORM VARYING WS-DV-POS FROM 1 BY 1
                     UNTIL WS-DV-POS > WS-DV-LARGO
               MOVE WS-DV-CADENA(WS-DV-POS:1) TO WS-DV-CIFRA
               COMPUTE WS-DV-SUMA = WS-DV-SUMA
                                  + WS-DV-CIFRA * WS-DV-PESO
               IF  WS-DV-PESO = 9
                   MOVE 3                TO WS-DV-PESO
               ELSE
                   ADD 2                 TO WS-DV-PESO
               END-IF
           END-PERFORM.

           DIVIDE WS-DV-SUMA BY 2        GIVING WS-DV-MITAD.
           DIVIDE WS-DV-MITAD BY 10      GIVING WS-DV-COCIENTE
                                         REMAINDER WS-DV-DIGITO.

       24900-EDITO-FECHA.
      *------------------

           MOVE WS-FECHA-EDITO-DD        TO WS-FECHA-ED-DD.
           MOVE WS-FECHA-EDITO-MM        TO WS-FECHA-ED-MM.
           MOVE WS-FECHA-EDITO-AAAA      TO WS-FECHA-ED-AAAA.

       26000-ESCRIBO-COBRANZAS.
      *------------------------

           IF 88-SALTO-HOJA-SI
              SET 88-SALTO-HOJA-NO    TO TRUE
              WRITE REG-COBRANZAS-FD FROM REG-COBRANZAS AFTER PAGE
           ELSE
              WRITE REG-COBRANZAS-FD FROM REG-COBRANZAS AFTER 1 LINE
           END-IF.

           EVALUATE TRUE
              WHEN 88-FS-COBRANZAS-OK
                   ADD 1              TO  WS-GRABADOS-COBRANZAS
              WHEN OTHER
                   DISPLAY '--------------------------------'
                   DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                   DISPLAY 'PARRAFO: 26000-ESCRIBO-COBRANZAS'
                   DISPLAY 'ERROR EN ESCRIBO    COBRANZAS'
                   DISPLAY 'FILE STATUS       :' FS-COBRANZAS
                   DISPLAY 'SE CANCELA EL PROCESO'
                   DISPLAY '--------------------------------'
                   PERFORM 99999-CANCELO
           END-EVALUATE.

       28000-GRABO-BANCOCTL.
      *---------------------
      *  DEJA CONSTANCIA DEL LOTE APLICADO PARA QUE UN REPROCESO
      *  DEL MISMO ARCHIVO NO VUELVA A ACREDITAR LOS COBROS.
      *---------------------

           OPEN EXTEND BANCOCTL.

           EVALUATE FS-BANCOCTL
               WHEN '00'
               WHEN '05'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 28000-GRABO-BANCOCTL'
                    DISPLAY 'ERROR EN OPEN EXTEND BANCOCTL'
                    DISPLAY 'FILE STATUS       :' FS-BANCOCTL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           INITIALIZE BANCOCTL-REGISTRO.
           MOVE WS-LOTE                  TO BANCOCTL-LOTE.
           MOVE WS-ARCH-DETALLES         TO BANCOCTL-CANTIDAD.
           MOVE WS-ARCH-IMPORTE          TO BANCOCTL-IMPORTE.
           MOVE WS-CURRENT-DATE-DATE     TO BANCOCTL-FECHA-APLICACION.

           WRITE BANCOCTL-RECORD-FD      FROM BANCOCTL-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-BANCOCTL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY '--------------------------------'
                    DISPLAY 'PROGRAMA          :' CTE-PROGRAMA
                    DISPLAY 'PARRAFO: 28000-GRABO-BANCOCTL'
                    DISPLAY 'ERROR EN WRITE      BANCOCTL'
                    DISPLAY 'FILE STATUS       :' FS-BANCOCTL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    DISPLAY '--------------------------------'
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           CLOSE BANCOCTL.

       30000-FINALIZO.
      *--------------

           EVALUATE TRUE
               WHEN 88-HAY-ARCHIVO-NO
                    MOVE 0               TO WS-RETORNO
               WHEN 88-ARCHIVO-VALIDO-NO
                    MOVE 8               TO WS-RETORNO
               WHEN 88-LOTE-APLICADO-SI
                    MOVE 4               TO WS-RETORNO
               WHEN OTHER
                    PERFORM 30100-TOTALES-REPORTE
                    IF  WS-COBROS-PARCIALES  > 0
                    OR  WS-COBROS-EXCEDIDOS  > 0
                    OR  WS-COBROS-SIN-CUPON  > 0
                    OR  WS-COBROS-DUPLICADOS > 0
                    OR  WS-COBROS-ANULADOS   > 0
                        MOVE 4           TO WS-RETORNO
                    END-IF
           END-EVALUATE.

           DISPLAY '--------------------------------'.
           DISPLAY 'PROGRAMA          :' CTE-PROGRAMA.
           DISPLAY 'LOTE              :' WS-LOTE.
           DISPLAY 'REGISTROS ARCHIVO :' WS-ARCH-REGISTROS.
           DISPLAY 'MOTIVO RECHAZO    :' WS-MOTIVO-RECHAZO.
           DISPLAY 'LOTE YA APLICADO  :' WS-LOTE-APLICADO.
           DISPLAY 'COBROS LEIDOS     :' WS-COBROS-LEIDOS.
           DISPLAY 'COBROS APLICADOS  :' WS-COBROS-APLICADOS.
           DISPLAY 'PAGOS PARCIALES   :' WS-COBROS-PARCIALES.
           DISPLAY 'PAGOS EXCEDIDOS   :' WS-COBROS-EXCEDIDOS.
           DISPLAY 'SIN CUPON         :' WS-COBROS-SIN-CUPON.
           DISPLAY 'PAGOS DUPLICADOS  :' WS-COBROS-DUPLICADOS.
           DISPLAY 'CUPONES ANULADOS  :' WS-COBROS-ANULADOS.
           DISPLAY 'PAGOS GRABADOS    :' WS-PAGOS-GRABADOS.
           DISPLAY 'LINEAS GRABADAS   :' WS-GRABADOS-COBRANZAS.
           DISPLAY 'RETORNO           :' WS-RETORNO.
           DISPLAY '--------------------------------'.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30100-TOTALES-REPORTE.
      *----------------------

           MOVE WS-COBROS-LEIDOS         TO TRB-LEIDOS.
           MOVE WS-COBROS-APLICADOS      TO TRB-APLICADOS.
           MOVE WS-COBROS-PARCIALES      TO TRB-PARCIALES.
           MOVE WS-COBROS-EXCEDIDOS      TO TRB-EXCEDIDOS.
           MOVE WS-IMPORTE-APLICADO      TO TRB-IMPORTE.
           MOVE WS-COBROS-SIN-CUPON      TO TRB-SIN-CUPON.
           MOVE WS-COBROS-DUPLICADOS     TO TRB-DUPLICADOS.
           MOVE WS-COBROS-ANULADOS       TO TRB-ANULADOS.
           MOVE WS-PAGOS-GRABADOS        TO TRB-PAGOS.

           MOVE SPACES                   TO REG-COBRANZAS.
           PERFORM 26000-ESCRIBO-COBRANZAS.
           MOVE TRL-COBRO                TO REG-COBRANZAS.
           PERFORM 26000-ESCRIBO-COBRANZAS.
           MOVE TRL-COBRO-2              TO REG-COBRANZAS.
           PERFORM 26000-ESCRIBO-COBRANZAS.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-BANCOCOB-SI
              SET 88-OPEN-BANCOCOB-NO TO TRUE
              CLOSE BANCOCOB
           END-IF.

           IF 88-OPEN-CUPONES-SI
              SET 88-OPEN-CUPONES-NO  TO TRUE
              CLOSE CUPONES
           END-IF.

           IF 88-OPEN-PAGOS-SI
              SET 88-OPEN-PAGOS-NO    TO TRUE
              CLOSE PAGOS
           END-IF.

           IF 88-OPEN-COBRANZAS-SI
              SET 88-OPEN-COBRANZAS-NO TO TRUE
              CLOSE COBRANZAS
           END-IF.

       99999-CANCELO.

           PERFORM 31000-CIERRO-ARCHIVOS.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.
