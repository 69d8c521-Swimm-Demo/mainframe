      *****************************************************************
      *                                                               *
      *   CONVERSION DEL LIBRO DE MOVIMIENTOS APLICADOS AL FORMATO    *
      *   INDEXADO. LEE EL LIBRO SECUENCIAL ANTERIOR, RENOMBRADO A    *
      *   AMOVS.ANT ANTES DE LA EJECUCION, Y GRABA CADA ANOTACION EN  *
      *   EL NUEVO AMOVS.LED INDEXADO POR ARTICULO, FECHA DE          *
      *   APLICACION Y SECUENCIA. LA SECUENCIA SE NUMERA DENTRO DE    *
      *   CADA ARTICULO Y FECHA DE APLICACION EN EL ORDEN EN QUE LAS  *
      *   ANOTACIONES ESTABAN EN EL LIBRO, QUE ES EL ORDEN EN QUE     *
      *   PE-MV09 LAS APLICO. SE EJECUTA UNA SOLA VEZ.                *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-LI43.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. CONVERSION UNICA DE AMOVS.LED DE SECUENCIAL A
           INDEXADO. SI YA EXISTE UN AMOVS.LED INDEXADO CON
           ANOTACIONES NO SE TOCA Y EL PROCESO SE CANCELA, PARA QUE
           UNA SEGUNDA EJECUCION NO DUPLIQUE EL LIBRO. AL TERMINAR,
           EL NUMERO DE ANOTACIONES LEIDAS DEBE COINCIDIR CON EL DE
           GRABADAS; AMOVS.ANT SE CONSERVA COMO COPIA DE SEGURIDAD.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL.
      * 15/10/2026  DSI     EL REGISTRO DEL LIBRO INCORPORA EL LOTE Y
      *                     SU FECHA DE CADUCIDAD (VER PE-MV09); LAS
      *                     ANOTACIONES CONVERTIDAS QUEDAN SIN LOTE.
      * 15/10/2026  DSI     EL REGISTRO DEL LIBRO INCORPORA EL ORIGEN
      *                     DEL MOVIMIENTO (LED-ORIGEN, VER PE-MV09);
      *                     LAS ANOTACIONES CONVERTIDAS QUEDAN SIN
      *                     ORIGEN.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL LIBRO SECUENCIAL ANTERIOR (ENTRADA)
      *
           SELECT A-LIBRO-ANT ASSIGN TO DISK 'AMOVS.ANT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-LIBRO-ANT.
      *
      *    DECLARACION DEL LIBRO DE MOVIMIENTOS INDEXADO (SALIDA)
      *
           SELECT A-LIBRO ASSIGN TO DISK 'AMOVS.LED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CLAVE
               FILE STATUS IS FS-LIBRO.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DEL LIBRO ANTERIOR (62
      *    POSICIONES, SIN CLAVE)
      *
       FD  A-LIBRO-ANT
           LABEL RECORD IS STANDARD.
       01  R-LIBRO-ANT.
           02  ANT-COD-ARTI        PIC 9(04).
           02  ANT-FECHA           PIC 9(08).
           02  ANT-TIPO            PIC X(01).
           02  ANT-CANTIDAD        PIC 9(06).
           02  ANT-OPERADOR        PIC X(08).
           02  ANT-FECHA-APLIC     PIC 9(08).
           02  ANT-STOCK-ANT       PIC 9(06).
           02  ANT-STOCK-NUE       PIC 9(06).
           02  ANT-ESTADO          PIC X(01).
           02  ANT-MOTIVO          PIC X(02).
           02  ANT-COSTE           PIC 9(04)V9(02).
           02  ANT-COD-ALMA        PIC X(03).
           02  ANT-ALMA-DESTINO    PIC X(03).
      *
      *    DESCRIPCION DEL REGISTRO DEL LIBRO DE MOVIMIENTOS
      *    (VER PE-MV09)
      *
       FD  A-LIBRO
           LABEL RECORD IS STANDARD.
       01  R-LIBRO.
           02  LED-CLAVE.
               03  LED-COD-ARTI    PIC 9(04).
               03  LED-FECHA-APLIC PIC 9(08).
               03  LED-SECUENCIA   PIC 9(06).
           02  LED-FECHA           PIC 9(08).
           02  LED-TIPO            PIC X(01).
           02  LED-CANTIDAD        PIC 9(06).
           02  LED-OPERADOR        PIC X(08).
           02  LED-STOCK-ANT       PIC 9(06).
           02  LED-STOCK-NUE       PIC 9(06).
           02  LED-ESTADO          PIC X(01).
           02  LED-MOTIVO          PIC X(02).
           02  LED-COSTE           PIC 9(04)V9(02).
           02  LED-COD-ALMA        PIC X(03).
           02  LED-ALMA-DESTINO    PIC X(03).
           02  LED-NUM-LOTE        PIC X(10).
           02  LED-FEC-CADUC       PIC 9(08).
           02  LED-ORIGEN          PIC X(01).
               88  LED-DE-PEDIDO   VALUE 'P'.

       WORKING-STORAGE SECTION.
       77  FS-LIBRO-ANT            PIC X(02).
       77  FS-LIBRO                PIC X(02).
       77  FIN-LIBRO-ANT           PIC X(01).
           88  FIN-LIBRO-ANT-SI    VALUE 'S'.
           88  FIN-LIBRO-ANT-NO    VALUE 'N'.
       77  FIN-LIBRO               PIC X(01).
           88  FIN-LIBRO-SI        VALUE 'S'.
           88  FIN-LIBRO-NO        VALUE 'N'.
       77  WS-PROCESO              PIC X(01).
           88  WS-PROCESO-OK       VALUE 'S'.
           88  WS-PROCESO-NO       VALUE 'N'.
       77  WS-SECUENCIA            PIC 9(06).
       77  WS-CONTADOR-LEIDOS      PIC 9(06) COMP.
       77  WS-CONTADOR-GRABADOS    PIC 9(06) COMP.
       77  WS-CONTADOR-ERRORES     PIC 9(06) COMP.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

           IF WS-PROCESO-OK
               PERFORM 2000-LEER-LIBRO-ANT THRU 2000-EXIT
               PERFORM 2100-CONVERTIR-ANOTACION THRU 2100-EXIT
                   UNTIL FIN-LIBRO-ANT-SI
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
      *    EL LIBRO NUEVO SE CREA VACIO Y SE REABRE EN I-O PARA
      *    PODER CONSULTAR LA ULTIMA SECUENCIA DE CADA ARTICULO Y
      *    FECHA MIENTRAS SE CARGA.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-LIBRO-ANT.
           MOVE 'S' TO WS-PROCESO.
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONTADOR-GRABADOS.
           MOVE ZERO TO WS-CONTADOR-ERRORES.

           OPEN INPUT A-LIBRO-ANT.

           IF FS-LIBRO-ANT = '35'
               DISPLAY 'NO EXISTE EL LIBRO ANTERIOR AMOVS.ANT. '
                   'RENOMBRE EL AMOVS.LED SECUENCIAL A AMOVS.ANT '
                   'ANTES DE LA CONVERSION.'
               MOVE 'N' TO WS-PROCESO
           ELSE
               PERFORM 1100-COMPROBAR-LIBRO THRU 1100-EXIT
               IF WS-PROCESO-NO
                   CLOSE A-LIBRO-ANT
               END-IF
           END-IF.

           IF WS-PROCESO-OK
               OPEN OUTPUT A-LIBRO
               CLOSE A-LIBRO
               OPEN I-O A-LIBRO
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1100-COMPROBAR-LIBRO.
      *-----------------------------------------------------------------
      *    SI YA HAY UN LIBRO INDEXADO CON ANOTACIONES LA CONVERSION
      *    YA SE HIZO (Y PE-MV09 PUEDE HABER ANOTADO DESPUES): NO SE
      *    SUSTITUYE.
      *-----------------------------------------------------------------
           OPEN INPUT A-LIBRO.

           IF FS-LIBRO NOT = '35'
               READ A-LIBRO NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY 'AMOVS.LED YA ESTA EN FORMATO '
                           'INDEXADO Y TIENE ANOTACIONES. PROCESO '
                           'CANCELADO.'
                       MOVE 'N' TO WS-PROCESO
               END-READ
               CLOSE A-LIBRO
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-LEER-LIBRO-ANT.
      *-----------------------------------------------------------------
           READ A-LIBRO-ANT
               AT END MOVE 'S' TO FIN-LIBRO-ANT
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2100-CONVERTIR-ANOTACION.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-LEIDOS.

           PERFORM 2200-SIGUIENTE-SECUENCIA THRU 2200-EXIT.

           MOVE ANT-COD-ARTI TO LED-COD-ARTI.
           MOVE ANT-FECHA-APLIC TO LED-FECHA-APLIC.
           MOVE WS-SECUENCIA TO LED-SECUENCIA.
           MOVE ANT-FECHA TO LED-FECHA.
           MOVE ANT-TIPO TO LED-TIPO.
           MOVE ANT-CANTIDAD TO LED-CANTIDAD.
           MOVE ANT-OPERADOR TO LED-OPERADOR.
           MOVE ANT-STOCK-ANT TO LED-STOCK-ANT.
           MOVE ANT-STOCK-NUE TO LED-STOCK-NUE.
           MOVE ANT-ESTADO TO LED-ESTADO.
           MOVE ANT-MOTIVO TO LED-MOTIVO.
           MOVE ANT-COSTE TO LED-COSTE.
           MOVE ANT-COD-ALMA TO LED-COD-ALMA.
           MOVE ANT-ALMA-DESTINO TO LED-ALMA-DESTINO.
           MOVE SPACE TO LED-NUM-LOTE.
           MOVE ZERO TO LED-FEC-CADUC.
           MOVE SPACE TO LED-ORIGEN.

           WRITE R-LIBRO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO GRABAR LA '
                       'ANOTACION ' LED-CLAVE
                   ADD 1 TO WS-CONTADOR-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-GRABADOS
           END-WRITE.

           PERFORM 2000-LEER-LIBRO-ANT THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-SIGUIENTE-SECUENCIA.
      *-----------------------------------------------------------------
      *    MISMO CRITERIO QUE PE-MV09: SIGUIENTE A LA ULTIMA
      *    SECUENCIA YA GRABADA DEL ARTICULO EN LA FECHA.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-SECUENCIA.
           MOVE 'N' TO FIN-LIBRO.
           MOVE ANT-COD-ARTI TO LED-COD-ARTI.
           MOVE ANT-FECHA-APLIC TO LED-FECHA-APLIC.
           MOVE ZERO TO LED-SECUENCIA.

           START A-LIBRO KEY IS NOT LESS THAN LED-CLAVE
               INVALID KEY MOVE 'S' TO FIN-LIBRO
           END-START.

           PERFORM 2300-LEER-SECUENCIA THRU 2300-EXIT
               UNTIL FIN-LIBRO-SI.

           ADD 1 TO WS-SECUENCIA.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-LEER-SECUENCIA.
      *-----------------------------------------------------------------
           READ A-LIBRO NEXT RECORD
               AT END MOVE 'S' TO FIN-LIBRO
           END-READ.

           IF FIN-LIBRO-NO
               IF LED-COD-ARTI = ANT-COD-ARTI AND
                       LED-FECHA-APLIC = ANT-FECHA-APLIC
                   MOVE LED-SECUENCIA TO WS-SECUENCIA
               ELSE
                   MOVE 'S' TO FIN-LIBRO
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-LIBRO-ANT.
           CLOSE A-LIBRO.

           DISPLAY 'ANOTACIONES LEIDAS DE AMOVS.ANT:  '
               WS-CONTADOR-LEIDOS.
           DISPLAY 'ANOTACIONES GRABADAS EN AMOVS.LED: '
               WS-CONTADOR-GRABADOS.
           DISPLAY 'ANOTACIONES CON ERROR:            '
               WS-CONTADOR-ERRORES.

           IF WS-CONTADOR-GRABADOS NOT = WS-CONTADOR-LEIDOS
               DISPLAY 'ATENCION: LA CONVERSION NO ESTA COMPLETA. '
                   'REVISE LOS ERRORES ANTES DE EJECUTAR PE-MV09.'
           END-IF.
       9000-EXIT.
           EXIT.
