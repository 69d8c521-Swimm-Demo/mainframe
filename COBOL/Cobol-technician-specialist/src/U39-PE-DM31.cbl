       DATE-COMPILED.
       REMARKS. RECONSTRUYE LA HISTORIA DE DEMANDA ADEMANDA.SEC
           (PERIODO, ARTICULO, UNIDADES SALIDAS) A PARTIR DE LAS
           SALIDAS APLICADAS DE AMOVS.LED, LEYENDO EL LIBRO POR
           CLAVE (ARTICULO) Y ACUMULANDO POR MES DE LA FECHA DEL
           MOVIMIENTO DENTRO DE CADA ARTICULO.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 02/09/2026  DSI     PROGRAMA ORIGINAL.
      * 15/10/2026  DSI     EL LIBRO INCORPORA EL ALMACEN Y EL
      *                     ALMACEN DESTINO DE LOS TRASPASOS (VER
      *                     PE-MV09); AQUI SOLO SE ARRASTRAN. LOS
      *                     TRASPASOS NO SON DEMANDA Y NO CUENTAN.
      * 15/10/2026  DSI     AMOVS.LED PASA A SER INDEXADO POR ARTICULO,
      *                     FECHA DE APLICACION Y SECUENCIA (VER
      *                     PE-LI43) Y SE LEE POR CLAVE, SIN ORDENAR A
      *                     TRAVES DE LIBROORD.TMP. COMO DENTRO DEL
      *                     ARTICULO EL ORDEN ES EL DE APLICACION Y NO
      *                     EL DE LA FECHA DEL MOVIMIENTO, LOS MESES
      *                     DE CADA ARTICULO SE ACUMULAN EN UNA TABLA
      *                     Y SE GRABAN AL CAMBIAR DE ARTICULO.
      * 15/10/2026  DSI     EL REGISTRO DEL LIBRO INCORPORA EL LOTE Y
      *                     SU FECHA DE CADUCIDAD (VER PE-MV09); AQUI
      *                     SOLO SE ARRASTRAN.
      * 15/10/2026  DSI     EL REGISTRO DEL LIBRO INCORPORA EL ORIGEN
      *                     DEL MOVIMIENTO (LED-ORIGEN, VER PE-MV09);
      *                     AQUI SOLO SE ARRASTRA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *    DECLARACION DEL LIBRO DE MOVIMIENTOS APLICADOS (ENTRADA)
      *
           SELECT A-LIBRO ASSIGN TO DISK 'AMOVS.LED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-CLAVE
               FILE STATUS IS FS-LIBRO.
      *
      *    HISTORIA DE DEMANDA POR ARTICULO Y PERIODO (SALIDA)
      *
           SELECT A-DEMANDA ASSIGN TO DISK 'ADEMANDA.SEC'
       FD  A-LIBRO
           LABEL RECORD IS STANDARD.
       01  R-LIBRO.
           02  LED-CLAVE.
               03  LED-COD-ARTI    PIC 9(04).
               03  LED-FECHA-APLIC PIC 9(08).
               03  LED-SECUENCIA   PIC 9(06).
           02  LED-FECHA           PIC 9(08).
           02  LED-TIPO            PIC X(01).
               88  LED-SALIDA      VALUE 'S'.
           02  LED-CANTIDAD        PIC 9(06).
           02  LED-OPERADOR        PIC X(08).
           02  LED-STOCK-ANT       PIC 9(06).
           02  LED-STOCK-NUE       PIC 9(06).
           02  LED-ESTADO          PIC X(01).
               88  LED-APLICADO    VALUE 'A'.
           02  LED-MOTIVO          PIC X(02).
           02  LED-COSTE           PIC 9(04)V9(02).
           02  LED-COD-ALMA        PIC X(03).
           02  LED-ALMA-DESTINO    PIC X(03).
           02  LED-NUM-LOTE        PIC X(10).
           02  LED-FEC-CADUC       PIC 9(08).
           02  LED-ORIGEN          PIC X(01).
               88  LED-DE-PEDIDO   VALUE 'P'.
      *
      *    DESCRIPCION DEL REGISTRO DE LA HISTORIA DE DEMANDA
      *

       WORKING-STORAGE SECTION.
       77  FS-LIBRO                PIC X(02).
       77  FS-DEMANDA              PIC X(02).
       77  FIN-LIBRO               PIC X(01).
           88  FIN-LIBRO-SI        VALUE 'S'.
           88  WS-HAY-GRUPO-SI     VALUE 'S'.
           88  WS-HAY-GRUPO-NO     VALUE 'N'.
       77  WS-ARTI-ANTERIOR        PIC 9(04).
       77  WS-PERIODO-ACTUAL       PIC 9(06).
       77  WS-CONTADOR-SALIDAS     PIC 9(06) COMP.
       77  WS-CONTADOR-PERIODOS    PIC 9(06) COMP.

      *
      *    TABLA DE PERIODOS DEL ARTICULO EN CURSO: UNIDADES SALIDAS
      *    POR MES DE LA FECHA DEL MOVIMIENTO
      *
       01  TABLA-PERIODOS.
           05  ENTRADA-PER OCCURS 240 TIMES INDEXED BY IX-PER.
               10  TP-PERIODO      PIC 9(06).
               10  TP-CANTIDAD     PIC 9(08).
       77  NUM-PERIODOS             PIC 9(04) COMP VALUE 0.
       77  WS-MAX-PERIODOS          PIC 9(04) COMP VALUE 240.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 4000-ABRIR-ARCHIVOS THRU 4000-EXIT.
           PERFORM 4100-LEER-LIBRO THRU 4100-EXIT.
           PERFORM 4200-PROCESO-DETALLE THRU 4200-EXIT
               UNTIL FIN-LIBRO-SI.
           IF WS-HAY-GRUPO-SI
               PERFORM 4500-GRABAR-ARTICULO THRU 4500-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.
           MOVE 'N' TO FIN-LIBRO.
           MOVE 'N' TO WS-HAY-GRUPO.
           MOVE ZERO TO WS-ARTI-ANTERIOR.
           MOVE ZERO TO NUM-PERIODOS.
           MOVE ZERO TO WS-CONTADOR-SALIDAS.
           MOVE ZERO TO WS-CONTADOR-PERIODOS.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4000-ABRIR-ARCHIVOS.
      *-----------------------------------------------------------------
      *    SIN LIBRO SE DEJA LA HISTORIA VACIA, IGUAL QUE CON UN
      *    LIBRO SIN SALIDAS APLICADAS.
      *-----------------------------------------------------------------
           OPEN INPUT A-LIBRO.
           IF FS-LIBRO = '35'
               DISPLAY 'NO HAY MOVIMIENTOS APLICADOS TODAVIA.'
               MOVE 'S' TO FIN-LIBRO
           END-IF.
           OPEN OUTPUT A-DEMANDA.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4100-LEER-LIBRO.
      *-----------------------------------------------------------------
           IF FIN-LIBRO-NO
               READ A-LIBRO AT END MOVE 'S' TO FIN-LIBRO
               END-READ
           END-IF.
       4100-EXIT.
           EXIT.

       4200-PROCESO-DETALLE.
      *-----------------------------------------------------------------
      *    SOLO CUENTAN LAS SALIDAS APLICADAS. EL CAMBIO DE
      *    ARTICULO GRABA LOS PERIODOS ACUMULADOS DEL ANTERIOR.
      *-----------------------------------------------------------------
           IF LED-APLICADO AND LED-SALIDA
               ADD 1 TO WS-CONTADOR-SALIDAS
               COMPUTE WS-PERIODO-ACTUAL = LED-FECHA / 100

               IF WS-HAY-GRUPO-SI AND
                       LED-COD-ARTI NOT = WS-ARTI-ANTERIOR
                   PERFORM 4500-GRABAR-ARTICULO THRU 4500-EXIT
               END-IF

               IF WS-HAY-GRUPO-NO
                   MOVE 'S' TO WS-HAY-GRUPO
                   MOVE LED-COD-ARTI TO WS-ARTI-ANTERIOR
                   MOVE ZERO TO NUM-PERIODOS
               END-IF

               PERFORM 4300-ACUMULAR-PERIODO THRU 4300-EXIT
           END-IF.

           PERFORM 4100-LEER-LIBRO THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4300-ACUMULAR-PERIODO.
      *-----------------------------------------------------------------
           SET IX-PER TO 1.
           SEARCH ENTRADA-PER
               AT END
                   PERFORM 4400-ANADIR-PERIODO THRU 4400-EXIT
               WHEN IX-PER > NUM-PERIODOS
                   PERFORM 4400-ANADIR-PERIODO THRU 4400-EXIT
               WHEN TP-PERIODO (IX-PER) = WS-PERIODO-ACTUAL
                   CONTINUE
           END-SEARCH.

           IF IX-PER <= NUM-PERIODOS
               ADD LED-CANTIDAD TO TP-CANTIDAD (IX-PER)
           END-IF.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4400-ANADIR-PERIODO.
      *-----------------------------------------------------------------
           IF NUM-PERIODOS >= WS-MAX-PERIODOS
               DISPLAY 'AVISO: EL ARTICULO ' LED-COD-ARTI
                   ' SUPERA LOS ' WS-MAX-PERIODOS ' MESES ADMITIDOS. '
                   'EL PERIODO ' WS-PERIODO-ACTUAL ' NO SE GRABA.'
               SET IX-PER TO WS-MAX-PERIODOS
               SET IX-PER UP BY 1
           ELSE
               ADD 1 TO NUM-PERIODOS
               SET IX-PER TO NUM-PERIODOS
               MOVE WS-PERIODO-ACTUAL TO TP-PERIODO (IX-PER)
               MOVE ZERO TO TP-CANTIDAD (IX-PER)
           END-IF.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4500-GRABAR-ARTICULO.
      *-----------------------------------------------------------------
           SET IX-PER TO 1.
           PERFORM 4550-GRABAR-PERIODO THRU 4550-EXIT
               UNTIL IX-PER > NUM-PERIODOS.
           MOVE 'N' TO WS-HAY-GRUPO.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4550-GRABAR-PERIODO.
      *-----------------------------------------------------------------
           MOVE TP-PERIODO (IX-PER) TO DEM-PERIODO.
           MOVE WS-ARTI-ANTERIOR TO DEM-COD-ARTI.
           MOVE TP-CANTIDAD (IX-PER) TO DEM-CANTIDAD.
           WRITE R-DEMANDA.
           ADD 1 TO WS-CONTADOR-PERIODOS.
           SET IX-PER UP BY 1.
       4550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           IF FS-LIBRO NOT = '35'
               CLOSE A-LIBRO
           END-IF.
           CLOSE A-DEMANDA.

           DISPLAY 'SALIDAS APLICADAS LEIDAS:        '
