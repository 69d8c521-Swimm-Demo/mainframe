      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 02/09/2026  DSI     PROGRAMA ORIGINAL.
      * 15/10/2026  DSI     EL LIBRO INCORPORA EL ALMACEN Y EL
      *                     ALMACEN DESTINO DE LOS TRASPASOS (VER
      *                     PE-MV09), QUE LA FICHA MUESTRA EN CADA
      *                     LINEA. LOS TRASPASOS NO CAMBIAN
      *                     NUM-ARTI Y NO ALTERAN EL SALDO.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     AMOVS.LED PASA A SER INDEXADO POR ARTICULO,
      *                     FECHA DE APLICACION Y SECUENCIA (VER
      *                     PE-LI43). LA FICHA LO LEE POR CLAVE DESDE EL
      *                     PRIMER ARTICULO DEL RANGO, YA EN ORDEN DE
      *                     APLICACION, Y DESAPARECE LA ORDENACION A
      *                     TRAVES DE LIBROORD.TMP.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CLAVE
               FILE STATUS IS FS-LIBRO.
      *
      *    DECLARACION DEL ARCHIVO DE ARTICULOS (SOLO LECTURA,
               RECORD KEY IS COD-ARTI
               FILE STATUS IS FS-ARTICULO.
      *
      *    FICHA DE ALMACEN (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'KARDEX.LIS'
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
               88  LED-APLICADO    VALUE 'A'.
               88  LED-RECHAZADO   VALUE 'R'.
               88  LED-REENVIADO   VALUE 'Q'.
           02  LED-MOTIVO          PIC X(02).
           02  LED-COSTE           PIC 9(04)V9(02).
           02  LED-COD-ALMA        PIC X(03).
           02  LED-ALMA-DESTINO    PIC X(03).
           02  LED-NUM-LOTE        PIC X(10).
           02  LED-FEC-CADUC       PIC 9(08).
           02  LED-ORIGEN          PIC X(01).
               88  LED-DE-PEDIDO   VALUE 'P'.
      *
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS
      *
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
       77  FS-LIBRO                PIC X(02).
       77  FS-ARTICULO             PIC X(02).
           88  FS-ARTICULO-OK      VALUE '00'.
       77  FS-INFORME              PIC X(02).
       77  FIN-LIBRO               PIC X(01).
           88  FIN-LIBRO-SI        VALUE 'S'.
           05  FILLER              PIC X(08) VALUE 'SALDO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(04) VALUE 'E MO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(07) VALUE 'ALM DES'.

       01  WS-LINEA-GRUPO.
           05  FILLER              PIC X(10) VALUE 'ARTICULO: '.
           05  WS-LD-ESTADO        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-MOTIVO        PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-COD-ALMA      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-ALMA-DESTINO  PIC X(03).

       01  WS-LINEA-CIERRE.
           05  FILLER              PIC X(20) VALUE
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 4000-ABRIR-INFORME THRU 4000-EXIT.
           PERFORM 4100-LEER-LIBRO THRU 4100-EXIT.
           PERFORM 4200-PROCESO-DETALLE THRU 4200-EXIT
               UNTIL FIN-LIBRO-SI.
           IF NOT WS-ES-PRIMER-GRUPO
           EXIT.

      *-----------------------------------------------------------------
       4000-ABRIR-INFORME.
      *-----------------------------------------------------------------
      *    EL LIBRO SE POSICIONA EN EL PRIMER ARTICULO DEL RANGO; LAS
      *    ANOTACIONES DE CADA ARTICULO SALEN POR CLAVE EN EL ORDEN
      *    EN QUE SE APLICARON, QUE ES EL QUE NECESITA LA FICHA PARA
      *    RECONSTRUIR EL SALDO.
      *-----------------------------------------------------------------
           OPEN INPUT A-LIBRO.

           IF FS-LIBRO = '35'
               DISPLAY 'NO HAY MOVIMIENTOS APLICADOS TODAVIA.'
               MOVE 'S' TO FIN-LIBRO
           ELSE
               MOVE WS-ARTI-DESDE TO LED-COD-ARTI
               MOVE ZERO TO LED-FECHA-APLIC
               MOVE ZERO TO LED-SECUENCIA
               START A-LIBRO KEY IS NOT LESS THAN LED-CLAVE
                   INVALID KEY MOVE 'S' TO FIN-LIBRO
               END-START
           END-IF.

           OPEN INPUT A-ARTICULO.
           OPEN OUTPUT INFORME.

           EXIT.

      *-----------------------------------------------------------------
       4100-LEER-LIBRO.
      *-----------------------------------------------------------------
      *    LA LECTURA TERMINA AL PASAR DEL ULTIMO ARTICULO DEL RANGO.
      *-----------------------------------------------------------------
           IF FIN-LIBRO-NO
               READ A-LIBRO NEXT RECORD
                   AT END MOVE 'S' TO FIN-LIBRO
               END-READ
               IF FIN-LIBRO-NO AND LED-COD-ARTI > WS-ARTI-HASTA
                   MOVE 'S' TO FIN-LIBRO
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *    ARTICULOS Y FECHAS PEDIDO. EL CAMBIO DE ARTICULO CIERRA
      *    LA FICHA ANTERIOR Y ABRE LA SIGUIENTE.
      *-----------------------------------------------------------------
           IF LED-COD-ARTI >= WS-ARTI-DESDE AND
                   LED-COD-ARTI <= WS-ARTI-HASTA AND
                   LED-FECHA-APLIC >= WS-FECHA-DESDE AND
                   LED-FECHA-APLIC <= WS-FECHA-HASTA
               IF WS-ES-PRIMER-GRUPO OR
                       LED-COD-ARTI NOT = WS-ARTI-ANTERIOR
                   IF NOT WS-ES-PRIMER-GRUPO
                       PERFORM 4500-CERRAR-ARTICULO THRU 4500-EXIT
                   END-IF
                   MOVE 'N' TO WS-PRIMER-GRUPO
                   MOVE LED-COD-ARTI TO WS-ARTI-ANTERIOR
                   PERFORM 4300-ABRIR-ARTICULO THRU 4300-EXIT
               END-IF

               PERFORM 4400-IMPRIMIR-MOVIMIENTO THRU 4400-EXIT
           END-IF.

           PERFORM 4100-LEER-LIBRO THRU 4100-EXIT.
       4200-EXIT.
           EXIT.


           MOVE 'SIN NOMBRE' TO WS-NOM-ARTI-ACTUAL.
           MOVE ZERO TO WS-STOCK-ACTUAL.
           MOVE LED-COD-ARTI TO COD-ARTI.
           READ A-ARTICULO
               INVALID KEY
                   CONTINUE

           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE LED-COD-ARTI TO WS-LG-COD-ARTI.
           MOVE WS-NOM-ARTI-ACTUAL TO WS-LG-NOM-ARTI.
           MOVE WS-LINEA-GRUPO TO LIN-INFORME.
           WRITE LIN-INFORME.
      *    HABIA, SIN ALTERARLO; ANTES DEL PRIMER APLICADO NO HAY
      *    SALDO ESTABLECIDO Y LA COLUMNA SE DEJA EN BLANCO.
      *-----------------------------------------------------------------
           IF LED-APLICADO
               IF WS-HAY-APLICADOS-NO
                   MOVE 'S' TO WS-HAY-APLICADOS
                   MOVE LED-STOCK-ANT TO WS-SALDO-APERTURA
                   MOVE WS-SALDO-APERTURA TO WS-LA-SALDO
                   MOVE WS-LINEA-APERTURA TO LIN-INFORME
                   WRITE LIN-INFORME
               END-IF
               MOVE LED-STOCK-NUE TO WS-SALDO-CIERRE
           END-IF.

           MOVE LED-FECHA-APLIC TO WS-LD-FECHA-APLIC.
           MOVE LED-FECHA TO WS-LD-FECHA.
           MOVE LED-TIPO TO WS-LD-TIPO.
           MOVE LED-CANTIDAD TO WS-LD-CANTIDAD.
           MOVE LED-STOCK-ANT TO WS-LD-STOCK-ANT.
           MOVE LED-STOCK-NUE TO WS-LD-STOCK-NUE.
           IF WS-HAY-APLICADOS-SI
               MOVE WS-SALDO-CIERRE TO WS-LD-SALDO
           ELSE
               MOVE SPACE TO WS-LD-SALDO-X
           END-IF.
           MOVE LED-ESTADO TO WS-LD-ESTADO.
           MOVE LED-MOTIVO TO WS-LD-MOTIVO.
           MOVE LED-COD-ALMA TO WS-LD-COD-ALMA.
           MOVE LED-ALMA-DESTINO TO WS-LD-ALMA-DESTINO.
           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
           ADD 1 TO WS-CONTADOR-LINEAS.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           IF FS-LIBRO NOT = '35'
               CLOSE A-LIBRO
           END-IF.
           CLOSE A-ARTICULO.
           CLOSE INFORME.

