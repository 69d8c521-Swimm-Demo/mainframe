      *   PERO SIN EL STOCK TEORICO, PARA QUE QUIEN CUENTA NO PUEDA   *
      *   COPIARLO, Y ABRE LA CAMPANA DE RECUENTO EN ARECU.REL, DE    *
      *   DONDE PE-RC23 CAPTURA LAS CANTIDADES CONTADAS Y PE-RC24     *
      *   OBTIENE LAS DIFERENCIAS Y LAS APLICA. EL RECUENTO SE HACE   *
      *   POR ALMACEN: UN SOLO ALMACEN O TODOS LOS QUE TENGAN STOCK   *
      *   UBICADO DE CADA ARTICULO (ASTKA.REL).                       *
      *                                                               *
      *****************************************************************

       REMARKS. GENERA LAS HOJAS DE RECUENTO (HOJAREC.LIS) Y EL
           ARCHIVO DE RECUENTO ARECU.REL CON UN REGISTRO PENDIENTE
           POR ARTICULO SELECCIONADO. CADA EJECUCION ABRE UNA
           CAMPANA NUEVA Y SUSTITUYE LA ANTERIOR. LA CLAVE DEL
           RECUENTO ES ARTICULO + ALMACEN.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      * 02/09/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA EL
      *                     COSTE UNITARIO (VER PE-AR02 Y
      *                     PE-MV09); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     RECUENTO POR ALMACEN. SE PIDE EL ALMACEN
      *                     A CONTAR (EN BLANCO = TODOS); EL STOCK
      *                     TEORICO SE TOMA DE ASTKA.REL Y LA CLAVE
      *                     DE ARECU.REL PASA A SER ARTICULO +
      *                     ALMACEN. LAS HOJAS LLEVAN EL ALMACEN.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT A-RECUENTO ASSIGN TO DISK 'ARECU.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CLAVE
               FILE STATUS IS FS-RECUENTO.
      *
      *    DECLARACION DEL ARCHIVO DE ALMACENES
      *
           SELECT A-ALMACEN ASSIGN TO DISK 'AALMA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-COD-ALMA
               FILE STATUS IS FS-ALMACEN.
      *
      *    DECLARACION DEL ARCHIVO DE STOCK POR ALMACEN
      *
           SELECT A-STOCK-ALMA ASSIGN TO DISK 'ASTKA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-CLAVE
               FILE STATUS IS FS-STOCK-ALMA.
      *
      *    HOJAS DE RECUENTO (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'HOJAREC.LIS'
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE RECUENTO. EL STOCK TEORICO
      *    QUEDA GUARDADO EN EL MOMENTO DE ABRIR LA CAMPANA COMO
       FD  A-RECUENTO
           LABEL RECORD IS STANDARD.
       01  R-RECUENTO.
           02  REC-CLAVE.
               03  REC-COD-ARTI    PIC 9(04).
               03  REC-COD-ALMA    PIC X(03).
           02  REC-COD-TPARTI      PIC X(03).
           02  REC-STOCK-TEORICO   PIC 9(06).
           02  REC-CANTIDAD        PIC 9(06).
               88  REC-CONTADO     VALUE 'C'.
               88  REC-APLICADO    VALUE 'A'.
      *
      *    DESCRIPCION DEL REGISTRO DE ALMACENES
      *
       FD  A-ALMACEN
           LABEL RECORD IS STANDARD.
       01  R-ALMACEN.
           02  ALM-COD-ALMA        PIC X(03).
           02  ALM-NOM-ALMA        PIC X(25).
      *
      *    DESCRIPCION DEL REGISTRO DE STOCK POR ALMACEN
      *
       FD  A-STOCK-ALMA
           LABEL RECORD IS STANDARD.
       01  R-STOCK-ALMA.
           02  STA-CLAVE.
               03  STA-COD-ARTI    PIC 9(04).
               03  STA-COD-ALMA    PIC X(03).
           02  STA-CANTIDAD        PIC 9(06).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
       FD  INFORME
       77  FS-ARTI-REL             PIC X(02).
       77  FS-RECUENTO             PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FS-ALMACEN              PIC X(02).
       77  FS-STOCK-ALMA           PIC X(02).
       77  FIN-ARTICULO            PIC X(01).
           88  FIN-ARTICULO-SI     VALUE 'S'.
           88  FIN-ARTICULO-NO     VALUE 'N'.
       77  FIN-STOCK-ALMA          PIC X(01).
           88  FIN-STOCK-ALMA-SI   VALUE 'S'.
           88  FIN-STOCK-ALMA-NO   VALUE 'N'.
       77  WS-PROCESO              PIC X(01).
           88  WS-PROCESO-OK       VALUE 'S'.
           88  WS-PROCESO-NO       VALUE 'N'.
       77  WS-TPARTI-DESDE         PIC X(03).
       77  WS-TPARTI-HASTA         PIC X(03).
       77  WS-ALMA-SELEC           PIC X(03).
       77  WS-ALMA-RECUENTO        PIC X(03).
       77  WS-STOCK-RECUENTO       PIC 9(06).
       77  WS-CONTADOR-UBICACIONES PIC 9(06) COMP.
       77  WS-CONTADOR-SIN-UBICAR  PIC 9(06) COMP.
       77  WS-FECHA-HOY            PIC 9(08).
       77  WS-CONTADOR-LEIDOS      PIC 9(06) COMP.
       77  WS-CONTADOR-HOJA        PIC 9(06) COMP.
       01  WS-CABECERA-2.
           05  FILLER              PIC X(07) VALUE 'FECHA: '.
           05  WS-C2-FECHA         PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACE.
           05  FILLER              PIC X(09) VALUE 'ALMACEN: '.
           05  WS-C2-ALMACEN       PIC X(07).

       01  WS-CABECERA-3.
           05  FILLER              PIC X(04) VALUE 'COD.'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(05) VALUE 'TIPO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(04) VALUE 'ALM'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(16) VALUE 'CANTIDAD CONTADA'.

       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-COD-TPARTI    PIC X(03).
           05  FILLER              PIC X(04) VALUE SPACE.
           05  WS-LD-COD-ALMA      PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACE.
           05  FILLER              PIC X(16) VALUE '________________'.

       01  WS-LINEA-TOTAL.
               'ARTICULOS EN LA HOJA DE RECUENTO'.
           05  WS-LT-CONTADOR      PIC ZZZ.ZZ9.

       01  WS-LINEA-SIN-UBICAR.
           05  FILLER              PIC X(34) VALUE
               'ARTICULOS CON STOCK SIN UBICAR'.
           05  WS-LS-CONTADOR      PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           MOVE 'N' TO FIN-ARTICULO.
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONTADOR-HOJA.
           MOVE ZERO TO WS-CONTADOR-SIN-UBICAR.
           MOVE ZERO TO WS-PAGINA.
           MOVE 99 TO WS-LINEAS-PAGINA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-TPARTI-DESDE.
           DISPLAY 'COD-TPARTI HASTA (EN BLANCO = ULTIMO):'.
           ACCEPT WS-TPARTI-HASTA.
           DISPLAY 'ALMACEN A CONTAR (EN BLANCO = TODOS):'.
           ACCEPT WS-ALMA-SELEC.

           IF WS-TPARTI-HASTA = SPACE
               MOVE HIGH-VALUE TO WS-TPARTI-HASTA
                   'AARTI.REL. PROCESO CANCELADO.'
               MOVE 'N' TO WS-PROCESO
           ELSE
               PERFORM 2050-ABRIR-ALMACENES THRU 2050-EXIT
               IF WS-PROCESO-OK
                   OPEN OUTPUT A-RECUENTO
                   OPEN OUTPUT INFORME
               ELSE
                   CLOSE A-ARTI-REL
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2050-ABRIR-ALMACENES.
      *-----------------------------------------------------------------
      *    EL STOCK TEORICO DE CADA ALMACEN SALE DE ASTKA.REL. SI SE
      *    HA PEDIDO UN SOLO ALMACEN, DEBE EXISTIR EN AALMA.REL.
      *-----------------------------------------------------------------
           OPEN INPUT A-STOCK-ALMA.

           IF FS-STOCK-ALMA = '35'
               DISPLAY 'NO EXISTE EL ARCHIVO DE STOCK POR ALMACEN '
                   'ASTKA.REL (VER PE-AL33). PROCESO CANCELADO.'
               MOVE 'N' TO WS-PROCESO
           ELSE
               IF WS-ALMA-SELEC NOT = SPACE
                   OPEN INPUT A-ALMACEN
                   IF FS-ALMACEN = '35'
                       DISPLAY 'NO EXISTE EL ARCHIVO DE ALMACENES '
                           'AALMA.REL. PROCESO CANCELADO.'
                       MOVE 'N' TO WS-PROCESO
                   ELSE
                       MOVE WS-ALMA-SELEC TO ALM-COD-ALMA
                       READ A-ALMACEN
                           INVALID KEY
                               DISPLAY 'NO EXISTE EL ALMACEN '
                                   WS-ALMA-SELEC
                                   '. PROCESO CANCELADO.'
                               MOVE 'N' TO WS-PROCESO
                       END-READ
                       CLOSE A-ALMACEN
                   END-IF
               END-IF
               IF WS-PROCESO-NO
                   CLOSE A-STOCK-ALMA
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2100-LEER-ARTICULO.
      *-----------------------------------------------------------------

           IF COD-TPARTI >= WS-TPARTI-DESDE AND
                   COD-TPARTI <= WS-TPARTI-HASTA
               IF WS-ALMA-SELEC NOT = SPACE
                   PERFORM 2220-RECUENTO-ALMACEN THRU 2220-EXIT
               ELSE
                   PERFORM 2250-RECUENTO-UBICACIONES THRU 2250-EXIT
               END-IF
           END-IF.

           PERFORM 2100-LEER-ARTICULO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2220-RECUENTO-ALMACEN.
      *-----------------------------------------------------------------
      *    UN SOLO ALMACEN: SE CUENTAN TODOS LOS ARTICULOS DEL RANGO,
      *    TENGAN O NO STOCK UBICADO EN EL (TEORICO CERO SI NO).
      *-----------------------------------------------------------------
           MOVE COD-ARTI TO STA-COD-ARTI.
           MOVE WS-ALMA-SELEC TO STA-COD-ALMA.

           READ A-STOCK-ALMA
               INVALID KEY MOVE ZERO TO STA-CANTIDAD
           END-READ.

           MOVE WS-ALMA-SELEC TO WS-ALMA-RECUENTO.
           MOVE STA-CANTIDAD TO WS-STOCK-RECUENTO.
           PERFORM 2300-GRABAR-RECUENTO THRU 2300-EXIT.
           PERFORM 2400-IMPRIMIR-DETALLE THRU 2400-EXIT.
           ADD 1 TO WS-CONTADOR-HOJA.
       2220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2250-RECUENTO-UBICACIONES.
      *-----------------------------------------------------------------
      *    TODOS LOS ALMACENES: UNA LINEA POR CADA UBICACION DEL
      *    ARTICULO EN ASTKA.REL. EL STOCK QUE NO ESTA UBICADO EN
      *    NINGUN ALMACEN NO PUEDE CONTARSE; SE AVISA PARA QUE SE
      *    REGULARICE DESDE PE-AL33.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-CONTADOR-UBICACIONES.
           MOVE 'N' TO FIN-STOCK-ALMA.
           MOVE COD-ARTI TO STA-COD-ARTI.
           MOVE LOW-VALUES TO STA-COD-ALMA.

           START A-STOCK-ALMA KEY IS NOT LESS THAN STA-CLAVE
               INVALID KEY MOVE 'S' TO FIN-STOCK-ALMA
           END-START.

           PERFORM 2260-LEER-UBICACION THRU 2260-EXIT.
           PERFORM 2270-PROCESO-UBICACION THRU 2270-EXIT
               UNTIL FIN-STOCK-ALMA-SI.

           IF WS-CONTADOR-UBICACIONES = ZERO AND NUM-ARTI > ZERO
               DISPLAY 'AVISO: ARTICULO ' COD-ARTI
                   ' CON STOCK SIN UBICAR EN NINGUN ALMACEN. '
                   'NO ENTRA EN EL RECUENTO.'
               ADD 1 TO WS-CONTADOR-SIN-UBICAR
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2260-LEER-UBICACION.
      *-----------------------------------------------------------------
           IF NOT FIN-STOCK-ALMA-SI
               READ A-STOCK-ALMA NEXT RECORD
                   AT END MOVE 'S' TO FIN-STOCK-ALMA
               END-READ
               IF NOT FIN-STOCK-ALMA-SI AND STA-COD-ARTI NOT = COD-ARTI
                   MOVE 'S' TO FIN-STOCK-ALMA
               END-IF
           END-IF.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2270-PROCESO-UBICACION.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-UBICACIONES.
           MOVE STA-COD-ALMA TO WS-ALMA-RECUENTO.
           MOVE STA-CANTIDAD TO WS-STOCK-RECUENTO.
           PERFORM 2300-GRABAR-RECUENTO THRU 2300-EXIT.
           PERFORM 2400-IMPRIMIR-DETALLE THRU 2400-EXIT.
           ADD 1 TO WS-CONTADOR-HOJA.

           PERFORM 2260-LEER-UBICACION THRU 2260-EXIT.
       2270-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-GRABAR-RECUENTO.
      *-----------------------------------------------------------------
           MOVE COD-ARTI TO REC-COD-ARTI.
           MOVE WS-ALMA-RECUENTO TO REC-COD-ALMA.
           MOVE COD-TPARTI TO REC-COD-TPARTI.
           MOVE WS-STOCK-RECUENTO TO REC-STOCK-TEORICO.
           MOVE ZERO TO REC-CANTIDAD.
           MOVE 'P' TO REC-ESTADO.

           WRITE R-RECUENTO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: ARTICULO REPETIDO EN EL '
                       'RECUENTO: ' COD-ARTI ' ' WS-ALMA-RECUENTO
           END-WRITE.
       2300-EXIT.
           EXIT.
           MOVE COD-ARTI TO WS-LD-COD-ARTI.
           MOVE NOM-ARTI TO WS-LD-NOM-ARTI.
           MOVE COD-TPARTI TO WS-LD-COD-TPARTI.
           MOVE WS-ALMA-RECUENTO TO WS-LD-COD-ALMA.
           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
           ADD 1 TO WS-LINEAS-PAGINA.
           MOVE WS-CABECERA-1 TO LIN-INFORME.
           WRITE LIN-INFORME AFTER ADVANCING PAGE.
           MOVE WS-FECHA-HOY TO WS-C2-FECHA.
           IF WS-ALMA-SELEC = SPACE
               MOVE 'TODOS' TO WS-C2-ALMACEN
           ELSE
               MOVE WS-ALMA-SELEC TO WS-C2-ALMACEN
           END-IF.
           MOVE WS-CABECERA-2 TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-CABECERA-3 TO LIN-INFORME.
           WRITE LIN-INFORME AFTER ADVANCING 2 LINES.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.
           IF WS-CONTADOR-SIN-UBICAR > ZERO
               MOVE WS-CONTADOR-SIN-UBICAR TO WS-LS-CONTADOR
               MOVE WS-LINEA-SIN-UBICAR TO LIN-INFORME
               WRITE LIN-INFORME
           END-IF.

           DISPLAY 'ARTICULOS LEIDOS:           ' WS-CONTADOR-LEIDOS.
           DISPLAY 'LINEAS EN EL RECUENTO:      ' WS-CONTADOR-HOJA.
           DISPLAY 'ARTICULOS SIN UBICAR:       '
               WS-CONTADOR-SIN-UBICAR.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
           CLOSE A-ARTI-REL.
           CLOSE A-RECUENTO.
           CLOSE A-STOCK-ALMA.
           CLOSE INFORME.
       9000-EXIT.
           EXIT.
