           DE AARTI.REL Y DEJA CONSTANCIA DE CADA APLICACION EN EL
           LIBRO AMOVS.LED. LAS ENTRADAS SUMAN, LAS SALIDAS RESTAN
           Y LOS AJUSTES DEJAN EL STOCK EN LA CANTIDAD CONTADA.
           LAS SALIDAS, Y LOS AJUSTES QUE BAJAN EL STOCK, CONSUMEN
           LOS LOTES POR ORDEN DE CADUCIDAD; LOS TRASPASOS Y LOS
           AJUSTES QUE LO SUBEN NO TOCAN LOS LOTES.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *                     NOCTURNA PE-CN28 SIN DETENERLA;
      *                     LANZADO SUELTO EL EFECTO ES EL
      *                     MISMO.
      * 15/10/2026  DSI     EL STOCK SE LLEVA TAMBIEN POR ALMACEN
      *                     (ASTKA.REL, VER PE-AL33). CADA
      *                     MOVIMIENTO TRAE SU ALMACEN, QUE DEBE
      *                     EXISTIR EN AALMA.REL (SI NO, SE RECHAZA
      *                     CON EL MOTIVO 'AL'), Y ACTUALIZA A LA
      *                     VEZ NUM-ARTI Y LA UBICACION. LAS SALIDAS
      *                     SE LIMITAN AL STOCK DEL ALMACEN, LOS
      *                     AJUSTES DEJAN EL ALMACEN EN LA CANTIDAD
      *                     CONTADA Y EL NUEVO TIPO 'T' TRASPASA LA
      *                     CANTIDAD AL ALMACEN DESTINO SIN CAMBIAR
      *                     NUM-ARTI. EL LIBRO RECOGE LOS ALMACENES.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     LAS SALIDAS, AJUSTES Y TRASPASOS APLICADOS,
      *                     QUE LLEGAN SIN COSTE, QUEDAN EN EL LIBRO CON
      *                     EL COSTE MEDIO DEL ARTICULO EN EL MOMENTO DE
      *                     APLICARLOS (LED-COSTE), PARA QUE EL DIARIO
      *                     CONTABLE PE-DC39 LOS VALORE AL COSTE AL QUE
      *                     SALIERON DEL INVENTARIO. LAS ENTRADAS
      *                     CONSERVAN SU COSTE DE RECEPCION.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     AMOVS.LED PASA A SER INDEXADO POR ARTICULO,
      *                     FECHA DE APLICACION Y SECUENCIA (VER
      *                     PE-LI43). CADA ANOTACION TOMA LA SIGUIENTE
      *                     SECUENCIA LIBRE DEL ARTICULO EN EL DIA.
      * 15/10/2026  DSI     LOTES Y CADUCIDADES (ALOTE.REL). LAS
      *                     ENTRADAS CON LOTE (VER PE-MV08 Y PE-PD21)
      *                     SUMAN SU CANTIDAD AL LOTE, QUE SE CREA SI
      *                     NO EXISTE. LAS SALIDAS SE SIRVEN DE LOS
      *                     LOTES DEL ARTICULO POR ORDEN DE CADUCIDAD,
      *                     LA MAS PROXIMA PRIMERO, Y SE ANOTAN EN EL
      *                     LIBRO CON UNA LINEA POR LOTE CONSUMIDO; LO
      *                     QUE LOS LOTES NO CUBREN SALE SIN LOTE. EL
      *                     LIBRO RECOGE EL LOTE Y SU CADUCIDAD.
      * 15/10/2026  DSI     LOS AJUSTES QUE BAJAN NUM-ARTI CONSUMEN LA
      *                     DIFERENCIA DE LOS LOTES DEL ARTICULO POR
      *                     ORDEN DE CADUCIDAD, COMO LAS SALIDAS, PARA
      *                     QUE ALOTE.REL NO QUEDE POR ENCIMA DEL
      *                     STOCK; EL AJUSTE SE SIGUE ANOTANDO EN UNA
      *                     SOLA LINEA DEL LIBRO. LOS TRASPASOS Y LOS
      *                     AJUSTES QUE SUBEN EL STOCK NO TOCAN LOS
      *                     LOTES.
      * 15/10/2026  DSI     SI NO EXISTE EL ARCHIVO DE ALMACENES
      *                     (AALMA.REL) SE AVISA AL ABRIR Y TODOS LOS
      *                     MOVIMIENTOS SE RECHAZAN CON EL MOTIVO
      *                     'AL', EN LUGAR DE DARLOS POR BUENOS.
      * 15/10/2026  DSI     LAS SALIDAS POR DESPACHO DE PEDIDO DE
      *                     CLIENTE (MOV-ORIGEN 'P', VER PE-DS36)
      *                     LIBERAN AL APLICARSE LA RESERVA DEL ARTICULO
      *                     (CAN-RES-ARTI) EN LA MISMA ACTUALIZACION QUE
      *                     BAJA NUM-ARTI. SI SE RECHAZAN, LA RESERVA SE
      *                     MANTIENE HASTA QUE PE-RR25 LAS REENVIE Y SE
      *                     APLIQUEN. EL LIBRO RECOGE EL ORIGEN
      *                     (LED-ORIGEN).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *    DECLARACION DEL LIBRO DE MOVIMIENTOS APLICADOS
      *
           SELECT A-LIBRO ASSIGN TO DISK 'AMOVS.LED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CLAVE
               FILE STATUS IS FS-LIBRO.
      *
      *    DECLARACION DEL ARCHIVO DE ALMACENES (VER PE-AL33)
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
      *    DECLARACION DEL ARCHIVO DE LOTES, ORDENADO POR ARTICULO
      *    Y FECHA DE CADUCIDAD
      *
           SELECT A-LOTE ASSIGN TO DISK 'ALOTE.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS FS-LOTE.

       DATA DIVISION.
       FILE SECTION.
               88  MOV-ENTRADA     VALUE 'E'.
               88  MOV-SALIDA      VALUE 'S'.
               88  MOV-AJUSTE      VALUE 'A'.
               88  MOV-TRASPASO    VALUE 'T'.
           02  MOV-CANTIDAD        PIC 9(06).
           02  MOV-OPERADOR        PIC X(08).
           02  MOV-COSTE           PIC 9(04)V9(02).
           02  MOV-COD-ALMA        PIC X(03).
           02  MOV-ALMA-DESTINO    PIC X(03).
           02  MOV-NUM-LOTE        PIC X(10).
           02  MOV-FEC-CADUC       PIC 9(08).
           02  MOV-ORIGEN          PIC X(01).
               88  MOV-DE-PEDIDO   VALUE 'P'.
      *
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS
      *
               88  EST-ARTI-BLOQUEADO      VALUE 'B'.
               88  EST-ARTI-DESCATALOGADO  VALUE 'D'.
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL LIBRO DE MOVIMIENTOS
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
               88  LED-MOT-TIPO-INVALIDO   VALUE 'TI'.
               88  LED-MOT-ERROR-ACTUAL    VALUE 'EA'.
               88  LED-MOT-ARTI-BLOQUEADO  VALUE 'BL'.
               88  LED-MOT-ALMACEN         VALUE 'AL'.
           02  LED-COSTE           PIC 9(04)V9(02).
           02  LED-COD-ALMA        PIC X(03).
           02  LED-ALMA-DESTINO    PIC X(03).
           02  LED-NUM-LOTE        PIC X(10).
           02  LED-FEC-CADUC       PIC 9(08).
           02  LED-ORIGEN          PIC X(01).
               88  LED-DE-PEDIDO   VALUE 'P'.
      *
      *    DESCRIPCION DEL REGISTRO DE ALMACENES (VER PE-AL33)
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
      *    DESCRIPCION DEL REGISTRO DE LOTE. LA CLAVE LLEVA LA
      *    FECHA DE CADUCIDAD DELANTE DEL NUMERO DE LOTE PARA QUE
      *    LOS LOTES DE CADA ARTICULO SE LEAN EN ORDEN DE
      *    CADUCIDAD. LOS LOTES SIN CADUCIDAD LLEVAN 99999999.
      *
       FD  A-LOTE
           LABEL RECORD IS STANDARD.
       01  R-LOTE.
           02  LOT-CLAVE.
               03  LOT-COD-ARTI    PIC 9(04).
               03  LOT-FEC-CADUC   PIC 9(08).
               03  LOT-NUM-LOTE    PIC X(10).
           02  LOT-CANTIDAD        PIC 9(06).
           02  LOT-FEC-ENTRADA     PIC 9(08).

       WORKING-STORAGE SECTION.
       77  FS-MOVIMIENTO           PIC X(02).
       77  FS-ARTI-REL             PIC X(02).
           88  FS-ARTI-REL-OK      VALUE '00'.
       77  FS-LIBRO                PIC X(02).
       77  FS-ALMACEN              PIC X(02).
       77  FS-STOCK-ALMA           PIC X(02).
       77  FS-LOTE                 PIC X(02).
       77  FIN-MOVIMIENTO          PIC X(01).
           88  FIN-MOVIMIENTO-SI   VALUE 'S'.
           88  FIN-MOVIMIENTO-NO   VALUE 'N'.
       77  FIN-LIBRO               PIC X(01).
           88  FIN-LIBRO-SI        VALUE 'S'.
           88  FIN-LIBRO-NO        VALUE 'N'.
       77  FIN-LOTES               PIC X(01).
           88  FIN-LOTES-SI        VALUE 'S'.
           88  FIN-LOTES-NO        VALUE 'N'.
       77  WS-HAY-ALMACENES        PIC X(01).
           88  HAY-ALMACENES-SI    VALUE 'S'.
           88  HAY-ALMACENES-NO    VALUE 'N'.
       77  WS-ANOTAR-TRAMOS        PIC X(01).
           88  ANOTAR-TRAMOS-SI    VALUE 'S'.
           88  ANOTAR-TRAMOS-NO    VALUE 'N'.
       77  WS-SECUENCIA            PIC 9(06).
       77  WS-FECHA-APLIC          PIC 9(08).
       77  WS-STOCK-ANT            PIC 9(06).
       77  WS-MOV-VALIDO           PIC X(01).
           88  MOV-NO-VALIDO       VALUE 'N'.
       77  WS-MOTIVO-RECHAZO       PIC X(02).
       77  WS-COSTE-MEDIO          PIC 9(04)V9(02).
       77  WS-CAN-ALMA-ORIGEN      PIC 9(06).
       77  WS-CAN-ALMA-DESTINO     PIC 9(06).
       77  WS-STOCK-CALCULO        PIC S9(08).
       77  WS-UBI-ALMA             PIC X(03).
       77  WS-UBI-CANTIDAD         PIC 9(06).
       77  WS-UNIDADES-LIBERAR     PIC 9(06).
       77  WS-PENDIENTE-LOTES      PIC 9(06).
       77  WS-TRAMO-CANTIDAD       PIC 9(06).
       77  WS-TRAMO-LOTE           PIC X(10).
       77  WS-TRAMO-CADUC          PIC 9(08).
       77  WS-TRAMO-STOCK-ANT      PIC 9(06).
       77  WS-TRAMO-STOCK-NUE      PIC 9(06).
       77  WS-CONTADOR-LEIDOS      PIC 9(06) COMP.
       77  WS-CONTADOR-APLICADOS   PIC 9(06) COMP.
       77  WS-CONTADOR-RECHAZADOS  PIC 9(06) COMP.
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-MOVIMIENTO.
           MOVE 'S' TO WS-HAY-ALMACENES.
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONTADOR-APLICADOS.
           MOVE ZERO TO WS-CONTADOR-RECHAZADOS.
               MOVE 'S' TO FIN-MOVIMIENTO
           ELSE
               OPEN I-O A-ARTI-REL
               OPEN I-O A-LIBRO
               IF FS-LIBRO = '35'
                   OPEN OUTPUT A-LIBRO
                   CLOSE A-LIBRO
                   OPEN I-O A-LIBRO
               END-IF
               OPEN INPUT A-ALMACEN
               IF FS-ALMACEN = '35'
                   DISPLAY 'AVISO: NO HAY ALMACENES DEFINIDOS. '
                       'DELOS DE ALTA CON PE-AL33 ANTES DE '
                       'APLICAR MOVIMIENTOS.'
                   MOVE 'N' TO WS-HAY-ALMACENES
               END-IF
               OPEN I-O A-STOCK-ALMA
               IF FS-STOCK-ALMA = '35'
                   OPEN OUTPUT A-STOCK-ALMA
                   CLOSE A-STOCK-ALMA
                   OPEN I-O A-STOCK-ALMA
               END-IF
               OPEN I-O A-LOTE
               IF FS-LOTE = '35'
                   OPEN OUTPUT A-LOTE
                   CLOSE A-LOTE
                   OPEN I-O A-LOTE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
       2100-APLICAR-MOVIMIENTO.
      *-----------------------------------------------------------------
      *    LOCALIZA EL ARTICULO DEL MOVIMIENTO, ACTUALIZA SU STOCK
      *    Y EL DE SU ALMACEN SEGUN EL TIPO Y ANOTA EL RESULTADO EN
      *    EL LIBRO. LOS MOVIMIENTOS DE ARTICULO INEXISTENTE O DE
      *    ALMACEN NO VALIDO, Y LAS SALIDAS Y TRASPASOS QUE DEJARIAN
      *    EL ALMACEN EN NEGATIVO, SE RECHAZAN SIN TOCAR AARTI.REL
      *    NI ASTKA.REL Y QUEDAN EN EL LIBRO CON ESTADO 'R'.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-LEIDOS.
           MOVE 'N' TO WS-MOV-VALIDO.
               MOVE NUM-ARTI TO WS-STOCK-ANT
           END-IF.

           IF MOV-ES-VALIDO
               PERFORM 2120-VALIDAR-ALMACENES THRU 2120-EXIT
           END-IF.

           IF MOV-ES-VALIDO
               MOVE NUM-ARTI TO WS-STOCK-ANT
               EVALUATE TRUE
                                   'DEL ARTICULO ' MOV-COD-ARTI
                               MOVE 'N' TO WS-MOV-VALIDO
                               MOVE 'DE' TO WS-MOTIVO-RECHAZO
                           NOT ON SIZE ERROR
                               ADD MOV-CANTIDAD TO WS-CAN-ALMA-ORIGEN
                       END-ADD
                   WHEN MOV-SALIDA
                       IF MOV-CANTIDAD > WS-CAN-ALMA-ORIGEN
                           DISPLAY 'RECHAZADO: SALIDA DE '
                               MOV-CANTIDAD ' SUPERA EL STOCK DE '
                               WS-CAN-ALMA-ORIGEN ' DEL ARTICULO '
                               MOV-COD-ARTI ' EN EL ALMACEN '
                               MOV-COD-ALMA
                           MOVE 'N' TO WS-MOV-VALIDO
                           MOVE 'SN' TO WS-MOTIVO-RECHAZO
                       ELSE
                           SUBTRACT MOV-CANTIDAD FROM NUM-ARTI
                           SUBTRACT MOV-CANTIDAD
                               FROM WS-CAN-ALMA-ORIGEN
                           IF MOV-DE-PEDIDO
                               PERFORM 2160-LIBERAR-RESERVA
                                   THRU 2160-EXIT
                           END-IF
                       END-IF
                   WHEN MOV-AJUSTE
                       COMPUTE WS-STOCK-CALCULO = NUM-ARTI
                           - WS-CAN-ALMA-ORIGEN + MOV-CANTIDAD
                       IF WS-STOCK-CALCULO > 999999
                           DISPLAY 'RECHAZADO: AJUSTE A '
                               MOV-CANTIDAD ' DESBORDA EL STOCK '
                               'DEL ARTICULO ' MOV-COD-ARTI
                           MOVE 'N' TO WS-MOV-VALIDO
                           MOVE 'DE' TO WS-MOTIVO-RECHAZO
                       ELSE
                           IF WS-STOCK-CALCULO < ZERO
                               DISPLAY 'RECHAZADO: AJUSTE A '
                                   MOV-CANTIDAD ' DEJARIA EN '
                                   'NEGATIVO EL STOCK DEL ARTICULO '
                                   MOV-COD-ARTI
                               MOVE 'N' TO WS-MOV-VALIDO
                               MOVE 'SN' TO WS-MOTIVO-RECHAZO
                           ELSE
                               MOVE WS-STOCK-CALCULO TO NUM-ARTI
                               MOVE MOV-CANTIDAD
                                   TO WS-CAN-ALMA-ORIGEN
                           END-IF
                       END-IF
                   WHEN MOV-TRASPASO
                       IF MOV-CANTIDAD > WS-CAN-ALMA-ORIGEN
                           DISPLAY 'RECHAZADO: TRASPASO DE '
                               MOV-CANTIDAD ' SUPERA EL STOCK DE '
                               WS-CAN-ALMA-ORIGEN ' DEL ARTICULO '
                               MOV-COD-ARTI ' EN EL ALMACEN '
                               MOV-COD-ALMA
                           MOVE 'N' TO WS-MOV-VALIDO
                           MOVE 'SN' TO WS-MOTIVO-RECHAZO
                       ELSE
                           SUBTRACT MOV-CANTIDAD
                               FROM WS-CAN-ALMA-ORIGEN
                           ADD MOV-CANTIDAD TO WS-CAN-ALMA-DESTINO
                       END-IF
                   WHEN OTHER
                       DISPLAY 'RECHAZADO: TIPO DE MOVIMIENTO NO '
                           'VALIDO: ' MOV-TIPO
               END-EVALUATE
           ELSE
               IF WS-MOTIVO-RECHAZO NOT = 'BL'
                   AND WS-MOTIVO-RECHAZO NOT = 'AL'
                   MOVE ZERO TO WS-STOCK-ANT
               END-IF
           END-IF.
               END-REWRITE
           END-IF.

           IF MOV-ES-VALIDO
               MOVE MOV-COD-ALMA TO WS-UBI-ALMA
               MOVE WS-CAN-ALMA-ORIGEN TO WS-UBI-CANTIDAD
               PERFORM 2180-FIJAR-UBICACION THRU 2180-EXIT
               IF MOV-TRASPASO
                   MOVE MOV-ALMA-DESTINO TO WS-UBI-ALMA
                   MOVE WS-CAN-ALMA-DESTINO TO WS-UBI-CANTIDAD
                   PERFORM 2180-FIJAR-UBICACION THRU 2180-EXIT
               END-IF
           END-IF.

           IF MOV-ES-VALIDO AND MOV-SALIDA
               PERFORM 2300-SALIDA-POR-LOTES THRU 2300-EXIT
           ELSE
               IF MOV-ES-VALIDO AND MOV-ENTRADA
                   PERFORM 2350-ENTRADA-EN-LOTE THRU 2350-EXIT
               END-IF
               IF MOV-ES-VALIDO AND MOV-AJUSTE
                   AND NUM-ARTI < WS-STOCK-ANT
                   PERFORM 2320-AJUSTE-POR-LOTES THRU 2320-EXIT
               END-IF
               MOVE MOV-CANTIDAD TO WS-TRAMO-CANTIDAD
               MOVE MOV-NUM-LOTE TO WS-TRAMO-LOTE
               MOVE MOV-FEC-CADUC TO WS-TRAMO-CADUC
               MOVE WS-STOCK-ANT TO WS-TRAMO-STOCK-ANT
               IF MOV-ES-VALIDO
                   MOVE NUM-ARTI TO WS-TRAMO-STOCK-NUE
               ELSE
                   MOVE WS-STOCK-ANT TO WS-TRAMO-STOCK-NUE
               END-IF
               PERFORM 2200-ANOTAR-EN-LIBRO THRU 2200-EXIT
           END-IF.

           IF MOV-ES-VALIDO
               ADD 1 TO WS-CONTADOR-APLICADOS
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2120-VALIDAR-ALMACENES.
      *-----------------------------------------------------------------
      *    COMPRUEBA QUE EL ALMACEN DEL MOVIMIENTO (Y EL DESTINO DE
      *    LOS TRASPASOS, QUE HA DE SER OTRO) EXISTEN EN AALMA.REL,
      *    Y DEJA EN WS-CAN-ALMA-ORIGEN Y WS-CAN-ALMA-DESTINO EL
      *    STOCK QUE EL ARTICULO TIENE AHORA EN CADA UNO. SIN
      *    ARCHIVO DE ALMACENES NINGUN ALMACEN ES VALIDO.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-CAN-ALMA-ORIGEN.
           MOVE ZERO TO WS-CAN-ALMA-DESTINO.

           IF HAY-ALMACENES-NO
               DISPLAY 'RECHAZADO: NO HAY ALMACENES DEFINIDOS PARA '
                   'EL MOVIMIENTO DEL ARTICULO ' MOV-COD-ARTI
               MOVE 'N' TO WS-MOV-VALIDO
               MOVE 'AL' TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE MOV-COD-ALMA TO ALM-COD-ALMA
               READ A-ALMACEN
                   INVALID KEY
                       DISPLAY 'RECHAZADO: NO EXISTE EL ALMACEN '
                           MOV-COD-ALMA ' DEL MOVIMIENTO DEL '
                           'ARTICULO ' MOV-COD-ARTI
                       MOVE 'N' TO WS-MOV-VALIDO
                       MOVE 'AL' TO WS-MOTIVO-RECHAZO
               END-READ
           END-IF.

           IF MOV-ES-VALIDO AND MOV-TRASPASO
               IF MOV-ALMA-DESTINO = MOV-COD-ALMA
                   DISPLAY 'RECHAZADO: EL TRASPASO DEL ARTICULO '
                       MOV-COD-ARTI ' TIENE EL MISMO ALMACEN DE '
                       'ORIGEN Y DESTINO'
                   MOVE 'N' TO WS-MOV-VALIDO
                   MOVE 'AL' TO WS-MOTIVO-RECHAZO
               ELSE
                   MOVE MOV-ALMA-DESTINO TO ALM-COD-ALMA
                   READ A-ALMACEN
                       INVALID KEY
                           DISPLAY 'RECHAZADO: NO EXISTE EL ALMACEN '
                               'DESTINO ' MOV-ALMA-DESTINO
                               ' DEL TRASPASO DEL ARTICULO '
                               MOV-COD-ARTI
                           MOVE 'N' TO WS-MOV-VALIDO
                           MOVE 'AL' TO WS-MOTIVO-RECHAZO
                   END-READ
               END-IF
           END-IF.

           IF MOV-ES-VALIDO
               MOVE MOV-COD-ALMA TO WS-UBI-ALMA
               PERFORM 2170-LEER-UBICACION THRU 2170-EXIT
               MOVE WS-UBI-CANTIDAD TO WS-CAN-ALMA-ORIGEN
               IF MOV-TRASPASO
                   MOVE MOV-ALMA-DESTINO TO WS-UBI-ALMA
                   PERFORM 2170-LEER-UBICACION THRU 2170-EXIT
                   MOVE WS-UBI-CANTIDAD TO WS-CAN-ALMA-DESTINO
               END-IF
           ELSE
               MOVE NUM-ARTI TO WS-STOCK-ANT
           END-IF.
       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2150-RECALCULAR-COSTE.
      *-----------------------------------------------------------------
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2160-LIBERAR-RESERVA.
      *-----------------------------------------------------------------
      *    UNA SALIDA POR DESPACHO DE PEDIDO DE CLIENTE CONSUME LAS
      *    UNIDADES QUE PE-PV35 RESERVO: SE DESCUENTAN DE CAN-RES-ARTI
      *    A LA VEZ QUE DE NUM-ARTI, SIN DEJAR LA RESERVA EN NEGATIVO.
      *    LA REGRABACION DEL ARTICULO LAS GUARDA JUNTAS.
      *-----------------------------------------------------------------
           IF MOV-CANTIDAD > CAN-RES-ARTI
               MOVE CAN-RES-ARTI TO WS-UNIDADES-LIBERAR
           ELSE
               MOVE MOV-CANTIDAD TO WS-UNIDADES-LIBERAR
           END-IF.

           SUBTRACT WS-UNIDADES-LIBERAR FROM CAN-RES-ARTI.
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2170-LEER-UBICACION.
      *-----------------------------------------------------------------
      *    DEVUELVE EN WS-UBI-CANTIDAD EL STOCK DEL ARTICULO DEL
      *    MOVIMIENTO EN EL ALMACEN WS-UBI-ALMA (CERO SI TODAVIA
      *    NO TIENE UBICACION EN ESE ALMACEN).
      *-----------------------------------------------------------------
           MOVE MOV-COD-ARTI TO STA-COD-ARTI.
           MOVE WS-UBI-ALMA TO STA-COD-ALMA.

           READ A-STOCK-ALMA
               INVALID KEY
                   MOVE ZERO TO WS-UBI-CANTIDAD
               NOT INVALID KEY
                   MOVE STA-CANTIDAD TO WS-UBI-CANTIDAD
           END-READ.
       2170-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2180-FIJAR-UBICACION.
      *-----------------------------------------------------------------
      *    DEJA LA UBICACION DEL ARTICULO EN EL ALMACEN WS-UBI-ALMA
      *    CON LA CANTIDAD WS-UBI-CANTIDAD, CREANDOLA SI NO EXISTE.
      *-----------------------------------------------------------------
           MOVE MOV-COD-ARTI TO STA-COD-ARTI.
           MOVE WS-UBI-ALMA TO STA-COD-ALMA.

           READ A-STOCK-ALMA
               INVALID KEY
                   MOVE WS-UBI-CANTIDAD TO STA-CANTIDAD
                   WRITE R-STOCK-ALMA
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'CREAR LA UBICACION ' STA-CLAVE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-UBI-CANTIDAD TO STA-CANTIDAD
                   REWRITE R-STOCK-ALMA
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'ACTUALIZAR LA UBICACION ' STA-CLAVE
                   END-REWRITE
           END-READ.
       2180-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-ANOTAR-EN-LIBRO.
      *-----------------------------------------------------------------
      *    LAS ENTRADAS QUEDAN CON SU COSTE DE RECEPCION; EL RESTO DE
      *    MOVIMIENTOS APLICADOS, CON EL COSTE MEDIO DEL ARTICULO AL
      *    QUE SE VALORAN EN EL DIARIO CONTABLE (PE-DC39). LOS
      *    RECHAZADOS CONSERVAN EL COSTE DEL MOVIMIENTO PARA QUE
      *    PE-RR25 PUEDA REENVIARLOS TAL CUAL. LA CANTIDAD, EL
      *    STOCK ANTERIOR Y POSTERIOR Y EL LOTE SON LOS DEL TRAMO
      *    (WS-TRAMO-...), QUE EN LAS SALIDAS REPARTIDAS ENTRE
      *    VARIOS LOTES ES LA PARTE SERVIDA DE CADA UNO.
      *-----------------------------------------------------------------
           PERFORM 2250-SIGUIENTE-SECUENCIA THRU 2250-EXIT.

           MOVE MOV-COD-ARTI TO LED-COD-ARTI.
           MOVE WS-FECHA-APLIC TO LED-FECHA-APLIC.
           MOVE WS-SECUENCIA TO LED-SECUENCIA.
           MOVE MOV-FECHA TO LED-FECHA.
           MOVE MOV-TIPO TO LED-TIPO.
           MOVE WS-TRAMO-CANTIDAD TO LED-CANTIDAD.
           MOVE MOV-OPERADOR TO LED-OPERADOR.
           MOVE MOV-COSTE TO LED-COSTE.
           MOVE MOV-COD-ALMA TO LED-COD-ALMA.
           MOVE MOV-ALMA-DESTINO TO LED-ALMA-DESTINO.
           MOVE WS-TRAMO-LOTE TO LED-NUM-LOTE.
           MOVE WS-TRAMO-CADUC TO LED-FEC-CADUC.
           MOVE MOV-ORIGEN TO LED-ORIGEN.
           MOVE WS-TRAMO-STOCK-ANT TO LED-STOCK-ANT.
           MOVE WS-TRAMO-STOCK-NUE TO LED-STOCK-NUE.

           IF MOV-ES-VALIDO
               MOVE 'A' TO LED-ESTADO
               MOVE SPACE TO LED-MOTIVO
               IF NOT MOV-ENTRADA
                   MOVE COS-ARTI TO LED-COSTE
               END-IF
           ELSE
               MOVE 'R' TO LED-ESTADO
               MOVE WS-MOTIVO-RECHAZO TO LED-MOTIVO
           END-IF.

           WRITE R-LIBRO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO ANOTAR EN '
                       'EL LIBRO EL MOVIMIENTO ' LED-CLAVE
           END-WRITE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2250-SIGUIENTE-SECUENCIA.
      *-----------------------------------------------------------------
      *    RECORRE LAS ANOTACIONES DEL ARTICULO EN LA FECHA DE
      *    APLICACION Y DEJA EN WS-SECUENCIA LA SIGUIENTE A LA
      *    ULTIMA, PARA QUE VARIAS APLICACIONES EN EL MISMO DIA NO
      *    SE PISEN.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-SECUENCIA.
           MOVE 'N' TO FIN-LIBRO.
           MOVE MOV-COD-ARTI TO LED-COD-ARTI.
           MOVE WS-FECHA-APLIC TO LED-FECHA-APLIC.
           MOVE ZERO TO LED-SECUENCIA.

           START A-LIBRO KEY IS NOT LESS THAN LED-CLAVE
               INVALID KEY MOVE 'S' TO FIN-LIBRO
           END-START.

           PERFORM 2260-LEER-SECUENCIA THRU 2260-EXIT
               UNTIL FIN-LIBRO-SI.

           ADD 1 TO WS-SECUENCIA.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2260-LEER-SECUENCIA.
      *-----------------------------------------------------------------
           READ A-LIBRO NEXT RECORD
               AT END MOVE 'S' TO FIN-LIBRO
           END-READ.

           IF FIN-LIBRO-NO
               IF LED-COD-ARTI = MOV-COD-ARTI AND
                       LED-FECHA-APLIC = WS-FECHA-APLIC
                   MOVE LED-SECUENCIA TO WS-SECUENCIA
               ELSE
                   MOVE 'S' TO FIN-LIBRO
               END-IF
           END-IF.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-SALIDA-POR-LOTES.
      *-----------------------------------------------------------------
      *    REPARTE UNA SALIDA APLICADA ENTRE LOS LOTES DEL ARTICULO,
      *    EMPEZANDO POR EL DE CADUCIDAD MAS PROXIMA, Y ANOTA EN EL
      *    LIBRO UNA LINEA POR CADA LOTE CONSUMIDO. LA PARTE QUE LOS
      *    LOTES NO CUBREN (ARTICULOS SIN LOTE O ENTRADAS ANTERIORES
      *    A LOS LOTES) SE ANOTA EN UNA ULTIMA LINEA SIN LOTE.
      *-----------------------------------------------------------------
           MOVE MOV-CANTIDAD TO WS-PENDIENTE-LOTES.
           MOVE WS-STOCK-ANT TO WS-TRAMO-STOCK-ANT.
           MOVE 'N' TO FIN-LOTES.
           MOVE 'S' TO WS-ANOTAR-TRAMOS.

           PERFORM 2310-CONSUMIR-LOTE THRU 2310-EXIT
               UNTIL FIN-LOTES-SI OR WS-PENDIENTE-LOTES = ZERO.

           IF WS-PENDIENTE-LOTES > ZERO OR MOV-CANTIDAD = ZERO
               MOVE WS-PENDIENTE-LOTES TO WS-TRAMO-CANTIDAD
               MOVE SPACE TO WS-TRAMO-LOTE
               MOVE ZERO TO WS-TRAMO-CADUC
               MOVE NUM-ARTI TO WS-TRAMO-STOCK-NUE
               PERFORM 2200-ANOTAR-EN-LIBRO THRU 2200-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2310-CONSUMIR-LOTE.
      *-----------------------------------------------------------------
      *    TOMA EL PRIMER LOTE DEL ARTICULO (EL DE CADUCIDAD MAS
      *    PROXIMA) Y SIRVE DE EL LO QUE PUEDA DE LA SALIDA. EL LOTE
      *    QUE SE AGOTA SE BORRA, DE MODO QUE EL SIGUIENTE PASA A
      *    SER EL PRIMERO; SI QUEDA CANTIDAD EN EL LOTE, LA SALIDA
      *    YA ESTA CUBIERTA. EN LOS AJUSTES EL TRAMO NO SE ANOTA:
      *    EL AJUSTE QUEDA EN EL LIBRO EN UNA SOLA LINEA.
      *-----------------------------------------------------------------
           MOVE MOV-COD-ARTI TO LOT-COD-ARTI.
           MOVE ZERO TO LOT-FEC-CADUC.
           MOVE LOW-VALUES TO LOT-NUM-LOTE.

           START A-LOTE KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY MOVE 'S' TO FIN-LOTES
           END-START.

           IF FIN-LOTES-NO
               READ A-LOTE NEXT RECORD
                   AT END MOVE 'S' TO FIN-LOTES
               END-READ
           END-IF.

           IF FIN-LOTES-NO AND LOT-COD-ARTI NOT = MOV-COD-ARTI
               MOVE 'S' TO FIN-LOTES
           END-IF.

           IF FIN-LOTES-NO
               MOVE LOT-NUM-LOTE TO WS-TRAMO-LOTE
               MOVE LOT-FEC-CADUC TO WS-TRAMO-CADUC
               IF LOT-CANTIDAD > WS-PENDIENTE-LOTES
                   MOVE WS-PENDIENTE-LOTES TO WS-TRAMO-CANTIDAD
                   SUBTRACT WS-PENDIENTE-LOTES FROM LOT-CANTIDAD
                   REWRITE R-LOTE
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'ACTUALIZAR EL LOTE ' LOT-CLAVE
                   END-REWRITE
               ELSE
                   MOVE LOT-CANTIDAD TO WS-TRAMO-CANTIDAD
                   DELETE A-LOTE RECORD
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'BORRAR EL LOTE AGOTADO ' LOT-CLAVE
                           MOVE 'S' TO FIN-LOTES
                   END-DELETE
               END-IF
           END-IF.

           IF FIN-LOTES-NO AND WS-TRAMO-CANTIDAD > ZERO
               SUBTRACT WS-TRAMO-CANTIDAD FROM WS-PENDIENTE-LOTES
               IF WS-TRAMO-CANTIDAD > WS-TRAMO-STOCK-ANT
                   MOVE ZERO TO WS-TRAMO-STOCK-NUE
               ELSE
                   COMPUTE WS-TRAMO-STOCK-NUE =
                       WS-TRAMO-STOCK-ANT - WS-TRAMO-CANTIDAD
               END-IF
               IF WS-PENDIENTE-LOTES = ZERO
                   MOVE NUM-ARTI TO WS-TRAMO-STOCK-NUE
               END-IF
               IF ANOTAR-TRAMOS-SI
                   PERFORM 2200-ANOTAR-EN-LIBRO THRU 2200-EXIT
               END-IF
               MOVE WS-TRAMO-STOCK-NUE TO WS-TRAMO-STOCK-ANT
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2320-AJUSTE-POR-LOTES.
      *-----------------------------------------------------------------
      *    UN AJUSTE QUE BAJA NUM-ARTI RETIRA LA DIFERENCIA DE LOS
      *    LOTES DEL ARTICULO, EMPEZANDO POR EL DE CADUCIDAD MAS
      *    PROXIMA, IGUAL QUE UNA SALIDA. LO QUE LOS LOTES NO CUBREN
      *    ES STOCK SIN LOTE Y NO REQUIERE MAS.
      *-----------------------------------------------------------------
           COMPUTE WS-PENDIENTE-LOTES = WS-STOCK-ANT - NUM-ARTI.
           MOVE WS-STOCK-ANT TO WS-TRAMO-STOCK-ANT.
           MOVE 'N' TO FIN-LOTES.
           MOVE 'N' TO WS-ANOTAR-TRAMOS.

           PERFORM 2310-CONSUMIR-LOTE THRU 2310-EXIT
               UNTIL FIN-LOTES-SI OR WS-PENDIENTE-LOTES = ZERO.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2350-ENTRADA-EN-LOTE.
      *-----------------------------------------------------------------
      *    SUMA LA ENTRADA APLICADA A SU LOTE, CREANDOLO SI ES EL
      *    PRIMER RECIBO. LAS ENTRADAS SIN LOTE NO TOCAN ALOTE.REL.
      *-----------------------------------------------------------------
           IF MOV-NUM-LOTE NOT = SPACE
               IF MOV-FEC-CADUC = ZERO
                   MOVE 99999999 TO MOV-FEC-CADUC
               END-IF
               MOVE MOV-COD-ARTI TO LOT-COD-ARTI
               MOVE MOV-FEC-CADUC TO LOT-FEC-CADUC
               MOVE MOV-NUM-LOTE TO LOT-NUM-LOTE

               READ A-LOTE
                   INVALID KEY
                       MOVE MOV-COD-ARTI TO LOT-COD-ARTI
                       MOVE MOV-FEC-CADUC TO LOT-FEC-CADUC
                       MOVE MOV-NUM-LOTE TO LOT-NUM-LOTE
                       MOVE MOV-CANTIDAD TO LOT-CANTIDAD
                       MOVE WS-FECHA-APLIC TO LOT-FEC-ENTRADA
                       WRITE R-LOTE
                           INVALID KEY
                               DISPLAY 'ERROR INVALID: NO SE HA '
                                   'PODIDO CREAR EL LOTE ' LOT-CLAVE
                       END-WRITE
                   NOT INVALID KEY
                       ADD MOV-CANTIDAD TO LOT-CANTIDAD
                           ON SIZE ERROR
                               DISPLAY 'AVISO: LA ENTRADA DESBORDA '
                                   'LA CANTIDAD DEL LOTE ' LOT-CLAVE
                                   '. EL LOTE NO SE ACTUALIZA.'
                           NOT ON SIZE ERROR
                               REWRITE R-LOTE
                                   INVALID KEY
                                       DISPLAY 'ERROR INVALID: NO SE '
                                           'HA PODIDO ACTUALIZAR EL '
                                           'LOTE ' LOT-CLAVE
                               END-REWRITE
                       END-ADD
               END-READ
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
               CLOSE A-MOVIMIENTO
               CLOSE A-ARTI-REL
               CLOSE A-LIBRO
               IF HAY-ALMACENES-SI
                   CLOSE A-ALMACEN
               END-IF
               CLOSE A-STOCK-ALMA
               CLOSE A-LOTE
           END-IF.

           DISPLAY 'MOVIMIENTOS LEIDOS:     ' WS-CONTADOR-LEIDOS.
