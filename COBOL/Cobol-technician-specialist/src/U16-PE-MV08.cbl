      *                     PE-SG30: CADUCIDAD DE CLAVE CON CAMBIO
      *                     FORZADO, BLOQUEO POR INTENTOS FALLIDOS
      *                     Y DIARIO DE ACCESOS ACCESO.LOG.
      * 15/10/2026  DSI     CADA MOVIMIENTO LLEVA SU ALMACEN,
      *                     VALIDADO CONTRA AALMA.REL (VER PE-AL33),
      *                     Y SE ADMITE EL NUEVO TIPO 'T' DE
      *                     TRASPASO ENTRE ALMACENES, QUE PIDE EL
      *                     ALMACEN DE ORIGEN Y EL DE DESTINO. LA
      *                     CONSULTA DEL LIBRO MUESTRA AMBOS.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     AMOVS.LED PASA A SER INDEXADO POR ARTICULO,
      *                     FECHA DE APLICACION Y SECUENCIA (VER
      *                     PE-LI43). LA CONSULTA SE POSICIONA EN EL
      *                     ARTICULO PEDIDO EN LUGAR DE LEER EL LIBRO
      *                     DESDE EL PRINCIPIO.
      * 15/10/2026  DSI     LAS ENTRADAS PIDEN EL LOTE Y SU FECHA DE
      *                     CADUCIDAD (EN BLANCO SI EL ARTICULO NO SE
      *                     LLEVA POR LOTES), QUE PE-MV09 ANOTA EN
      *                     ALOTE.REL. LA CONSULTA DEL LIBRO MUESTRA
      *                     EL LOTE Y UNA NUEVA OPCION CONSULTA LOS
      *                     LOTES VIVOS DE UN ARTICULO.
      * 15/10/2026  DSI     EL MOVIMIENTO Y EL LIBRO INCORPORAN EL
      *                     ORIGEN (MOV-ORIGEN Y LED-ORIGEN, 'P' =
      *                     SALIDA POR DESPACHO DE PEDIDO DE CLIENTE,
      *                     VER PE-DS36); LOS MOVIMIENTOS TECLEADOS AQUI
      *                     SE GRABAN SIN ORIGEN.
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
      *    DECLARACION DEL ARCHIVO DE ALMACENES (SOLO LECTURA,
      *    PARA VALIDAR LOS ALMACENES DE LOS MOVIMIENTOS)
      *
           SELECT A-ALMACEN ASSIGN TO DISK 'AALMA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-COD-ALMA
               FILE STATUS IS FS-ALMACEN.
      *
      *    DECLARACION DEL ARCHIVO DE LOTES (SOLO LECTURA, PARA
      *    LA CONSULTA DE LOTES POR ARTICULO)
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
               88  MOV-TIPO-VALIDO VALUE 'E' 'S' 'A' 'T'.
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
      *    DESCRIPCION DEL REGISTRO DEL LIBRO DE MOVIMIENTOS.
      *    LO GRABA PE-MV09 AL APLICAR CADA MOVIMIENTO PENDIENTE
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
      *    DESCRIPCION DEL REGISTRO DE LOTE (VER PE-MV09)
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
       77  FS-ARTICULO             PIC X(02).
       77  FS-LIBRO                PIC X(02).
       77  FS-ALMACEN              PIC X(02).
       77  FS-LOTE                 PIC X(02).
       77  WS-OPCION               PIC X(01).
           88  WS-OPCION-ALTA      VALUE '1'.
           88  WS-OPCION-CONSULTA  VALUE '2'.
           88  WS-OPCION-LOTES     VALUE '3'.
           88  WS-OPCION-FIN       VALUE '0'.
           88  WS-OPCION-VALIDA    VALUE '0' '1' '2' '3'.
       77  WS-OPERADOR             PIC X(08).
       77  WS-CLAVE                PIC X(08).
       77  WS-ACCESO               PIC X(01).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  COD-ARTI-BUSCADO        PIC 9(04).
       77  COD-ALMA-BUSCADO        PIC X(03).
       77  WS-TIPO-MOV             PIC X(01).
       77  WS-CANTIDAD-MOV         PIC 9(06).
       77  WS-COSTE-MOV            PIC 9(04)V9(02).
       77  WS-ARTI-BLOQUEADO       PIC X(01).
           88  ARTI-BLOQUEADO-SI   VALUE 'S'.
           88  ARTI-BLOQUEADO-NO   VALUE 'N'.
       77  WS-ALMA-VALIDO          PIC X(01).
           88  ALMA-ES-VALIDO      VALUE 'S'.
           88  ALMA-NO-VALIDO      VALUE 'N'.
       77  FIN-LIBRO               PIC X(01).
           88  FIN-LIBRO-SI        VALUE 'S'.
           88  FIN-LIBRO-NO        VALUE 'N'.
       77  WS-CONTADOR-LIBRO       PIC 9(06) COMP.
       77  WS-NUM-LOTE             PIC X(10).
       77  WS-LOTE-VALIDO          PIC X(01).
           88  LOTE-ES-VALIDO      VALUE 'S'.
           88  LOTE-NO-VALIDO      VALUE 'N'.
       77  FIN-LOTES               PIC X(01).
           88  FIN-LOTES-SI        VALUE 'S'.
           88  FIN-LOTES-NO        VALUE 'N'.
       77  WS-CONTADOR-LOTES       PIC 9(06) COMP.
       77  WS-TOTAL-LOTES          PIC 9(08).

       01  WS-FEC-CADUC            PIC 9(08).
       01  WS-FEC-CADUC-R REDEFINES WS-FEC-CADUC.
           02  WS-FCA-ANO          PIC 9(04).
           02  WS-FCA-MES          PIC 9(02).
           02  WS-FCA-DIA          PIC 9(02).

      *
      *    PARAMETROS DEL MODULO DE SEGURIDAD PE-SG30
                   PERFORM 2200-ALTA-MOVIMIENTO THRU 2200-EXIT
               WHEN WS-OPCION-CONSULTA
                   PERFORM 2300-CONSULTAR-LIBRO THRU 2300-EXIT
               WHEN WS-OPCION-LOTES
                   PERFORM 2500-CONSULTAR-LOTES THRU 2500-EXIT
               WHEN WS-OPCION-FIN
                   CONTINUE
               WHEN OTHER
           DISPLAY '---- ENTRADA DE MOVIMIENTOS DE STOCK ----'.
           DISPLAY '1. ALTA DE MOVIMIENTO'.
           DISPLAY '2. CONSULTA DEL LIBRO POR ARTICULO'.
           DISPLAY '3. CONSULTA DE LOTES POR ARTICULO'.
           DISPLAY '0. FIN'.
           DISPLAY 'ELIJA UNA OPCION:'.
           ACCEPT WS-OPCION.
      *-----------------------------------------------------------------
      *    CAPTURA UN MOVIMIENTO Y LO DEJA EN AMOVS.SEC PARA QUE EL
      *    PROCESO DE APLICACION (PE-MV09) LO LLEVE A AARTI.REL. EN
      *    LOS AJUSTES LA CANTIDAD ES EL STOCK CONTADO EN EL
      *    ALMACEN, NO UNA DIFERENCIA: LA APLICACION DEJA EL STOCK
      *    DEL ARTICULO EN ESE ALMACEN EN ESE VALOR.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE ARTICULO DEL MOVIMIENTO:'.
       2250-CAPTURAR-MOVIMIENTO.
      *-----------------------------------------------------------------
           DISPLAY 'TIPO DE MOVIMIENTO '
               '(E=ENTRADA, S=SALIDA, A=AJUSTE POR RECUENTO, '
               'T=TRASPASO ENTRE ALMACENES):'.
           ACCEPT WS-TIPO-MOV.
           MOVE WS-TIPO-MOV TO MOV-TIPO.

           IF MOV-TIPO-VALIDO
               PERFORM 2270-CAPTURAR-ALMACENES THRU 2270-EXIT
               IF ALMA-ES-VALIDO
                   PERFORM 2280-GRABAR-MOVIMIENTO THRU 2280-EXIT
               END-IF
           ELSE
               DISPLAY 'ERROR: TIPO DE MOVIMIENTO NO VALIDO. '
                   'MOVIMIENTO CANCELADO.'
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2270-CAPTURAR-ALMACENES.
      *-----------------------------------------------------------------
      *    PIDE EL ALMACEN DEL MOVIMIENTO Y, EN LOS TRASPASOS, EL
      *    ALMACEN DESTINO, QUE HA DE SER DISTINTO DEL DE ORIGEN.
      *    DEVUELVE EL RESULTADO EN WS-ALMA-VALIDO.
      *-----------------------------------------------------------------
           MOVE SPACE TO MOV-ALMA-DESTINO.

           IF MOV-TRASPASO
               DISPLAY 'INTRODUCE EL ALMACEN DE ORIGEN:'
           ELSE
               DISPLAY 'INTRODUCE EL ALMACEN DEL MOVIMIENTO:'
           END-IF.
           ACCEPT COD-ALMA-BUSCADO.

           PERFORM 2700-VALIDAR-ALMACEN THRU 2700-EXIT.

           IF ALMA-ES-VALIDO
               MOVE COD-ALMA-BUSCADO TO MOV-COD-ALMA
               IF MOV-TRASPASO
                   DISPLAY 'INTRODUCE EL ALMACEN DE DESTINO:'
                   ACCEPT COD-ALMA-BUSCADO
                   IF COD-ALMA-BUSCADO = MOV-COD-ALMA
                       DISPLAY 'ERROR: EL ALMACEN DE DESTINO HA DE '
                           'SER DISTINTO DEL DE ORIGEN. MOVIMIENTO '
                           'CANCELADO.'
                       MOVE 'N' TO WS-ALMA-VALIDO
                   ELSE
                       PERFORM 2700-VALIDAR-ALMACEN THRU 2700-EXIT
                       IF ALMA-ES-VALIDO
                           MOVE COD-ALMA-BUSCADO TO MOV-ALMA-DESTINO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2270-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2280-GRABAR-MOVIMIENTO.
      *-----------------------------------------------------------------
           IF MOV-AJUSTE
               DISPLAY 'INTRODUCE EL STOCK CONTADO DEL '
                   'ARTICULO EN EL ALMACEN:'
           ELSE
               DISPLAY 'INTRODUCE LAS UNIDADES DEL MOVIMIENTO:'
           END-IF.
           ACCEPT WS-CANTIDAD-MOV.

           MOVE COD-ARTI-BUSCADO TO MOV-COD-ARTI.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           MOVE WS-CANTIDAD-MOV TO MOV-CANTIDAD.
           MOVE WS-OPERADOR TO MOV-OPERADOR.

           MOVE 'S' TO WS-LOTE-VALIDO.
           MOVE SPACE TO MOV-NUM-LOTE.
           MOVE ZERO TO MOV-FEC-CADUC.
           MOVE SPACE TO MOV-ORIGEN.

           IF MOV-ENTRADA
               DISPLAY 'INTRODUCE EL COSTE UNITARIO DE LA '
                   'ENTRADA:'
               ACCEPT WS-COSTE-MOV
               MOVE WS-COSTE-MOV TO MOV-COSTE
               PERFORM 2290-CAPTURAR-LOTE THRU 2290-EXIT
           ELSE
               MOVE ZERO TO MOV-COSTE
           END-IF.

           IF LOTE-ES-VALIDO
               WRITE R-MOVIMIENTO
               DISPLAY 'OK: MOVIMIENTO ' MOV-TIPO ' DEL ARTICULO '
                   MOV-COD-ARTI ' ANOTADO EN AMOVS.SEC'
           END-IF.
       2280-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2290-CAPTURAR-LOTE.
      *-----------------------------------------------------------------
      *    PIDE EL LOTE DE LA ENTRADA Y SU FECHA DE CADUCIDAD. EL
      *    LOTE EN BLANCO ES UNA ENTRADA SIN LOTE; LA CADUCIDAD A
      *    CERO, UN LOTE QUE NO CADUCA (SE GUARDA COMO 99999999).
      *    UNA FECHA IMPOSIBLE CANCELA EL MOVIMIENTO.
      *-----------------------------------------------------------------
           DISPLAY 'INTRODUCE EL LOTE (EN BLANCO = SIN LOTE):'.
           ACCEPT WS-NUM-LOTE.

           IF WS-NUM-LOTE NOT = SPACE
               DISPLAY 'INTRODUCE LA FECHA DE CADUCIDAD DEL LOTE '
                   'AAAAMMDD (0 = NO CADUCA):'
               ACCEPT WS-FEC-CADUC
               IF WS-FEC-CADUC = ZERO
                   MOVE 99999999 TO WS-FEC-CADUC
               ELSE
                   IF WS-FCA-MES < 1 OR WS-FCA-MES > 12 OR
                           WS-FCA-DIA < 1 OR WS-FCA-DIA > 31
                       DISPLAY 'ERROR: FECHA DE CADUCIDAD NO '
                           'VALIDA: ' WS-FEC-CADUC '. MOVIMIENTO '
                           'CANCELADO.'
                       MOVE 'N' TO WS-LOTE-VALIDO
                   END-IF
               END-IF
               MOVE WS-NUM-LOTE TO MOV-NUM-LOTE
               MOVE WS-FEC-CADUC TO MOV-FEC-CADUC
           END-IF.
       2290-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-CONSULTAR-LIBRO.
      *-----------------------------------------------------------------
      *    SE POSICIONA EN EL LIBRO DE MOVIMIENTOS APLICADOS POR EL
      *    ARTICULO PEDIDO Y MUESTRA SUS ANOTACIONES EN EL ORDEN EN
      *    QUE SE APLICARON, CON EL STOCK ANTES Y DESPUES DE CADA
      *    APLICACION, PARA PODER RECONSTRUIR COMO SE LLEGO AL
      *    NUM-ARTI ACTUAL.
      *-----------------------------------------------------------------
               DISPLAY 'NO HAY MOVIMIENTOS APLICADOS TODAVIA.'
           ELSE
               DISPLAY 'FECHA      T CANTIDAD APLICADO   ST.ANT  '
                   'ST.NUE E MO ALM DES LOTE'
               MOVE COD-ARTI-BUSCADO TO LED-COD-ARTI
               MOVE ZERO TO LED-FECHA-APLIC
               MOVE ZERO TO LED-SECUENCIA
               START A-LIBRO KEY IS NOT LESS THAN LED-CLAVE
                   INVALID KEY MOVE 'S' TO FIN-LIBRO
               END-START
               PERFORM 2450-LEER-LIBRO THRU 2450-EXIT

               PERFORM 2400-MOSTRAR-LINEA-LIBRO THRU 2400-EXIT
                   UNTIL FIN-LIBRO-SI
      *-----------------------------------------------------------------
       2400-MOSTRAR-LINEA-LIBRO.
      *-----------------------------------------------------------------
           DISPLAY LED-FECHA ' ' LED-TIPO ' ' LED-CANTIDAD
               '   ' LED-FECHA-APLIC ' ' LED-STOCK-ANT ' '
               LED-STOCK-NUE ' ' LED-ESTADO ' ' LED-MOTIVO
               ' ' LED-COD-ALMA ' ' LED-ALMA-DESTINO ' '
               LED-NUM-LOTE.
           ADD 1 TO WS-CONTADOR-LIBRO.

           PERFORM 2450-LEER-LIBRO THRU 2450-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2450-LEER-LIBRO.
      *-----------------------------------------------------------------
      *    LEE LA SIGUIENTE ANOTACION Y DA POR TERMINADA LA CONSULTA
      *    AL LLEGAR A OTRO ARTICULO.
      *-----------------------------------------------------------------
           IF FIN-LIBRO-NO
               READ A-LIBRO NEXT RECORD
                   AT END MOVE 'S' TO FIN-LIBRO
               END-READ
               IF FIN-LIBRO-NO AND LED-COD-ARTI NOT = COD-ARTI-BUSCADO
                   MOVE 'S' TO FIN-LIBRO
               END-IF
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2500-CONSULTAR-LOTES.
      *-----------------------------------------------------------------
      *    MUESTRA LOS LOTES CON EXISTENCIAS DE UN ARTICULO EN EL
      *    ORDEN EN QUE SALDRAN (CADUCIDAD MAS PROXIMA PRIMERO).
      *    LOS LOTES LOS MANTIENE PE-MV09 AL APLICAR LOS
      *    MOVIMIENTOS, ASI QUE LAS ENTRADAS DEL DIA NO APARECEN
      *    HASTA LA PROXIMA APLICACION.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE ARTICULO A CONSULTAR:'.
           ACCEPT COD-ARTI-BUSCADO.

           MOVE 'N' TO FIN-LOTES.
           MOVE ZERO TO WS-CONTADOR-LOTES.
           MOVE ZERO TO WS-TOTAL-LOTES.
           OPEN INPUT A-LOTE.

           IF FS-LOTE = '35'
               DISPLAY 'NO HAY LOTES REGISTRADOS TODAVIA.'
           ELSE
               DISPLAY 'CADUCIDAD LOTE       CANTIDAD ENTRADA'
               MOVE COD-ARTI-BUSCADO TO LOT-COD-ARTI
               MOVE ZERO TO LOT-FEC-CADUC
               MOVE LOW-VALUES TO LOT-NUM-LOTE
               START A-LOTE KEY IS NOT LESS THAN LOT-CLAVE
                   INVALID KEY MOVE 'S' TO FIN-LOTES
               END-START
               PERFORM 2560-LEER-LOTE THRU 2560-EXIT

               PERFORM 2550-MOSTRAR-LOTE THRU 2550-EXIT
                   UNTIL FIN-LOTES-SI

               CLOSE A-LOTE
               DISPLAY 'LOTES DEL ARTICULO ' COD-ARTI-BUSCADO ': '
                   WS-CONTADOR-LOTES ' - UNIDADES: ' WS-TOTAL-LOTES
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2550-MOSTRAR-LOTE.
      *-----------------------------------------------------------------
           DISPLAY LOT-FEC-CADUC '  ' LOT-NUM-LOTE ' ' LOT-CANTIDAD
               '   ' LOT-FEC-ENTRADA.
           ADD 1 TO WS-CONTADOR-LOTES.
           ADD LOT-CANTIDAD TO WS-TOTAL-LOTES.

           PERFORM 2560-LEER-LOTE THRU 2560-EXIT.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2560-LEER-LOTE.
      *-----------------------------------------------------------------
      *    LEE EL SIGUIENTE LOTE Y DA POR TERMINADA LA CONSULTA AL
      *    LLEGAR A OTRO ARTICULO.
      *-----------------------------------------------------------------
           IF FIN-LOTES-NO
               READ A-LOTE NEXT RECORD
                   AT END MOVE 'S' TO FIN-LOTES
               END-READ
               IF FIN-LOTES-NO AND LOT-COD-ARTI NOT = COD-ARTI-BUSCADO
                   MOVE 'S' TO FIN-LOTES
               END-IF
           END-IF.
       2560-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2700-VALIDAR-ALMACEN.
      *-----------------------------------------------------------------
      *    COMPRUEBA QUE COD-ALMA-BUSCADO EXISTE EN EL ARCHIVO DE
      *    ALMACENES. DEVUELVE EL RESULTADO EN WS-ALMA-VALIDO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-ALMA-VALIDO.
           MOVE COD-ALMA-BUSCADO TO ALM-COD-ALMA.

           OPEN INPUT A-ALMACEN.
           IF FS-ALMACEN = '35'
               DISPLAY 'ERROR: NO HAY ALMACENES DEFINIDOS. DELOS '
                   'DE ALTA CON PE-AL33. MOVIMIENTO CANCELADO.'
           ELSE
               READ A-ALMACEN
                   INVALID KEY
                       DISPLAY 'ERROR: NO EXISTE EL ALMACEN '
                           COD-ALMA-BUSCADO '. MOVIMIENTO CANCELADO.'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALMA-VALIDO
               END-READ
               CLOSE A-ALMACEN
           END-IF.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
