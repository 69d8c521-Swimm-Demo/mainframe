      *   Y REENVIARLO A AMOVS.SEC PARA LA PROXIMA EJECUCION DE       *
      *   PE-MV09. EL REGISTRO DEL LIBRO QUEDA MARCADO CON ESTADO     *
      *   'Q' (REENVIADO) PARA QUE NO PUEDA REENVIARSE DOS VECES;     *
      *   LA MARCA SE APLICA REGRABANDO EL REGISTRO EN EL LIBRO       *
      *   INDEXADO.                                                   *
      *                                                               *
      *****************************************************************

      *                     PE-SG30: CADUCIDAD DE CLAVE CON CAMBIO
      *                     FORZADO, BLOQUEO POR INTENTOS FALLIDOS
      *                     Y DIARIO DE ACCESOS ACCESO.LOG.
      * 15/10/2026  DSI     EL MOVIMIENTO Y EL LIBRO INCORPORAN EL
      *                     ALMACEN Y EL ALMACEN DESTINO DE LOS
      *                     TRASPASOS (VER PE-MV09); EL LIBRO PASA
      *                     DE 56 A 62 POSICIONES Y CONOCE EL
      *                     MOTIVO DE RECHAZO 'AL'. EL LISTADO
      *                     MUESTRA EL ALMACEN Y LA REPARACION
      *                     PERMITE CORREGIRLO Y ADMITE EL TIPO 'T'.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     AMOVS.LED PASA A SER INDEXADO POR ARTICULO,
      *                     FECHA DE APLICACION Y SECUENCIA (VER
      *                     PE-LI43). LA REPARACION SE POSICIONA EN EL
      *                     ARTICULO Y FECHA PEDIDOS Y MARCA EL RECHAZO
      *                     CON REWRITE; DESAPARECE LA COPIA LIBRO.TMP.
      * 15/10/2026  DSI     EL MOVIMIENTO Y EL LIBRO INCORPORAN EL LOTE
      *                     Y SU FECHA DE CADUCIDAD (VER PE-MV09); EL
      *                     MOVIMIENTO REENVIADO CONSERVA LOS DEL
      *                     RECHAZO.
      * 15/10/2026  DSI     EL LIBRO Y EL MOVIMIENTO INCORPORAN EL
      *                     ORIGEN (LED-ORIGEN Y MOV-ORIGEN, VER
      *                     PE-MV09). UNA SALIDA POR DESPACHO DE PEDIDO
      *                     RECHAZADA SE REENVIA CON SU ORIGEN 'P', PARA
      *                     QUE PE-MV09 LIBERE LA RESERVA DEL ARTICULO
      *                     AL APLICARLA; SI SE CORRIGE EL ARTICULO O EL
      *                     TIPO, SE REENVIA SIN ORIGEN.
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
      *    DECLARACION DEL ARCHIVO DE MOVIMIENTOS PENDIENTES
      *
           SELECT A-MOVIMIENTO ASSIGN TO DISK 'AMOVS.SEC'
               RECORD KEY IS COD-ARTI
               FILE STATUS IS FS-ARTICULO.
      *
      *    DECLARACION DEL ARCHIVO DE ALMACENES (SOLO LECTURA,
      *    PARA VALIDAR LOS ALMACENES CORREGIDOS)
      *
           SELECT A-ALMACEN ASSIGN TO DISK 'AALMA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-COD-ALMA
               FILE STATUS IS FS-ALMACEN.
      *
      *    LISTADO DE RECHAZOS (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'RECHAZOS.LIS'
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
      *    DESCRIPCION DEL REGISTRO DE MOVIMIENTO PENDIENTE
      *    (VER PE-MV08)
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
      *    DESCRIPCION DEL REGISTRO DE ALMACENES (VER PE-AL33)
      *
       FD  A-ALMACEN
           LABEL RECORD IS STANDARD.
       01  R-ALMACEN.
           02  ALM-COD-ALMA        PIC X(03).
           02  ALM-NOM-ALMA        PIC X(25).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *

       WORKING-STORAGE SECTION.
       77  FS-LIBRO                PIC X(02).
       77  FS-MOVIMIENTO           PIC X(02).
       77  FS-ARTICULO             PIC X(02).
       77  FS-ALMACEN              PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FIN-LIBRO               PIC X(01).
           88  FIN-LIBRO-SI        VALUE 'S'.
           88  FIN-LIBRO-NO        VALUE 'N'.
       77  WS-OPCION               PIC X(01).
           88  WS-OPCION-INFORME   VALUE '1'.
           88  WS-OPCION-REPARAR   VALUE '2'.
       77  WS-COD-ARTI-NUEVO       PIC 9(04).
       77  WS-TIPO-NUEVO           PIC X(01).
       77  WS-CANTIDAD-NUEVA       PIC 9(06).
       77  WS-ALMA-NUEVO           PIC X(03).
       77  WS-ALMA-DESTINO-NUEVO   PIC X(03).
       77  COD-ALMA-BUSCADO        PIC X(03).
       77  WS-ENCONTRADO           PIC X(01).
           88  WS-ENCONTRADO-SI    VALUE 'S'.
           88  WS-ENCONTRADO-NO    VALUE 'N'.
       77  WS-ARTI-VALIDO          PIC X(01).
           88  ARTI-ES-VALIDO      VALUE 'S'.
           88  ARTI-NO-VALIDO      VALUE 'N'.
       77  WS-ALMA-VALIDO          PIC X(01).
           88  ALMA-ES-VALIDO      VALUE 'S'.
           88  ALMA-NO-VALIDO      VALUE 'N'.
       77  WS-MOTIVO-TEXTO         PIC X(40).
       77  WS-CONTADOR-RECHAZOS    PIC 9(06) COMP.

           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE 'OPERADOR'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(03) VALUE 'ALM'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(02) VALUE 'MO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(40) VALUE 'MOTIVO'.
           05  FILLER              PIC X(03) VALUE SPACE.
           05  WS-LD-OPERADOR      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-ALMACEN       PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-MOTIVO        PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-TEXTO         PIC X(40).
      *-----------------------------------------------------------------
       2250-LEER-LIBRO.
      *-----------------------------------------------------------------
           READ A-LIBRO NEXT RECORD
               AT END MOVE 'S' TO FIN-LIBRO
           END-READ.
       2250-EXIT.
           EXIT.
               MOVE LED-TIPO TO WS-LD-TIPO
               MOVE LED-CANTIDAD TO WS-LD-CANTIDAD
               MOVE LED-OPERADOR TO WS-LD-OPERADOR
               MOVE LED-COD-ALMA TO WS-LD-ALMACEN
               MOVE LED-MOTIVO TO WS-LD-MOTIVO
               MOVE WS-MOTIVO-TEXTO TO WS-LD-TEXTO
               MOVE WS-LINEA-DETALLE TO LIN-INFORME
               WHEN LED-MOT-ARTI-BLOQUEADO
                   MOVE 'ARTICULO BLOQUEADO EN AARTI.REL'
                       TO WS-MOTIVO-TEXTO
               WHEN LED-MOT-ALMACEN
                   MOVE 'ALMACEN INEXISTENTE O TRASPASO NO VALIDO'
                       TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE 'MOTIVO NO REGISTRADO (ANTERIOR AL CAMBIO)'
                       TO WS-MOTIVO-TEXTO
      *-----------------------------------------------------------------
       3000-REPARAR-RECHAZO.
      *-----------------------------------------------------------------
      *    SE POSICIONA EN EL LIBRO EN EL ARTICULO Y FECHA DE
      *    APLICACION PEDIDOS, OFRECE SUS RECHAZOS UNO A UNO HASTA
      *    QUE SE REENVIA UNO, DEJA EL MOVIMIENTO CORREGIDO EN
      *    AMOVS.SEC Y REGRABA EL REGISTRO DEL LIBRO COMO REENVIADO.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'COD-ARTI DEL MOVIMIENTO RECHAZADO:'.
           MOVE 'N' TO FIN-LIBRO.
           MOVE 'N' TO WS-ENCONTRADO.

           OPEN I-O A-LIBRO.

           IF FS-LIBRO = '35'
               DISPLAY 'NO HAY MOVIMIENTOS APLICADOS TODAVIA.'
           ELSE
               MOVE COD-ARTI-BUSCADO TO LED-COD-ARTI
               MOVE FECHA-APLIC-BUSCADA TO LED-FECHA-APLIC
               MOVE ZERO TO LED-SECUENCIA
               START A-LIBRO KEY IS NOT LESS THAN LED-CLAVE
                   INVALID KEY MOVE 'S' TO FIN-LIBRO
               END-START

               PERFORM 3050-LEER-ANOTACION THRU 3050-EXIT
               PERFORM 3100-REVISAR-ANOTACION THRU 3100-EXIT
                   UNTIL FIN-LIBRO-SI OR WS-ENCONTRADO-SI

               CLOSE A-LIBRO

               IF WS-ENCONTRADO-NO
                   DISPLAY 'NO SE HA ENCONTRADO NINGUN RECHAZO DEL '
                       'ARTICULO ' COD-ARTI-BUSCADO ' APLICADO EL '
                       FECHA-APLIC-BUSCADA '.'
           EXIT.

      *-----------------------------------------------------------------
       3050-LEER-ANOTACION.
      *-----------------------------------------------------------------
      *    LEE LA SIGUIENTE ANOTACION Y DA POR TERMINADA LA BUSQUEDA
      *    AL SALIR DEL ARTICULO O DE LA FECHA DE APLICACION.
      *-----------------------------------------------------------------
           IF FIN-LIBRO-NO
               READ A-LIBRO NEXT RECORD
                   AT END MOVE 'S' TO FIN-LIBRO
               END-READ
               IF FIN-LIBRO-NO
                   IF LED-COD-ARTI NOT = COD-ARTI-BUSCADO OR
                           LED-FECHA-APLIC NOT = FECHA-APLIC-BUSCADA
                       MOVE 'S' TO FIN-LIBRO
                   END-IF
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3100-REVISAR-ANOTACION.
      *-----------------------------------------------------------------
           IF LED-RECHAZADO
               PERFORM 3200-CORREGIR-RECHAZO THRU 3200-EXIT
           END-IF.

           IF WS-ENCONTRADO-SI
               REWRITE R-LIBRO
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO MARCAR '
                           'COMO REENVIADA LA ANOTACION ' LED-CLAVE
               END-REWRITE
           ELSE
               PERFORM 3050-LEER-ANOTACION THRU 3050-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CORREGIR-RECHAZO.
      *-----------------------------------------------------------------
      *    MUESTRA EL RECHAZO, ACEPTA LOS DATOS CORREGIDOS (CERO O
      *    BLANCO = MANTENER EL VALOR ORIGINAL), VALIDA EL ARTICULO,
      *    EL TIPO Y LOS ALMACENES, Y SI TODO ES CORRECTO REENCOLA
      *    EL MOVIMIENTO EN AMOVS.SEC Y DEJA EL REGISTRO DEL LIBRO
      *    EN ESTADO 'Q'. EL ORIGEN SOLO SE CONSERVA SI NO CAMBIAN NI
      *    EL ARTICULO NI EL TIPO: LA RESERVA QUE LIBERA UNA SALIDA
      *    DE DESPACHO ES LA DE ESE ARTICULO.
      *-----------------------------------------------------------------
           PERFORM 2600-TEXTO-DEL-MOTIVO THRU 2600-EXIT.

           DISPLAY 'RECHAZO ENCONTRADO: ARTICULO ' LED-COD-ARTI
               ' - TIPO ' LED-TIPO ' - CANTIDAD ' LED-CANTIDAD
               ' - ALMACEN ' LED-COD-ALMA ' ' LED-ALMA-DESTINO.
           DISPLAY 'MOTIVO: ' LED-MOTIVO ' - ' WS-MOTIVO-TEXTO.

           DISPLAY 'NUEVO COD-ARTI (0 = MANTENER):'.
           ACCEPT WS-COD-ARTI-NUEVO.
           DISPLAY 'NUEVO TIPO E/S/A/T (EN BLANCO = MANTENER):'.
           ACCEPT WS-TIPO-NUEVO.
           DISPLAY 'NUEVA CANTIDAD (0 = MANTENER):'.
           ACCEPT WS-CANTIDAD-NUEVA.
           DISPLAY 'NUEVO ALMACEN (EN BLANCO = MANTENER):'.
           ACCEPT WS-ALMA-NUEVO.

           IF WS-COD-ARTI-NUEVO = ZERO
               MOVE LED-COD-ARTI TO MOV-COD-ARTI
               MOVE WS-CANTIDAD-NUEVA TO MOV-CANTIDAD
           END-IF.

           IF WS-ALMA-NUEVO = SPACE
               MOVE LED-COD-ALMA TO MOV-COD-ALMA
           ELSE
               MOVE WS-ALMA-NUEVO TO MOV-COD-ALMA
           END-IF.

           MOVE SPACE TO MOV-ALMA-DESTINO.
           IF MOV-TRASPASO
               DISPLAY 'NUEVO ALMACEN DESTINO (EN BLANCO = '
                   'MANTENER):'
               ACCEPT WS-ALMA-DESTINO-NUEVO
               IF WS-ALMA-DESTINO-NUEVO = SPACE
                   MOVE LED-ALMA-DESTINO TO MOV-ALMA-DESTINO
               ELSE
                   MOVE WS-ALMA-DESTINO-NUEVO TO MOV-ALMA-DESTINO
               END-IF
           END-IF.

           PERFORM 3300-VALIDAR-ARTICULO THRU 3300-EXIT.
           PERFORM 3400-VALIDAR-ALMACENES THRU 3400-EXIT.

           IF ARTI-NO-VALIDO
               DISPLAY 'ERROR: NO EXISTE ARTICULO CON COD-ARTI: '
                   MOV-COD-ARTI '. REPARACION CANCELADA.'
           ELSE
               IF NOT MOV-TIPO-VALIDO OR ALMA-NO-VALIDO
                   DISPLAY 'ERROR: TIPO DE MOVIMIENTO O ALMACEN NO '
                       'VALIDO: ' MOV-TIPO ' ' MOV-COD-ALMA ' '
                       MOV-ALMA-DESTINO '. REPARACION CANCELADA.'
               ELSE
                   MOVE LED-FECHA TO MOV-FECHA
                   MOVE WS-OPERADOR TO MOV-OPERADOR
                   MOVE LED-COSTE TO MOV-COSTE
                   MOVE LED-NUM-LOTE TO MOV-NUM-LOTE
                   MOVE LED-FEC-CADUC TO MOV-FEC-CADUC
                   IF MOV-COD-ARTI = LED-COD-ARTI
                       AND MOV-TIPO = LED-TIPO
                       MOVE LED-ORIGEN TO MOV-ORIGEN
                   ELSE
                       MOVE SPACE TO MOV-ORIGEN
                   END-IF

                   OPEN EXTEND A-MOVIMIENTO
                   WRITE R-MOVIMIENTO
           EXIT.

      *-----------------------------------------------------------------
       3400-VALIDAR-ALMACENES.
      *-----------------------------------------------------------------
      *    COMPRUEBA QUE EL ALMACEN DEL MOVIMIENTO EXISTE EN
      *    AALMA.REL Y, EN LOS TRASPASOS, QUE EL DESTINO TAMBIEN
      *    EXISTE Y ES OTRO. DEVUELVE EL RESULTADO EN WS-ALMA-VALIDO.
      *-----------------------------------------------------------------
           MOVE MOV-COD-ALMA TO COD-ALMA-BUSCADO.
           PERFORM 3450-LEER-ALMACEN THRU 3450-EXIT.

           IF ALMA-ES-VALIDO AND MOV-TRASPASO
               IF MOV-ALMA-DESTINO = MOV-COD-ALMA
                   MOVE 'N' TO WS-ALMA-VALIDO
               ELSE
                   MOVE MOV-ALMA-DESTINO TO COD-ALMA-BUSCADO
                   PERFORM 3450-LEER-ALMACEN THRU 3450-EXIT
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3450-LEER-ALMACEN.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-ALMA-VALIDO.
           MOVE COD-ALMA-BUSCADO TO ALM-COD-ALMA.

           OPEN INPUT A-ALMACEN.
           IF FS-ALMACEN NOT = '35'
               READ A-ALMACEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALMA-VALIDO
               END-READ
               CLOSE A-ALMACEN
           END-IF.
       3450-EXIT.
           EXIT.
