      *                     PE-SG30: CADUCIDAD DE CLAVE CON CAMBIO
      *                     FORZADO, BLOQUEO POR INTENTOS FALLIDOS
      *                     Y DIARIO DE ACCESOS ACCESO.LOG.
      * 15/10/2026  DSI     LA RECEPCION PIDE EL ALMACEN QUE RECIBE
      *                     LA MERCANCIA, VALIDADO CONTRA AALMA.REL
      *                     (VER PE-AL33), Y LO ANOTA EN CADA
      *                     MOVIMIENTO 'E' PARA QUE PE-MV09 LO
      *                     UBIQUE EN ESE ALMACEN.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     LA LINEA DE PEDIDO INCORPORA EL COSTE MEDIO
      *                     RECIBIDO, QUE LA RECEPCION RECALCULA CON
      *                     CADA ENTRADA, Y LA CANTIDAD YA FACTURADA
      *                     (VER PE-FC37 Y PE-CF38), QUE LA CONSULTA
      *                     MUESTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     LA RECEPCION PIDE EL LOTE Y LA FECHA DE
      *                     CADUCIDAD DE CADA LINEA RECIBIDA (EN
      *                     BLANCO SI EL ARTICULO NO SE LLEVA POR
      *                     LOTES) Y LOS ANOTA EN EL MOVIMIENTO 'E'
      *                     PARA QUE PE-MV09 LOS LLEVE A ALOTE.REL.
      * 15/10/2026  DSI     LA RECEPCION COTEJA EL COSTE UNITARIO
      *                     TECLEADO CON EL PRECIO PACTADO EN EL
      *                     CATALOGO DE PROVEEDORES (ACATA.REL, VER
      *                     PE-CP46) PARA EL PROVEEDOR DEL PEDIDO Y
      *                     AVISA SI DIFIEREN. EL AVISO NO IMPIDE
      *                     ANOTAR LA RECEPCION.
      * 15/10/2026  DSI     EL COTEJO SOLO TIENE EN CUENTA LAS FUENTES
      *                     DEL CATALOGO EN ESTADO ACTIVO ('A'); LAS
      *                     DADAS DE BAJA NO GENERAN AVISO.
      * 15/10/2026  DSI     EL MOVIMIENTO INCORPORA EL ORIGEN
      *                     (MOV-ORIGEN, 'P' = SALIDA POR DESPACHO DE
      *                     PEDIDO DE CLIENTE, VER PE-DS36); AQUI SE
      *                     GRABA EN BLANCO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVIMIENTO.
      *
      *    DECLARACION DEL ARCHIVO DE ALMACENES (SOLO LECTURA,
      *    PARA VALIDAR EL ALMACEN QUE RECIBE LA MERCANCIA)
      *
           SELECT A-ALMACEN ASSIGN TO DISK 'AALMA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-COD-ALMA
               FILE STATUS IS FS-ALMACEN.
      *
      *    DECLARACION DEL CATALOGO DE PROVEEDORES (SOLO LECTURA,
      *    PARA COTEJAR EL COSTE RECIBIDO CON EL PRECIO PACTADO)
      *
           SELECT A-CATALOGO ASSIGN TO DISK 'ACATA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CLAVE
               FILE STATUS IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
               88  PEL-PENDIENTE   VALUE 'P'.
               88  PEL-RECIBIDO    VALUE 'R'.
               88  PEL-ANULADO     VALUE 'X'.
           02  PEL-COSTE-RECIBIDO  PIC 9(04)V9(02).
           02  PEL-CAN-FACTURADA   PIC 9(06).
      *
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS
      *
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE MOVIMIENTO PENDIENTE
      *    (VER PE-MV08)
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
      *    DESCRIPCION DEL REGISTRO DE ALMACENES (VER PE-AL33)
      *
       FD  A-ALMACEN
           LABEL RECORD IS STANDARD.
       01  R-ALMACEN.
           02  ALM-COD-ALMA        PIC X(03).
           02  ALM-NOM-ALMA        PIC X(25).
      *
      *    DESCRIPCION DEL REGISTRO DE CATALOGO (VER PE-CP46)
      *
       FD  A-CATALOGO
           LABEL RECORD IS STANDARD.
       01  R-CATALOGO.
           02  CAT-CLAVE.
               03  CAT-COD-PROVE   PIC X(04).
               03  CAT-COD-ARTI    PIC 9(04).
           02  CAT-REF-PROVE       PIC X(15).
           02  CAT-UNID-ENVASE     PIC 9(05).
           02  CAT-PRECIO          PIC 9(04)V9(02).
           02  CAT-DIAS-ENTREGA    PIC 9(03).
           02  CAT-PREFERENTE      PIC X(01).
           02  CAT-ESTADO          PIC X(01).

       WORKING-STORAGE SECTION.
       77  FS-PEDIDO-CAB           PIC X(02).
           88  FS-PEDIDO-LIN-OK    VALUE '00'.
       77  FS-ARTICULO             PIC X(02).
       77  FS-MOVIMIENTO           PIC X(02).
       77  FS-ALMACEN              PIC X(02).
           88  FS-ALMACEN-OK       VALUE '00'.
       77  FS-CATALOGO             PIC X(02).
       77  WS-OPCION               PIC X(01).
           88  WS-OPCION-CONSULTA  VALUE '1'.
           88  WS-OPCION-RECEPCION VALUE '2'.
       77  WS-CAN-PENDIENTE        PIC 9(06).
       77  WS-CAN-RECIBIDA-HOY     PIC 9(06).
       77  WS-COSTE-RECEPCION      PIC 9(04)V9(02).
       77  WS-RECIBIDA-ANTES       PIC 9(06).
       77  WS-ALMA-RECEPCION       PIC X(03).
       77  WS-NUM-LOTE             PIC X(10).
       77  WS-LOTE-VALIDO          PIC X(01).
           88  LOTE-ES-VALIDO      VALUE 'S'.
           88  LOTE-NO-VALIDO      VALUE 'N'.
       77  WS-QUEDAN-PENDIENTES    PIC X(01).
           88  QUEDAN-PENDIENTES-SI    VALUE 'S'.
           88  QUEDAN-PENDIENTES-NO    VALUE 'N'.
       77  WS-CONTADOR-LINEAS      PIC 9(06) COMP.
       77  WS-CONTADOR-RECIBIDAS   PIC 9(06) COMP.
       77  WS-CONTADOR-ANULADAS    PIC 9(06) COMP.
       77  WS-CONTADOR-DIF-PRECIO  PIC 9(06) COMP.
       77  WS-HAY-CATALOGO         PIC X(01).
           88  HAY-CATALOGO-SI     VALUE 'S'.
           88  HAY-CATALOGO-NO     VALUE 'N'.
       77  WS-COSTE-EDITADO        PIC Z.ZZ9,99.
       77  WS-PRECIO-EDITADO       PIC Z.ZZ9,99.

       01  WS-FEC-CADUC            PIC 9(08).
       01  WS-FEC-CADUC-R REDEFINES WS-FEC-CADUC.
           02  WS-FCA-ANO          PIC 9(04).
           02  WS-FCA-MES          PIC 9(02).
           02  WS-FCA-DIA          PIC 9(02).

      *
      *    PARAMETROS DEL MODULO DE SEGURIDAD PE-SG30
                   OPEN I-O A-PEDIDO-LIN
                   OPEN INPUT A-ARTICULO
                   OPEN EXTEND A-MOVIMIENTO
                   OPEN INPUT A-ALMACEN
                   IF FS-ALMACEN = '35'
                       DISPLAY 'AVISO: NO HAY ALMACENES DEFINIDOS. '
                           'DELOS DE ALTA CON PE-AL33 ANTES DE '
                           'RECEPCIONAR PEDIDOS.'
                   END-IF
                   OPEN INPUT A-CATALOGO
                   IF FS-CATALOGO = '35'
                       MOVE 'N' TO WS-HAY-CATALOGO
                   ELSE
                       MOVE 'S' TO WS-HAY-CATALOGO
                   END-IF
               END-IF
           END-IF.
       1000-EXIT.
                   PEC-COD-PROVE ' - FECHA: ' PEC-FECHA-PEDIDO
                   ' - ESTADO: ' PEC-ESTADO
               DISPLAY 'LIN ARTICULO                      PEDIDA '
                   'RECIBIDA FACTURA E'
               PERFORM 2400-POSICIONAR-LINEAS THRU 2400-EXIT
               PERFORM 2500-MOSTRAR-LINEA THRU 2500-EXIT
                   UNTIL FIN-LINEAS-SI

           DISPLAY PEL-NUM-LINEA ' ' PEL-COD-ARTI ' '
               WS-NOM-ARTI-ACTUAL ' ' PEL-CANTIDAD ' '
               PEL-CAN-RECIBIDA '   ' PEL-CAN-FACTURADA ' ' PEL-ESTADO.
           ADD 1 TO WS-CONTADOR-LINEAS.

           PERFORM 2450-LEER-LINEA THRU 2450-EXIT.
      *-----------------------------------------------------------------
      *    RECORRE LAS LINEAS PENDIENTES DEL PEDIDO, PIDE LA
      *    CANTIDAD RECIBIDA DE CADA UNA, LA ANOTA EN LA LINEA Y
      *    GENERA EL MOVIMIENTO 'E' EN AMOVS.SEC CON EL ALMACEN
      *    QUE RECIBE LA MERCANCIA. SI TODAS LAS LINEAS QUEDAN
      *    SERVIDAS O ANULADAS, LA CABECERA PASA A RECIBIDA.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL NUMERO DE PEDIDO A RECEPCIONAR:'.
                       ' NO ESTA PENDIENTE (ESTADO: ' PEC-ESTADO
                       '). RECEPCION CANCELADA.'
               ELSE
                   PERFORM 3050-PEDIR-ALMACEN THRU 3050-EXIT
               END-IF
           END-IF.

           IF FS-PEDIDO-CAB-OK AND PEC-PENDIENTE AND FS-ALMACEN-OK
               MOVE 'N' TO WS-QUEDAN-PENDIENTES
               MOVE ZERO TO WS-CONTADOR-RECIBIDAS
               MOVE ZERO TO WS-CONTADOR-DIF-PRECIO
               PERFORM 2400-POSICIONAR-LINEAS THRU 2400-EXIT
               PERFORM 3100-RECIBIR-LINEA THRU 3100-EXIT
                   UNTIL FIN-LINEAS-SI
               PERFORM 3400-CERRAR-CABECERA THRU 3400-EXIT
               DISPLAY 'LINEAS CON RECEPCION ANOTADA: '
                   WS-CONTADOR-RECIBIDAS
               IF WS-CONTADOR-DIF-PRECIO > ZERO
                   DISPLAY 'LINEAS CON COSTE DISTINTO DEL PRECIO '
                       'PACTADO: ' WS-CONTADOR-DIF-PRECIO
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3050-PEDIR-ALMACEN.
      *-----------------------------------------------------------------
      *    PIDE EL ALMACEN QUE RECIBE LA MERCANCIA DEL PEDIDO Y LO
      *    VALIDA CONTRA AALMA.REL. FS-ALMACEN QUEDA A '00' SOLO SI
      *    EL ALMACEN EXISTE.
      *-----------------------------------------------------------------
           DISPLAY 'INTRODUCE EL ALMACEN QUE RECIBE LA MERCANCIA:'.
           ACCEPT WS-ALMA-RECEPCION.

           MOVE WS-ALMA-RECEPCION TO ALM-COD-ALMA.
           READ A-ALMACEN
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE EL ALMACEN: '
                       WS-ALMA-RECEPCION '. RECEPCION CANCELADA.'
               NOT INVALID KEY
                   DISPLAY 'ALMACEN: ' ALM-COD-ALMA ' - '
                       ALM-NOM-ALMA
           END-READ.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3100-RECIBIR-LINEA.
      *-----------------------------------------------------------------
                   MOVE 'S' TO WS-QUEDAN-PENDIENTES
               ELSE
                   IF WS-CAN-RECIBIDA-HOY > ZERO
                       PERFORM 3150-PEDIR-LOTE THRU 3150-EXIT
                       IF LOTE-ES-VALIDO
                           PERFORM 3200-ANOTAR-RECEPCION
                               THRU 3200-EXIT
                       END-IF
                   END-IF
                   IF PEL-PENDIENTE
                       MOVE 'S' TO WS-QUEDAN-PENDIENTES
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3150-PEDIR-LOTE.
      *-----------------------------------------------------------------
      *    PIDE EL LOTE DE LA MERCANCIA RECIBIDA Y SU FECHA DE
      *    CADUCIDAD, COMO PE-MV08. EL LOTE EN BLANCO ES UNA ENTRADA
      *    SIN LOTE; LA CADUCIDAD A CERO, UN LOTE QUE NO CADUCA. UNA
      *    FECHA IMPOSIBLE DEJA LA LINEA SIN ANOTAR.
      *-----------------------------------------------------------------
           MOVE 'S' TO WS-LOTE-VALIDO.
           MOVE ZERO TO WS-FEC-CADUC.

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
                           'VALIDA: ' WS-FEC-CADUC '. LINEA NO '
                           'ANOTADA.'
                       MOVE 'N' TO WS-LOTE-VALIDO
                   END-IF
               END-IF
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3200-ANOTAR-RECEPCION.
      *-----------------------------------------------------------------
      *    LA LINEA GUARDA EL COSTE MEDIO PONDERADO DE TODO LO
      *    RECIBIDO, QUE ES CONTRA LO QUE PE-CF38 COTEJA EL PRECIO
      *    DE LA FACTURA DEL PROVEEDOR.
      *-----------------------------------------------------------------
           DISPLAY 'INTRODUCE EL COSTE UNITARIO DE LA '
               'MERCANCIA RECIBIDA:'.
           ACCEPT WS-COSTE-RECEPCION.

           PERFORM 3250-COTEJAR-CATALOGO THRU 3250-EXIT.

           MOVE PEL-CAN-RECIBIDA TO WS-RECIBIDA-ANTES.
           ADD WS-CAN-RECIBIDA-HOY TO PEL-CAN-RECIBIDA.
           COMPUTE PEL-COSTE-RECIBIDO ROUNDED =
               (PEL-COSTE-RECIBIDO * WS-RECIBIDA-ANTES +
                WS-COSTE-RECEPCION * WS-CAN-RECIBIDA-HOY) /
               PEL-CAN-RECIBIDA.

           IF PEL-CAN-RECIBIDA >= PEL-CANTIDAD
               MOVE 'R' TO PEL-ESTADO
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3250-COTEJAR-CATALOGO.
      *-----------------------------------------------------------------
      *    COMPARA EL COSTE UNITARIO RECIBIDO CON EL PRECIO PACTADO
      *    CON EL PROVEEDOR DEL PEDIDO PARA EL ARTICULO. SIN
      *    CATALOGO O SIN FUENTE ACTIVA PARA EL ARTICULO NO HAY NADA
      *    QUE COTEJAR. SOLO ES UN AVISO: LA RECEPCION SE ANOTA IGUAL.
      *-----------------------------------------------------------------
           IF HAY-CATALOGO-SI
               MOVE PEC-COD-PROVE TO CAT-COD-PROVE
               MOVE PEL-COD-ARTI TO CAT-COD-ARTI
               READ A-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAT-ESTADO = 'A'
                           AND WS-COSTE-RECEPCION NOT = CAT-PRECIO
                           ADD 1 TO WS-CONTADOR-DIF-PRECIO
                           MOVE WS-COSTE-RECEPCION TO WS-COSTE-EDITADO
                           MOVE CAT-PRECIO TO WS-PRECIO-EDITADO
                           DISPLAY 'AVISO: EL COSTE RECIBIDO '
                               WS-COSTE-EDITADO ' DIFIERE DEL PRECIO '
                               'PACTADO ' WS-PRECIO-EDITADO
                               ' (REF. ' CAT-REF-PROVE ').'
                       END-IF
               END-READ
           END-IF.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3300-GRABAR-MOVIMIENTO.
      *-----------------------------------------------------------------
           MOVE 'E' TO MOV-TIPO.
           MOVE WS-CAN-RECIBIDA-HOY TO MOV-CANTIDAD.
           MOVE WS-OPERADOR TO MOV-OPERADOR.
           MOVE WS-ALMA-RECEPCION TO MOV-COD-ALMA.
           MOVE SPACE TO MOV-ALMA-DESTINO.
           MOVE WS-COSTE-RECEPCION TO MOV-COSTE.
           MOVE WS-NUM-LOTE TO MOV-NUM-LOTE.
           MOVE WS-FEC-CADUC TO MOV-FEC-CADUC.
           MOVE SPACE TO MOV-ORIGEN.

           WRITE R-MOVIMIENTO.
           DISPLAY 'OK: ENTRADA DE ' WS-CAN-RECIBIDA-HOY
           CLOSE A-PEDIDO-LIN.
           CLOSE A-ARTICULO.
           CLOSE A-MOVIMIENTO.
           CLOSE A-ALMACEN.
           IF HAY-CATALOGO-SI
               CLOSE A-CATALOGO
           END-IF.
       9000-EXIT.
           EXIT.
